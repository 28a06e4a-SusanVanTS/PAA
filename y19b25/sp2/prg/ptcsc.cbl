       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCSC.

      * COACH EFFECTIVENESS SCORECARD (CONFIDENTIAL)
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Termly scorecard per coach
      *					over the members of the
      *					coach's clubs: retention,
      *					attendance, grading pass
      *					rate, medals, fitness
      *					progression and survey
      *					score, ranked across the
      *					coaches, with the reasons
      *					their leavers gave. Head
      *					coach only, and kept off
      *					the spool archive
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Printout carries the
      *					TRAINING banner F-SPOOL
      *					would have added when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcge'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcft'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fclv'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdge'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdft'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdlv'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbge'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbft'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dblv'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.

       78 T-CO-MAX		VALUE 100.
       78 T-MEM-MAX		VALUE 500.
       78 T-GE-MAX		VALUE 50.
       78 T-FT-MAX		VALUE 20.
       78 T-LR-MAX		VALUE 400.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-FROM-DMY	PIC 9(08).
	  03 WS-TO-DMY		PIC 9(08).
	  03 WS-FROM-YMD	PIC 9(08).
	  03 WS-TO-YMD		PIC 9(08).
	  03 WS-CUR-YMD		PIC 9(08).
	  03 WS-JOIN-YMD	PIC 9(08).
	  03 WS-END-YMD		PIC 9(08).
	  03 WS-WORK-DMY	PIC 9(08).
	  03 WS-DATE		PIC X(01).
	  03 WS-CO-EOF		PIC X(01).
	  03 WS-CA-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-ATT-EOF		PIC X(01).
	  03 WS-GE-EOF		PIC X(01).
	  03 WS-RS-EOF		PIC X(01).
	  03 WS-FR-EOF		PIC X(01).
	  03 WS-SR-EOF		PIC X(01).
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-CUR-SV-KEY	PIC X(06).
	  03 WS-FIND-RC		PIC X(02).
	  03 WS-Q-SUB		PIC 9(02).
	  03 WS-NUM		PIC 9(07).
	  03 WS-DEN		PIC 9(07).
	  03 WS-PCT		PIC 9(03)V9(01).
	  03 WS-PCT-OK		PIC X(01).
	  03 WS-PCT-SUM		PIC 9(04)V9(01).
	  03 WS-PCT-CNT		PIC 9(01).
	  03 WS-SV-AVG		PIC 9(02)V9(01).
	  03 WS-BETTER		PIC X(01).
	  03 WS-TRAINING	PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

      * One slot per coach, in CO-FILE order; WS-RANK holds the
      * slot numbers and is what gets sorted.
       01 WS-CO-MISC.
	  03 WS-CO-COUNT	PIC 9(03).
	  03 WS-CO-SUB		PIC 9(03).
	  03 WS-SORT-I		PIC 9(03).
	  03 WS-SORT-J		PIC 9(03).
	  03 WS-SORT-K		PIC 9(03).
	  03 WS-RANK-HOLD	PIC 9(03).
	  03 WS-RANK-SUB	PIC 9(03).
       01 WS-CO-TABLE.
	  03 WS-CO OCCURS T-CO-MAX.
	     05 WS-CO-KEY	PIC X(04).
	     05 WS-CO-NAME	PIC X(30).
	     05 WS-CO-CLUBS	PIC 9(03).
	     05 WS-CO-MEMBERS	PIC 9(05).
	     05 WS-CO-BASE	PIC 9(05).
	     05 WS-CO-KEPT	PIC 9(05).
	     05 WS-CO-JOINERS	PIC 9(05).
	     05 WS-CO-LEAVERS	PIC 9(05).
	     05 WS-CO-MARKED	PIC 9(06).
	     05 WS-CO-PRESENT	PIC 9(06).
	     05 WS-CO-GRADED	PIC 9(05).
	     05 WS-CO-PASSED	PIC 9(05).
	     05 WS-CO-MEDALS	PIC 9(05).
	     05 WS-CO-FIT-TESTS	PIC 9(05).
	     05 WS-CO-FIT-UP	PIC 9(05).
	     05 WS-CO-SV-SUM	PIC 9(07).
	     05 WS-CO-SV-CNT	PIC 9(06).
	     05 WS-CO-SCORE	PIC 9(03)V9(01).
       01 WS-RANK-TABLE.
	  03 WS-RANK		PIC 9(03) OCCURS T-CO-MAX.

      * The distinct members across one coach's clubs - a student in
      * two of them is counted once for attendance, grading, medals
      * and fitness.
       01 WS-MEM-MISC.
	  03 WS-MEM-COUNT	PIC 9(03).
	  03 WS-MEM-SUB		PIC 9(03).
       01 WS-MEM-TABLE.
	  03 WS-MEM-KEY		PIC X(06) OCCURS T-MEM-MAX.

      * The grading days held in the term.
       01 WS-GE-MISC.
	  03 WS-GE-COUNT	PIC 9(02).
	  03 WS-GE-SUB		PIC 9(02).
       01 WS-GE-TABLE.
	  03 WS-GE-KEY		PIC 9(04) OCCURS T-GE-MAX.

      * One member's first and last score in the term on each test.
       01 WS-FT-MISC.
	  03 WS-FT-COUNT	PIC 9(02).
	  03 WS-FT-SUB		PIC 9(02).
       01 WS-FT-TABLE.
	  03 WS-FT OCCURS T-FT-MAX.
	     05 WS-FT-KEY	PIC X(04).
	     05 WS-FT-FIRST-YMD	PIC 9(08).
	     05 WS-FT-FIRST	PIC 9(05)V9(02).
	     05 WS-FT-LAST-YMD	PIC 9(08).
	     05 WS-FT-LAST	PIC 9(05)V9(02).

      * Leaver reasons by coach. '**' stands for members who left
      * the club but are still with the academy.
       01 WS-LR-MISC.
	  03 WS-LR-COUNT	PIC 9(03).
	  03 WS-LR-SUB		PIC 9(03).
       01 WS-LR-TABLE.
	  03 WS-LR OCCURS T-LR-MAX.
	     05 WS-LR-CO-SUB	PIC 9(03).
	     05 WS-LR-RC	PIC X(02).
	     05 WS-LR-COUNT-RC	PIC 9(05).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: COACH EFFECTIVENESS SCORECARD'.
	  03 FIL		PIC X(40) VALUE
	     '*** CONFIDENTIAL - HEAD COACH ONLY ***'.

       01 PRT-TERM-LINE.
	  03 FIL		PIC X(07) VALUE 'TERM :'.
	  03 PRT-FROM-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(04) VALUE ' TO'.
	  03 PRT-TO-DMY		PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'RANK CODE NAME                     CLUBS'.
	  03 FIL		PIC X(40) VALUE
	     ' MEMBERS START  RET%  ATT% GRADED PASS% '.
	  03 FIL		PIC X(40) VALUE
	     'MEDALS  FIT% SURVEY JOIN LEFT  SCORE'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- ---- ------------------------ -----'.
	  03 FIL		PIC X(40) VALUE
	     ' ------- ----- ----- ----- ------ ----- '.
	  03 FIL		PIC X(40) VALUE
	     '------ ----- ------ ---- ---- ------'.

       01 PRT-DETAIL.
	  03 PRT-RANK		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-CO-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CO-NAME	PIC X(24).
	  03 FIL		PIC X(01).
	  03 PRT-CLUBS		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-MEMBERS	PIC ZZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-BASE		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-RET		PIC ZZ9.9.
	  03 PRT-RET-X REDEFINES PRT-RET
				PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-ATT		PIC ZZ9.9.
	  03 PRT-ATT-X REDEFINES PRT-ATT
				PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-GRADED		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-PASS		PIC ZZ9.9.
	  03 PRT-PASS-X REDEFINES PRT-PASS
				PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-MEDALS		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-FIT		PIC ZZ9.9.
	  03 PRT-FIT-X REDEFINES PRT-FIT
				PIC X(05).
	  03 FIL		PIC X(03).
	  03 PRT-SURVEY		PIC Z9.9.
	  03 PRT-SURVEY-X REDEFINES PRT-SURVEY
				PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-JOINERS	PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-LEAVERS	PIC ZZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-SCORE		PIC ZZ9.9.

       01 PRT-LR-HEAD.
	  03 FIL		PIC X(50) VALUE
	     'LEAVER REASONS ATTRIBUTED TO EACH COACH''S CLUBS'.

       01 PRT-LR-COACH.
	  03 PRT-LR-CO-KEY	PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-LR-CO-NAME	PIC X(30).

       01 PRT-LR-LINE.
	  03 FIL		PIC X(05).
	  03 PRT-LR-RC		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-LR-NAME	PIC X(30).
	  03 PRT-LR-COUNT	PIC ZZZZ9.

       01 PRT-NOTE.
	  03 FIL		PIC X(50) VALUE
	     'SCORE = AVERAGE OF RET%, ATT% AND PASS% WHERE KNOWN'.

       01 PRT-TRAIN-LINE.
	  03 FIL		PIC X(32) VALUE
	     '*** TRAINING - PRACTICE DATA ***'.

       01 PRT-END.
	  03 FIL		PIC X(26) VALUE
	     '* END OF REPORT * TIME :'.
	  03 PRT-END-HHMM	PIC X(07).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Term From:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC 99/99/9999
	     USING WS-FROM-DMY.
	  03 LABEL COL + 3 'to'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 3 PIC 99/99/9999
	     USING WS-TO-DMY.
	  03 LABEL LINE 04 COL 04
	     'Run Coach Scorecard?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcge'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcft'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dclv'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Head coach only - refuse entry outright rather than relying
      * on the access matrix to keep the menu entry hidden.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckhc' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckhc'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN INPUT CO-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT GE-FILE.
	   OPEN INPUT GC-FILE.
	   OPEN INPUT RS-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT FR-FILE.
	   OPEN INPUT FT-FILE.
	   OPEN INPUT SR-FILE.
	   OPEN INPUT SV-FILE.
	   OPEN INPUT LV-FILE.

	   MOVE 'Coach Effectiveness Scorecard' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

	   CLOSE WINDOW S-WINDOW.
	   CLOSE CO-FILE.
	   CLOSE CA-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE ATT-FILE.
	   CLOSE GE-FILE.
	   CLOSE GC-FILE.
	   CLOSE RS-FILE.
	   CLOSE EV-FILE.
	   CLOSE FR-FILE.
	   CLOSE FT-FILE.
	   CLOSE SR-FILE.
	   CLOSE SV-FILE.
	   CLOSE LV-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   IF WS-FROM-DMY = ZEROS OR WS-TO-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-FROM-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-TO-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-FROM-DMY TO WS-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-TO-DMY TO WS-TO-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TO-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-FROM-YMD > WS-TO-YMD
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 132 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   INITIALIZE WS-CO-TABLE, WS-RANK-TABLE, WS-LR-TABLE,
		      WS-GE-TABLE.
	   MOVE ZEROS TO WS-CO-COUNT, WS-LR-COUNT, WS-GE-COUNT.

	   INITIALIZE GE-REC.
	   MOVE ZEROS TO GE-KEY.
	   MOVE 'N' TO WS-GE-EOF.
	   START GE-FILE KEY >= GE-KEY INVALID
		 MOVE 'Y' TO WS-GE-EOF.
	   PERFORM GE-LOOP THRU GE-LOOP-END
		   UNTIL WS-GE-EOF = 'Y'.

	   INITIALIZE CO-REC.
	   MOVE LOW-VALUES TO CO-KEY.
	   MOVE 'N' TO WS-CO-EOF.
	   START CO-FILE KEY >= CO-KEY INVALID
		 MOVE 'Y' TO WS-CO-EOF.
	   PERFORM CO-LOOP THRU CO-LOOP-END
		   UNTIL WS-CO-EOF = 'Y'.

	   INITIALIZE SR-REC.
	   MOVE LOW-VALUES TO SR-KEY.
	   MOVE SPACES TO WS-CUR-SV-KEY.
	   MOVE 'N' TO WS-SR-EOF.
	   START SR-FILE KEY >= SR-KEY INVALID
		 MOVE 'Y' TO WS-SR-EOF.
	   PERFORM SR-LOOP THRU SR-LOOP-END
		   UNTIL WS-SR-EOF = 'Y'.

	   PERFORM SCORE-RTN THRU SCORE-RTN-END
		   VARYING WS-CO-SUB FROM 1 BY 1
		   UNTIL WS-CO-SUB > WS-CO-COUNT.

	   PERFORM SORT-PASS-RTN THRU SORT-PASS-RTN-END
		   VARYING WS-SORT-I FROM 1 BY 1
		   UNTIL WS-SORT-I >= WS-CO-COUNT.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
      * Kept out of F-SPOOL, so the practice-data banner it would have
      * put under the printer set-up line is written here instead.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      WRITE PRINT-REC FROM PRT-TRAIN-LINE.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-COLUMNS THRU PRT-COLUMNS-END.

	   PERFORM RANK-PRT-RTN THRU RANK-PRT-RTN-END
		   VARYING WS-RANK-SUB FROM 1 BY 1
		   UNTIL WS-RANK-SUB > WS-CO-COUNT.

	   WRITE PRINT-REC FROM PRT-NOTE AFTER 2.

	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM PRT-LR-HEAD AFTER 2.
	   PERFORM LR-COACH-RTN THRU LR-COACH-RTN-END
		   VARYING WS-RANK-SUB FROM 1 BY 1
		   UNTIL WS-RANK-SUB > WS-CO-COUNT.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

      * Deliberately not handed to F-SPOOL: the archive is open to
      * every operator for reprints, and this report is not.
	   CLOSE PRINT-FILE.

	0199-END. EXIT.

      ********************************************************************
        GE-LOOP.

	   READ GE-FILE NEXT END
		MOVE 'Y' TO WS-GE-EOF
		GO TO GE-LOOP-END.

	   MOVE GE-DATE-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO GE-LOOP-END.

	   IF WS-GE-COUNT < T-GE-MAX
	      ADD 1 TO WS-GE-COUNT
	      MOVE GE-KEY TO WS-GE-KEY (WS-GE-COUNT).

        GE-LOOP-END. EXIT.

      ********************************************************************
        CO-LOOP.

	   READ CO-FILE NEXT END
		MOVE 'Y' TO WS-CO-EOF
		GO TO CO-LOOP-END.

	   IF WS-CO-COUNT NOT < T-CO-MAX
	      MOVE 'Y' TO WS-CO-EOF
	      GO TO CO-LOOP-END.

	   ADD 1 TO WS-CO-COUNT.
	   MOVE WS-CO-COUNT TO WS-CO-SUB, WS-RANK (WS-CO-COUNT).
	   MOVE CO-KEY	    TO WS-CO-KEY (WS-CO-SUB).
	   MOVE CO-NAME	    TO WS-CO-NAME (WS-CO-SUB).

	   MOVE ZEROS TO WS-MEM-COUNT.
	   INITIALIZE CA-REC.
	   MOVE CO-KEY	   TO CA-CO-KEY.
	   MOVE LOW-VALUES TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM CA-LOOP THRU CA-LOOP-END
		   UNTIL WS-CA-EOF = 'Y'.

	   MOVE WS-MEM-COUNT TO WS-CO-MEMBERS (WS-CO-SUB).
	   PERFORM MEMBER-RTN THRU MEMBER-RTN-END
		   VARYING WS-MEM-SUB FROM 1 BY 1
		   UNTIL WS-MEM-SUB > WS-MEM-COUNT.

        CO-LOOP-END. EXIT.

      ********************************************************************
        CA-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO CA-LOOP-END.

	   IF CA-CO-KEY NOT = WS-CO-KEY (WS-CO-SUB)
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO CA-LOOP-END.

	   ADD 1 TO WS-CO-CLUBS (WS-CO-SUB).
	   MOVE CA-CB-KEY TO WS-CUR-CB-KEY.

	   INITIALIZE CM-REC.
	   MOVE WS-CUR-CB-KEY TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES    TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CM-LOOP THRU CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

        CA-LOOP-END. EXIT.

      ********************************************************************
      * Retention is taken on the members on the club's books the
      * day the term opened: those still on them the day it closed
      * were kept. Joiners and leavers are memberships starting or
      * ending inside the term; any member on the books at some
      * point in the term joins the coach's member list.
        CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-LOOP-END.

	   MOVE CM-JOIN-DMY TO WS-WORK-DMY.
	   MOVE WS-WORK-DMY TO WS-JOIN-YMD.
	   IF WS-JOIN-YMD NOT = ZEROS
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-JOIN-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE ZEROS TO WS-END-YMD.
	   IF NOT CM-IS-OPEN
	      MOVE CM-END-DMY  TO WS-WORK-DMY
	      MOVE WS-WORK-DMY TO WS-END-YMD
	      IF WS-END-YMD NOT = ZEROS
		 CALL	'/v/cps/lib/std/f-cvdmy' USING WS-END-YMD
		 CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-JOIN-YMD > WS-TO-YMD
	      GO TO CM-LOOP-END.
	   IF WS-END-YMD NOT = ZEROS AND WS-END-YMD < WS-FROM-YMD
	      GO TO CM-LOOP-END.

	   IF WS-JOIN-YMD NOT > WS-FROM-YMD
	      ADD 1 TO WS-CO-BASE (WS-CO-SUB)
	      IF WS-END-YMD = ZEROS OR WS-END-YMD > WS-TO-YMD
		 ADD 1 TO WS-CO-KEPT (WS-CO-SUB)
	      END-IF
	   ELSE
	      ADD 1 TO WS-CO-JOINERS (WS-CO-SUB).

	   IF WS-END-YMD NOT = ZEROS AND WS-END-YMD NOT > WS-TO-YMD
	      ADD 1 TO WS-CO-LEAVERS (WS-CO-SUB)
	      PERFORM REASON-RTN THRU REASON-RTN-END.

	   PERFORM MEM-SCAN-RTN THRU MEM-SCAN-RTN-END
		   VARYING WS-MEM-SUB FROM 1 BY 1
		   UNTIL WS-MEM-SUB > WS-MEM-COUNT
		   OR WS-MEM-KEY (WS-MEM-SUB) = CM-ALT-STD-KEY.
	   IF WS-MEM-SUB > WS-MEM-COUNT
	      AND WS-MEM-COUNT < T-MEM-MAX
	      ADD 1 TO WS-MEM-COUNT
	      MOVE CM-ALT-STD-KEY TO WS-MEM-KEY (WS-MEM-COUNT).

        CM-LOOP-END. EXIT.

        MEM-SCAN-RTN.
	   CONTINUE.
        MEM-SCAN-RTN-END. EXIT.

      ********************************************************************
      * A leaver who has since left the academy carries the reason
      * FMSTD asked for; one still active elsewhere only left the
      * club.
        REASON-RTN.

	   MOVE '**' TO WS-FIND-RC.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CM-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		IF STD-IS-INACTIVE AND STD-LEAVE-RC NOT = SPACES
		   MOVE STD-LEAVE-RC TO WS-FIND-RC
		END-IF
	   END-READ.

	   PERFORM LR-SCAN-RTN THRU LR-SCAN-RTN-END
		   VARYING WS-LR-SUB FROM 1 BY 1
		   UNTIL WS-LR-SUB > WS-LR-COUNT
		   OR (WS-LR-CO-SUB (WS-LR-SUB) = WS-CO-SUB
		   AND WS-LR-RC (WS-LR-SUB) = WS-FIND-RC).

	   IF WS-LR-SUB > WS-LR-COUNT
	      IF WS-LR-COUNT < T-LR-MAX
		 ADD 1 TO WS-LR-COUNT
		 MOVE WS-CO-SUB  TO WS-LR-CO-SUB (WS-LR-COUNT)
		 MOVE WS-FIND-RC TO WS-LR-RC (WS-LR-COUNT)
		 MOVE WS-LR-COUNT TO WS-LR-SUB
	      ELSE
		 GO TO REASON-RTN-END.

	   ADD 1 TO WS-LR-COUNT-RC (WS-LR-SUB).

        REASON-RTN-END. EXIT.

        LR-SCAN-RTN.
	   CONTINUE.
        LR-SCAN-RTN-END. EXIT.

      ********************************************************************
      * Everything measured per member over the term.
        MEMBER-RTN.

	   MOVE WS-MEM-KEY (WS-MEM-SUB) TO WS-CUR-STD-KEY.

      * Attendance the FMER way: excused absences out of the
      * denominator, and a make-up guest mark is not the member's
      * own session.
	   INITIALIZE ATT-REC.
	   MOVE WS-CUR-STD-KEY TO ATT-ALT-STD-KEY.
	   MOVE LOW-VALUES     TO ATT-ALT-DATE-DMY.
	   MOVE 'N' TO WS-ATT-EOF.
	   START ATT-FILE KEY >= ATT-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ATT-EOF.
	   PERFORM ATT-LOOP THRU ATT-LOOP-END
		   UNTIL WS-ATT-EOF = 'Y'.

	   PERFORM GC-RTN THRU GC-RTN-END
		   VARYING WS-GE-SUB FROM 1 BY 1
		   UNTIL WS-GE-SUB > WS-GE-COUNT.

	   INITIALIZE RS-REC.
	   MOVE WS-CUR-STD-KEY TO RS-STD-KEY.
	   MOVE LOW-VALUES     TO RS-EV-KEY.
	   MOVE 'N' TO WS-RS-EOF.
	   START RS-FILE KEY >= RS-KEY INVALID
		 MOVE 'Y' TO WS-RS-EOF.
	   PERFORM RS-LOOP THRU RS-LOOP-END
		   UNTIL WS-RS-EOF = 'Y'.

	   MOVE ZEROS TO WS-FT-COUNT.
	   INITIALIZE WS-FT-TABLE.
	   INITIALIZE FR-REC.
	   MOVE WS-CUR-STD-KEY TO FR-STD-KEY.
	   MOVE LOW-VALUES     TO FR-DATE-DMY, FR-FT-KEY.
	   MOVE 'N' TO WS-FR-EOF.
	   START FR-FILE KEY >= FR-KEY INVALID
		 MOVE 'Y' TO WS-FR-EOF.
	   PERFORM FR-LOOP THRU FR-LOOP-END
		   UNTIL WS-FR-EOF = 'Y'.
	   PERFORM FIT-RTN THRU FIT-RTN-END
		   VARYING WS-FT-SUB FROM 1 BY 1
		   UNTIL WS-FT-SUB > WS-FT-COUNT.

        MEMBER-RTN-END. EXIT.

      ********************************************************************
        ATT-LOOP.

	   READ ATT-FILE NEXT END
		MOVE 'Y' TO WS-ATT-EOF
		GO TO ATT-LOOP-END.

	   IF ATT-ALT-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-ATT-EOF
	      GO TO ATT-LOOP-END.

	   IF ATT-IS-MAKEUP OR ATT-IS-EXCUSED
	      GO TO ATT-LOOP-END.

	   MOVE ATT-ALT-DATE-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO ATT-LOOP-END.

	   ADD 1 TO WS-CO-MARKED (WS-CO-SUB).
	   IF ATT-IS-PRESENT
	      ADD 1 TO WS-CO-PRESENT (WS-CO-SUB).

        ATT-LOOP-END. EXIT.

      ********************************************************************
      * A candidate row on one of the term's grading days with a
      * result captured.
        GC-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-GE-KEY (WS-GE-SUB) TO GC-GE-KEY.
	   MOVE WS-CUR-STD-KEY	      TO GC-STD-KEY.
	   READ GC-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO GC-RTN-END.

	   IF GC-IS-PASS OR GC-IS-FAIL
	      ADD 1 TO WS-CO-GRADED (WS-CO-SUB).
	   IF GC-IS-PASS
	      ADD 1 TO WS-CO-PASSED (WS-CO-SUB).

        GC-RTN-END. EXIT.

      ********************************************************************
      * A medal is a first, second or third place at an event held
      * in the term.
        RS-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-RS-EOF
		GO TO RS-LOOP-END.

	   IF RS-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-RS-EOF
	      GO TO RS-LOOP-END.

	   IF RS-PLACEMENT < 1 OR RS-PLACEMENT > 3
	      GO TO RS-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE RS-EV-KEY TO EV-KEY.
	   READ EV-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO RS-LOOP-END.

	   MOVE EV-DATE-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO RS-LOOP-END.

	   ADD 1 TO WS-CO-MEDALS (WS-CO-SUB).

        RS-LOOP-END. EXIT.

      ********************************************************************
      * The member's first and last score in the term on each test.
        FR-LOOP.

	   READ FR-FILE NEXT END
		MOVE 'Y' TO WS-FR-EOF
		GO TO FR-LOOP-END.

	   IF FR-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-FR-EOF
	      GO TO FR-LOOP-END.

	   MOVE FR-DATE-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO FR-LOOP-END.

	   PERFORM FT-SCAN-RTN THRU FT-SCAN-RTN-END
		   VARYING WS-FT-SUB FROM 1 BY 1
		   UNTIL WS-FT-SUB > WS-FT-COUNT
		   OR WS-FT-KEY (WS-FT-SUB) = FR-FT-KEY.

	   IF WS-FT-SUB > WS-FT-COUNT
	      IF WS-FT-COUNT < T-FT-MAX
		 ADD 1 TO WS-FT-COUNT
		 MOVE FR-FT-KEY  TO WS-FT-KEY (WS-FT-COUNT)
		 MOVE WS-CUR-YMD TO WS-FT-FIRST-YMD (WS-FT-COUNT),
				    WS-FT-LAST-YMD (WS-FT-COUNT)
		 MOVE FR-SCORE	 TO WS-FT-FIRST (WS-FT-COUNT),
				    WS-FT-LAST (WS-FT-COUNT)
	      END-IF
	      GO TO FR-LOOP-END.

	   IF WS-CUR-YMD < WS-FT-FIRST-YMD (WS-FT-SUB)
	      MOVE WS-CUR-YMD TO WS-FT-FIRST-YMD (WS-FT-SUB)
	      MOVE FR-SCORE   TO WS-FT-FIRST (WS-FT-SUB).
	   IF WS-CUR-YMD > WS-FT-LAST-YMD (WS-FT-SUB)
	      MOVE WS-CUR-YMD TO WS-FT-LAST-YMD (WS-FT-SUB)
	      MOVE FR-SCORE   TO WS-FT-LAST (WS-FT-SUB).

        FR-LOOP-END. EXIT.

        FT-SCAN-RTN.
	   CONTINUE.
        FT-SCAN-RTN-END. EXIT.

      ********************************************************************
      * A test sat more than once in the term counts; it improved if
      * the last score beats the first in the test's good direction.
        FIT-RTN.

	   IF WS-FT-FIRST-YMD (WS-FT-SUB) = WS-FT-LAST-YMD (WS-FT-SUB)
	      GO TO FIT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-FT-KEY (WS-FT-SUB) TO FT-KEY.
	   READ FT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO FT-HIGH-GOOD.

	   ADD 1 TO WS-CO-FIT-TESTS (WS-CO-SUB).
	   MOVE 'N' TO WS-BETTER.
	   IF FT-HIGH-GOOD = 'N'
	      IF WS-FT-LAST (WS-FT-SUB) < WS-FT-FIRST (WS-FT-SUB)
		 MOVE 'Y' TO WS-BETTER
	      END-IF
	   ELSE
	      IF WS-FT-LAST (WS-FT-SUB) > WS-FT-FIRST (WS-FT-SUB)
		 MOVE 'Y' TO WS-BETTER.

	   IF WS-BETTER = 'Y'
	      ADD 1 TO WS-CO-FIT-UP (WS-CO-SUB).

        FIT-RTN-END. EXIT.

      ********************************************************************
      * Survey returns received in the term, on the coach PSSV
      * stamped on the return: every answered 0-10 question goes
      * into the coach's average.
        SR-LOOP.

	   READ SR-FILE NEXT END
		MOVE 'Y' TO WS-SR-EOF
		GO TO SR-LOOP-END.

	   IF SR-CO-KEY = SPACES OR SR-RECV-DMY = ZEROS
	      GO TO SR-LOOP-END.

	   MOVE SR-RECV-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO SR-LOOP-END.

	   PERFORM CO-SCAN-RTN THRU CO-SCAN-RTN-END
		   VARYING WS-CO-SUB FROM 1 BY 1
		   UNTIL WS-CO-SUB > WS-CO-COUNT
		   OR WS-CO-KEY (WS-CO-SUB) = SR-CO-KEY.
	   IF WS-CO-SUB > WS-CO-COUNT
	      GO TO SR-LOOP-END.

	   IF SR-SV-KEY NOT = WS-CUR-SV-KEY
	      MOVE SR-SV-KEY TO WS-CUR-SV-KEY
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE SR-SV-KEY TO SV-KEY
	      READ SV-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
		   INITIALIZE SV-DETAILS.

	   PERFORM SR-Q-RTN THRU SR-Q-RTN-END
		   VARYING WS-Q-SUB FROM 1 BY 1
		   UNTIL WS-Q-SUB > 10.

        SR-LOOP-END. EXIT.

        CO-SCAN-RTN.
	   CONTINUE.
        CO-SCAN-RTN-END. EXIT.

        SR-Q-RTN.

	   IF SV-Q-IS-SCORE (WS-Q-SUB)
	      AND SR-ANSWER (WS-Q-SUB) NUMERIC
	      AND SR-SCORE (WS-Q-SUB) NOT > 10
	      ADD SR-SCORE (WS-Q-SUB) TO WS-CO-SV-SUM (WS-CO-SUB)
	      ADD 1 TO WS-CO-SV-CNT (WS-CO-SUB).

        SR-Q-RTN-END. EXIT.

      ********************************************************************
      * The ranking score is the plain average of whichever of
      * retention, attendance and grading pass rate the coach has a
      * base for; medals break ties.
        SCORE-RTN.

	   MOVE ZEROS TO WS-PCT-SUM, WS-PCT-CNT.

	   MOVE WS-CO-KEPT (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-BASE (WS-CO-SUB) TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   IF WS-PCT-OK = 'Y'
	      ADD WS-PCT TO WS-PCT-SUM
	      ADD 1 TO WS-PCT-CNT.

	   MOVE WS-CO-PRESENT (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-MARKED (WS-CO-SUB)  TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   IF WS-PCT-OK = 'Y'
	      ADD WS-PCT TO WS-PCT-SUM
	      ADD 1 TO WS-PCT-CNT.

	   MOVE WS-CO-PASSED (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-GRADED (WS-CO-SUB) TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   IF WS-PCT-OK = 'Y'
	      ADD WS-PCT TO WS-PCT-SUM
	      ADD 1 TO WS-PCT-CNT.

	   MOVE ZEROS TO WS-CO-SCORE (WS-CO-SUB).
	   IF WS-PCT-CNT > ZEROS
	      COMPUTE WS-CO-SCORE (WS-CO-SUB) ROUNDED =
		      WS-PCT-SUM / WS-PCT-CNT.

        SCORE-RTN-END. EXIT.

        PCT-RTN.

	   MOVE 'N'   TO WS-PCT-OK.
	   MOVE ZEROS TO WS-PCT.
	   IF WS-DEN > ZEROS
	      MOVE 'Y' TO WS-PCT-OK
	      COMPUTE WS-PCT ROUNDED = WS-NUM * 100 / WS-DEN.

        PCT-RTN-END. EXIT.

      ********************************************************************
        SORT-PASS-RTN.

	   PERFORM SORT-CMP-RTN THRU SORT-CMP-RTN-END
		   VARYING WS-SORT-J FROM 1 BY 1
		   UNTIL WS-SORT-J > WS-CO-COUNT - WS-SORT-I.

        SORT-PASS-RTN-END. EXIT.

        SORT-CMP-RTN.

	   COMPUTE WS-SORT-K = WS-SORT-J + 1.
	   IF WS-CO-SCORE (WS-RANK (WS-SORT-J)) <
	      WS-CO-SCORE (WS-RANK (WS-SORT-K))
	      OR (WS-CO-SCORE (WS-RANK (WS-SORT-J)) =
		  WS-CO-SCORE (WS-RANK (WS-SORT-K))
	      AND WS-CO-MEDALS (WS-RANK (WS-SORT-J)) <
		  WS-CO-MEDALS (WS-RANK (WS-SORT-K)))
	      MOVE WS-RANK (WS-SORT-J) TO WS-RANK-HOLD
	      MOVE WS-RANK (WS-SORT-K) TO WS-RANK (WS-SORT-J)
	      MOVE WS-RANK-HOLD	       TO WS-RANK (WS-SORT-K).

        SORT-CMP-RTN-END. EXIT.

      ********************************************************************
        RANK-PRT-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      PERFORM PRT-COLUMNS THRU PRT-COLUMNS-END.

	   MOVE WS-RANK (WS-RANK-SUB) TO WS-CO-SUB.
	   INITIALIZE PRT-DETAIL.
	   MOVE WS-RANK-SUB		  TO PRT-RANK.
	   MOVE WS-CO-KEY (WS-CO-SUB)	  TO PRT-CO-KEY.
	   MOVE WS-CO-NAME (WS-CO-SUB)	  TO PRT-CO-NAME.
	   MOVE WS-CO-CLUBS (WS-CO-SUB)	  TO PRT-CLUBS.
	   MOVE WS-CO-MEMBERS (WS-CO-SUB) TO PRT-MEMBERS.
	   MOVE WS-CO-BASE (WS-CO-SUB)	  TO PRT-BASE.
	   MOVE WS-CO-GRADED (WS-CO-SUB)  TO PRT-GRADED.
	   MOVE WS-CO-MEDALS (WS-CO-SUB)  TO PRT-MEDALS.
	   MOVE WS-CO-JOINERS (WS-CO-SUB) TO PRT-JOINERS.
	   MOVE WS-CO-LEAVERS (WS-CO-SUB) TO PRT-LEAVERS.
	   MOVE WS-CO-SCORE (WS-CO-SUB)	  TO PRT-SCORE.

	   MOVE WS-CO-KEPT (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-BASE (WS-CO-SUB) TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   MOVE WS-PCT TO PRT-RET.
	   IF WS-PCT-OK NOT = 'Y'
	      MOVE SPACES TO PRT-RET-X.

	   MOVE WS-CO-PRESENT (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-MARKED (WS-CO-SUB)  TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   MOVE WS-PCT TO PRT-ATT.
	   IF WS-PCT-OK NOT = 'Y'
	      MOVE SPACES TO PRT-ATT-X.

	   MOVE WS-CO-PASSED (WS-CO-SUB) TO WS-NUM.
	   MOVE WS-CO-GRADED (WS-CO-SUB) TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   MOVE WS-PCT TO PRT-PASS.
	   IF WS-PCT-OK NOT = 'Y'
	      MOVE SPACES TO PRT-PASS-X.

	   MOVE WS-CO-FIT-UP (WS-CO-SUB)    TO WS-NUM.
	   MOVE WS-CO-FIT-TESTS (WS-CO-SUB) TO WS-DEN.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   MOVE WS-PCT TO PRT-FIT.
	   IF WS-PCT-OK NOT = 'Y'
	      MOVE SPACES TO PRT-FIT-X.

	   MOVE SPACES TO PRT-SURVEY-X.
	   IF WS-CO-SV-CNT (WS-CO-SUB) > ZEROS
	      COMPUTE WS-SV-AVG ROUNDED = WS-CO-SV-SUM (WS-CO-SUB)
					/ WS-CO-SV-CNT (WS-CO-SUB)
	      MOVE WS-SV-AVG TO PRT-SURVEY.

	   WRITE PRINT-REC FROM PRT-DETAIL.

        RANK-PRT-RTN-END. EXIT.

      ********************************************************************
      * In ranking order, each coach with leavers and the reasons.
        LR-COACH-RTN.

	   MOVE WS-RANK (WS-RANK-SUB) TO WS-CO-SUB.
	   IF WS-CO-LEAVERS (WS-CO-SUB) = ZEROS
	      GO TO LR-COACH-RTN-END.

	   IF LINAGE-COUNTER > 54
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-LR-HEAD AFTER 2.

	   MOVE WS-CO-KEY (WS-CO-SUB)  TO PRT-LR-CO-KEY.
	   MOVE WS-CO-NAME (WS-CO-SUB) TO PRT-LR-CO-NAME.
	   WRITE PRINT-REC FROM PRT-LR-COACH AFTER 2.

	   PERFORM LR-PRT-RTN THRU LR-PRT-RTN-END
		   VARYING WS-LR-SUB FROM 1 BY 1
		   UNTIL WS-LR-SUB > WS-LR-COUNT.

        LR-COACH-RTN-END. EXIT.

        LR-PRT-RTN.

	   IF WS-LR-CO-SUB (WS-LR-SUB) NOT = WS-CO-SUB
	      GO TO LR-PRT-RTN-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-LR-COACH AFTER 2.

	   MOVE WS-LR-RC (WS-LR-SUB) TO PRT-LR-RC.
	   IF WS-LR-RC (WS-LR-SUB) = '**'
	      MOVE 'LEFT CLUB ONLY' TO PRT-LR-NAME
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-LR-RC (WS-LR-SUB) TO LV-KEY
	      READ LV-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
		   MOVE SPACES TO LV-NAME
	      END-READ
	      MOVE LV-NAME TO PRT-LR-NAME.
	   MOVE WS-LR-COUNT-RC (WS-LR-SUB) TO PRT-LR-COUNT.
	   WRITE PRINT-REC FROM PRT-LR-LINE.

        LR-PRT-RTN-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

	   IF S-FIRST-PRINT = 'Y'
	      MOVE 'N' TO S-FIRST-PRINT
	      CALL   '/v/cps/lib/std/f-dmyhm' USING
		     PRT-SYS-DMY, PRT-START-HHMM
	      CANCEL '/v/cps/lib/std/f-dmyhm'
	      MOVE 'PRESTIGE ATLANTIC' TO PRT-COMPNAME
	      MOVE 1			TO S-PAGE-COUNT
	   ELSE
	      ADD 1		TO S-PAGE-COUNT
	      WRITE PRINT-REC FROM SPACE AFTER PAGE
	   END-IF.

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   MOVE WS-FROM-DMY TO PRT-FROM-DMY.
	   MOVE WS-TO-DMY   TO PRT-TO-DMY.
	   WRITE PRINT-REC FROM PRT-TERM-LINE.

	PRT-CONTROL-END. EXIT.

        PRT-COLUMNS.

	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

        PRT-COLUMNS-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  PRT-SYS-DMY, PRT-START-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   MOVE PRT-START-HHMM TO PRT-END-HHMM.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
