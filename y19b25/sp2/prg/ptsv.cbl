       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTSV.

      * MEMBER SURVEY RESULTS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Net-promoter score and
      *					average 0-10 score for the
      *					academy and by club, coach,
      *					branch and membership class,
      *					set against last term's
      *					survey; detractors listed
      *					and put on the CN-FILE
      *					contact diary for a call
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccn'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcn'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'MEMBER SURVEY RESULTS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

      * One slot per academy/club/coach/branch/class seen in either
      * term's returns; a returns file wider than the table folds
      * the overflow into the academy row only.
       78 T-GRP-MAX		VALUE 300.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SV-KEY		PIC X(06).
	  03 WS-SR-EOF		PIC X(01).
	  03 WS-PER		PIC 9(01).
	  03 WS-Q-SUB		PIC 9(02).
	  03 WS-R-NPS		PIC 9(02).
	  03 WS-R-HAS-NPS	PIC X(01).
	  03 WS-R-SUM		PIC 9(04).
	  03 WS-R-CNT		PIC 9(02).
	  03 WS-FIND-TYPE	PIC 9(01).
	  03 WS-FIND-KEY	PIC X(04).
	  03 WS-LAST-TYPE	PIC 9(01).
	  03 WS-NPS		PIC S9(03).
	  03 WS-CUR-NPS		PIC S9(03).
	  03 WS-AVG		PIC 9(02)V9(01).
	  03 WS-CN-FREE		PIC X(01).
	  03 WS-DET-COUNT	PIC 9(06).
	  03 WS-CN-COUNT	PIC 9(06).
	  03 WS-RESP-COUNT	PIC 9(06).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-SCORE-DISP	PIC Z9.
	  03 PRT-START-HHMM	PIC X(07).

      * Slot 1 is this term's survey, slot 2 the one it is compared
      * against: its key, its recommend question and its scales.
       01 WS-SVT-TABLE.
	  03 WS-SVT OCCURS 2.
	     05 WS-SVT-KEY	PIC X(06).
	     05 WS-SVT-NPS-Q	PIC 9(02).
	     05 WS-SVT-SCALE	PIC X(01) OCCURS 10.

       01 WS-GRP-MISC.
	  03 WS-GRP-COUNT	PIC 9(03).
	  03 WS-GRP-SUB		PIC 9(03).
	  03 WS-SORT-I		PIC 9(03).
	  03 WS-SORT-J		PIC 9(03).
	  03 WS-SORT-K		PIC 9(03).
       01 WS-GRP-TABLE.
	  03 WS-GRP OCCURS T-GRP-MAX.
	     05 WS-GT-SORT.
		07 WS-GT-TYPE	PIC 9(01).
		07 WS-GT-KEY	PIC X(04).
	     05 WS-GT-PER OCCURS 2.
		07 WS-GT-RESP	PIC 9(05).
		07 WS-GT-NPS-CNT PIC 9(05).
		07 WS-GT-PROM	PIC 9(05).
		07 WS-GT-DETR	PIC 9(05).
		07 WS-GT-SUM	PIC 9(07).
		07 WS-GT-CNT	PIC 9(06).
       01 WS-GRP-HOLD		PIC X(71).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: MEMBER SURVEY RESULTS'.

       01 PRT-HEADER2A.
	  03 FIL		PIC X(09) VALUE 'SURVEY :'.
	  03 PRT-SV-KEY		PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-SV-DESC	PIC X(30).
	  03 FIL		PIC X(10) VALUE ' AGAINST:'.
	  03 PRT-PREV-KEY	PIC X(06).

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     '                         -- THIS TERM --'.
	  03 FIL		PIC X(38) VALUE
	     '   -- LAST TERM --   NPS'.

       01 PRT-HEADER4.
	  03 FIL		PIC X(40) VALUE
	     'CODE NAME                 RESP  NPS  AVG'.
	  03 FIL		PIC X(38) VALUE
	     '   RESP  NPS  AVG   CHG'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- -------------------- ----- ---- ----'.
	  03 FIL		PIC X(38) VALUE
	     '  ----- ---- ----  ----'.

       01 PRT-SECTION.
	  03 PRT-SECTION-NAME	PIC X(40).

       01 PRT-DETAIL.
	  03 PRT-GRP-KEY	PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-GRP-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-RESP		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-NPS		PIC ---9.
	  03 PRT-NPS-X REDEFINES PRT-NPS
				PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-AVG		PIC Z9.9.
	  03 PRT-AVG-X REDEFINES PRT-AVG
				PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-PREV-RESP	PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-PREV-NPS	PIC ---9.
	  03 PRT-PREV-NPS-X REDEFINES PRT-PREV-NPS
				PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-PREV-AVG	PIC Z9.9.
	  03 PRT-PREV-AVG-X REDEFINES PRT-PREV-AVG
				PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-CHG		PIC ---9.
	  03 PRT-CHG-X REDEFINES PRT-CHG
				PIC X(04).

       01 PRT-DET-HEADER.
	  03 FIL		PIC X(40) VALUE
	     'AC#    NAME                 SCORE CLUB '.
	  03 FIL		PIC X(38) VALUE
	     'COMMENT'.

       01 PRT-DET-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------ -------------------- ----- ---- '.
	  03 FIL		PIC X(38) VALUE
	     '------------------------------------'.

       01 PRT-DET-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(20).
	  03 FIL		PIC X(03).
	  03 PRT-SCORE		PIC Z9.
	  03 FIL		PIC X(02).
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-COMMENT	PIC X(36).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'RESPONSES THIS TERM :'.
	  03 PRT-END-RESP	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'DETRACTORS          :'.
	  03 PRT-END-DET	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'CALL-BACKS RAISED   :'.
	  03 PRT-END-CN		PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Survey Code:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(06)
	     USING WS-SV-KEY BELL UPPER.
	  03 LABEL COL + 2 PIC X(30) FROM SV-DESC.
	  03 LABEL LINE 04 COL 04
	     'Print Survey Results?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccn'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT SV-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

	   INITIALIZE SV-REC.
	   MOVE 'Member Survey Results' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SV-FILE.
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

	   IF WS-SV-KEY = SPACES
	      MOVE 200005 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SV-KEY TO SV-KEY.
	   READ SV-FILE INVALID
		INITIALIZE SV-DETAILS
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN I-O   SR-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT MB-FILE.
	   OPEN I-O   CN-FILE.

      * Both terms' surveys are held in the table before anything is
      * counted; a comparison survey no longer on file is left out.
	   INITIALIZE WS-SVT-TABLE, WS-GRP-TABLE.
	   MOVE ZEROS TO WS-GRP-COUNT.
	   MOVE 1 TO WS-PER.
	   PERFORM SVT-LOAD-RTN THRU SVT-LOAD-RTN-END.
	   MOVE SV-PREV-KEY TO PRT-PREV-KEY.
	   MOVE SV-KEY	    TO PRT-SV-KEY.
	   MOVE SV-DESC	    TO PRT-SV-DESC.
	   IF SV-PREV-KEY NOT = SPACES
	      MOVE SV-PREV-KEY TO SV-KEY
	      MOVE 'N' TO S-STATUS-CHECK
	      READ SV-FILE INVALID
		   MOVE SPACES TO PRT-PREV-KEY
	      NOT INVALID
		   MOVE 2 TO WS-PER
		   PERFORM SVT-LOAD-RTN THRU SVT-LOAD-RTN-END
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK.

	   MOVE 1 TO WS-PER.
	   PERFORM TALLY-RTN THRU TALLY-RTN-END.
	   IF WS-SVT-KEY (2) NOT = SPACES
	      MOVE 2 TO WS-PER
	      PERFORM TALLY-RTN THRU TALLY-RTN-END.

	   PERFORM SORT-PASS-RTN THRU SORT-PASS-RTN-END
		   VARYING WS-SORT-I FROM 1 BY 1
		   UNTIL WS-SORT-I >= WS-GRP-COUNT.

	   MOVE ZEROS TO WS-DET-COUNT, WS-CN-COUNT, WS-RESP-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER4.
	   WRITE PRINT-REC FROM PRT-LINE.

	   MOVE ZEROS TO WS-LAST-TYPE.
	   PERFORM GROUP-PRT-RTN THRU GROUP-PRT-RTN-END
		   VARYING WS-GRP-SUB FROM 1 BY 1
		   UNTIL WS-GRP-SUB > WS-GRP-COUNT.

	   PERFORM DETRACTOR-RTN THRU DETRACTOR-RTN-END.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE SR-FILE.
	   CLOSE STD-FILE.
	   CLOSE CB-FILE.
	   CLOSE CO-FILE.
	   CLOSE BR-FILE.
	   CLOSE MB-FILE.
	   CLOSE CN-FILE.

	0199-END. EXIT.

      ********************************************************************
        SVT-LOAD-RTN.

	   MOVE SV-KEY	 TO WS-SVT-KEY (WS-PER).
	   MOVE SV-NPS-Q TO WS-SVT-NPS-Q (WS-PER).
	   PERFORM SVT-SCALE-RTN THRU SVT-SCALE-RTN-END
		   VARYING WS-Q-SUB FROM 1 BY 1
		   UNTIL WS-Q-SUB > 10.

        SVT-LOAD-RTN-END. EXIT.

        SVT-SCALE-RTN.

	   MOVE SPACE TO WS-SVT-SCALE (WS-PER, WS-Q-SUB).
	   IF SV-Q-TEXT (WS-Q-SUB) NOT = SPACES
	      MOVE SV-Q-SCALE (WS-Q-SUB)
		TO WS-SVT-SCALE (WS-PER, WS-Q-SUB).

        SVT-SCALE-RTN-END. EXIT.

      ********************************************************************
      * Every return for the term's survey lands on five slots: the
      * academy, the member's club, coach, branch and class.
        TALLY-RTN.

	   INITIALIZE SR-REC.
	   MOVE WS-SVT-KEY (WS-PER) TO SR-SV-KEY.
	   MOVE LOW-VALUES	    TO SR-STD-KEY.
	   MOVE 'N' TO WS-SR-EOF.
	   START SR-FILE KEY >= SR-KEY INVALID
		 MOVE 'Y' TO WS-SR-EOF.
	   PERFORM TALLY-LOOP THRU TALLY-LOOP-END
		   UNTIL WS-SR-EOF = 'Y'.

        TALLY-RTN-END. EXIT.

        TALLY-LOOP.

	   READ SR-FILE NEXT END
		MOVE 'Y' TO WS-SR-EOF
		GO TO TALLY-LOOP-END.

	   IF SR-SV-KEY NOT = WS-SVT-KEY (WS-PER)
	      MOVE 'Y' TO WS-SR-EOF
	      GO TO TALLY-LOOP-END.

	   PERFORM SCORE-RTN THRU SCORE-RTN-END.

	   MOVE 1      TO WS-FIND-TYPE.
	   MOVE '**'   TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 2	  TO WS-FIND-TYPE.
	   MOVE SR-CB-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 3	  TO WS-FIND-TYPE.
	   MOVE SR-CO-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 4	  TO WS-FIND-TYPE.
	   MOVE SR-BR-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 5	  TO WS-FIND-TYPE.
	   MOVE SR-MB-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.

        TALLY-LOOP-END. EXIT.

      ********************************************************************
      * The recommend answer, and the sum and count of the return's
      * answered 0-10 questions for the average.
        SCORE-RTN.

	   MOVE 'N'   TO WS-R-HAS-NPS.
	   MOVE ZEROS TO WS-R-NPS, WS-R-SUM, WS-R-CNT.
	   PERFORM SCORE-Q-RTN THRU SCORE-Q-RTN-END
		   VARYING WS-Q-SUB FROM 1 BY 1
		   UNTIL WS-Q-SUB > 10.

        SCORE-RTN-END. EXIT.

        SCORE-Q-RTN.

	   IF WS-SVT-SCALE (WS-PER, WS-Q-SUB) NOT = 'S'
	      GO TO SCORE-Q-RTN-END.
	   IF SR-ANSWER (WS-Q-SUB) = SPACES
	      GO TO SCORE-Q-RTN-END.
	   IF SR-ANSWER (WS-Q-SUB) NOT NUMERIC
	      GO TO SCORE-Q-RTN-END.

	   ADD SR-SCORE (WS-Q-SUB) TO WS-R-SUM.
	   ADD 1 TO WS-R-CNT.
	   IF WS-Q-SUB = WS-SVT-NPS-Q (WS-PER)
	      MOVE 'Y' TO WS-R-HAS-NPS
	      MOVE SR-SCORE (WS-Q-SUB) TO WS-R-NPS.

        SCORE-Q-RTN-END. EXIT.

      ********************************************************************
      * Finds (or opens) the slot for WS-FIND-TYPE/KEY and adds the
      * return to it. Promoters answered 9-10, detractors 0-6.
        ADD-RTN.

	   PERFORM FIND-SCAN-RTN THRU FIND-SCAN-RTN-END
		   VARYING WS-GRP-SUB FROM 1 BY 1
		   UNTIL WS-GRP-SUB > WS-GRP-COUNT
		   OR (WS-GT-TYPE (WS-GRP-SUB) = WS-FIND-TYPE
		   AND WS-GT-KEY (WS-GRP-SUB) = WS-FIND-KEY).

	   IF WS-GRP-SUB > WS-GRP-COUNT
	      IF WS-GRP-COUNT >= T-GRP-MAX
		 GO TO ADD-RTN-END
	      END-IF
	      ADD 1 TO WS-GRP-COUNT
	      MOVE WS-FIND-TYPE TO WS-GT-TYPE (WS-GRP-COUNT)
	      MOVE WS-FIND-KEY	TO WS-GT-KEY (WS-GRP-COUNT)
	      MOVE WS-GRP-COUNT TO WS-GRP-SUB.

	   ADD 1 TO WS-GT-RESP (WS-GRP-SUB, WS-PER).
	   ADD WS-R-SUM TO WS-GT-SUM (WS-GRP-SUB, WS-PER).
	   ADD WS-R-CNT TO WS-GT-CNT (WS-GRP-SUB, WS-PER).
	   IF WS-R-HAS-NPS = 'Y'
	      ADD 1 TO WS-GT-NPS-CNT (WS-GRP-SUB, WS-PER)
	      IF WS-R-NPS >= 9
		 ADD 1 TO WS-GT-PROM (WS-GRP-SUB, WS-PER)
	      ELSE
		 IF WS-R-NPS <= 6
		    ADD 1 TO WS-GT-DETR (WS-GRP-SUB, WS-PER).

        ADD-RTN-END. EXIT.

        FIND-SCAN-RTN.
	   CONTINUE.
        FIND-SCAN-RTN-END. EXIT.

      ********************************************************************
      * Slots into type-then-code order with a plain exchange sort;
      * the table is small.
        SORT-PASS-RTN.

	   PERFORM SORT-CMP-RTN THRU SORT-CMP-RTN-END
		   VARYING WS-SORT-J FROM 1 BY 1
		   UNTIL WS-SORT-J > WS-GRP-COUNT - WS-SORT-I.

        SORT-PASS-RTN-END. EXIT.

        SORT-CMP-RTN.

	   COMPUTE WS-SORT-K = WS-SORT-J + 1.
	   IF WS-GT-SORT (WS-SORT-J) > WS-GT-SORT (WS-SORT-K)
	      MOVE WS-GRP (WS-SORT-J) TO WS-GRP-HOLD
	      MOVE WS-GRP (WS-SORT-K) TO WS-GRP (WS-SORT-J)
	      MOVE WS-GRP-HOLD	      TO WS-GRP (WS-SORT-K).

        SORT-CMP-RTN-END. EXIT.

      ********************************************************************
      * One line per slot; a new type opens its section. The score
      * change is this term's NPS less last term's.
        GROUP-PRT-RTN.

	   IF WS-GT-TYPE (WS-GRP-SUB) NOT = WS-LAST-TYPE
	      MOVE WS-GT-TYPE (WS-GRP-SUB) TO WS-LAST-TYPE
	      IF LINAGE-COUNTER > 54
		 PERFORM PRT-CONTROL THRU PRT-CONTROL-END
		 WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2
		 WRITE PRINT-REC FROM PRT-HEADER4
		 WRITE PRINT-REC FROM PRT-LINE
	      END-IF
	      EVALUATE WS-LAST-TYPE
		WHEN 1 MOVE 'ACADEMY'		  TO PRT-SECTION-NAME
		WHEN 2 MOVE 'BY CLUB/TEAM'	  TO PRT-SECTION-NAME
		WHEN 3 MOVE 'BY COACH'		  TO PRT-SECTION-NAME
		WHEN 4 MOVE 'BY BRANCH'		  TO PRT-SECTION-NAME
		WHEN 5 MOVE 'BY MEMBERSHIP CLASS' TO PRT-SECTION-NAME
	      END-EVALUATE
	      WRITE PRINT-REC FROM PRT-SECTION AFTER 2.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2
	      WRITE PRINT-REC FROM PRT-HEADER4
	      WRITE PRINT-REC FROM PRT-LINE.

	   INITIALIZE PRT-DETAIL.
	   MOVE WS-GT-KEY (WS-GRP-SUB) TO PRT-GRP-KEY.
	   PERFORM GROUP-NAME-RTN THRU GROUP-NAME-RTN-END.

	   MOVE WS-GT-RESP (WS-GRP-SUB, 1) TO PRT-RESP.
	   MOVE 1 TO WS-PER.
	   PERFORM NPS-RTN THRU NPS-RTN-END.
	   IF WS-GT-NPS-CNT (WS-GRP-SUB, 1) = ZEROS
	      MOVE SPACES TO PRT-NPS-X
	   ELSE
	      MOVE WS-NPS TO PRT-NPS.
	   IF WS-GT-CNT (WS-GRP-SUB, 1) = ZEROS
	      MOVE SPACES TO PRT-AVG-X
	   ELSE
	      MOVE WS-AVG TO PRT-AVG.
	   MOVE WS-NPS TO WS-CUR-NPS.

	   MOVE SPACES TO PRT-CHG-X.
	   IF WS-SVT-KEY (2) = SPACES
	      MOVE SPACES TO PRT-PREV-NPS-X, PRT-PREV-AVG-X
	      GO TO GROUP-PRT-WRITE.

	   MOVE WS-GT-RESP (WS-GRP-SUB, 2) TO PRT-PREV-RESP.
	   MOVE 2 TO WS-PER.
	   PERFORM NPS-RTN THRU NPS-RTN-END.
	   IF WS-GT-NPS-CNT (WS-GRP-SUB, 2) = ZEROS
	      MOVE SPACES TO PRT-PREV-NPS-X
	   ELSE
	      MOVE WS-NPS TO PRT-PREV-NPS
	      IF WS-GT-NPS-CNT (WS-GRP-SUB, 1) NOT = ZEROS
		 COMPUTE PRT-CHG = WS-CUR-NPS - WS-NPS.
	   IF WS-GT-CNT (WS-GRP-SUB, 2) = ZEROS
	      MOVE SPACES TO PRT-PREV-AVG-X
	   ELSE
	      MOVE WS-AVG TO PRT-PREV-AVG.

        GROUP-PRT-WRITE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        GROUP-PRT-RTN-END. EXIT.

      ********************************************************************
      * NPS = percent promoters less percent detractors among those
      * who answered the recommend question; the average runs over
      * every answered 0-10 question.
        NPS-RTN.

	   MOVE ZEROS TO WS-NPS, WS-AVG.
	   IF WS-GT-NPS-CNT (WS-GRP-SUB, WS-PER) NOT = ZEROS
	      COMPUTE WS-NPS ROUNDED =
		      (WS-GT-PROM (WS-GRP-SUB, WS-PER) -
		       WS-GT-DETR (WS-GRP-SUB, WS-PER)) * 100 /
		       WS-GT-NPS-CNT (WS-GRP-SUB, WS-PER).
	   IF WS-GT-CNT (WS-GRP-SUB, WS-PER) NOT = ZEROS
	      COMPUTE WS-AVG ROUNDED =
		      WS-GT-SUM (WS-GRP-SUB, WS-PER) /
		      WS-GT-CNT (WS-GRP-SUB, WS-PER).

        NPS-RTN-END. EXIT.

      ********************************************************************
        GROUP-NAME-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-GT-KEY (WS-GRP-SUB) = SPACES
	      MOVE '(NOT RECORDED)' TO PRT-GRP-NAME
	      GO TO GROUP-NAME-RTN-END.

	   EVALUATE WS-GT-TYPE (WS-GRP-SUB)
	     WHEN 1
		  MOVE 'WHOLE ACADEMY' TO PRT-GRP-NAME
	     WHEN 2
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO CB-KEY
		  READ CB-FILE INVALID
		       MOVE SPACES TO CB-NAME
		  END-READ
		  MOVE CB-NAME TO PRT-GRP-NAME
	     WHEN 3
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO CO-KEY
		  READ CO-FILE INVALID
		       MOVE SPACES TO CO-NAME
		  END-READ
		  MOVE CO-NAME TO PRT-GRP-NAME
	     WHEN 4
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO BR-KEY
		  READ BR-FILE INVALID
		       MOVE SPACES TO BR-NAME
		  END-READ
		  MOVE BR-NAME TO PRT-GRP-NAME
	     WHEN 5
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO MB-KEY
		  READ MB-FILE INVALID
		       MOVE SPACES TO MB-NAME
		  END-READ
		  MOVE MB-NAME TO PRT-GRP-NAME
	   END-EVALUATE.
	   MOVE 'N' TO S-STATUS-CHECK.

        GROUP-NAME-RTN-END. EXIT.

      ********************************************************************
      * Detractors on this term's survey, each put on the contact
      * diary for a call once - SR-CN-DMY marks the ones already
      * raised so a reprint does not raise them again.
        DETRACTOR-RTN.

	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE 'DETRACTOR FOLLOW-UP' TO PRT-SECTION-NAME.
	   WRITE PRINT-REC FROM PRT-SECTION AFTER 2.
	   WRITE PRINT-REC FROM PRT-DET-HEADER AFTER 2.
	   WRITE PRINT-REC FROM PRT-DET-LINE.

	   MOVE 1 TO WS-PER.
	   INITIALIZE SR-REC.
	   MOVE WS-SVT-KEY (1) TO SR-SV-KEY.
	   MOVE LOW-VALUES     TO SR-STD-KEY.
	   MOVE 'N' TO WS-SR-EOF.
	   START SR-FILE KEY >= SR-KEY INVALID
		 MOVE 'Y' TO WS-SR-EOF.
	   PERFORM DETRACTOR-LOOP THRU DETRACTOR-LOOP-END
		   UNTIL WS-SR-EOF = 'Y'.

        DETRACTOR-RTN-END. EXIT.

        DETRACTOR-LOOP.

	   READ SR-FILE NEXT END
		MOVE 'Y' TO WS-SR-EOF
		GO TO DETRACTOR-LOOP-END.

	   IF SR-SV-KEY NOT = WS-SVT-KEY (1)
	      MOVE 'Y' TO WS-SR-EOF
	      GO TO DETRACTOR-LOOP-END.

	   ADD 1 TO WS-RESP-COUNT.
	   PERFORM SCORE-RTN THRU SCORE-RTN-END.
	   IF WS-R-HAS-NPS NOT = 'Y' OR WS-R-NPS > 6
	      GO TO DETRACTOR-LOOP-END.

	   ADD 1 TO WS-DET-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-DET-HEADER AFTER 2
	      WRITE PRINT-REC FROM PRT-DET-LINE.

	   INITIALIZE PRT-DET-DETAIL.
	   MOVE SR-STD-KEY TO PRT-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME   TO PRT-STD-NAME.
	   MOVE WS-R-NPS   TO PRT-SCORE.
	   MOVE SR-CB-KEY  TO PRT-CB-KEY.
	   MOVE SR-COMMENT TO PRT-COMMENT.
	   WRITE PRINT-REC FROM PRT-DET-DETAIL.

	   IF SR-CN-DMY NOT = ZEROS
	      GO TO DETRACTOR-LOOP-END.

	   PERFORM NOTE-RTN THRU NOTE-RTN-END.

        DETRACTOR-LOOP-END. EXIT.

      ********************************************************************
      * The call-back note, due today, under the first free sequence
      * for the day the way BPSCX raises its call-backs.
        NOTE-RTN.

	   INITIALIZE CN-REC.
	   MOVE SR-STD-KEY   TO CN-STD-KEY.
	   MOVE WS-TODAY-DMY TO CN-DATE-DMY.
	   MOVE ZEROS	     TO CN-SEQ.
	   MOVE 'N' TO WS-CN-FREE.
	   PERFORM CN-SEQ-RTN THRU CN-SEQ-RTN-END
		   UNTIL WS-CN-FREE = 'Y' OR CN-SEQ = 99.
	   IF WS-CN-FREE NOT = 'Y'
	      GO TO NOTE-RTN-END.

	   MOVE WS-R-NPS TO WS-SCORE-DISP.
	   MOVE 'PTSV'	     TO CN-OPERATOR.
	   MOVE SPACES	     TO CN-NOTE.
	   STRING 'Survey ' SR-SV-KEY ' detractor - scored '
		  WS-SCORE-DISP ' - call to follow up'
		  DELIMITED BY SIZE INTO CN-NOTE.
	   MOVE WS-TODAY-DMY TO CN-FUP-DMY.
	   MOVE SPACE	     TO CN-DONE-FLAG.
	   MOVE ZEROS	     TO CN-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CN-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 GO TO NOTE-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO NOTE-RTN-END.
	   ADD 1 TO WS-CN-COUNT.

	   MOVE WS-TODAY-DMY TO SR-CN-DMY.
	   REWRITE SR-REC.

        NOTE-RTN-END. EXIT.

      ********************************************************************
        CN-SEQ-RTN.

	   ADD 1 TO CN-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CN-FREE.

        CN-SEQ-RTN-END. EXIT.

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
	   WRITE PRINT-REC FROM PRT-HEADER2A.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-RESP-COUNT TO PRT-END-RESP.
	   MOVE WS-DET-COUNT  TO PRT-END-DET.
	   MOVE WS-CN-COUNT   TO PRT-END-CN.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
