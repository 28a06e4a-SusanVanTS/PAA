       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTPRC.

      * TERM REPORT CARDS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One report card per open
      *					member of a club for the term:
      *					attendance %, current rank
      *					and next-grade readiness the
      *					PTGRAD way, the term's fitness
      *					results and event placings,
      *					and the coach's FMAX scores
      *					and comment; each card also
      *					rendered to spool/RPC-<AC#>
      *					and emailed to the household
      *					under one broadcast batch

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcax'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcft'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrpc'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdax'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdft'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrpc'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbax'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbft'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrpc'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'TERM REPORT CARDS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-EMAIL-ANS	PIC X(01) VALUE 'Y'.
	     88 VALID-EMAIL-ANS	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-CB-KEY		PIC X(04).
	  03 WS-CB-NAME		PIC X(20).
	  03 WS-TERM-DMY	PIC 9(08).
	  03 WS-TERM-END-DMY	PIC 9(08).
	  03 WS-TERM-EDIT	PIC 99/99/9999.
	  03 WS-TERM-FROM-YMD	PIC 9(08).
	  03 WS-TERM-TO-YMD	PIC 9(08).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-CL-EOF		PIC X(01).
	  03 WS-RH-EOF		PIC X(01).
	  03 WS-FR-EOF		PIC X(01).
	  03 WS-RS-EOF		PIC X(01).
	  03 WS-MEM-EOF		PIC X(01).
	  03 WS-STD-KEY		PIC X(06).
	  03 WS-STD-NAME	PIC X(40).
	  03 WS-FAMILY		PIC X(08).
	  03 WS-STD-EMAIL	PIC X(30).
	  03 WS-RANK-YMD	PIC 9(08).
	  03 WS-BEST-YMD	PIC 9(08).
	  03 WS-BEST-DMY	PIC 9(08).
	  03 WS-BEST-RK		PIC 9(02).
	  03 WS-NEXT-RK		PIC 9(02).
	  03 WS-CUR-RANK-NAME	PIC X(20).
	  03 WS-MONTHS		PIC S9(06).
	  03 WS-SESSIONS	PIC 9(04).
	  03 WS-ATT-OPEN-YMD	PIC 9(08) VALUE ZEROS.
	  03 WS-ATT-TO-YMD	PIC 9(08).
	  03 WS-ATT-COUNTS.
	     05 WS-ATT-PRESENT	PIC 9(05).
	     05 WS-ATT-EXCUSED	PIC 9(05).
	     05 WS-ATT-ABSENT	PIC 9(05).
	  03 WS-ATT-BASE	PIC 9(05).
	  03 WS-SUB		PIC 9(02).
	  03 WS-ROW-COUNT	PIC 9(04).
	  03 WS-EMAIL		PIC X(30).
	  03 WS-RPC-OPEN	PIC X(01).
	  03 WS-BATCH-NO	PIC 9(06).
	  03 WS-CARD-COUNT	PIC 9(04).
	  03 WS-EMAIL-COUNT	PIC 9(04).
	  03 WS-POST-COUNT	PIC 9(04).
	  03 WS-NOAX-COUNT	PIC 9(04).
	  03 WS-OUT-LINE	PIC X(132).
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-YMD-PARTS.
	  03 WS-YP-YYYY		PIC 9(04).
	  03 WS-YP-MM		PIC 9(02).
	  03 WS-YP-DD		PIC 9(02).
       01 WS-YMD REDEFINES WS-YMD-PARTS
				PIC 9(08).

      * The four criteria in AX-SCORE order, and the words a score
      * prints as.
       01 WS-CRIT-NAMES.
	  03 FIL		PIC X(12) VALUE 'TECHNIQUE'.
	  03 FIL		PIC X(12) VALUE 'EFFORT'.
	  03 FIL		PIC X(12) VALUE 'DISCIPLINE'.
	  03 FIL		PIC X(12) VALUE 'FITNESS'.
       01 REDEFINES WS-CRIT-NAMES.
	  03 WS-CRIT-NAME	PIC X(12) OCCURS 4.

       01 WS-GRADE-WORDS.
	  03 FIL		PIC X(12) VALUE 'NEEDS WORK'.
	  03 FIL		PIC X(12) VALUE 'DEVELOPING'.
	  03 FIL		PIC X(12) VALUE 'GOOD'.
	  03 FIL		PIC X(12) VALUE 'VERY GOOD'.
	  03 FIL		PIC X(12) VALUE 'EXCELLENT'.
       01 REDEFINES WS-GRADE-WORDS.
	  03 WS-GRADE-WORD	PIC X(12) OCCURS 5.

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: TERM REPORT CARD'.

       01 PRT-IMG-TITLE.
	  03 FIL		PIC X(50) VALUE
	     'PRESTIGE ATLANTIC - TERM REPORT CARD'.

       01 PRT-RULE.
	  03 FIL		PIC X(78) VALUE ALL '-'.

       01 PRT-NAME-LINE.
	  03 FIL		PIC X(11) VALUE 'STUDENT  :'.
	  03 PRT-STD-NAME	PIC X(40).
	  03 FIL		PIC X(08) VALUE '  AC# :'.
	  03 PRT-STD-KEY	PIC X(06).

       01 PRT-CLUB-LINE.
	  03 FIL		PIC X(11) VALUE 'CLUB     :'.
	  03 PRT-CB-NAME	PIC X(20).
	  03 FIL		PIC X(09) VALUE '  TERM :'.
	  03 PRT-TERM-FROM	PIC 99/99/9999.
	  03 FIL		PIC X(04) VALUE ' TO'.
	  03 PRT-TERM-TO	PIC 99/99/9999 BLANK WHEN ZERO.

       01 PRT-SECTION.
	  03 PRT-SECTION-TEXT	PIC X(40).

       01 PRT-ATT-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(13) VALUE 'ATTENDANCE :'.
	  03 PRT-ATT-PCT	PIC ZZ9.
	  03 FIL		PIC X(04) VALUE '%'.
	  03 FIL		PIC X(08) VALUE 'PRESENT'.
	  03 PRT-ATT-PRESENT	PIC ZZZZ9.
	  03 FIL		PIC X(09) VALUE '  ABSENT'.
	  03 PRT-ATT-ABSENT	PIC ZZZZ9.
	  03 FIL		PIC X(10) VALUE '  EXCUSED'.
	  03 PRT-ATT-EXCUSED	PIC ZZZZ9.

       01 PRT-RANK-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(15) VALUE 'CURRENT RANK :'.
	  03 PRT-CUR-RANK	PIC X(20).
	  03 FIL		PIC X(10) VALUE '  SINCE :'.
	  03 PRT-RANK-SINCE	PIC 99/99/9999 BLANK WHEN ZERO.

       01 PRT-NEXT-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(15) VALUE 'NEXT GRADE   :'.
	  03 PRT-NEXT-RANK	PIC X(20).
	  03 FIL		PIC X(10) VALUE '  READY :'.
	  03 PRT-READY		PIC X(25).

       01 PRT-FIT-LINE.
	  03 FIL		PIC X(03).
	  03 PRT-FIT-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 PRT-FIT-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-FIT-SCORE	PIC ZZZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FIT-UNIT	PIC X(10).

       01 PRT-EV-LINE.
	  03 FIL		PIC X(03).
	  03 PRT-EV-DMY		PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 PRT-EV-NAME	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-EV-LABEL	PIC X(09).
	  03 PRT-EV-PLACE	PIC ZZ9 BLANK WHEN ZERO.

       01 PRT-NONE-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(30) VALUE
	     'NONE RECORDED THIS TERM'.

       01 PRT-SCORE-LINE.
	  03 FIL		PIC X(03).
	  03 PRT-CRIT-NAME	PIC X(12).
	  03 FIL		PIC X(02) VALUE ': '.
	  03 PRT-CRIT-SCORE	PIC 9(01).
	  03 FIL		PIC X(02).
	  03 PRT-CRIT-WORD	PIC X(12).

       01 PRT-COMMENT-LINE.
	  03 FIL		PIC X(03).
	  03 PRT-COMMENT	PIC X(60).

       01 PRT-COACH-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(08) VALUE 'COACH :'.
	  03 PRT-CO-NAME	PIC X(30).

       01 PRT-NOAX-LINE.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(30) VALUE
	     'NOT ASSESSED THIS TERM'.

       01 PRT-END1.
	  03 FIL		PIC X(22) VALUE
	     'CARDS PRINTED       :'.
	  03 PRT-END-CARDS	PIC Z(04)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'EMAILED             :'.
	  03 PRT-END-EMAILED	PIC Z(04)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'NO EMAIL - TO POST  :'.
	  03 PRT-END-POST	PIC Z(04)9.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'NOT ASSESSED        :'.
	  03 PRT-END-NOAX	PIC Z(04)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Club:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 32 PIC X(04)
	     USING WS-CB-KEY BELL UPPER.
	  03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	     COL + 1.5 LINES 13
	     BITMAP-HANDLE S-BITMAP
	     BITMAP-NUMBER 	= 1
	     TERMINATION-VALUE = 101.
	  03 LABEL LINE 03 COL 04 'Term Start Date:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 32 PIC 99/99/9999
	     USING WS-TERM-DMY.
	  03 LABEL LINE 04 COL 04 'Email Cards to Households?'.
	  03 LABEL LINE 04 COL 32 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING WS-EMAIL-ANS BELL UPPER.
	  03 LABEL LINE 06 COL 04 'Print Term Report Cards?'.
	  03 LABEL LINE 06 COL 32 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 06 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcax'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcft'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrpc'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CL-FILE.
	   OPEN INPUT AX-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT RH-FILE.
	   OPEN INPUT RK-FILE.
	   OPEN INPUT FR-FILE.
	   OPEN INPUT FT-FILE.
	   OPEN INPUT RS-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.

	   MOVE 'Term Report Cards' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE STD-FILE.
	   CLOSE CB-FILE.
	   CLOSE CM-FILE.
	   CLOSE CL-FILE.
	   CLOSE AX-FILE.
	   CLOSE CO-FILE.
	   CLOSE RH-FILE.
	   CLOSE RK-FILE.
	   CLOSE FR-FILE.
	   CLOSE FT-FILE.
	   CLOSE RS-FILE.
	   CLOSE EV-FILE.
	   CLOSE FA-FILE.
	   CLOSE NQ-FILE.
	   CLOSE CFIG-FILE.
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

	   IF (K-F10 AND S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/z/y19b25/sp2/prg/hpcb' USING WS-CB-KEY, S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpcb'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      MOVE 104 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   IF WS-CB-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CB-KEY TO CB-KEY.
	   READ CB-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.
	   MOVE CB-NAME TO WS-CB-NAME.

      * The term is named by its start date on the academy calendar,
      * the same date FMAX files the coach's scores under.
	   IF WS-TERM-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TERM-DMY TO CL-DATE-DMY.
	   READ CL-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACE TO CL-TYPE.
	   IF NOT CL-IS-TERM-START
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT VALID-EMAIL-ANS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0100-MAIN.
	   IF WS-EMAIL-ANS = 'y'
	      MOVE 'Y' TO WS-EMAIL-ANS.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   PERFORM TERM-END-RTN THRU TERM-END-RTN-END.

      * One broadcast batch covers the run's emails, so PTBC reads
      * the delivery per household off the PSNQ re-import.
	   IF WS-EMAIL-ANS = 'Y'
	      ADD 1 TO CFIG-BC-SEQ
	      MOVE CFIG-BC-SEQ TO WS-BATCH-NO.
	   MOVE ZEROS TO WS-CARD-COUNT, WS-EMAIL-COUNT,
			 WS-POST-COUNT, WS-NOAX-COUNT.

      * The club's members come off the club-first membership key;
      * ended and transferred memberships get no card.
	   INITIALIZE CM-REC.
	   MOVE WS-CB-KEY  TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CM-LOOP THRU CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.
	   IF WS-EMAIL-ANS = 'Y'
	      REWRITE CFIG-REC.

	   CLOSE PRINT-FILE.
	   MOVE SPACES TO WS-SPL-SEL.
	   MOVE WS-TERM-DMY TO WS-TERM-EDIT.
	   STRING 'CLUB ' WS-CB-KEY ' TERM ' WS-TERM-EDIT
		  DELIMITED BY SIZE INTO WS-SPL-SEL.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The term runs to the earliest term end keyed on or after its
      * start. The calendar key runs day-first, so the whole file is
      * walked the way PTUTIL gathers its terms; a start with no end
      * after it runs open.
        TERM-END-RTN.

	   MOVE WS-TERM-DMY TO WS-TERM-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TERM-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE 99999999 TO WS-TERM-TO-YMD.
	   MOVE ZEROS	 TO WS-TERM-END-DMY.

	   INITIALIZE CL-REC.
	   MOVE LOW-VALUES TO CL-KEY.
	   MOVE 'N' TO WS-CL-EOF.
	   START CL-FILE KEY >= CL-KEY INVALID
		 MOVE 'Y' TO WS-CL-EOF.
	   PERFORM TERM-END-LOOP THRU TERM-END-LOOP-END
		   UNTIL WS-CL-EOF = 'Y'.

	   IF WS-TERM-END-DMY = ZEROS
	      MOVE ZEROS TO WS-ATT-TO-YMD
	   ELSE
	      MOVE WS-TERM-TO-YMD TO WS-ATT-TO-YMD.

        TERM-END-RTN-END. EXIT.

        TERM-END-LOOP.

	   READ CL-FILE NEXT END
		MOVE 'Y' TO WS-CL-EOF
		GO TO TERM-END-LOOP-END.

	   IF NOT CL-IS-TERM-END
	      GO TO TERM-END-LOOP-END.

	   MOVE CL-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-ROW-YMD >= WS-TERM-FROM-YMD AND
	      WS-ROW-YMD <  WS-TERM-TO-YMD
	      MOVE WS-ROW-YMD  TO WS-TERM-TO-YMD
	      MOVE CL-DATE-DMY TO WS-TERM-END-DMY.

        TERM-END-LOOP-END. EXIT.

      ********************************************************************
        CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = WS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CM-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CM-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO CM-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO CM-LOOP-END.

	   PERFORM CARD-RTN THRU CARD-RTN-END.

        CM-LOOP-END. EXIT.

      ********************************************************************
      * One card. The household's email is looked up first, since a
      * card with somewhere to go is also rendered to its own image
      * file for the email to reference; every card is printed, so
      * the club still has its set to hand out.
        CARD-RTN.

	   MOVE STD-KEY		TO WS-STD-KEY.
	   MOVE STD-NAME	TO WS-STD-NAME.
	   MOVE STD-FAMILY-CODE	TO WS-FAMILY.
	   MOVE STD-EMAIL	TO WS-STD-EMAIL.

	   MOVE SPACES TO WS-EMAIL.
	   IF WS-EMAIL-ANS = 'Y'
	      PERFORM EMAIL-FIND-RTN THRU EMAIL-FIND-RTN-END.

	   MOVE 'N' TO WS-RPC-OPEN.
	   IF WS-EMAIL NOT = SPACES
	      MOVE WS-STD-KEY TO RPC-STD-KEY
	      MOVE 'Y' TO WS-RPC-OPEN
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT RPC-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'N' TO WS-RPC-OPEN
		 MOVE SPACES TO WS-EMAIL.

	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   IF WS-RPC-OPEN = 'Y'
	      WRITE RPC-REC FROM PRT-IMG-TITLE
	      WRITE RPC-REC FROM PRT-RULE.

	   MOVE WS-STD-NAME TO PRT-STD-NAME.
	   MOVE WS-STD-KEY  TO PRT-STD-KEY.
	   MOVE PRT-NAME-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE WS-CB-NAME	TO PRT-CB-NAME.
	   MOVE WS-TERM-DMY	TO PRT-TERM-FROM.
	   MOVE WS-TERM-END-DMY	TO PRT-TERM-TO.
	   MOVE PRT-CLUB-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   PERFORM ATT-RTN THRU ATT-RTN-END.
	   PERFORM RANK-RTN THRU RANK-RTN-END.
	   PERFORM FIT-RTN THRU FIT-RTN-END.
	   PERFORM EVENT-RTN THRU EVENT-RTN-END.
	   PERFORM ASSESS-RTN THRU ASSESS-RTN-END.

	   IF WS-RPC-OPEN = 'Y'
	      CLOSE RPC-FILE.

	   ADD 1 TO WS-CARD-COUNT.
	   IF WS-EMAIL NOT = SPACES
	      PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END
	      ADD 1 TO WS-EMAIL-COUNT
	   ELSE
	      IF WS-EMAIL-ANS = 'Y'
		 ADD 1 TO WS-POST-COUNT.

        CARD-RTN-END. EXIT.

      ********************************************************************
      * Attendance over the term off the monthly summary. Excused
      * absences are left out of the percentage, as FMER counts them.
        ATT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING WS-STD-KEY, WS-TERM-FROM-YMD, WS-ATT-TO-YMD,
			WS-ATT-OPEN-YMD, WS-ATT-OPEN-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.

	   COMPUTE WS-ATT-BASE = WS-ATT-PRESENT + WS-ATT-ABSENT.
	   IF WS-ATT-BASE = ZEROS
	      MOVE ZEROS TO PRT-ATT-PCT
	   ELSE
	      COMPUTE PRT-ATT-PCT ROUNDED =
		      (WS-ATT-PRESENT * 100) / WS-ATT-BASE.
	   MOVE WS-ATT-PRESENT TO PRT-ATT-PRESENT.
	   MOVE WS-ATT-ABSENT  TO PRT-ATT-ABSENT.
	   MOVE WS-ATT-EXCUSED TO PRT-ATT-EXCUSED.

	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE PRT-ATT-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        ATT-RTN-END. EXIT.

      ********************************************************************
      * Current rank and readiness for the next grade, measured to
      * today against the next rank's minimums the way PTGRAD
      * shortlists for grading.
        RANK-RTN.

	   PERFORM CUR-RANK-RTN THRU CUR-RANK-RTN-END.
	   MOVE WS-CUR-RANK-NAME TO PRT-CUR-RANK.
	   MOVE WS-BEST-DMY	 TO PRT-RANK-SINCE.
	   MOVE PRT-RANK-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   COMPUTE WS-NEXT-RK = WS-BEST-RK + 1.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-NEXT-RK TO RK-KEY.
	   READ RK-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO PRT-NEXT-RANK
		MOVE 'TOP RANK HELD' TO PRT-READY
		GO TO RANK-RTN-PRINT.
	   MOVE RK-NAME TO PRT-NEXT-RANK.

	   IF WS-BEST-RK = ZEROS
	      MOVE 9999 TO WS-MONTHS
	   ELSE
	      MOVE WS-TODAY-YMD TO WS-YMD
	      COMPUTE WS-MONTHS = (WS-YP-YYYY * 12) + WS-YP-MM
	      MOVE WS-BEST-YMD TO WS-YMD
	      COMPUTE WS-MONTHS = WS-MONTHS -
		      ((WS-YP-YYYY * 12) + WS-YP-MM).

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING WS-STD-KEY, WS-BEST-YMD, WS-ATT-OPEN-YMD,
			WS-ATT-OPEN-YMD, WS-ATT-OPEN-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.
	   MOVE WS-ATT-PRESENT TO WS-SESSIONS.

	   IF WS-MONTHS < RK-MIN-MONTHS
	      MOVE 'NOT YET - TIME AT RANK' TO PRT-READY
	   ELSE
	      IF WS-SESSIONS < RK-MIN-ATT
		 MOVE 'NOT YET - ATTENDANCE' TO PRT-READY
	      ELSE
		 MOVE 'YES' TO PRT-READY.

        RANK-RTN-PRINT.
	   MOVE PRT-NEXT-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        RANK-RTN-END. EXIT.

      ********************************************************************
        CUR-RANK-RTN.

	   MOVE SPACES TO WS-CUR-RANK-NAME.
	   MOVE ZEROS  TO WS-BEST-YMD, WS-BEST-DMY, WS-BEST-RK.

	   INITIALIZE RH-REC.
	   MOVE WS-STD-KEY TO RH-STD-KEY.
	   MOVE LOW-VALUES TO RH-DMY.
	   MOVE 'N' TO WS-RH-EOF.
	   START RH-FILE KEY >= RH-KEY INVALID
		 MOVE 'Y' TO WS-RH-EOF.
	   PERFORM CUR-RANK-LOOP THRU CUR-RANK-LOOP-END
		   UNTIL WS-RH-EOF = 'Y'.

	   IF WS-BEST-RK NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-BEST-RK TO RK-KEY
	      READ RK-FILE INVALID
		   MOVE SPACES TO RK-NAME
	      END-READ
	      MOVE RK-NAME TO WS-CUR-RANK-NAME
	   ELSE
	      MOVE 'UNGRADED' TO WS-CUR-RANK-NAME.

        CUR-RANK-RTN-END. EXIT.

        CUR-RANK-LOOP.

	   READ RH-FILE NEXT END
		MOVE 'Y' TO WS-RH-EOF
		GO TO CUR-RANK-LOOP-END.

	   IF RH-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-RH-EOF
	      GO TO CUR-RANK-LOOP-END.

	   MOVE RH-DMY TO WS-RANK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-RANK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-RANK-YMD >= WS-BEST-YMD
	      MOVE WS-RANK-YMD TO WS-BEST-YMD
	      MOVE RH-DMY      TO WS-BEST-DMY
	      MOVE RH-RK-KEY   TO WS-BEST-RK.

        CUR-RANK-LOOP-END. EXIT.

      ********************************************************************
      * The term's fitness test scores off the FR-FILE scoresheets.
        FIT-RTN.

	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE 'FITNESS RESULTS' TO PRT-SECTION-TEXT.
	   MOVE PRT-SECTION TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   MOVE ZEROS TO WS-ROW-COUNT.
	   INITIALIZE FR-REC.
	   MOVE WS-STD-KEY TO FR-STD-KEY.
	   MOVE 'N' TO WS-FR-EOF.
	   START FR-FILE KEY >= FR-KEY INVALID
		 MOVE 'Y' TO WS-FR-EOF.
	   PERFORM FIT-LOOP THRU FIT-LOOP-END
		   UNTIL WS-FR-EOF = 'Y'.

	   IF WS-ROW-COUNT = ZEROS
	      MOVE PRT-NONE-LINE TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        FIT-RTN-END. EXIT.

        FIT-LOOP.

	   READ FR-FILE NEXT END
		MOVE 'Y' TO WS-FR-EOF
		GO TO FIT-LOOP-END.

	   IF FR-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-FR-EOF
	      GO TO FIT-LOOP-END.

	   MOVE FR-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-TERM-FROM-YMD OR
	      WS-ROW-YMD > WS-TERM-TO-YMD
	      GO TO FIT-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE FR-FT-KEY TO FT-KEY.
	   READ FT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES    TO FT-DETAILS
		MOVE FR-FT-KEY TO FT-NAME.

	   ADD 1 TO WS-ROW-COUNT.
	   MOVE FR-DATE-DMY TO PRT-FIT-DMY.
	   MOVE FT-NAME     TO PRT-FIT-NAME.
	   MOVE FR-SCORE    TO PRT-FIT-SCORE.
	   MOVE FT-UNIT     TO PRT-FIT-UNIT.
	   MOVE PRT-FIT-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        FIT-LOOP-END. EXIT.

      ********************************************************************
      * Placings at events held during the term. An entry with no
      * placing shows as having competed.
        EVENT-RTN.

	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE 'COMPETITIONS' TO PRT-SECTION-TEXT.
	   MOVE PRT-SECTION TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   MOVE ZEROS TO WS-ROW-COUNT.
	   INITIALIZE RS-REC.
	   MOVE WS-STD-KEY TO RS-STD-KEY.
	   MOVE LOW-VALUES TO RS-EV-KEY.
	   MOVE 'N' TO WS-RS-EOF.
	   START RS-FILE KEY >= RS-KEY INVALID
		 MOVE 'Y' TO WS-RS-EOF.
	   PERFORM EVENT-LOOP THRU EVENT-LOOP-END
		   UNTIL WS-RS-EOF = 'Y'.

	   IF WS-ROW-COUNT = ZEROS
	      MOVE PRT-NONE-LINE TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        EVENT-RTN-END. EXIT.

        EVENT-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-RS-EOF
		GO TO EVENT-LOOP-END.

	   IF RS-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-RS-EOF
	      GO TO EVENT-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE RS-EV-KEY TO EV-KEY.
	   READ EV-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO EVENT-LOOP-END.

	   MOVE EV-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-TERM-FROM-YMD OR
	      WS-ROW-YMD > WS-TERM-TO-YMD
	      GO TO EVENT-LOOP-END.

	   ADD 1 TO WS-ROW-COUNT.
	   MOVE EV-DATE-DMY  TO PRT-EV-DMY.
	   MOVE EV-NAME	     TO PRT-EV-NAME.
	   MOVE RS-PLACEMENT TO PRT-EV-PLACE.
	   IF RS-PLACEMENT = ZEROS
	      MOVE 'COMPETED' TO PRT-EV-LABEL
	   ELSE
	      MOVE 'PLACED' TO PRT-EV-LABEL.
	   MOVE PRT-EV-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        EVENT-LOOP-END. EXIT.

      ********************************************************************
      * The coach's scores, each with its word, then the comment and
      * the coach's name.
        ASSESS-RTN.

	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE 'COACH ASSESSMENT' TO PRT-SECTION-TEXT.
	   MOVE PRT-SECTION TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY  TO AX-STD-KEY.
	   MOVE WS-TERM-DMY TO AX-TERM-DMY.
	   READ AX-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		ADD 1 TO WS-NOAX-COUNT
		MOVE PRT-NOAX-LINE TO WS-OUT-LINE
		PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END
		GO TO ASSESS-RTN-END.

	   PERFORM SCORE-LINE-RTN THRU SCORE-LINE-RTN-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.

	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE AX-COMMENT1 TO PRT-COMMENT.
	   MOVE PRT-COMMENT-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   IF AX-COMMENT2 NOT = SPACES
	      MOVE AX-COMMENT2 TO PRT-COMMENT
	      MOVE PRT-COMMENT-LINE TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AX-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE AX-CO-KEY TO CO-NAME.
	   MOVE CO-NAME TO PRT-CO-NAME.
	   MOVE SPACES TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.
	   MOVE PRT-COACH-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        ASSESS-RTN-END. EXIT.

        SCORE-LINE-RTN.

	   MOVE WS-CRIT-NAME (WS-SUB) TO PRT-CRIT-NAME.
	   MOVE AX-SCORE (WS-SUB)     TO PRT-CRIT-SCORE.
	   IF AX-SCORE (WS-SUB) = ZEROS
	      MOVE 'NOT SCORED' TO PRT-CRIT-WORD
	   ELSE
	      MOVE WS-GRADE-WORD (AX-SCORE (WS-SUB)) TO PRT-CRIT-WORD.
	   MOVE PRT-SCORE-LINE TO WS-OUT-LINE.
	   PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        SCORE-LINE-RTN-END. EXIT.

      ********************************************************************
      * The household's billing contact email first, else the first
      * member of the family carrying one; a student not linked to a
      * household is sent to their own address.
        EMAIL-FIND-RTN.

	   MOVE SPACES TO WS-EMAIL.
	   IF WS-FAMILY = SPACES
	      MOVE WS-STD-EMAIL TO WS-EMAIL
	      GO TO EMAIL-FIND-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-FAMILY TO FA-KEY.
	   READ FA-FILE NOT INVALID
		IF FA-EMAIL NOT = SPACES
		   MOVE FA-EMAIL TO WS-EMAIL
		END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-EMAIL NOT = SPACES
	      GO TO EMAIL-FIND-RTN-END.

	   MOVE WS-FAMILY TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-MEM-EOF.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-MEM-EOF.
	   PERFORM EMAIL-FIND-LOOP THRU EMAIL-FIND-LOOP-END
		   UNTIL WS-MEM-EOF = 'Y' OR WS-EMAIL NOT = SPACES.

        EMAIL-FIND-RTN-END. EXIT.

        EMAIL-FIND-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-MEM-EOF
		GO TO EMAIL-FIND-LOOP-END.

	   IF STD-FAMILY-CODE NOT = WS-FAMILY
	      MOVE 'Y' TO WS-MEM-EOF
	      GO TO EMAIL-FIND-LOOP-END.

	   IF STD-EMAIL NOT = SPACES
	      MOVE STD-EMAIL TO WS-EMAIL.

        EMAIL-FIND-LOOP-END. EXIT.

      ********************************************************************
      * The email that points the household at the card image - one
      * queue row per card under the run's batch, keyed on the
      * student the card is for.
        NQ-QUEUE-RTN.

	   INITIALIZE NQ-REC.
	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE 'E'		TO NQ-CHANNEL.
	   MOVE WS-EMAIL	TO NQ-RECIPIENT.
	   MOVE 'RPTCARD '	TO NQ-LT-KEY.
	   MOVE WS-STD-KEY	TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY.
	   MOVE SPACES		TO NQ-FAIL-REASON.
	   MOVE WS-BATCH-NO	TO NQ-BATCH-NO.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        NQ-QUEUE-RTN-END. EXIT.

      ********************************************************************
      * Every card line goes to the print file and, when the card is
      * being emailed, to its image as well.
        OUT-LINE-RTN.

	   IF WS-RPC-OPEN = 'Y'
	      WRITE RPC-REC FROM WS-OUT-LINE.
	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM WS-OUT-LINE.

        OUT-LINE-RTN-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF S-FIRST-PRINT = 'Y'
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-CARD-COUNT  TO PRT-END-CARDS.
	   MOVE WS-EMAIL-COUNT TO PRT-END-EMAILED.
	   MOVE WS-POST-COUNT  TO PRT-END-POST.
	   MOVE WS-NOAX-COUNT  TO PRT-END-NOAX.
	   WRITE PRINT-REC FROM PRT-RULE AFTER 2.
	   WRITE PRINT-REC FROM PRT-END1.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.

        PRT-ENDING-END. EXIT.

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
	   WRITE PRINT-REC FROM PRT-RULE AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
