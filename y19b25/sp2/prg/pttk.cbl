       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTTK.

      * GATE RECONCILIATION
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One event's spectator gate:
      *					per gate operator the door
      *					tickets issued, cash and card
      *					taken, against the float and
      *					the TC-FILE cash-up counted
      *					for the variance; then the
      *					tickets and value by type,
      *					door and presale, and the
      *					event's gate income
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctk'.
	   COPY '/z/y19b25/sp2/lib/fd/fctt'.
	   COPY '/z/y19b25/sp2/lib/fd/fctc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'GATE RECONCILIATION'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-EV-KEY		PIC X(04).
	  03 WS-EV-NAME		PIC X(30).
	  03 WS-TK-EOF		PIC X(01).
	  03 WS-TT-EOF		PIC X(01).
	  03 WS-TC-EOF		PIC X(01).
	  03 WS-OPERATOR	PIC X(08).
	  03 WS-OP-TICKETS	PIC 9(05).
	  03 WS-OP-CASH		PIC 9(07)V9(02).
	  03 WS-OP-CARD		PIC 9(07)V9(02).
	  03 WS-OP-EXPECT	PIC S9(07)V9(02).
	  03 WS-VARIANCE	PIC S9(07)V9(02).
	  03 WS-DOOR-QTY	PIC 9(05).
	  03 WS-PRE-QTY		PIC 9(05).
	  03 WS-TYPE-VALUE	PIC 9(07)V9(02).
	  03 WS-TOT-TICKETS	PIC 9(06).
	  03 WS-TOT-CASH	PIC 9(07)V9(02).
	  03 WS-TOT-CARD	PIC 9(07)V9(02).
	  03 WS-TOT-PRESALE	PIC 9(07)V9(02).
	  03 WS-TOT-INCOME	PIC 9(08)V9(02).
	  03 WS-TOT-VARIANCE	PIC S9(07)V9(02).
	  03 WS-VOID-COUNT	PIC 9(05).
	  03 WS-UNCASHED	PIC 9(03).
	  03 WS-LAST-USED	PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(34) VALUE
	     'REPORT TITLE: GATE RECONCILIATION'.
	  03 PRT-EV-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-EV-NAME	PIC X(30).

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'OPERATOR  TKTS CASH TAKEN CARD TAKEN    '.
	  03 FIL		PIC X(40) VALUE
	     ' FLOAT CASH COUNT CARD COUNT   VARIANCE '.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '-------- ----- ---------- ---------- ---'.
	  03 FIL		PIC X(40) VALUE
	     '------ ---------- ---------- ---------- '.

       01 PRT-DETAIL.
	  03 PRT-OPERATOR	PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-OP-TICKETS	PIC Z(04)9.
	  03 FIL		PIC X(01).
	  03 PRT-OP-CASH	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-OP-CARD	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FLOAT		PIC ZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-CASH-COUNTED	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-CARD-COUNTED	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-VARIANCE	PIC -ZZ,ZZ9.99.

       01 PRT-UNCASHED.
	  03 FIL		PIC X(48).
	  03 FIL		PIC X(30) VALUE
	     '** NOT CASHED UP **'.

       01 PRT-TYPE-HEAD.
	  03 FIL		PIC X(40) VALUE
	     'T DESCRIPTION             PRICE  DOOR PR'.
	  03 FIL		PIC X(40) VALUE
	     'ESALE  TOTAL      VALUE   NUMBERS USED  '.

       01 PRT-TYPE.
	  03 PRT-TT-CODE	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-TT-DESC	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-TT-PRICE	PIC Z,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-DOOR-QTY	PIC Z(04)9.
	  03 FIL		PIC X(01).
	  03 PRT-PRE-QTY	PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-TYPE-QTY	PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-TYPE-VALUE	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(03).
	  03 PRT-NUMBERS	PIC X(13).

       01 PRT-TOTAL.
	  03 PRT-TOT-DESC	PIC X(30).
	  03 PRT-TOT-AMOUNT	PIC -ZZ,ZZZ,ZZ9.99.

       01 PRT-COUNT.
	  03 PRT-CNT-DESC	PIC X(30).
	  03 PRT-CNT		PIC Z(10)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Event:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 20 PIC X(04)
	     USING WS-EV-KEY BELL UPPER.
	  03 LABEL COL + 2 PIC X(30) FROM WS-EV-NAME.
	  03 LABEL LINE 04 COL 02
	     'Print Gate Reconciliation?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctk'.
	   COPY '/z/y19b25/sp2/lib/fd/dctt'.
	   COPY '/z/y19b25/sp2/lib/fd/dctc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT TK-FILE.
	   OPEN INPUT TT-FILE.
	   OPEN INPUT TC-FILE.
	   OPEN INPUT EV-FILE.

	   MOVE SPACES TO WS-EV-KEY, WS-EV-NAME.
	   MOVE 'Gate Reconciliation' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TK-FILE.
	   CLOSE TT-FILE.
	   CLOSE TC-FILE.
	   CLOSE EV-FILE.
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

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE INVALID
		MOVE SPACES TO WS-EV-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.
	   MOVE EV-NAME TO WS-EV-NAME.

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
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-EV-KEY  TO PRT-EV-KEY.
	   MOVE WS-EV-NAME TO PRT-EV-NAME.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'EVENT ' WS-EV-KEY ' ' WS-EV-NAME
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   MOVE ZEROS TO WS-TOT-TICKETS, WS-TOT-CASH, WS-TOT-CARD,
			 WS-TOT-PRESALE, WS-TOT-INCOME,
			 WS-TOT-VARIANCE, WS-VOID-COUNT, WS-UNCASHED.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

      * The event's sales by operator; presales come in under their
      * own sign-on and are totalled by type further down.
	   INITIALIZE TK-REC.
	   MOVE WS-EV-KEY  TO TK-ALT-EV-KEY.
	   MOVE LOW-VALUES TO TK-OPERATOR.
	   MOVE SPACES	   TO WS-OPERATOR.
	   MOVE ZEROS	   TO WS-OP-TICKETS, WS-OP-CASH, WS-OP-CARD.
	   MOVE 'N' TO WS-TK-EOF.
	   START TK-FILE KEY >= TK-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TK-EOF.
	   PERFORM OPERATOR-LOOP THRU OPERATOR-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.
	   IF WS-OPERATOR NOT = SPACES
	      PERFORM OPERATOR-RTN THRU OPERATOR-RTN-END.

      * A cash-up from an operator who sold nothing still counts.
	   INITIALIZE TC-REC.
	   MOVE WS-EV-KEY  TO TC-EV-KEY.
	   MOVE LOW-VALUES TO TC-OPERATOR.
	   MOVE 'N' TO WS-TC-EOF.
	   START TC-FILE KEY >= TC-KEY INVALID
		 MOVE 'Y' TO WS-TC-EOF.
	   PERFORM IDLE-TC-LOOP THRU IDLE-TC-LOOP-END
		   UNTIL WS-TC-EOF = 'Y'.

	   IF LINAGE-COUNTER > 48
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TYPE-HEAD AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	   INITIALIZE TT-REC.
	   MOVE WS-EV-KEY  TO TT-EV-KEY.
	   MOVE LOW-VALUES TO TT-CODE.
	   MOVE 'N' TO WS-TT-EOF.
	   START TT-FILE KEY >= TT-KEY INVALID
		 MOVE 'Y' TO WS-TT-EOF.
	   PERFORM TYPE-LOOP THRU TYPE-LOOP-END
		   UNTIL WS-TT-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
        OPERATOR-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO OPERATOR-LOOP-END.

	   IF TK-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO OPERATOR-LOOP-END.

	   IF TK-IS-VOID
	      ADD 1 TO WS-VOID-COUNT
	      GO TO OPERATOR-LOOP-END.

	   IF TK-PRESALE
	      ADD TK-QTY    TO WS-TOT-TICKETS
	      ADD TK-AMOUNT TO WS-TOT-PRESALE
	      GO TO OPERATOR-LOOP-END.

	   IF TK-OPERATOR NOT = WS-OPERATOR
	      IF WS-OPERATOR NOT = SPACES
		 PERFORM OPERATOR-RTN THRU OPERATOR-RTN-END
	      END-IF
	      MOVE TK-OPERATOR TO WS-OPERATOR
	      MOVE ZEROS TO WS-OP-TICKETS, WS-OP-CASH, WS-OP-CARD.

	   ADD TK-QTY TO WS-OP-TICKETS, WS-TOT-TICKETS.
	   IF TK-BY-CARD
	      ADD TK-AMOUNT TO WS-OP-CARD, WS-TOT-CARD
	   ELSE
	      ADD TK-AMOUNT TO WS-OP-CASH, WS-TOT-CASH.

        OPERATOR-LOOP-END. EXIT.

      ********************************************************************
      * One operator's line: what they took against what they
      * counted back, the float coming off the tin.
        OPERATOR-RTN.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE WS-OPERATOR	TO PRT-OPERATOR.
	   MOVE WS-OP-TICKETS	TO PRT-OP-TICKETS.
	   MOVE WS-OP-CASH	TO PRT-OP-CASH.
	   MOVE WS-OP-CARD	TO PRT-OP-CARD.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY   TO TC-EV-KEY.
	   MOVE WS-OPERATOR TO TC-OPERATOR.
	   READ TC-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		ADD 1 TO WS-UNCASHED
		WRITE PRINT-REC FROM PRT-DETAIL
		WRITE PRINT-REC FROM PRT-UNCASHED
		GO TO OPERATOR-RTN-END.

	   PERFORM CASHUP-LINE-RTN THRU CASHUP-LINE-RTN-END.

        OPERATOR-RTN-END. EXIT.

      ********************************************************************
        CASHUP-LINE-RTN.

	   COMPUTE WS-OP-EXPECT = TC-FLOAT + WS-OP-CASH + WS-OP-CARD.
	   COMPUTE WS-VARIANCE	= TC-CASH-COUNTED + TC-CARD-COUNTED
				- WS-OP-EXPECT.
	   ADD WS-VARIANCE TO WS-TOT-VARIANCE.

	   MOVE TC-FLOAT	TO PRT-FLOAT.
	   MOVE TC-CASH-COUNTED TO PRT-CASH-COUNTED.
	   MOVE TC-CARD-COUNTED TO PRT-CARD-COUNTED.
	   MOVE WS-VARIANCE	TO PRT-VARIANCE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CASHUP-LINE-RTN-END. EXIT.

      ********************************************************************
        IDLE-TC-LOOP.

	   READ TC-FILE NEXT END
		MOVE 'Y' TO WS-TC-EOF
		GO TO IDLE-TC-LOOP-END.

	   IF TC-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TC-EOF
	      GO TO IDLE-TC-LOOP-END.

      * An operator with a live door sale has had their line.
	   MOVE TC-OPERATOR TO WS-OPERATOR.
	   MOVE ZEROS TO WS-OP-TICKETS, WS-OP-CASH, WS-OP-CARD.
	   MOVE 'N' TO WS-TK-EOF.
	   MOVE WS-EV-KEY   TO TK-ALT-EV-KEY.
	   MOVE WS-OPERATOR TO TK-OPERATOR.
	   START TK-FILE KEY = TK-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TK-EOF.
	   PERFORM IDLE-TK-LOOP THRU IDLE-TK-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.
	   IF WS-OP-TICKETS NOT = ZEROS
	      GO TO IDLE-TC-LOOP-END.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE WS-OPERATOR TO PRT-OPERATOR.
	   MOVE ZEROS	    TO PRT-OP-TICKETS, PRT-OP-CASH, PRT-OP-CARD.
	   PERFORM CASHUP-LINE-RTN THRU CASHUP-LINE-RTN-END.

        IDLE-TC-LOOP-END. EXIT.

      ********************************************************************
        IDLE-TK-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO IDLE-TK-LOOP-END.

	   IF TK-ALT-EV-KEY NOT = WS-EV-KEY
	   OR TK-OPERATOR NOT = WS-OPERATOR
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO IDLE-TK-LOOP-END.

	   IF TK-AT-DOOR AND NOT TK-IS-VOID
	      ADD TK-QTY TO WS-OP-TICKETS.

        IDLE-TK-LOOP-END. EXIT.

      ********************************************************************
      * Each ticket type of the event: door and presale tickets and
      * the value taken, with the stock numbers gone out so far.
        TYPE-LOOP.

	   READ TT-FILE NEXT END
		MOVE 'Y' TO WS-TT-EOF
		GO TO TYPE-LOOP-END.

	   IF TT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TT-EOF
	      GO TO TYPE-LOOP-END.

	   MOVE ZEROS TO WS-DOOR-QTY, WS-PRE-QTY, WS-TYPE-VALUE.
	   INITIALIZE TK-REC.
	   MOVE WS-EV-KEY TO TK-EV-KEY.
	   MOVE ZEROS	  TO TK-SEQ.
	   MOVE 'N' TO WS-TK-EOF.
	   START TK-FILE KEY >= TK-KEY INVALID
		 MOVE 'Y' TO WS-TK-EOF.
	   PERFORM TYPE-TK-LOOP THRU TYPE-TK-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PRT-TYPE.
	   MOVE TT-CODE		TO PRT-TT-CODE.
	   MOVE TT-DESC		TO PRT-TT-DESC.
	   MOVE TT-PRICE	TO PRT-TT-PRICE.
	   MOVE WS-DOOR-QTY	TO PRT-DOOR-QTY.
	   MOVE WS-PRE-QTY	TO PRT-PRE-QTY.
	   COMPUTE PRT-TYPE-QTY = WS-DOOR-QTY + WS-PRE-QTY.
	   MOVE WS-TYPE-VALUE	TO PRT-TYPE-VALUE.
	   MOVE SPACES		TO PRT-NUMBERS.
	   IF TT-NEXT-NO > TT-FIRST-NO
	      COMPUTE WS-LAST-USED = TT-NEXT-NO - 1
	      STRING TT-FIRST-NO '-' WS-LAST-USED
		     DELIMITED BY SIZE INTO PRT-NUMBERS.
	   WRITE PRINT-REC FROM PRT-TYPE.

        TYPE-LOOP-END. EXIT.

      ********************************************************************
        TYPE-TK-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO TYPE-TK-LOOP-END.

	   IF TK-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO TYPE-TK-LOOP-END.

	   IF TK-CODE NOT = TT-CODE OR TK-IS-VOID
	      GO TO TYPE-TK-LOOP-END.

	   IF TK-PRESALE
	      ADD TK-QTY TO WS-PRE-QTY
	   ELSE
	      ADD TK-QTY TO WS-DOOR-QTY.
	   ADD TK-AMOUNT TO WS-TYPE-VALUE.

        TYPE-TK-LOOP-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 48
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   COMPUTE WS-TOT-INCOME = WS-TOT-CASH + WS-TOT-CARD
				 + WS-TOT-PRESALE.

	   WRITE PRINT-REC FROM PRT-LINE.
	   MOVE 'TICKETS ISSUED           :' TO PRT-CNT-DESC.
	   MOVE WS-TOT-TICKETS	TO PRT-CNT.
	   WRITE PRINT-REC FROM PRT-COUNT AFTER 2.
	   MOVE 'VOIDED SALES             :' TO PRT-CNT-DESC.
	   MOVE WS-VOID-COUNT	TO PRT-CNT.
	   WRITE PRINT-REC FROM PRT-COUNT.
	   MOVE 'DOOR CASH TAKEN          :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-CASH	TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.
	   MOVE 'DOOR CARD TAKEN          :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-CARD	TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'PRESALES PAID ONLINE     :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-PRESALE	TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'GATE INCOME              :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-INCOME	TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'CASH-UP VARIANCE         :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-VARIANCE TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.
	   MOVE 'OPERATORS NOT CASHED UP  :' TO PRT-CNT-DESC.
	   MOVE WS-UNCASHED	TO PRT-CNT.
	   WRITE PRINT-REC FROM PRT-COUNT.

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
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
