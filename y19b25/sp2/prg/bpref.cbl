       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPREF.

      * REFERRAL CREDIT RUN
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every converted prospect
      *					brought in by a member whose
      *					new student has paid their
      *					first FEE-FILE charge earns
      *					the referrer the FMCFIG
      *					referral credit, up to the
      *					yearly cap per referrer;
      *					each credit is stamped on the
      *					PR-FILE row so it is paid
      *					once, and the run prints what
      *					it posted or refused
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'REFERRAL CREDIT RUN'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PR-EOF		PIC X(01).
	  03 WS-CAP-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-LAST-PR-KEY	PIC 9(06).
	  03 WS-REF-STD-KEY	PIC X(06).
	  03 WS-CONV-STD-KEY	PIC X(06).
	  03 WS-FIRST-YMD	PIC 9(08).
	  03 WS-FIRST-AMOUNT	PIC 9(06)V9(02).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-PAID		PIC S9(08)V9(02).
	  03 WS-YEAR-COUNT	PIC 9(04).
	  03 WS-POST-COUNT	PIC 9(05).
	  03 WS-POST-AMOUNT	PIC 9(08)V9(02).
	  03 WS-CAP-COUNT	PIC 9(05).
	  03 WS-WAIT-COUNT	PIC 9(05).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-TODAY-DMY		PIC 9(08).
       01 REDEFINES WS-TODAY-DMY.
	  03 WS-TD-DD		PIC 9(02).
	  03 WS-TD-MM		PIC 9(02).
	  03 WS-TD-YYYY		PIC 9(04).

       01 WS-REF-DATE		PIC 9(08).
       01 REDEFINES WS-REF-DATE.
	  03 WS-RD-DD		PIC 9(02).
	  03 WS-RD-MM		PIC 9(02).
	  03 WS-RD-YYYY		PIC 9(04).

      * One row to the roll-forward journal for every FEE-FILE row
      * written - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01) VALUE 'W'.
	   03 WS-JRNL-IMAGE	PIC X(500).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: REFERRAL CREDIT RUN'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'PROSP. PROSPECT NAME        AC#    REF. '.
	  03 FIL		PIC X(36) VALUE
	     'REFERRER NAME          AMOUNT STATUS'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------ ------------------- ------ ------ '.
	  03 FIL		PIC X(36) VALUE
	     '------------------ ---------- ------'.

       01 PRT-DETAIL.
	  03 PRT-PR-KEY		PIC 9(06).
	  03 FIL		PIC X(01).
	  03 PRT-PR-NAME	PIC X(19).
	  03 FIL		PIC X(01).
	  03 PRT-CONV-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-REF-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-REF-NAME	PIC X(18).
	  03 FIL		PIC X(01).
	  03 PRT-AMOUNT		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(06).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'CREDITS POSTED      :'.
	  03 PRT-END-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(12) VALUE '  AMOUNT :'.
	  03 PRT-END-AMOUNT	PIC Z,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'OVER YEARLY CAP     :'.
	  03 PRT-END-CAP	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'AWAITING FIRST PAY  :'.
	  03 PRT-END-WAIT	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02
	     'Post Referral Credits?'.
	  03 LABEL LINE 02 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   PR-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   MOVE 'Referral Credit Run' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PR-FILE.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
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

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

      * No credit amount configured means no scheme to pay out.
	   IF CFIG-REF-AMOUNT = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE ZEROS TO WS-POST-COUNT, WS-POST-AMOUNT, WS-CAP-COUNT,
			 WS-WAIT-COUNT, S-REC-COUNT.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE ZEROS TO WS-LAST-PR-KEY.
	   MOVE 'N' TO WS-PR-EOF.
	   PERFORM PR-LOOP THRU PR-LOOP-END
		   UNTIL WS-PR-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The cap count walks PR-FILE itself, so each prospect is found
      * afresh from the last one dealt with rather than by carrying
      * on a READ NEXT the count has moved.
        PR-LOOP.

	   MOVE WS-LAST-PR-KEY TO PR-KEY.
	   START PR-FILE KEY > PR-KEY INVALID
		 MOVE 'Y' TO WS-PR-EOF
		 GO TO PR-LOOP-END.
	   READ PR-FILE NEXT END
		MOVE 'Y' TO WS-PR-EOF
		GO TO PR-LOOP-END.
	   MOVE PR-KEY TO WS-LAST-PR-KEY.

	   IF NOT PR-IS-CONVERTED OR PR-REF-STD-KEY = SPACES
	      OR NOT PR-REF-PENDING
	      GO TO PR-LOOP-END.

	   IF PR-REF-STD-KEY = PR-CONV-STD-KEY
	      GO TO PR-LOOP-END.

	   MOVE PR-REF-STD-KEY	TO WS-REF-STD-KEY.
	   MOVE PR-CONV-STD-KEY TO WS-CONV-STD-KEY.

	   PERFORM PAID-RTN THRU PAID-RTN-END.
	   IF WS-FIRST-YMD = ZEROS OR WS-PAID < WS-FIRST-AMOUNT
	      ADD 1 TO WS-WAIT-COUNT
	      GO TO PR-LOOP-END.

	   PERFORM CAP-RTN THRU CAP-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-LAST-PR-KEY TO PR-KEY.
	   READ PR-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PR-LOOP-END.

	   IF CFIG-REF-YEAR-MAX NOT = ZEROS AND
	      WS-YEAR-COUNT NOT < CFIG-REF-YEAR-MAX
	      MOVE 'X'		 TO PR-REF-STAGE
	      MOVE WS-TODAY-DMY	 TO PR-REF-DMY
	      MOVE ZEROS	 TO PR-REF-AMOUNT, PR-REF-FEE-SEQ
	      REWRITE PR-REC
	      ADD 1 TO WS-CAP-COUNT
	      MOVE 'CAPPED' TO PRT-STATUS
	      PERFORM PRT-RTN THRU PRT-RTN-END
	      GO TO PR-LOOP-END.

	   PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'ERROR' TO PRT-STATUS
	      PERFORM PRT-RTN THRU PRT-RTN-END
	      GO TO PR-LOOP-END.

	   MOVE 'P'		TO PR-REF-STAGE.
	   MOVE WS-TODAY-DMY	TO PR-REF-DMY.
	   MOVE FEE-AMOUNT	TO PR-REF-AMOUNT.
	   MOVE FEE-SEQ		TO PR-REF-FEE-SEQ.
	   REWRITE PR-REC.

	   ADD 1	  TO WS-POST-COUNT.
	   ADD FEE-AMOUNT TO WS-POST-AMOUNT.
	   MOVE 'POSTED'  TO PRT-STATUS.
	   PERFORM PRT-RTN THRU PRT-RTN-END.

        PR-LOOP-END. EXIT.

      ********************************************************************
      * Has the new student paid their first charge? The earliest
      * charge standing on their ledger against everything they
      * have paid less anything refunded.
        PAID-RTN.

	   MOVE ZEROS TO WS-FIRST-YMD, WS-FIRST-AMOUNT, WS-PAID.
	   INITIALIZE FEE-REC.
	   MOVE WS-CONV-STD-KEY TO FEE-STD-KEY.
	   MOVE LOW-VALUES	TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM PAID-LOOP THRU PAID-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

        PAID-RTN-END. EXIT.

      ********************************************************************
        PAID-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO PAID-LOOP-END.

	   IF FEE-STD-KEY NOT = WS-CONV-STD-KEY
	      MOVE 'Y' TO WS-FEE-EOF
	      GO TO PAID-LOOP-END.

	   IF FEE-IS-VOID
	      GO TO PAID-LOOP-END.

	   EVALUATE TRUE
	     WHEN FEE-IS-CHARGE
		  MOVE FEE-DATE-DMY TO WS-ROW-YMD
		  CALL	 '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD
		  CANCEL '/v/cps/lib/std/f-cvdmy'
		  IF WS-FIRST-YMD = ZEROS OR WS-ROW-YMD < WS-FIRST-YMD
		     MOVE WS-ROW-YMD TO WS-FIRST-YMD
		     MOVE FEE-AMOUNT TO WS-FIRST-AMOUNT
		  END-IF
	     WHEN FEE-IS-PAYMENT
		  ADD FEE-AMOUNT TO WS-PAID
	     WHEN FEE-IS-REFUND
		  SUBTRACT FEE-AMOUNT FROM WS-PAID
	   END-EVALUATE.

        PAID-LOOP-END. EXIT.

      ********************************************************************
      * Credits the referrer has already been paid this calendar year.
        CAP-RTN.

	   MOVE ZEROS TO WS-YEAR-COUNT.
	   IF CFIG-REF-YEAR-MAX = ZEROS
	      GO TO CAP-RTN-END.

	   INITIALIZE PR-REC.
	   MOVE ZEROS TO PR-KEY.
	   MOVE 'N' TO WS-CAP-EOF.
	   START PR-FILE KEY >= PR-KEY INVALID
		 MOVE 'Y' TO WS-CAP-EOF.
	   PERFORM CAP-LOOP THRU CAP-LOOP-END
		   UNTIL WS-CAP-EOF = 'Y'.

        CAP-RTN-END. EXIT.

      ********************************************************************
        CAP-LOOP.

	   READ PR-FILE NEXT END
		MOVE 'Y' TO WS-CAP-EOF
		GO TO CAP-LOOP-END.

	   IF PR-REF-STD-KEY NOT = WS-REF-STD-KEY OR
	      NOT PR-REF-POSTED
	      GO TO CAP-LOOP-END.

	   MOVE PR-REF-DMY TO WS-REF-DATE.
	   IF WS-RD-YYYY = WS-TD-YYYY
	      ADD 1 TO WS-YEAR-COUNT.

        CAP-LOOP-END. EXIT.

      ********************************************************************
      * The credit goes to the referrer's ledger as a non-cash
      * write-off row, so it comes off their balance without
      * appearing as money taken at the counter.
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE WS-REF-STD-KEY	TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE 'W'		TO FEE-TYPE.
	   MOVE CFIG-REF-AMOUNT TO FEE-AMOUNT.
	   MOVE SPACES		TO FEE-DESC.
	   STRING 'REFERRAL CREDIT PR ' PR-KEY
		  DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-TX-KEY, FEE-EV-KEY,
				   FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-PERIOD, FEE-GV-KEY, FEE-RUN-NO,
				   FEE-TAX-AMOUNT, FEE-RCPT-NO,
				   FEE-TS-KEY, FEE-DISC-AMOUNT.

      * The sequence scan read existing rows through FEE-REC - the
      * new row must not be born carrying a void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS		TO FEE-VOID-DMY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO FEE-POST-RTN-END.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	   COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-POST-RTN-END. EXIT.

      ********************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination.
	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.

      ********************************************************************
        PRT-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PR-REF-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   ADD 1		TO S-REC-COUNT.
	   MOVE PR-KEY		TO PRT-PR-KEY.
	   MOVE PR-NAME		TO PRT-PR-NAME.
	   MOVE PR-CONV-STD-KEY TO PRT-CONV-KEY.
	   MOVE PR-REF-STD-KEY	TO PRT-REF-KEY.
	   MOVE STD-NAME	TO PRT-REF-NAME.
	   MOVE PR-REF-AMOUNT	TO PRT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-RTN-END. EXIT.

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
        PRT-ENDING.

	   MOVE WS-POST-COUNT	TO PRT-END-COUNT.
	   MOVE WS-POST-AMOUNT	TO PRT-END-AMOUNT.
	   MOVE WS-CAP-COUNT	TO PRT-END-CAP.
	   MOVE WS-WAIT-COUNT	TO PRT-END-WAIT.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
