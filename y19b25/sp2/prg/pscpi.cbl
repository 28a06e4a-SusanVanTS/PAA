       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSCPI.

      * CARD PAYMENT SETTLEMENT IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Reads the card processor's
      *					daily settlement file for
      *					the statement payment link:
      *					each payment posted to
      *					FEE-FILE against the AC#, or
      *					spread over the household's
      *					oldest open charges
      *					(F-CPPST), its processing
      *					fee journalled to GLJ-FILE
      *					as an expense line, each
      *					chargeback reversed row for
      *					row with a CN-FILE call-back
      *					note, references not on file
      *					held in suspense on CP-FILE
      *					for the desk (FMCP), and the
      *					day's net tied to the bank
      *					deposit

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccsi'.
	   COPY '/z/y19b25/sp2/lib/fd/fccp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcsi'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcsi'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CARD SETTLEMENT REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 WS-TRAINING	PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-CSI-EOF		PIC X(01).
	  03 WS-CP-EOF		PIC X(01).
	  03 WS-CN-FREE		PIC X(01).
	  03 WS-REJECT		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(30).
	  03 WS-POST-DMY	PIC 9(08).
	  03 WS-POST-DMY-R REDEFINES WS-POST-DMY.
	     05 WS-POST-DD	PIC 9(02).
	     05 WS-POST-MMYYYY	PIC 9(06).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).
	  03 WS-CRD-ACCT	PIC X(08).
	  03 WS-GROSS		PIC 9(08)V9(02).
	  03 WS-FEE		PIC 9(08)V9(02).
	  03 WS-NET		PIC 9(08)V9(02).
	  03 WS-LEFT		PIC 9(08)V9(02).
	  03 WS-ROW-AMT		PIC 9(08)V9(02).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).
	  03 WS-AMT-EDIT	PIC ZZZ,ZZ9.99.
	  03 WS-SAVE-SEQ	PIC 9(02).
	  03 WS-CP-SEQ		PIC 9(02).
	  03 WS-LINE-COUNT	PIC 9(06).

      * Run totals, and the day's net as the processor settled it -
      * every payment and chargeback line, posted here or not, is in
      * the deposit.
       01 WS-TOTALS.
	  03 WS-OK-COUNT	PIC 9(06).
	  03 WS-OK-TOTAL	PIC 9(08)V9(02).
	  03 WS-SUS-COUNT	PIC 9(06).
	  03 WS-SUS-TOTAL	PIC 9(08)V9(02).
	  03 WS-CB-COUNT	PIC 9(06).
	  03 WS-CB-TOTAL	PIC 9(08)V9(02).
	  03 WS-REJ-COUNT	PIC 9(06).
	  03 WS-FEE-TOTAL	PIC 9(08)V9(02).
	  03 WS-DAY-NET		PIC S9(08)V9(02).
	  03 WS-DEP-SEEN	PIC X(01).
	  03 WS-DEP-REF		PIC X(16).
	  03 WS-DEP-AMOUNT	PIC S9(08)V9(02).
	  03 WS-DEP-COUNT	PIC 9(06).
	  03 WS-DIFF		PIC S9(08)V9(02).
	  03 WS-LIST-COUNT	PIC 9(06).
	  03 WS-LIST-TOTAL	PIC 9(08)V9(02).

       01 WS-CPP.
	  03 WS-CPP-RESULT	PIC X(01).
	  03 WS-CPP-REF		PIC X(16).
	  03 WS-CPP-ACCOUNT	PIC X(08).
	  03 WS-CPP-AMOUNT	PIC 9(08)V9(02).
	  03 WS-CPP-POST-DMY	PIC 9(08).
	  03 WS-CPP-KIND	PIC X(01).
	  03 WS-CPP-ROWS	PIC 9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: CARD SETTLEMENT REGISTER'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'NO.  REFERENCE        ACCOUNT       GROSS'.
	  03 FIL		PIC X(40) VALUE
	     '      FEE STATUS    REASON'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- ---------------- -------- ----------'.
	  03 FIL		PIC X(40) VALUE
	     ' --------- --------- ------------------'.

       01 PRT-DETAIL.
	  03 PRT-REC-COUNT	PIC Z(04).
	  03 FIL		PIC X(01).
	  03 PRT-REF		PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-ACCOUNT	PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-GROSS		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FEE		PIC ZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(09).
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(18).

       01 PRT-END.
	  03 PRT-END-DESC	PIC X(30).
	  03 PRT-END-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(04).
	  03 PRT-END-AMOUNT	PIC Z,ZZZ,ZZ9.99-.

       01 PRT-REC-TITLE.
	  03 PRT-TITLE		PIC X(50).

       01 PRT-RESULT.
	  03 FIL		PIC X(10) VALUE 'RESULT   :'.
	  03 PRT-RESULT-TEXT	PIC X(60).

       01 PRT-SUS.
	  03 PRT-SUS-REF	PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-SUS-ACCOUNT	PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-SUS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-SUS-GROSS	PIC ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Settlement File :'.
	  03 LABEL COL + 2 PIC X(40) FROM CSI-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Post Card Settlement?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccsi'.
	   COPY '/z/y19b25/sp2/lib/fd/dccp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO CSI-DATANAME.
	   ACCEPT CSI-DATANAME FROM ENVIRONMENT 'PA-CARD-SETTLE-FILE'.
	   IF CSI-DATANAME = SPACE
	      MOVE 'card/CARD-SETTLEMENT' TO CSI-DATANAME.

	   MOVE SPACE TO GLJ-DATANAME.
	   ACCEPT GLJ-DATANAME FROM ENVIRONMENT 'PA-GL-FILE'.
	   IF GLJ-DATANAME = SPACE
	      MOVE 'gl/GL-JOURNAL' TO GLJ-DATANAME.

      * A posting practised on the training copy journals beside it,
      * never into the file the ledger picks up.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 'training/gl/GL-JOURNAL' TO GLJ-DATANAME.

	   MOVE 'Card Settlement Import' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
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

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT CSI-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN I-O   CN-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN INPUT CFIG-FILE.

      * The register is started on first use.
	   OPEN I-O CP-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT CP-FILE
	      CLOSE CP-FILE
	      OPEN I-O CP-FILE.

      * The fee lines go on after whatever BPGL has already exported
      * for the period.
	   OPEN EXTEND GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT GLJ-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE '*CRD' TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE 'CARDFEES' TO GLM-ACCT.
	   MOVE GLM-ACCT TO WS-CRD-ACCT.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-POST-DMY.

	   INITIALIZE WS-TOTALS.
	   MOVE 'N' TO WS-DEP-SEEN.
	   MOVE ZEROS TO S-REC-COUNT, WS-LINE-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-CSI-EOF.
	   PERFORM CSI-LOOP THRU CSI-LOOP-END
		   UNTIL WS-CSI-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.
	   PERFORM RECON-RTN THRU RECON-RTN-END.
	   PERFORM SUSPENSE-RTN THRU SUSPENSE-RTN-END.

	   CLOSE CSI-FILE.
	   CLOSE GLJ-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE CP-FILE.
	   CLOSE FEE-FILE.
	   CLOSE CN-FILE.
	   CLOSE GLM-FILE.
	   CLOSE CFIG-FILE.

	0199-END. EXIT.

      ********************************************************************
        CSI-LOOP.

	   READ CSI-FILE NEXT END
		MOVE 'Y' TO WS-CSI-EOF
		GO TO CSI-LOOP-END.

	   IF CSI-IS-DEPOSIT
	      MOVE 'Y'		    TO WS-DEP-SEEN
	      MOVE CSI-DEP-BANK-REF TO WS-DEP-REF
	      MOVE CSI-DEP-COUNT    TO WS-DEP-COUNT
	      COMPUTE WS-DEP-AMOUNT = CSI-DEP-AMOUNT / 100
	      IF CSI-DEP-IS-DEBIT
		 COMPUTE WS-DEP-AMOUNT = 0 - WS-DEP-AMOUNT
	      END-IF
	      GO TO CSI-LOOP-END.

	   ADD 1 TO WS-LINE-COUNT.
	   MOVE 'N'   TO WS-REJECT.
	   MOVE SPACE TO WS-REJECT-REASON.
	   COMPUTE WS-GROSS = CSI-GROSS / 100.
	   COMPUTE WS-FEE   = CSI-FEE / 100.
	   COMPUTE WS-NET   = CSI-NET / 100.

	   IF CSI-IS-PAYMENT
	      ADD WS-NET TO WS-DAY-NET.
	   IF CSI-IS-CHARGEBACK
	      SUBTRACT WS-NET FROM WS-DAY-NET.

	   IF NOT (CSI-IS-PAYMENT OR CSI-IS-CHARGEBACK)
	      MOVE 'Y'			TO WS-REJECT
	      MOVE 'UNKNOWN LINE TYPE'	TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N' AND CSI-REF = SPACES
	      MOVE 'Y'			TO WS-REJECT
	      MOVE 'NO REFERENCE'	TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N' AND CSI-GROSS = ZEROS
	      MOVE 'Y'			TO WS-REJECT
	      MOVE 'ZERO AMOUNT'	TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE CSI-REF TO CP-REF
	      MOVE ZEROS   TO CP-SEQ
	      READ CP-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
		   MOVE SPACE TO CP-STATUS-FLAG
	      END-READ
	      UNLOCK CP-FILE.

	   IF WS-REJECT = 'N' AND CSI-IS-PAYMENT AND
	      CP-STATUS-FLAG NOT = SPACE
	      MOVE 'Y'			TO WS-REJECT
	      MOVE 'ALREADY IMPORTED'	TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N' AND CSI-IS-CHARGEBACK AND
	      CP-IS-CHARGEBACK
	      MOVE 'Y'			TO WS-REJECT
	      MOVE 'ALREADY CHARGED BACK' TO WS-REJECT-REASON.

	   IF WS-REJECT = 'Y'
	      ADD 1 TO WS-REJ-COUNT
	      MOVE 'REJECTED' TO PRT-STATUS
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      GO TO CSI-LOOP-END.

	   IF CSI-IS-PAYMENT
	      PERFORM PAYMENT-RTN THRU PAYMENT-RTN-END
	   ELSE
	      PERFORM CHARGEBACK-RTN THRU CHARGEBACK-RTN-END.

	   IF CSI-FEE NOT = ZEROS
	      PERFORM FEE-JRNL-RTN THRU FEE-JRNL-RTN-END.

	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        CSI-LOOP-END. EXIT.

      ********************************************************************
      * The payment goes on whole - the payer paid the gross even
      * though the processor banks it less its fee. A reference
      * whose account is not on file waits in suspense for the desk.
        PAYMENT-RTN.

	   IF CSI-GROSS < CSI-FEE OR CSI-GROSS - CSI-FEE NOT = CSI-NET
	      MOVE 'NET NOT GROSS-FEE' TO WS-REJECT-REASON.

	   MOVE CSI-REF		TO WS-CPP-REF.
	   MOVE CSI-ACCOUNT	TO WS-CPP-ACCOUNT.
	   MOVE WS-GROSS	TO WS-CPP-AMOUNT.
	   MOVE WS-POST-DMY	TO WS-CPP-POST-DMY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cppst' USING WS-CPP.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cppst'.

	   INITIALIZE CP-REC.
	   MOVE CSI-REF		TO CP-REF.
	   MOVE ZEROS		TO CP-SEQ.
	   MOVE CSI-ACCOUNT	TO CP-ACCOUNT.
	   MOVE CSI-DATE-DMY	TO CP-SETTLE-DMY.
	   MOVE WS-GROSS	TO CP-GROSS.
	   MOVE WS-FEE		TO CP-FEE.
	   MOVE 'PSCPI'		TO CP-OPERATOR.

	   IF WS-CPP-RESULT = 'N' OR WS-CPP-ROWS = ZEROS
	      MOVE 'U'		TO CP-STATUS-FLAG
	      MOVE 'SUSPENSE'	TO PRT-STATUS
	      IF WS-REJECT-REASON = SPACES
		 IF WS-CPP-RESULT = 'N'
		    MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
		 ELSE
		    MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-REASON
		 END-IF
	      END-IF
	      ADD 1	   TO WS-SUS-COUNT
	      ADD WS-GROSS TO WS-SUS-TOTAL
	   ELSE
	      MOVE 'P'		TO CP-STATUS-FLAG
	      MOVE 'POSTED'	TO PRT-STATUS
	      IF WS-CPP-KIND = 'H'
		 MOVE 'HOUSEHOLD' TO PRT-STATUS
	      END-IF
	      IF WS-CPP-RESULT = 'E'
		 MOVE 'PART POSTED - CHECK' TO WS-REJECT-REASON
	      END-IF
	      ADD 1	   TO WS-OK-COUNT
	      ADD WS-GROSS TO WS-OK-TOTAL.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CP-REC.

        PAYMENT-RTN-END. EXIT.

      ********************************************************************
      * The processor has taken the money back. A payment still in
      * suspense never reached the ledger and is simply closed off;
      * a posted one is reversed row for row, most recent student
      * share last, as far as the amount taken back goes, and each
      * student gets a call-back note due today so the desk chases
      * the household for the money.
        CHARGEBACK-RTN.

	   IF CP-STATUS-FLAG = SPACE
	      ADD 1 TO WS-REJ-COUNT
	      MOVE 'UNMATCHED'		 TO PRT-STATUS
	      MOVE 'PAYMENT NOT ON FILE' TO WS-REJECT-REASON
	      GO TO CHARGEBACK-RTN-END.

	   ADD 1	TO WS-CB-COUNT.
	   ADD WS-GROSS TO WS-CB-TOTAL.
	   MOVE 'CHGBACK' TO PRT-STATUS.

	   IF CP-IS-SUSPENSE
	      MOVE 'WAS IN SUSPENSE'	 TO WS-REJECT-REASON
	   ELSE
	      MOVE WS-GROSS TO WS-LEFT
	      MOVE 1 TO WS-CP-SEQ
	      MOVE 'N' TO WS-CP-EOF
	      PERFORM REVERSE-LOOP THRU REVERSE-LOOP-END
		      UNTIL WS-CP-EOF = 'Y' OR WS-LEFT = ZEROS
	      UNLOCK FEE-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CSI-REF TO CP-REF.
	   MOVE ZEROS	TO CP-SEQ.
	   READ CP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO CHARGEBACK-RTN-END.
	   MOVE 'C'	     TO CP-STATUS-FLAG.
	   MOVE WS-POST-DMY TO CP-CB-DMY.
	   REWRITE CP-REC.

        CHARGEBACK-RTN-END. EXIT.

        REVERSE-LOOP.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CSI-REF	  TO CP-REF.
	   MOVE WS-CP-SEQ TO CP-SEQ.
	   READ CP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CP-EOF
		GO TO REVERSE-LOOP-END.
	   UNLOCK CP-FILE.
	   ADD 1 TO WS-CP-SEQ.

	   MOVE CP-AMOUNT TO WS-ROW-AMT.
	   IF WS-ROW-AMT > WS-LEFT
	      MOVE WS-LEFT TO WS-ROW-AMT.
	   SUBTRACT WS-ROW-AMT FROM WS-LEFT.
	   IF WS-ROW-AMT = ZEROS
	      GO TO REVERSE-LOOP-END.

	   INITIALIZE FEE-REC.
	   MOVE CP-STD-KEY  TO FEE-STD-KEY.
	   MOVE WS-POST-DMY TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

      * The sequence scan read existing rows through FEE-REC; the new
      * row starts clean rather than inheriting their stamps.
	   MOVE FEE-SEQ TO WS-SAVE-SEQ.
	   INITIALIZE FEE-REC.
	   MOVE CP-STD-KEY  TO FEE-STD-KEY.
	   MOVE WS-POST-DMY TO FEE-DATE-DMY.
	   MOVE WS-SAVE-SEQ TO FEE-SEQ.
	   MOVE 'R'	    TO FEE-TYPE.
	   MOVE WS-ROW-AMT  TO FEE-AMOUNT.
	   STRING 'CHARGEBACK ' CSI-REF
		  DELIMITED BY SIZE INTO FEE-DESC.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-REASON
	      GO TO REVERSE-LOOP-END.

	   MOVE WS-ROW-AMT TO WS-BAL-DELTA.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

	   PERFORM NOTE-RTN THRU NOTE-RTN-END.

        REVERSE-LOOP-END. EXIT.

      ********************************************************************
      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination, the same as FMFEE.
        FIND-SEQ-RTN.

	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.

      ********************************************************************
      * On the student's contact notes due today, so PTFUP puts it on
      * the call-back sheet straight away.
        NOTE-RTN.

	   INITIALIZE CN-REC.
	   MOVE FEE-STD-KEY  TO CN-STD-KEY.
	   MOVE WS-POST-DMY  TO CN-DATE-DMY.
	   MOVE ZEROS	     TO CN-SEQ.
	   MOVE 'N' TO WS-CN-FREE.
	   PERFORM CN-SEQ-RTN THRU CN-SEQ-RTN-END
		   UNTIL WS-CN-FREE = 'Y' OR CN-SEQ = 99.

	   MOVE WS-ROW-AMT   TO WS-AMT-EDIT.
	   MOVE 'PSCPI'	     TO CN-OPERATOR.
	   MOVE SPACES	     TO CN-NOTE.
	   STRING 'CARD CHARGEBACK ' CSI-REF ' ' WS-AMT-EDIT
		  ' - CALL PAYER' DELIMITED BY SIZE INTO CN-NOTE.
	   MOVE WS-POST-DMY  TO CN-FUP-DMY.
	   MOVE SPACE	     TO CN-DONE-FLAG.
	   MOVE ZEROS	     TO CN-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CN-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK.

        NOTE-RTN-END. EXIT.

        CN-SEQ-RTN.

	   ADD 1 TO CN-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CN-FREE.

        CN-SEQ-RTN-END. EXIT.

      ********************************************************************
      * The processor keeps its fee out of what it banks, so the
      * payment BPGL journals in gross is trimmed back here: DR the
      * *CRD card fee expense, CR bank, one pair per line.
        FEE-JRNL-RTN.

	   MOVE WS-CRD-ACCT	TO GLJ-ACCT.
	   MOVE 'D'		TO GLJ-DC.
	   MOVE CSI-FEE		TO GLJ-AMOUNT.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'CARD FEE ' CSI-REF
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-POST-MMYYYY	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   MOVE CFIG-GL-BANK-ACCT TO GLJ-ACCT.
	   MOVE 'C'		TO GLJ-DC.
	   MOVE CSI-FEE		TO GLJ-AMOUNT.
	   WRITE GLJ-REC.

	   ADD WS-FEE TO WS-FEE-TOTAL.

        FEE-JRNL-RTN-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT.
	   MOVE CSI-REF		TO PRT-REF.
	   MOVE CSI-ACCOUNT	TO PRT-ACCOUNT.
	   MOVE WS-GROSS	TO PRT-GROSS.
	   MOVE WS-FEE		TO PRT-FEE.
	   MOVE WS-REJECT-REASON TO PRT-REASON.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE SPACES TO PRT-REASON.

        PRT-DETAIL-RTN-END. EXIT.

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

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'PAYMENTS POSTED'      TO PRT-END-DESC.
	   MOVE WS-OK-COUNT	       TO PRT-END-COUNT.
	   MOVE WS-OK-TOTAL	       TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   MOVE 'PAYMENTS TO SUSPENSE' TO PRT-END-DESC.
	   MOVE WS-SUS-COUNT	       TO PRT-END-COUNT.
	   MOVE WS-SUS-TOTAL	       TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.
	   MOVE 'CHARGEBACKS'	       TO PRT-END-DESC.
	   MOVE WS-CB-COUNT	       TO PRT-END-COUNT.
	   MOVE WS-CB-TOTAL	       TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.
	   MOVE 'LINES REJECTED'       TO PRT-END-DESC.
	   MOVE WS-REJ-COUNT	       TO PRT-END-COUNT.
	   MOVE ZEROS		       TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.
	   MOVE 'PROCESSING FEES'      TO PRT-END-DESC.
	   MOVE ZEROS		       TO PRT-END-COUNT.
	   MOVE WS-FEE-TOTAL	       TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.

        PRT-ENDING-END. EXIT.

      ********************************************************************
      * The day's net from the processor's own lines against the
      * deposit it says it paid into the bank; the T line's count
      * says whether the whole file arrived.
        RECON-RTN.

	   MOVE 'SETTLEMENT RECONCILIATION' TO PRT-TITLE.
	   WRITE PRINT-REC FROM PRT-REC-TITLE AFTER 2.

	   MOVE 'NET SETTLED FOR THE DAY'   TO PRT-END-DESC.
	   MOVE WS-LINE-COUNT		    TO PRT-END-COUNT.
	   MOVE WS-DAY-NET		    TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.

	   IF WS-DEP-SEEN NOT = 'Y'
	      MOVE 'NO DEPOSIT LINE ON THE FILE - CANNOT TIE TO BANK'
		TO PRT-RESULT-TEXT
	      WRITE PRINT-REC FROM PRT-RESULT AFTER 2
	      GO TO RECON-RTN-END.

	   MOVE SPACES TO PRT-END-DESC.
	   STRING 'BANK DEPOSIT ' WS-DEP-REF
		  DELIMITED BY SIZE INTO PRT-END-DESC.
	   MOVE WS-DEP-COUNT		    TO PRT-END-COUNT.
	   MOVE WS-DEP-AMOUNT		    TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.

	   COMPUTE WS-DIFF = WS-DEP-AMOUNT - WS-DAY-NET.
	   MOVE 'DIFFERENCE'		    TO PRT-END-DESC.
	   MOVE ZEROS			    TO PRT-END-COUNT.
	   MOVE WS-DIFF			    TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END.

	   IF WS-DEP-COUNT NOT = WS-LINE-COUNT
	      MOVE 'LINE COUNT DOES NOT AGREE - FILE INCOMPLETE'
		TO PRT-RESULT-TEXT
	   ELSE
	      IF WS-DIFF = ZEROS
		 MOVE 'RECONCILED - DAY NET AGREES TO THE DEPOSIT'
		   TO PRT-RESULT-TEXT
	      ELSE
		 MOVE 'OUT OF BALANCE - QUERY WITH THE PROCESSOR'
		   TO PRT-RESULT-TEXT.
	   WRITE PRINT-REC FROM PRT-RESULT AFTER 2.

        RECON-RTN-END. EXIT.

      ********************************************************************
      * Everything still waiting for the desk, this run's and older.
        SUSPENSE-RTN.

	   IF LINAGE-COUNTER > 52
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'CARD PAYMENTS IN SUSPENSE - TO ALLOCATE AT THE DESK'
	     TO PRT-TITLE.
	   WRITE PRINT-REC FROM PRT-REC-TITLE AFTER 2.

	   MOVE ZEROS TO WS-LIST-COUNT, WS-LIST-TOTAL.
	   INITIALIZE CP-REC.
	   MOVE LOW-VALUES TO CP-KEY.
	   MOVE 'N' TO WS-CP-EOF.
	   START CP-FILE KEY >= CP-KEY INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'Y' TO WS-CP-EOF.
	   PERFORM SUSPENSE-LOOP THRU SUSPENSE-LOOP-END
		   UNTIL WS-CP-EOF = 'Y'.

	   MOVE 'TOTAL IN SUSPENSE'	    TO PRT-END-DESC.
	   MOVE WS-LIST-COUNT		    TO PRT-END-COUNT.
	   MOVE WS-LIST-TOTAL		    TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        SUSPENSE-RTN-END. EXIT.

        SUSPENSE-LOOP.

	   READ CP-FILE NEXT END
		MOVE 'Y' TO WS-CP-EOF
		GO TO SUSPENSE-LOOP-END.

	   IF CP-SEQ NOT = ZEROS OR NOT CP-IS-SUSPENSE
	      GO TO SUSPENSE-LOOP-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1	 TO WS-LIST-COUNT.
	   ADD CP-GROSS	 TO WS-LIST-TOTAL.
	   MOVE CP-REF	       TO PRT-SUS-REF.
	   MOVE CP-ACCOUNT     TO PRT-SUS-ACCOUNT.
	   MOVE CP-SETTLE-DMY  TO PRT-SUS-DMY.
	   MOVE CP-GROSS       TO PRT-SUS-GROSS.
	   WRITE PRINT-REC FROM PRT-SUS.

        SUSPENSE-LOOP-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
