       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMHL.

      * HIRER LEDGER, PAYMENT AND DEPOSIT RETURN
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	A hirer's HL-FILE account
      *					with its running balance;
      *					F7 takes a payment against
      *					a reference, F8 hands back
      *					the selected hire deposit -
      *					released, then repaid in
      *					as far as the account is in
      *					credit
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fchl'.
	   COPY '/z/y19b25/sp2/lib/fd/fchr'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdhl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhr'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbhl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhr'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		VALUE 12.

       01 WS-REC.
	  03 WS-L-DMY		PIC 99/99/9999.
	  03 WS-L-TYPE		PIC X(08).
	  03 WS-L-INV-NO	PIC ZZZZZ9.
	  03 WS-L-DESC		PIC X(20).
	  03 WS-L-DEBIT		PIC ZZZ,ZZ9.99.
	  03 WS-L-CREDIT	PIC ZZZ,ZZ9.99.
	  03 WS-L-KEY-DMY	PIC 9(08).
	  03 WS-L-SEQ		PIC 9(02).

       01 WS-MISC.
	  03 WS-HR-KEY		PIC X(04).
	  03 WS-HR-NAME		PIC X(40).
	  03 WS-PAY-AMOUNT	PIC 9(06)V9(02).
	  03 WS-PAY-REF		PIC X(12).
	  03 WS-PAY-DMY		PIC 9(08).
	  03 WS-BALANCE		PIC S9(08)V9(02).
	  03 WS-REPAY		PIC 9(06)V9(02).
	  03 WS-HL-EOF		PIC X(01).
	  03 WS-IS-ADMIN	PIC X(01).
	  03 WS-DATE		PIC X(01).
	  03 WS-MSG		PIC X(60).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-OPERATOR	PIC X(08).

      * The deposit row being handed back, held while the release
      * and repayment rows are written beside it.
       01 WS-HOLD-REC		PIC X(150).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Hirer:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(04)
	      USING WS-HR-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(40) FROM WS-HR-NAME.
	   03 LABEL LINE 02 COL 04 'Payment:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 16 PIC ZZZZZ9.99
	      USING WS-PAY-AMOUNT.
	   03 LABEL COL + 2 'Ref:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(12)
	      USING WS-PAY-REF BELL UPPER.
	   03 LABEL COL + 2 'Date:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC 99/99/9999
	      USING WS-PAY-DMY.
	   03 LABEL LINE 03 COL 04
	      'F7=take payment  F8=return selected deposit (admin)'.
	   03 LABEL LINE 04.5 COL 04 'Date'.
	   03 LABEL COL 16 'Type'.
	   03 LABEL COL 25 'Inv No'.
	   03 LABEL COL 32 'Details'.
	   03 LABEL COL 55 'Debit'.
	   03 LABEL COL 66 'Credit'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 5.5 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,19,25,45,55)
	      DISPLAY-COLUMNS 	= (1,13,22,29,50,61)
	      EXCEPTION-VALUE W-DBLCLICK.
	   03 LABEL LINE 19 COL 04 'Balance:'.
	   03 LABEL COL 18 PIC -ZZ,ZZZ,ZZ9.99 FROM WS-BALANCE.
	   03 LABEL COL + 2 '(minus = in credit)'.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dchl'.
	   COPY '/z/y19b25/sp2/lib/fd/dchr'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   INITIALIZE WS-MISC.
	   OPEN I-O   HL-FILE.
	   OPEN INPUT HR-FILE.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING WS-IS-ADMIN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-PAY-DMY.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

      * Floating Window
	   MOVE 'Hirer Ledger' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE HL-FILE.
	   CLOSE HR-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF K-F7
	      PERFORM PAY-RTN THRU PAY-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM RETURN-RTN THRU RETURN-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * Money in from the hirer against its reference, dated the day
      * it was received.
        PAY-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO PAY-RTN-END.

	   IF WS-PAY-AMOUNT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-PAY-REF = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-PAY-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-PAY-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 104 TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO PAY-RTN-END.

	   INITIALIZE HL-REC.
	   MOVE WS-HR-KEY	TO HL-HR-KEY.
	   MOVE WS-PAY-DMY	TO HL-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.
	   INITIALIZE HL-TYPE, HL-AMOUNT, HL-TX-KEY, HL-TAX-AMOUNT,
		      HL-INV-NO, HL-VN-KEY, HL-HB-DMY, HL-HB-HHMM,
		      HL-HB-SEQ, HL-DEP-DONE, HL-PADDING.
	   MOVE 'P'		TO HL-TYPE.
	   MOVE WS-PAY-AMOUNT	TO HL-AMOUNT.
	   MOVE WS-PAY-REF	TO HL-PAY-REF.
	   MOVE SPACES		TO HL-DESC.
	   STRING 'PAYMENT ' WS-PAY-REF
		  DELIMITED BY SIZE INTO HL-DESC.
	   MOVE WS-OPERATOR	TO HL-OPERATOR.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE HL-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE ZEROS  TO WS-PAY-AMOUNT.
	   MOVE SPACES TO WS-PAY-REF.

        PAY-RTN-END. EXIT.
      *******************************************************************
      * Money out - admins only. The selected deposit row is released
      * back to the hirer; whatever of it the account then stands in
      * credit by is repaid, and anything the hirer still owes is
      * simply settled out of the deposit.
        RETURN-RTN.

	   IF WS-IS-ADMIN NOT = 'Y'
	      MOVE 'Deposit return is an admin function' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO RETURN-RTN-END.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO RETURN-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-KEY-DMY = ZEROS
	      GO TO RETURN-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HR-KEY     TO HL-HR-KEY.
	   MOVE WS-L-KEY-DMY  TO HL-DATE-DMY.
	   MOVE WS-L-SEQ      TO HL-SEQ.
	   READ HL-FILE INVALID
		GO TO RETURN-RTN-END.

	   IF NOT HL-IS-DEPOSIT
	      MOVE 'Select a hire deposit row to return' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO RETURN-RTN-END.

	   IF HL-DEP-DONE = 'Y'
	      MOVE 'Deposit already released' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO RETURN-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO RETURN-RTN-END.

	   MOVE 'Y' TO HL-DEP-DONE.
	   REWRITE HL-REC.
	   MOVE HL-REC TO WS-HOLD-REC.

	   COMPUTE WS-BALANCE = WS-BALANCE - HL-AMOUNT.
	   MOVE ZEROS TO WS-REPAY.
	   IF WS-BALANCE < ZEROS
	      COMPUTE WS-REPAY = ZEROS - WS-BALANCE.
	   IF WS-REPAY > HL-AMOUNT
	      MOVE HL-AMOUNT TO WS-REPAY.

	   MOVE 'E' TO HL-TYPE.
	   MOVE SPACES TO HL-DESC.
	   STRING 'DEPOSIT RELEASED ' HL-VN-KEY
		  DELIMITED BY SIZE INTO HL-DESC.
	   PERFORM POST-RTN THRU POST-RTN-END.

	   IF WS-REPAY = ZEROS
	      GO TO RETURN-RTN-END.

	   MOVE WS-HOLD-REC TO HL-REC.
	   MOVE 'R'	 TO HL-TYPE.
	   MOVE WS-REPAY TO HL-AMOUNT.
	   MOVE SPACES TO HL-DESC.
	   STRING 'DEPOSIT REPAID ' HL-VN-KEY
		  DELIMITED BY SIZE INTO HL-DESC.
	   PERFORM POST-RTN THRU POST-RTN-END.

	   MOVE WS-REPAY TO WS-L-DEBIT.
	   MOVE SPACES TO WS-MSG.
	   STRING 'Repay the hirer ' WS-L-DEBIT
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        RETURN-RTN-END. EXIT.
      *******************************************************************
      * HL-REC, built from the deposit row, written as a new row
      * dated today.
        POST-RTN.

	   MOVE WS-TODAY-DMY TO HL-DATE-DMY.
	   MOVE SPACES	     TO HL-DEP-DONE, HL-PAY-REF.
	   MOVE WS-OPERATOR  TO HL-OPERATOR.
	   MOVE HL-REC	     TO WS-HOLD-REC.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.
	   MOVE HL-KEY	     TO WS-HOLD-REC (1:14).
	   MOVE WS-HOLD-REC  TO HL-REC.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE HL-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this hirer/date combination.
	   MOVE 1 TO HL-SEQ.

	FIND-SEQ-LOOP.
	   READ HL-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO HL-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   MOVE ZEROS  TO WS-BALANCE.
	   MOVE SPACES TO WS-HR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		MOVE SPACES TO HR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HR-NAME TO WS-HR-NAME.

	   INITIALIZE HL-REC.
	   MOVE WS-HR-KEY TO HL-HR-KEY.
	   MOVE ZEROS	  TO HL-DATE-DMY, HL-SEQ.
	   MOVE 'N' TO WS-HL-EOF.
	   START HL-FILE KEY >= HL-KEY INVALID
		 MOVE 'Y' TO WS-HL-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-HL-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.

      * Rows come out in key order - hirer, then DDMMYYYY - so a
      * hirer's rows sit together but not strictly by date; the
      * balance is the same either way.
        LIST-1-LOOP.

	   READ HL-FILE NEXT END
		MOVE 'Y' TO WS-HL-EOF
		GO TO LIST-1-LOOP-END.

	   IF HL-HR-KEY NOT = WS-HR-KEY
	      MOVE 'Y' TO WS-HL-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE HL-DATE-DMY TO WS-L-DMY, WS-L-KEY-DMY.
	   MOVE HL-SEQ	    TO WS-L-SEQ.
	   MOVE HL-INV-NO   TO WS-L-INV-NO.
	   MOVE HL-DESC	    TO WS-L-DESC.
	   EVALUATE TRUE
	     WHEN HL-IS-INVOICE	 MOVE 'INVOICE'	 TO WS-L-TYPE
	     WHEN HL-IS-DEPOSIT	 MOVE 'DEPOSIT'	 TO WS-L-TYPE
	     WHEN HL-IS-REPAID	 MOVE 'REPAID'	 TO WS-L-TYPE
	     WHEN HL-IS-CREDIT	 MOVE 'CREDIT'	 TO WS-L-TYPE
	     WHEN HL-IS-RELEASED MOVE 'RELEASED' TO WS-L-TYPE
	     WHEN OTHER		 MOVE 'PAYMENT'	 TO WS-L-TYPE
	   END-EVALUATE.
	   IF HL-IS-DEPOSIT AND HL-DEP-DONE = 'Y'
	      MOVE 'DEP-DONE' TO WS-L-TYPE.

	   IF HL-IS-DEBIT
	      ADD HL-AMOUNT TO WS-BALANCE
	      MOVE HL-AMOUNT TO WS-L-DEBIT
	   ELSE
	      SUBTRACT HL-AMOUNT FROM WS-BALANCE
	      MOVE HL-AMOUNT TO WS-L-CREDIT
	   END-IF.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Hirer Ledger' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
