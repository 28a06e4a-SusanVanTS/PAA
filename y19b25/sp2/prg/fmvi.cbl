       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMVI.

      * SUPPLIER INVOICE ENTRY AND MATCHING
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The supplier's invoice
      *					keyed line by line against
      *					the FMPO order line and the
      *					quantity received; a price
      *					or quantity difference past
      *					the CFIG tolerance holds the
      *					line until an admin signs it
      *					off with F6. F7 posts a
      *					clean invoice to the AP-FILE
      *					payables ledger with its
      *					GLJ-FILE journal pair - DR
      *					the *STK purchases mapping,
      *					CR payables control
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	GL journal lines kept under
      *					training/ when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvi'.
	   COPY '/z/y19b25/sp2/lib/fd/fcap'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvi'.
	   COPY '/z/y19b25/sp2/lib/fd/fdap'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvi'.
	   COPY '/z/y19b25/sp2/lib/fd/dbap'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		VALUE 12.

       01 WS-REC.
	  03 WS-L-SEQ		PIC 9(02).
	  03 WS-L-PO-NO		PIC 9(06).
	  03 WS-L-PO-SEQ	PIC 9(02).
	  03 WS-L-IT-KEY	PIC X(04).
	  03 WS-L-QTY		PIC 9(05).
	  03 WS-L-COST		PIC 9(06)V9(02).
	  03 WS-L-AMOUNT	PIC 9(08)V9(02).
	  03 WS-L-STATUS	PIC X(01).
	  03 WS-L-HOLD		PIC X(01).

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 WS-SU-KEY		PIC X(04).
	  03 WS-INV-NO		PIC X(12).
	  03 WS-INV-DMY		PIC 9(08).
	  03 WS-DUE-DMY		PIC 9(08).
	  03 WS-PO-NO		PIC 9(06).
	  03 WS-PO-SEQ		PIC 9(02).
	  03 WS-QTY		PIC 9(05).
	  03 WS-COST		PIC 9(06)V9(02).
	  03 WS-INV-TOTAL	PIC 9(08)V9(02).
	  03 WS-VI-EOF		PIC X(01).
	  03 WS-NEXT-SEQ	PIC 9(02).
	  03 WS-IS-ADMIN	PIC X(01).
	  03 WS-HDR-OK		PIC X(01).
	  03 WS-POSTED		PIC X(01).
	  03 WS-DATE		PIC X(01).
	  03 WS-LINE-COUNT	PIC 9(03).
	  03 WS-HELD-COUNT	PIC 9(03).
	  03 WS-USER-ID		PIC X(08).
	  03 WS-MSG		PIC X(60).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.

      * Matching work fields - the quantity still open on the order
      * line is what was received, less what earlier invoices have
      * billed and what other unposted lines already claim.
       01 WS-MATCH-MISC.
	  03 WS-RCV-QTY		PIC 9(05).
	  03 WS-PEND-QTY	PIC 9(05).
	  03 WS-OPEN-QTY	PIC S9(06).
	  03 WS-QTY-DIFF	PIC S9(06).
	  03 WS-PRICE-DIFF	PIC S9(06)V9(02).
	  03 WS-PRICE-PCT	PIC 9(05)V9(02).
	  03 WS-QTY-HOLD	PIC X(01).
	  03 WS-PRICE-HOLD	PIC X(01).

      * The journal period is the MMYYYY of the invoice date.
       01 WS-PERIOD-MISC.
	  03 WS-PERIOD		PIC 9(06).
	  03 WS-WORK-DMY	PIC 9(08).
	  03 FIL REDEFINES WS-WORK-DMY.
	     05 WS-WORK-DD	PIC 9(02).
	     05 WS-WORK-MM	PIC 9(02).
	     05 WS-WORK-YYYY	PIC 9(04).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Supplier:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(04)
	      USING WS-SU-KEY BELL UPPER.
	   03 LABEL COL + 3 'Invoice No:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(12)
	      USING WS-INV-NO BELL UPPER.
	   03 LABEL LINE 02 COL 04 'Invoice Date:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 16 PIC 99/99/9999
	      USING WS-INV-DMY.
	   03 LABEL COL + 3 'Due Date:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC 99/99/9999
	      USING WS-DUE-DMY.
	   03 LABEL LINE 03 COL 04 'PO No:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 16 PIC ZZZZZ9
	      USING WS-PO-NO.
	   03 LABEL COL + 2 'Line:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC Z9
	      USING WS-PO-SEQ.
	   03 LABEL COL + 2 'Qty:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC ZZZZ9
	      USING WS-QTY.
	   03 LABEL COL + 2 'Unit Cost:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-COST.
	   03 LABEL LINE 04 COL 04
	      'F8=add line  F9=remove line  F6=approve held line'.
	   03 LABEL LINE 05 COL 04
	      'F7=post invoice to payables ledger'.
	   03 LABEL LINE 06.5 COL 04 'Sq'.
	   03 LABEL COL 08 'PO No'.
	   03 LABEL COL 16 'Ln'.
	   03 LABEL COL 20 'Item'.
	   03 LABEL COL 26 'Qty'.
	   03 LABEL COL 33 'Cost'.
	   03 LABEL COL 43 'Amount'.
	   03 LABEL COL 56 'St'.
	   03 LABEL COL 60 'Hold'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 7.5 COL 04 SIZE 62 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,3,9,11,15,20,28,38,39)
	      DISPLAY-COLUMNS 	= (1,8,16,20,26,33,43,56,60)
	      EXCEPTION-VALUE W-DBLCLICK.
	   03 LABEL LINE 21 COL 04 'Invoice Total:'.
	   03 LABEL COL 20 PIC ZZ,ZZZ,ZZ9.99 FROM WS-INV-TOTAL.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvi'.
	   COPY '/z/y19b25/sp2/lib/fd/dcap'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   INITIALIZE WS-MISC.
	   OPEN I-O   VI-FILE.
	   OPEN I-O   AP-FILE.
	   OPEN I-O   PO-FILE.
	   OPEN INPUT SU-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING WS-IS-ADMIN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   ACCEPT WS-USER-ID FROM ENVIRONMENT 'PA-USER-ID'.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

      * Floating Window
	   MOVE 'Supplier Invoice Matching' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VI-FILE.
	   CLOSE AP-FILE.
	   CLOSE PO-FILE.
	   CLOSE SU-FILE.
	   CLOSE GLM-FILE.
	   CLOSE CFIG-FILE.
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

	   IF K-F8
	      PERFORM ADD-LINE-RTN THRU ADD-LINE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F9
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM APPROVE-RTN THRU APPROVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM POST-RTN THRU POST-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * Supplier, invoice number and both dates must be good before
      * a line goes on or the invoice posts. WS-POSTED comes back Y
      * when the invoice is already on the payables ledger.
        HEADER-RTN.

	   MOVE 'N' TO WS-HDR-OK.

	   IF WS-SU-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SU-KEY TO SU-KEY.
	   READ SU-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   IF WS-INV-NO = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   IF WS-INV-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-INV-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   IF WS-DUE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-DUE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 104 TO S-CONTROL-ID
	      GO TO HEADER-RTN-END.

	   MOVE 'Y' TO WS-POSTED.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SU-KEY TO AP-SU-KEY.
	   MOVE WS-INV-NO TO AP-INV-NO.
	   READ AP-FILE INVALID
		MOVE 'N' TO WS-POSTED.

	   MOVE 'Y' TO WS-HDR-OK.

        HEADER-RTN-END. EXIT.
      *******************************************************************
      * Each line names the order line it bills. The order must be
      * this supplier's; the line is matched on quantity against
      * what is received and not yet billed, and on unit price
      * against the order cost, and held when either is outside
      * the CFIG tolerance.
        ADD-LINE-RTN.

	   PERFORM HEADER-RTN THRU HEADER-RTN-END.
	   IF WS-HDR-OK NOT = 'Y'
	      GO TO ADD-LINE-RTN-END.

	   IF WS-POSTED = 'Y'
	      MOVE 'Invoice already posted to the payables ledger'
		TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO ADD-LINE-RTN-END.

	   IF WS-PO-NO = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PO-NO  TO PO-NO.
	   MOVE WS-PO-SEQ TO PO-SEQ.
	   READ PO-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 105    TO S-CONTROL-ID
		GO TO ADD-LINE-RTN-END.

	   IF PO-SU-KEY NOT = WS-SU-KEY
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

	   IF WS-QTY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

	   IF WS-COST = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

	   PERFORM PENDING-RTN THRU PENDING-RTN-END.
	   PERFORM MATCH-RTN THRU MATCH-RTN-END.
	   PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-RTN-END.

	   INITIALIZE VI-REC.
	   MOVE WS-SU-KEY	TO VI-SU-KEY.
	   MOVE WS-INV-NO	TO VI-INV-NO.
	   MOVE WS-NEXT-SEQ	TO VI-SEQ.
	   MOVE WS-PO-NO	TO VI-PO-NO.
	   MOVE WS-PO-SEQ	TO VI-PO-SEQ.
	   MOVE PO-IT-KEY	TO VI-IT-KEY.
	   MOVE WS-QTY		TO VI-QTY.
	   MOVE WS-COST		TO VI-COST.
	   COMPUTE VI-AMOUNT ROUNDED = WS-QTY * WS-COST.
	   MOVE WS-INV-DMY	TO VI-INV-DMY.
	   MOVE WS-DUE-DMY	TO VI-DUE-DMY.
	   MOVE SPACES		TO VI-APPR-USER.
	   MOVE ZEROS		TO VI-APPR-DMY, VI-PADDING.

	   EVALUATE TRUE
	     WHEN WS-QTY-HOLD = 'Y' AND WS-PRICE-HOLD = 'Y'
		  MOVE 'B' TO VI-HOLD-CODE
	     WHEN WS-QTY-HOLD = 'Y'
		  MOVE 'Q' TO VI-HOLD-CODE
	     WHEN WS-PRICE-HOLD = 'Y'
		  MOVE 'P' TO VI-HOLD-CODE
	     WHEN OTHER
		  MOVE SPACE TO VI-HOLD-CODE
	   END-EVALUATE.

	   IF VI-HOLD-CODE = SPACE
	      MOVE 'M' TO VI-STATUS-FLAG
	   ELSE
	      MOVE 'H' TO VI-STATUS-FLAG.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE VI-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO ADD-LINE-RTN-END.

	   IF VI-IS-HELD
	      MOVE 'Line held - difference outside tolerance'
		TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END.

	   MOVE ZEROS TO WS-PO-SEQ, WS-QTY, WS-COST.

        ADD-LINE-RTN-END. EXIT.
      *******************************************************************
      * Quantity on this supplier's other unposted invoice lines for
      * the same order line - not billed yet, but already claimed.
        PENDING-RTN.

	   MOVE ZEROS TO WS-PEND-QTY.
	   INITIALIZE VI-REC.
	   MOVE WS-SU-KEY   TO VI-SU-KEY.
	   MOVE LOW-VALUES  TO VI-INV-NO.
	   MOVE ZEROS	    TO VI-SEQ.
	   MOVE 'N' TO WS-VI-EOF.
	   START VI-FILE KEY >= VI-KEY INVALID
		 MOVE 'Y' TO WS-VI-EOF.
	   PERFORM PENDING-LOOP THRU PENDING-LOOP-END
		   UNTIL WS-VI-EOF = 'Y'.

        PENDING-RTN-END. EXIT.

        PENDING-LOOP.

	   READ VI-FILE NEXT END
		MOVE 'Y' TO WS-VI-EOF
		GO TO PENDING-LOOP-END.

	   IF VI-SU-KEY NOT = WS-SU-KEY
	      MOVE 'Y' TO WS-VI-EOF
	      GO TO PENDING-LOOP-END.

	   IF VI-IS-POSTED
	      GO TO PENDING-LOOP-END.

	   IF VI-PO-NO = WS-PO-NO AND VI-PO-SEQ = WS-PO-SEQ
	      ADD VI-QTY TO WS-PEND-QTY.

        PENDING-LOOP-END. EXIT.
      *******************************************************************
      * An unreceived order line has nothing open to bill, so any
      * quantity against it is a difference. A zero order cost with
      * a priced invoice is always a price difference.
        MATCH-RTN.

	   MOVE 'N' TO WS-QTY-HOLD, WS-PRICE-HOLD.

	   IF PO-IS-RECEIVED
	      MOVE PO-QTY TO WS-RCV-QTY
	   ELSE
	      MOVE ZEROS  TO WS-RCV-QTY.

	   COMPUTE WS-OPEN-QTY = WS-RCV-QTY - PO-INV-QTY - WS-PEND-QTY.
	   COMPUTE WS-QTY-DIFF = WS-QTY - WS-OPEN-QTY.
	   IF WS-QTY-DIFF < ZEROS
	      COMPUTE WS-QTY-DIFF = ZEROS - WS-QTY-DIFF.
	   IF WS-QTY-DIFF > CFIG-AP-QTY-TOL
	      MOVE 'Y' TO WS-QTY-HOLD.

	   COMPUTE WS-PRICE-DIFF = WS-COST - PO-COST.
	   IF WS-PRICE-DIFF < ZEROS
	      COMPUTE WS-PRICE-DIFF = ZEROS - WS-PRICE-DIFF.
	   IF WS-PRICE-DIFF = ZEROS
	      GO TO MATCH-RTN-END.

	   IF PO-COST = ZEROS
	      MOVE 'Y' TO WS-PRICE-HOLD
	      GO TO MATCH-RTN-END.

	   COMPUTE WS-PRICE-PCT ROUNDED =
		   WS-PRICE-DIFF * 100 / PO-COST.
	   IF WS-PRICE-PCT > CFIG-AP-PRICE-PCT
	      MOVE 'Y' TO WS-PRICE-HOLD.

        MATCH-RTN-END. EXIT.
      *******************************************************************
        NEXT-SEQ-RTN.

	   MOVE ZEROS TO WS-NEXT-SEQ.
	   INITIALIZE VI-REC.
	   MOVE WS-SU-KEY TO VI-SU-KEY.
	   MOVE WS-INV-NO TO VI-INV-NO.
	   MOVE ZEROS	  TO VI-SEQ.
	   MOVE 'N' TO WS-VI-EOF.
	   START VI-FILE KEY >= VI-KEY INVALID
		 MOVE 'Y' TO WS-VI-EOF.
	   PERFORM NEXT-SEQ-LOOP THRU NEXT-SEQ-LOOP-END
		   UNTIL WS-VI-EOF = 'Y'.
	   ADD 1 TO WS-NEXT-SEQ.

        NEXT-SEQ-RTN-END. EXIT.

        NEXT-SEQ-LOOP.

	   READ VI-FILE NEXT END
		MOVE 'Y' TO WS-VI-EOF
		GO TO NEXT-SEQ-LOOP-END.

	   IF VI-SU-KEY NOT = WS-SU-KEY OR VI-INV-NO NOT = WS-INV-NO
	      MOVE 'Y' TO WS-VI-EOF
	      GO TO NEXT-SEQ-LOOP-END.

	   MOVE VI-SEQ TO WS-NEXT-SEQ.

        NEXT-SEQ-LOOP-END. EXIT.
      *******************************************************************
      * A keying mistake comes off before posting; once the invoice
      * is on the ledger its lines stay as the audit trail.
        REMOVE-RTN.

	   PERFORM SELECTED-RTN THRU SELECTED-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO REMOVE-RTN-END.

	   IF VI-IS-POSTED
	      MOVE 'Line already posted - cannot be removed' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE VI-FILE.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
      * A held line is released on an admin's signature, stamped
      * with who signed and when.
        APPROVE-RTN.

	   IF WS-IS-ADMIN NOT = 'Y'
	      MOVE 'Approval is an admin function' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   PERFORM SELECTED-RTN THRU SELECTED-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO APPROVE-RTN-END.

	   IF NOT VI-IS-HELD
	      MOVE 'Line is not held' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO APPROVE-RTN-END.

	   MOVE 'A'	     TO VI-STATUS-FLAG.
	   MOVE WS-USER-ID   TO VI-APPR-USER.
	   MOVE WS-TODAY-DMY TO VI-APPR-DMY.
	   REWRITE VI-REC.

        APPROVE-RTN-END. EXIT.
      *******************************************************************
      * Reads the invoice line picked in the list box; S-STATUS-CHECK
      * comes back Y when nothing usable is selected.
        SELECTED-RTN.

	   MOVE 'Y' TO S-STATUS-CHECK.
	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO SELECTED-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-SEQ = ZEROS
	      GO TO SELECTED-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SU-KEY TO VI-SU-KEY.
	   MOVE WS-INV-NO TO VI-INV-NO.
	   MOVE WS-L-SEQ  TO VI-SEQ.
	   READ VI-FILE INVALID
		MOVE 'Y' TO S-STATUS-CHECK.

        SELECTED-RTN-END. EXIT.
      *******************************************************************
      * Posting is all or nothing: every line must be matched or
      * signed off. The invoice goes on the supplier's ledger as
      * one open row, each order line's billed quantity moves up,
      * and the purchase is journalled DR *STK, CR payables.
        POST-RTN.

	   PERFORM HEADER-RTN THRU HEADER-RTN-END.
	   IF WS-HDR-OK NOT = 'Y'
	      GO TO POST-RTN-END.

	   IF WS-POSTED = 'Y'
	      MOVE 'Invoice already posted to the payables ledger'
		TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO POST-RTN-END.

	   IF CFIG-GL-AP-ACCT = SPACES
	      MOVE 'Payables control account not set up in CFIG'
		TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO POST-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   IF WS-LINE-COUNT = ZEROS
	      MOVE 'No lines keyed on this invoice' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO POST-RTN-END.

	   IF WS-HELD-COUNT > ZEROS
	      MOVE SPACES TO WS-MSG
	      STRING 'Invoice held - lines awaiting approval: '
		     WS-HELD-COUNT
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO POST-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO POST-RTN-END.

	   INITIALIZE AP-REC.
	   MOVE WS-SU-KEY	TO AP-SU-KEY.
	   MOVE WS-INV-NO	TO AP-INV-NO.
	   MOVE WS-INV-DMY	TO AP-INV-DMY.
	   MOVE WS-DUE-DMY	TO AP-DUE-DMY.
	   MOVE WS-TODAY-DMY	TO AP-POST-DMY.
	   MOVE WS-INV-TOTAL	TO AP-AMOUNT.
	   MOVE ZEROS		TO AP-PAID-AMOUNT, AP-PAID-DMY,
				   AP-PADDING.
	   MOVE SPACES		TO AP-PAY-REF.
	   MOVE 'O'		TO AP-STATUS-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE AP-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO POST-RTN-END.

	   INITIALIZE VI-REC.
	   MOVE WS-SU-KEY TO VI-SU-KEY.
	   MOVE WS-INV-NO TO VI-INV-NO.
	   MOVE ZEROS	  TO VI-SEQ.
	   MOVE 'N' TO WS-VI-EOF.
	   START VI-FILE KEY >= VI-KEY INVALID
		 MOVE 'Y' TO WS-VI-EOF.
	   PERFORM POST-LOOP THRU POST-LOOP-END
		   UNTIL WS-VI-EOF = 'Y'.

	   PERFORM GLJ-RTN THRU GLJ-RTN-END.

	   MOVE 'Invoice posted to the payables ledger' TO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        POST-RTN-END. EXIT.

        POST-LOOP.

	   READ VI-FILE NEXT END
		MOVE 'Y' TO WS-VI-EOF
		GO TO POST-LOOP-END.

	   IF VI-SU-KEY NOT = WS-SU-KEY OR VI-INV-NO NOT = WS-INV-NO
	      MOVE 'Y' TO WS-VI-EOF
	      GO TO POST-LOOP-END.

	   MOVE 'P'	   TO VI-STATUS-FLAG.
	   MOVE WS-INV-DMY TO VI-INV-DMY.
	   MOVE WS-DUE-DMY TO VI-DUE-DMY.
	   REWRITE VI-REC.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE VI-PO-NO  TO PO-NO.
	   MOVE VI-PO-SEQ TO PO-SEQ.
	   READ PO-FILE INVALID
		GO TO POST-LOOP-END.
	   ADD VI-QTY TO PO-INV-QTY.
	   REWRITE PO-REC.

        POST-LOOP-END. EXIT.
      *******************************************************************
      * One balanced pair per posted invoice, appended to the same
      * journal file the period exports write.
        GLJ-RTN.

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

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN EXTEND GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO GLJ-RTN-END.

	   MOVE WS-INV-DMY TO WS-WORK-DMY.
	   COMPUTE WS-PERIOD = (WS-WORK-MM * 10000) + WS-WORK-YYYY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE '*STK' TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE 'STOCK' TO GLM-ACCT.

	   MOVE GLM-ACCT	TO GLJ-ACCT.
	   MOVE 'D'		TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-INV-TOTAL * 100.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'PURCHASE ' WS-SU-KEY ' ' WS-INV-NO
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-PERIOD	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   MOVE CFIG-GL-AP-ACCT TO GLJ-ACCT.
	   MOVE 'C'		TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-INV-TOTAL * 100.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'PAYABLE ' WS-SU-KEY ' ' WS-INV-NO
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-PERIOD	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   CLOSE GLJ-FILE.

        GLJ-RTN-END. EXIT.
      *******************************************************************
      * Lists the invoice's lines and totals it; a recalled invoice
      * brings its dates back onto the screen.
        LIST-1-RTN.

	   MOVE ZEROS TO WS-INV-TOTAL, WS-LINE-COUNT, WS-HELD-COUNT.
	   INITIALIZE VI-REC.
	   MOVE WS-SU-KEY TO VI-SU-KEY.
	   MOVE WS-INV-NO TO VI-INV-NO.
	   MOVE ZEROS	  TO VI-SEQ.
	   MOVE 'N' TO WS-VI-EOF.
	   START VI-FILE KEY >= VI-KEY INVALID
		 MOVE 'Y' TO WS-VI-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-VI-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.

        LIST-1-LOOP.

	   READ VI-FILE NEXT END
		MOVE 'Y' TO WS-VI-EOF
		GO TO LIST-1-LOOP-END.

	   IF VI-SU-KEY NOT = WS-SU-KEY OR VI-INV-NO NOT = WS-INV-NO
	      MOVE 'Y' TO WS-VI-EOF
	      GO TO LIST-1-LOOP-END.

	   IF WS-INV-DMY = ZEROS
	      MOVE VI-INV-DMY TO WS-INV-DMY.
	   IF WS-DUE-DMY = ZEROS
	      MOVE VI-DUE-DMY TO WS-DUE-DMY.

	   ADD 1	 TO WS-LINE-COUNT.
	   ADD VI-AMOUNT TO WS-INV-TOTAL.
	   IF VI-IS-HELD
	      ADD 1 TO WS-HELD-COUNT.

	   INITIALIZE WS-REC.
	   MOVE VI-SEQ		TO WS-L-SEQ.
	   MOVE VI-PO-NO	TO WS-L-PO-NO.
	   MOVE VI-PO-SEQ	TO WS-L-PO-SEQ.
	   MOVE VI-IT-KEY	TO WS-L-IT-KEY.
	   MOVE VI-QTY		TO WS-L-QTY.
	   MOVE VI-COST		TO WS-L-COST.
	   MOVE VI-AMOUNT	TO WS-L-AMOUNT.
	   MOVE VI-STATUS-FLAG	TO WS-L-STATUS.
	   MOVE VI-HOLD-CODE	TO WS-L-HOLD.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Supplier Invoices' TO S-WINDOW-TITLE.
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
