       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMAP.

      * SUPPLIER PAYABLES LEDGER AND PAYMENT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	A supplier's posted
      *					invoices with what is still
      *					owed and when it falls due;
      *					F7 pays the selected invoice
      *					in full against a cheque or
      *					transfer reference and
      *					journals it to GLJ-FILE -
      *					DR payables control, CR bank
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	GL journal lines kept under
      *					training/ when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcap'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdap'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbap'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		VALUE 12.

       01 WS-REC.
	  03 WS-L-INV-NO	PIC X(12).
	  03 WS-L-INV-DMY	PIC 99/99/9999.
	  03 WS-L-DUE-DMY	PIC 99/99/9999.
	  03 WS-L-AMOUNT	PIC ZZ,ZZZ,ZZ9.99.
	  03 WS-L-PAID-DMY	PIC 99/99/9999.
	  03 WS-L-STATUS	PIC X(01).

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 WS-SU-KEY		PIC X(04).
	  03 WS-SU-NAME		PIC X(40).
	  03 WS-PAY-REF		PIC X(12).
	  03 WS-PAY-DMY		PIC 9(08).
	  03 WS-OWED-TOTAL	PIC 9(08)V9(02).
	  03 WS-AP-EOF		PIC X(01).
	  03 WS-IS-ADMIN	PIC X(01).
	  03 WS-DATE		PIC X(01).
	  03 WS-MSG		PIC X(60).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.

      * The journal period is the MMYYYY of the payment date.
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
	   03 LABEL COL + 2 PIC X(40) FROM WS-SU-NAME.
	   03 LABEL LINE 02 COL 04 'Payment Ref:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 16 PIC X(12)
	      USING WS-PAY-REF BELL UPPER.
	   03 LABEL COL + 3 'Pay Date:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC 99/99/9999
	      USING WS-PAY-DMY.
	   03 LABEL LINE 03 COL 04
	      'F7=pay selected invoice in full  (admin only)'.
	   03 LABEL LINE 04.5 COL 04 'Invoice No'.
	   03 LABEL COL 18 'Inv Date'.
	   03 LABEL COL 30 'Due Date'.
	   03 LABEL COL 45 'Amount'.
	   03 LABEL COL 56 'Paid On'.
	   03 LABEL COL 68 'St'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 5.5 COL 04 SIZE 68 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,13,23,33,46,56)
	      DISPLAY-COLUMNS 	= (1,18,30,42,56,68)
	      EXCEPTION-VALUE W-DBLCLICK.
	   03 LABEL LINE 19 COL 04 'Outstanding:'.
	   03 LABEL COL 18 PIC ZZ,ZZZ,ZZ9.99 FROM WS-OWED-TOTAL.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcap'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   INITIALIZE WS-MISC.
	   OPEN I-O   AP-FILE.
	   OPEN INPUT SU-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING WS-IS-ADMIN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-PAY-DMY.

      * Floating Window
	   MOVE 'Supplier Payables Ledger' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE AP-FILE.
	   CLOSE SU-FILE.
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

	   IF K-F7
	      PERFORM PAY-RTN THRU PAY-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * Money leaves on this signature - admins only. The whole
      * invoice is settled against one reference; a paid row never
      * moves again.
        PAY-RTN.

	   IF WS-IS-ADMIN NOT = 'Y'
	      MOVE 'Supplier payment is an admin function' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO PAY-RTN-END.

	   IF CFIG-GL-AP-ACCT = SPACES OR CFIG-GL-BANK-ACCT = SPACES
	      MOVE 'Payables/bank account not set up in CFIG'
		TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO PAY-RTN-END.

	   IF WS-PAY-REF = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-PAY-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-PAY-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO PAY-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-INV-NO = SPACES
	      GO TO PAY-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SU-KEY   TO AP-SU-KEY.
	   MOVE WS-L-INV-NO TO AP-INV-NO.
	   READ AP-FILE INVALID
		GO TO PAY-RTN-END.

	   IF AP-IS-PAID
	      MOVE 'Invoice already paid' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO PAY-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO PAY-RTN-END.

	   MOVE AP-AMOUNT  TO AP-PAID-AMOUNT.
	   MOVE WS-PAY-DMY TO AP-PAID-DMY.
	   MOVE WS-PAY-REF TO AP-PAY-REF.
	   MOVE 'P'	   TO AP-STATUS-FLAG.
	   REWRITE AP-REC.

	   PERFORM GLJ-RTN THRU GLJ-RTN-END.

        PAY-RTN-END. EXIT.
      *******************************************************************
      * The payment pair, appended to the journal file the period
      * exports write.
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

	   MOVE WS-PAY-DMY TO WS-WORK-DMY.
	   COMPUTE WS-PERIOD = (WS-WORK-MM * 10000) + WS-WORK-YYYY.

	   MOVE CFIG-GL-AP-ACCT TO GLJ-ACCT.
	   MOVE 'D'		TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = AP-PAID-AMOUNT * 100.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'SUPPLIER PAID ' AP-SU-KEY ' ' AP-INV-NO
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-PERIOD	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   MOVE CFIG-GL-BANK-ACCT TO GLJ-ACCT.
	   MOVE 'C'		TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = AP-PAID-AMOUNT * 100.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'SUPPLIER PAYMENT ' AP-PAY-REF
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-PERIOD	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   CLOSE GLJ-FILE.

        GLJ-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   MOVE ZEROS  TO WS-OWED-TOTAL.
	   MOVE SPACES TO WS-SU-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SU-KEY TO SU-KEY.
	   READ SU-FILE INVALID
		MOVE SPACES TO SU-NAME.
	   MOVE SU-NAME TO WS-SU-NAME.

	   INITIALIZE AP-REC.
	   MOVE WS-SU-KEY  TO AP-SU-KEY.
	   MOVE LOW-VALUES TO AP-INV-NO.
	   MOVE 'N' TO WS-AP-EOF.
	   START AP-FILE KEY >= AP-KEY INVALID
		 MOVE 'Y' TO WS-AP-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-AP-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.

        LIST-1-LOOP.

	   READ AP-FILE NEXT END
		MOVE 'Y' TO WS-AP-EOF
		GO TO LIST-1-LOOP-END.

	   IF AP-SU-KEY NOT = WS-SU-KEY
	      MOVE 'Y' TO WS-AP-EOF
	      GO TO LIST-1-LOOP-END.

	   IF AP-IS-OPEN
	      ADD AP-AMOUNT TO WS-OWED-TOTAL.

	   INITIALIZE WS-REC.
	   MOVE AP-INV-NO	TO WS-L-INV-NO.
	   MOVE AP-INV-DMY	TO WS-L-INV-DMY.
	   MOVE AP-DUE-DMY	TO WS-L-DUE-DMY.
	   MOVE AP-AMOUNT	TO WS-L-AMOUNT.
	   MOVE AP-PAID-DMY	TO WS-L-PAID-DMY.
	   MOVE AP-STATUS-FLAG	TO WS-L-STATUS.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Supplier Payables' TO S-WINDOW-TITLE.
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
