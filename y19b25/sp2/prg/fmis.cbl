      *					the ledger as a payment and
      *					refunds back automatically
      *					when the return is stamped
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sale charge carries the
      *					item's sales tax code and
      *					tax portion via F-GTTAX
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sized items issue and take
      *					back stock against the size
      *					row on IZ-FILE as well as
      *					the item total
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the tax
      *					code, tax and discount the
      *					sequence scan left in
      *					FEE-REC
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcis'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdis'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbis'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).
	  03 WS-SIZED		  PIC X(01).

       01 WS-FEE-MISC.
	  03 WS-BAL-DELTA	  PIC S9(08)V9(02).
	   MOVE 'N' TO S-RUN.
	   OPEN I-O   IS-FILE.
	   OPEN I-O   IT-FILE.
	   OPEN I-O   IZ-FILE.
	   OPEN I-O   FEE-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING

      * Floating Window
	   MOVE 'Equipment / Uniform Issues' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE WINDOW S-WINDOW.
	   CLOSE IS-FILE.
	   CLOSE IT-FILE.
	   CLOSE IZ-FILE.
	   CLOSE FEE-FILE.
	   EXIT PROGRAM.
	   STOP RUN.
	      MOVE 104    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * A sized item goes out of one size's stock - the size must be
      * one it is stocked in and that size must cover the quantity.
	   PERFORM SIZED-RTN THRU SIZED-RTN-END.
	   IF WS-SIZED = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-ADD-IT-KEY TO IZ-IT-KEY
	      MOVE WS-ADD-SIZE   TO IZ-SIZE
	      READ IZ-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 103    TO S-CONTROL-ID
		   GO TO ADD-RTN-END.

	   IF WS-SIZED = 'Y' AND IZ-STOCK-QTY < WS-ADD-QTY
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.
	   SUBTRACT WS-ADD-QTY FROM IT-STOCK-QTY.
	   REWRITE IT-REC.

	   IF WS-SIZED = 'Y'
	      SUBTRACT WS-ADD-QTY FROM IZ-STOCK-QTY
	      REWRITE IZ-REC.

	   IF IS-IS-SALE
	      PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END.

	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY,
				   FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-DISC-AMOUNT.
	   MOVE IT-TX-KEY	TO FEE-TX-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY,
				   FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-TAX-AMOUNT,
				   FEE-DISC-AMOUNT.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY,
				   FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-TAX-AMOUNT,
				   FEE-DISC-AMOUNT.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   ADD IS-QTY TO IT-STOCK-QTY.
	   REWRITE IT-REC.

	   IF IS-SIZE = SPACES
	      GO TO STOCK-BACK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE IS-IT-KEY TO IZ-IT-KEY.
	   MOVE IS-SIZE   TO IZ-SIZE.
	   READ IZ-FILE INVALID
		GO TO STOCK-BACK-RTN-END.

	   ADD IS-QTY TO IZ-STOCK-QTY.
	   REWRITE IZ-REC.

        STOCK-BACK-RTN-END. EXIT.
      *******************************************************************
      * An item is sized once it has any row on IZ-FILE.
        SIZED-RTN.

	   MOVE 'N' TO WS-SIZED.
	   MOVE WS-ADD-IT-KEY TO IZ-IT-KEY.
	   MOVE LOW-VALUES    TO IZ-SIZE.
	   START IZ-FILE KEY >= IZ-KEY INVALID
		 GO TO SIZED-RTN-END.

	   READ IZ-FILE NEXT END
		GO TO SIZED-RTN-END.

	   IF IZ-IT-KEY = WS-ADD-IT-KEY
	      MOVE 'Y' TO WS-SIZED.

        SIZED-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

