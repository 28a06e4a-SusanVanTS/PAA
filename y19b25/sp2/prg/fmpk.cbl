      *					ledger the way FMIS posts a
      *					sale; reached from the FMFEE
      *					ledger screen
      * VAN TZE SHAN 	15/10/26 WO	PAA	Package sale carries the
      *					standard sales tax code and
      *					tax portion via F-GTTAX
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
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

      * Floating Window
	   MOVE 'Prepaid Session Packages' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY,
				   FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TAX-AMOUNT, FEE-DISC-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
