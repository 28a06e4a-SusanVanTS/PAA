      * VAN TZE SHAN 	2/9/26	 WO	PAA	Postings mirrored onto
      *					the SB-FILE balance summary
      *					via F-BAL
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Deduction posted to the
      *					payer echoed on the return
      *					row, so a split student's
      *					payment clears that payer's
      *					share only
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
	      MOVE 'giro/GIRO-RETURN' TO GIRR-DATANAME.

	   MOVE 'GIRO Confirmation Import' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
      * born carrying its void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-TAX-AMOUNT,
				   FEE-DISC-AMOUNT.
	   MOVE ZEROS		TO FEE-VOID-DMY.
	   MOVE GIRR-PAYER-TYPE	TO FEE-PAYER-TYPE.
	   MOVE GIRR-PAYER-KEY	TO FEE-PAYER-KEY.
	   ADD 1 TO CFIG-RCPT-SEQ.
	   MOVE CFIG-RCPT-SEQ	TO FEE-RCPT-NO.

