      *					still open on PCL-FILE.
      *					PTDISC and PTRCPT read the
      *					archive for old queries.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Carries the sales tax
      *					code and tax amount across
      * VAN TZE SHAN 	15/10/26 WO	PAA	Carries the payer and the
      *					sibling discount across
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

	   MOVE 'Year-End Ledger Archive' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   MOVE FEE-VOID-REASON	  TO FEA-VOID-REASON.
	   MOVE FEE-TS-KEY	  TO FEA-TS-KEY.
	   MOVE WS-TODAY-DMY	  TO FEA-ARCH-DMY.
	   MOVE FEE-TX-KEY	  TO FEA-TX-KEY.
	   MOVE FEE-TAX-AMOUNT	  TO FEA-TAX-AMOUNT.
	   MOVE FEE-PAYER-TYPE	  TO FEA-PAYER-TYPE.
	   MOVE FEE-PAYER-KEY	  TO FEA-PAYER-KEY.
	   MOVE FEE-DISC-AMOUNT	  TO FEA-DISC-AMOUNT.

      * A re-run after an interruption meets its own earlier work -
      * the archive row simply stands.
	   MOVE SPACES TO FEE-DESC.
	   STRING 'BALANCE B/F ' WS-ARCH-YYYY
		  DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE ZEROS  TO FEE-RCPT-NO, FEE-VOID-DMY, FEE-TS-KEY,
			  FEE-TAX-AMOUNT.
	   MOVE SPACES TO FEE-FS-KEY, FEE-EV-KEY, FEE-VOID-FLAG,
			  FEE-VOID-OPERATOR, FEE-VOID-HHMM, FEE-TX-KEY,
			  FEE-VOID-REASON.
	   COMPUTE FEE-PERIOD = 120000 + WS-ARCH-YYYY.

