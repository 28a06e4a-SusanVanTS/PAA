      *					from the operator's home branch -
      *					blank runs all branches
      *					consolidated.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Print Student Profile' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   CALL 'W$BITMAP' USING
        SRPT-RTN.
	   
	   MOVE 'Select Report Type'	TO S-WINDOW-TITLE2.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW
	   LINES 7 SIZE 100 CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR MODAL NO SCROLL NO WRAP
