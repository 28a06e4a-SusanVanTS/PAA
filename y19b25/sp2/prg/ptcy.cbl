      * PRINT COUNTRY FILE
      * AUTHOR		DATE	TYPE	A/C	NOTES
      * VAN TZE SHAN	2/8/19	-	PAA	SP1
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION. 
	  
	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Print Country Listing' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   CALL 'W$BITMAP' USING
		   UNTIL S-RUN2 = 'N' OR WS-PREVIEW-SUB = 15.

	   MOVE 'Print Preview' TO S-WINDOW-TITLE2.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 21 SIZE 46
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE S-WINDOW-TITLE2
