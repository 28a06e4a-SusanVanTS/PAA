      * VAN TZE SHAN	22/8/26	WO	PAA	Confirmed roster grouped
      *					by competition category
      *					with counts per category
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.

	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Print Event/Competition Roster' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   CALL 'W$BITMAP' USING
		   UNTIL WS-ER-EOF = 'Y' OR WS-PREVIEW-SUB = 15.

	   MOVE 'Print Preview' TO S-WINDOW-TITLE2.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 21 SIZE 66
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE S-WINDOW-TITLE2
