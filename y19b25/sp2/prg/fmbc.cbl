      *					forty phone calls, done in
      *					one pass. Service messages:
      *					no marketing opt-in needed.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

      * Floating Window
	   MOVE 'Broadcast Composer' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE '1' TO WS-OPTION.
        MSG-RTN.

	   MOVE 'Broadcast Composer' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
