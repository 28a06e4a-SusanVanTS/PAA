      *					submenus build their lists
      *					off these rows instead of
      *					their built-in tables
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

      * Floating Window
	   Move 'Define Menu Access' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
