      * VAN TZE SHAN	22/8/26	WO	PAA	Keyed changes journalled
      *					to JRNL-FILE for RCVJRN's
      *					roll-forward recovery
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.

      * Floating Window
	   Move 'Guardian / Emergency Contact' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'N' TO S-STATUS-CHECK.
