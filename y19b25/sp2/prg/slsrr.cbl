      *					from the operator's home branch -
      *					blank runs all branches
      *					consolidated.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

        ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.

	   COPY 	'/v/cps/lib/std/gtcoid.prd'.
	   MOVE	'Print Student Statistic Report' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY		'/v/cps/lib/std/ptwin.prd'.

	   CALL	'W$BITMAP' USING WBITMAP-LOAD,
