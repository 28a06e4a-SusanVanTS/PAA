      *					reference; single-AC# reprint
      *					for replacements, logged to
      *					STDH-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Membership Card Print Run' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   CALL 'W$BITMAP' USING
