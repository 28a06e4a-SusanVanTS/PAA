      * BRANCH/CENTRE TABLE.
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VAN TZE SHAN	22/8/26	WO	PAA	SP2
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

	   MOVE 'Y'			TO S-RUN.
	   MOVE 'Branch/Centre Table'	TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/hpwin.prd'.
	   DISPLAY MAIN-SCR.

