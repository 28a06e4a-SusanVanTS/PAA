      *					through PSSTD/PTSTD1/PTSTD2 with no
      *					screen interaction once confirmed,
      *					for unattended overnight printing.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   CANCEL 	'/z/y19b25/sp2/lib/std/f-gttid'.

	   MOVE 'Scheduled Student Extract & Print' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
