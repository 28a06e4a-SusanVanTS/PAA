      * TAKE A POINT-IN-TIME SNAPSHOT OF THE STUDENT POPULATION.
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	9/8/2026 -	PAA	SP2
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   MOVE 'N' TO S-RUN.

	   MOVE 'Student Population Snapshot' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
