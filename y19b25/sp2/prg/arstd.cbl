      *					a locker is never archived -
      *					the delete-guard idea,
      *					applied to LK-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   MOVE 'N' TO S-RUN.

	   MOVE 'Archive Inactive Student Records' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
