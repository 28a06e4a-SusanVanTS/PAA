      *					housekeeping register
      * VAN TZE SHAN 	22/8/26	 WO	PAA	Spooled report runs aged
      *					off by type retention
      * VAN TZE SHAN 	15/10/26 WO	PAA	SESS rows carried whole,
      *					the AC# on safeguarding
      *					view rows included
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   MOVE 'N' TO S-RUN.

	   MOVE 'Log Housekeeping' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
	   PERFORM ROW-YMD-RTN THRU ROW-YMD-RTN-END.

	   IF WS-ROW-YMD < WS-CUTOFF-YMD
	      MOVE SESS-VIEW-REC TO HSKA-REC
	      WRITE HSKA-REC
	      ADD 1 TO WS-ARCHIVED
	   ELSE
	      MOVE SESS-VIEW-REC TO HSKW-REC
	      WRITE HSKW-REC
	      ADD 1 TO WS-KEPT.

