      *					 the operator's role when
      *					 rows exist; denied picks
      *					 logged to SESS-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	     'Backup Generations / Restore  /z/y19b25/sp2/prg/fmbkr'.
	  03 FIL               PIC X(60) VALUE
	     'Backup Catalog File Creation  /z/y19b25/sp2/prg/crbkg'.
	  03 FIL               PIC X(60) VALUE
	     'Training Copy Refresh         /z/y19b25/sp2/prg/bktrn'.
	  03 FIL               PIC X(60) VALUE
	     'Approval Designations         /z/y19b25/sp2/prg/fmmd'.
	  03 FIL               PIC X(60) VALUE
	     'Field Sensitivity Rules       /z/y19b25/sp2/prg/fmsf'.
          03 FIL               PIC X(60) VALUE SPACES.

       01 REDEFINES WS-NAMES OCCURS 20.
	  03 WS-RDF-NAMES      PIC X(30).
	  03 WS-RDF-PATH       PIC X(30).

	      MOVE 'N' TO WS-AM-ACTIVE.

	   MOVE 'System Configuration' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   PERFORM LIST-1-RTN THRU LIST-1-END.
	      PERFORM AM-BUILD-RTN THRU AM-BUILD-RTN-END.

	   IF WS-AM-COUNT = ZEROS
	      PERFORM VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > 20
		      MOVE WS-RDF-NAMES (S-SUB) TO WS-NAME
		      MOVE WS-RDF-PATH  (S-SUB) TO WS-PATH
		      IF WS-NAME NOT = SPACES
