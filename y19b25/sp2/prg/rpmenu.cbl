      *					 the operator's role when
      *					 rows exist; denied picks
      *					 logged to SESS-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	     'Member Profile                /z/y19b25/sp2/prg/ptprof'.
	  03 FIL               PIC X(60) VALUE
	     'Report Spool Archive          /z/y19b25/sp2/prg/fmspl'.
	  03 FIL               PIC X(60) VALUE
	     'Sales Tax Return              /z/y19b25/sp2/prg/pttax'.
	  03 FIL               PIC X(60) VALUE
	     'Supplier Payments Due         /z/y19b25/sp2/prg/ptapd'.
	  03 FIL               PIC X(60) VALUE
	     'Budget vs Actual Report       /z/y19b25/sp2/prg/ptbud'.
	  03 FIL               PIC X(60) VALUE
	     'Agency Placement Register     /z/y19b25/sp2/prg/ptagy'.
	  03 FIL               PIC X(60) VALUE
	     'Gift Voucher Liability        /z/y19b25/sp2/prg/ptgv'.
	  03 FIL               PIC X(60) VALUE
	     'Cash Flow Forecast            /z/y19b25/sp2/prg/ptcff'.
	  03 FIL               PIC X(60) VALUE
	     'Competition No-Show List      /z/y19b25/sp2/prg/ptns'.
	  03 FIL               PIC X(60) VALUE
	     'Event Protest Report          /z/y19b25/sp2/prg/ptpx'.
	  03 FIL               PIC X(60) VALUE
	     'Travel Manifest/Rooming List  /z/y19b25/sp2/prg/pttv'.
	  03 FIL               PIC X(60) VALUE
	     'Volunteer Hours by Household  /z/y19b25/sp2/prg/ptvr'.
	  03 FIL               PIC X(60) VALUE
	     'Gate Reconciliation           /z/y19b25/sp2/prg/pttk'.
	  03 FIL               PIC X(60) VALUE
	     'Squad Selection List          /z/y19b25/sp2/prg/ptsq'.
	  03 FIL               PIC X(60) VALUE
	     'Referral League               /z/y19b25/sp2/prg/ptref'.
	  03 FIL               PIC X(60) VALUE
	     'Contract Renewal List         /z/y19b25/sp2/prg/ptct'.
	  03 FIL               PIC X(60) VALUE
	     'Club Waitlist Report          /z/y19b25/sp2/prg/ptwl'.
	  03 FIL               PIC X(60) VALUE
	     'Make-up Credit Report         /z/y19b25/sp2/prg/ptmu'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Cover History           /z/y19b25/sp2/prg/ptcvh'.
	  03 FIL               PIC X(60) VALUE
	     'Expiring Coach Credentials    /z/y19b25/sp2/prg/ptcqx'.
	  03 FIL               PIC X(60) VALUE
	     'Session Utilisation           /z/y19b25/sp2/prg/ptutil'.
	  03 FIL               PIC X(60) VALUE
	     'Hire Invoice                  /z/y19b25/sp2/prg/pthinv'.
	  03 FIL               PIC X(60) VALUE
	     'Venue Income                  /z/y19b25/sp2/prg/ptvinc'.
	  03 FIL               PIC X(60) VALUE
	     'Survey Results                /z/y19b25/sp2/prg/ptsv'.
	  03 FIL               PIC X(60) VALUE
	     'Household Lifetime Value      /z/y19b25/sp2/prg/ptltv'.
	  03 FIL               PIC X(60) VALUE
	     'Catchment Analysis            /z/y19b25/sp2/prg/ptcat'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Scorecard               /z/y19b25/sp2/prg/ptcsc'.
	  03 FIL               PIC X(60) VALUE
	     'Daily Retail Sales            /z/y19b25/sp2/prg/ptrl'.
	  03 FIL               PIC X(60) VALUE
	     'Overdue Inspections           /z/y19b25/sp2/prg/ptvqx'.
	  03 FIL               PIC X(60) VALUE
	     'Venue Safety Certificate      /z/y19b25/sp2/prg/ptvnc'.
	  03 FIL               PIC X(60) VALUE
	     'Data File Growth              /z/y19b25/sp2/prg/ptgrw'.
	  03 FIL               PIC X(60) VALUE
	     'Fee What-If Simulation        /z/y19b25/sp2/prg/ptfwi'.
	  03 FIL               PIC X(60) VALUE
	     'Term Report Cards             /z/y19b25/sp2/prg/ptprc'.
          03 FIL               PIC X(60) VALUE SPACES.

       01 REDEFINES WS-NAMES OCCURS 92.
	  03 WS-RDF-NAMES      PIC X(30).
	  03 WS-RDF-PATH       PIC X(30).

	      MOVE 'N' TO WS-AM-ACTIVE.

	   MOVE 'Management Report' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   PERFORM LIST-1-RTN THRU LIST-1-END.
	      PERFORM AM-BUILD-RTN THRU AM-BUILD-RTN-END.

	   IF WS-AM-COUNT = ZEROS
	      PERFORM VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > 92
		      MOVE WS-RDF-NAMES (S-SUB) TO WS-NAME
		      MOVE WS-RDF-PATH  (S-SUB) TO WS-PATH
		      IF WS-NAME NOT = SPACES
