      *					 the operator's role when
      *					 rows exist; denied picks
      *					 logged to SESS-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	     'Printer Maintenance           /z/y19b25/sp2/prg/fmpd'.
	  03 FIL               PIC X(60) VALUE
	     'Report Routing Maintenance    /z/y19b25/sp2/prg/fmrt'.
	  03 FIL               PIC X(60) VALUE
	     'Sales Tax Code Maintenance    /z/y19b25/sp2/prg/fmtx'.
	  03 FIL               PIC X(60) VALUE
	     'Supplier Invoice Matching     /z/y19b25/sp2/prg/fmvi'.
	  03 FIL               PIC X(60) VALUE
	     'Supplier Payables Ledger      /z/y19b25/sp2/prg/fmap'.
	  03 FIL               PIC X(60) VALUE
	     'Budget Maintenance            /z/y19b25/sp2/prg/fmbg'.
	  03 FIL               PIC X(60) VALUE
	     'Deferred Income Release       /z/y19b25/sp2/prg/bpdef'.
	  03 FIL               PIC X(60) VALUE
	     'Collection Agency Handover    /z/y19b25/sp2/prg/bpagy'.
	  03 FIL               PIC X(60) VALUE
	     'Agency Recovery Import        /z/y19b25/sp2/prg/psagy'.
	  03 FIL               PIC X(60) VALUE
	     'Gift Voucher Expiry Release   /z/y19b25/sp2/prg/bpgvx'.
	  03 FIL               PIC X(60) VALUE
	     'Payer Split Maintenance       /z/y19b25/sp2/prg/fmps'.
	  03 FIL               PIC X(60) VALUE
	     'Billing Run Reversal          /z/y19b25/sp2/prg/bprev'.
	  03 FIL               PIC X(60) VALUE
	     'Marshalling Desk              /z/y19b25/sp2/prg/fmms'.
	  03 FIL               PIC X(60) VALUE
	     'Protest Register              /z/y19b25/sp2/prg/fmpx'.
	  03 FIL               PIC X(60) VALUE
	     'Away-Event Travel             /z/y19b25/sp2/prg/fmtv'.
	  03 FIL               PIC X(60) VALUE
	     'Volunteer Roster              /z/y19b25/sp2/prg/fmvr'.
	  03 FIL               PIC X(60) VALUE
	     'Event Ticket Types            /z/y19b25/sp2/prg/fmtt'.
	  03 FIL               PIC X(60) VALUE
	     'Gate Ticket Sales             /z/y19b25/sp2/prg/fmtk'.
	  03 FIL               PIC X(60) VALUE
	     'Ticket Presale Import         /z/y19b25/sp2/prg/pstk'.
	  03 FIL               PIC X(60) VALUE
	     'Representative Squads         /z/y19b25/sp2/prg/fmsq'.
	  03 FIL               PIC X(60) VALUE
	     'Squad Selection               /z/y19b25/sp2/prg/fmsl'.
	  03 FIL               PIC X(60) VALUE
	     'Referral Credit Run           /z/y19b25/sp2/prg/bpref'.
	  03 FIL               PIC X(60) VALUE
	     'Make-up Class Booking         /z/y19b25/sp2/prg/fmmu'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Availability            /z/y19b25/sp2/prg/fmav'.
	  03 FIL               PIC X(60) VALUE
	     'Private Lesson Booking        /z/y19b25/sp2/prg/fmpl'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Leave                   /z/y19b25/sp2/prg/fmle'.
	  03 FIL               PIC X(60) VALUE
	     'Session Cover                 /z/y19b25/sp2/prg/fmcv'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Credentials             /z/y19b25/sp2/prg/fmcq'.
	  03 FIL               PIC X(60) VALUE
	     'Safeguarding Concerns         /z/y19b25/sp2/prg/fmwc'.
	  03 FIL               PIC X(60) VALUE
	     'Door Scan Exceptions          /z/y19b25/sp2/prg/bpscx'.
	  03 FIL               PIC X(60) VALUE
	     'Attendance Summary Rebuild    /z/y19b25/sp2/prg/bpasr'.
	  03 FIL               PIC X(60) VALUE
	     'Hirer Master                  /z/y19b25/sp2/prg/fmhr'.
	  03 FIL               PIC X(60) VALUE
	     'Hall Hire Booking             /z/y19b25/sp2/prg/fmhb'.
	  03 FIL               PIC X(60) VALUE
	     'Hirer Ledger                  /z/y19b25/sp2/prg/fmhl'.
	  03 FIL               PIC X(60) VALUE
	     'Gateway Reply Import          /z/y19b25/sp2/prg/psnqi'.
	  03 FIL               PIC X(60) VALUE
	     'Web Contact Changes           /z/y19b25/sp2/prg/fmpc'.
	  03 FIL               PIC X(60) VALUE
	     'Milestone Awards              /z/y19b25/sp2/prg/fmml'.
	  03 FIL               PIC X(60) VALUE
	     'Member Surveys                /z/y19b25/sp2/prg/fmsv'.
	  03 FIL               PIC X(60) VALUE
	     'Issue Member Survey           /z/y19b25/sp2/prg/bpsv'.
	  03 FIL               PIC X(60) VALUE
	     'Survey Response Import        /z/y19b25/sp2/prg/pssv'.
	  03 FIL               PIC X(60) VALUE
	     'Milestone Awards Run          /z/y19b25/sp2/prg/bpaw'.
	  03 FIL               PIC X(60) VALUE
	     'Phone Area Codes              /z/y19b25/sp2/prg/fmph'.
	  03 FIL               PIC X(60) VALUE
	     'Item Sizes                    /z/y19b25/sp2/prg/fmiz'.
	  03 FIL               PIC X(60) VALUE
	     'Retail Sales                  /z/y19b25/sp2/prg/fmrl'.
	  03 FIL               PIC X(60) VALUE
	     'Inspection Items              /z/y19b25/sp2/prg/fmvq'.
	  03 FIL               PIC X(60) VALUE
	     'Safety Inspections            /z/y19b25/sp2/prg/fmvl'.
	  03 FIL               PIC X(60) VALUE
	     'Inspection Defects            /z/y19b25/sp2/prg/fmvd'.
	  03 FIL               PIC X(60) VALUE
	     'Held Master-Data Changes      /z/y19b25/sp2/prg/fmmk'.
	  03 FIL               PIC X(60) VALUE
	     'BI Nightly Extract            /z/y19b25/sp2/prg/bpbi'.
	  03 FIL               PIC X(60) VALUE
	     'Calendar Feed Export          /z/y19b25/sp2/prg/bpcal'.
	  03 FIL               PIC X(60) VALUE
	     'Fee What-If Scenarios         /z/y19b25/sp2/prg/fmwf'.
	  03 FIL               PIC X(60) VALUE
	     'Card Settlement Import        /z/y19b25/sp2/prg/pscpi'.
	  03 FIL               PIC X(60) VALUE
	     'Card Payment Suspense         /z/y19b25/sp2/prg/fmcp'.
	  03 FIL               PIC X(60) VALUE
	     'Termly Coach Assessments      /z/y19b25/sp2/prg/fmax'.
	  03 FIL               PIC X(60) VALUE
	     'Door Whitelist Export         /z/y19b25/sp2/prg/bpdrx'.
	  03 FIL               PIC X(60) VALUE
	     'Door Denied Log Import        /z/y19b25/sp2/prg/psdrd'.
          03 FIL               PIC X(60) VALUE SPACES.

       01 REDEFINES WS-NAMES OCCURS 135.
	  03 WS-RDF-NAMES      PIC X(30).
	  03 WS-RDF-PATH       PIC X(30).

	      MOVE 'N' TO WS-AM-ACTIVE.

	   MOVE 'Setup Maintenance' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   PERFORM LIST-1-RTN THRU LIST-1-END.
	      PERFORM AM-BUILD-RTN THRU AM-BUILD-RTN-END.

	   IF WS-AM-COUNT = ZEROS
	      PERFORM VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > 135
		      MOVE WS-RDF-NAMES (S-SUB) TO WS-NAME
		      MOVE WS-RDF-PATH  (S-SUB) TO WS-PATH
		      IF WS-NAME NOT = SPACES
