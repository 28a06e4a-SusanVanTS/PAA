	     'Printer Master File Creation  /z/y19b25/sp2/prg/crpd'.
	  03 FIL               PIC X(60) VALUE
	     'Report Routing File Creation  /z/y19b25/sp2/prg/crrt'.
	  03 FIL               PIC X(60) VALUE
	     'Tax Code File Creation        /z/y19b25/sp2/prg/crtx'.
	  03 FIL               PIC X(60) VALUE
	     'Supplier Invoice File Creation/z/y19b25/sp2/prg/crvi'.
	  03 FIL               PIC X(60) VALUE
	     'Payables Ledger File Creation /z/y19b25/sp2/prg/crap'.
	  03 FIL               PIC X(60) VALUE
	     'Budget File Creation          /z/y19b25/sp2/prg/crbg'.
	  03 FIL               PIC X(60) VALUE
	     'Deferred Income File Creation /z/y19b25/sp2/prg/crdf'.
	  03 FIL               PIC X(60) VALUE
	     'Agency Placement File Creation/z/y19b25/sp2/prg/crag'.
	  03 FIL               PIC X(60) VALUE
	     'Gift Voucher File Creation    /z/y19b25/sp2/prg/crgv'.
	  03 FIL               PIC X(60) VALUE
	     'Payer Split File Creation     /z/y19b25/sp2/prg/crps'.
	  03 FIL               PIC X(60) VALUE
	     'Billing Run Control           /z/y19b25/sp2/prg/crbrn'.
	  03 FIL               PIC X(60) VALUE
	     'Event Seed                    /z/y19b25/sp2/prg/crse'.
	  03 FIL               PIC X(60) VALUE
	     'No-Show                       /z/y19b25/sp2/prg/crns'.
	  03 FIL               PIC X(60) VALUE
	     'Protest                       /z/y19b25/sp2/prg/crpx'.
	  03 FIL               PIC X(60) VALUE
	     'Travel Manifest               /z/y19b25/sp2/prg/crtv'.
	  03 FIL               PIC X(60) VALUE
	     'Volunteer Shift               /z/y19b25/sp2/prg/crvr'.
	  03 FIL               PIC X(60) VALUE
	     'Volunteer Roster              /z/y19b25/sp2/prg/crva'.
	  03 FIL               PIC X(60) VALUE
	     'Ticket Type                   /z/y19b25/sp2/prg/crtt'.
	  03 FIL               PIC X(60) VALUE
	     'Ticket Sale                   /z/y19b25/sp2/prg/crtk'.
	  03 FIL               PIC X(60) VALUE
	     'Gate Cash-Up                  /z/y19b25/sp2/prg/crtc'.
	  03 FIL               PIC X(60) VALUE
	     'Representative Squad          /z/y19b25/sp2/prg/crsq'.
	  03 FIL               PIC X(60) VALUE
	     'Squad Selection               /z/y19b25/sp2/prg/crsm'.
	  03 FIL               PIC X(60) VALUE
	     'Fee Price History             /z/y19b25/sp2/prg/crfp'.
	  03 FIL               PIC X(60) VALUE
	     'Membership Contract           /z/y19b25/sp2/prg/crct'.
	  03 FIL               PIC X(60) VALUE
	     'Club Waitlist                 /z/y19b25/sp2/prg/crwl'.
	  03 FIL               PIC X(60) VALUE
	     'Make-up Credit                /z/y19b25/sp2/prg/crmu'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Availability            /z/y19b25/sp2/prg/crav'.
	  03 FIL               PIC X(60) VALUE
	     'Private Lesson                /z/y19b25/sp2/prg/crpl'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Leave                   /z/y19b25/sp2/prg/crle'.
	  03 FIL               PIC X(60) VALUE
	     'Session Cover                 /z/y19b25/sp2/prg/crcv'.
	  03 FIL               PIC X(60) VALUE
	     'Hirer Master                  /z/y19b25/sp2/prg/crhr'.
	  03 FIL               PIC X(60) VALUE
	     'Hall Hire Booking             /z/y19b25/sp2/prg/crhb'.
	  03 FIL               PIC X(60) VALUE
	     'Hirer Ledger                  /z/y19b25/sp2/prg/crhl'.
	  03 FIL               PIC X(60) VALUE
	     'Web Contact Change            /z/y19b25/sp2/prg/crpc'.
	  03 FIL               PIC X(60) VALUE
	     'Milestone Rules               /z/y19b25/sp2/prg/crml'.
	  03 FIL               PIC X(60) VALUE
	     'Milestone Award History       /z/y19b25/sp2/prg/craw'.
	  03 FIL               PIC X(60) VALUE
	     'Member Survey                 /z/y19b25/sp2/prg/crsv'.
	  03 FIL               PIC X(60) VALUE
	     'Survey Responses              /z/y19b25/sp2/prg/crsr'.
	  03 FIL               PIC X(60) VALUE
	     'Phone Area File               /z/y19b25/sp2/prg/crph'.
	  03 FIL               PIC X(60) VALUE
	     'Item Size File                /z/y19b25/sp2/prg/criz'.
	  03 FIL               PIC X(60) VALUE
	     'Retail Sale File              /z/y19b25/sp2/prg/crrl'.
	  03 FIL               PIC X(60) VALUE
	     'Inspection Item File          /z/y19b25/sp2/prg/crvq'.
	  03 FIL               PIC X(60) VALUE
	     'Inspection Log File           /z/y19b25/sp2/prg/crvl'.
	  03 FIL               PIC X(60) VALUE
	     'Inspection Defect File        /z/y19b25/sp2/prg/crvd'.
	  03 FIL               PIC X(60) VALUE
	     'Approval Designation File     /z/y19b25/sp2/prg/crmd'.
	  03 FIL               PIC X(60) VALUE
	     'Pending Change File           /z/y19b25/sp2/prg/crmk'.
	  03 FIL               PIC X(60) VALUE
	     'Field Sensitivity File        /z/y19b25/sp2/prg/crsf'.
	  03 FIL               PIC X(60) VALUE
	     'BI Key Map File               /z/y19b25/sp2/prg/crbik'.
	  03 FIL               PIC X(60) VALUE
	     'Fee What-If Scenario File     /z/y19b25/sp2/prg/crwf'.
	  03 FIL               PIC X(60) VALUE
	     'Card Payment Register File    /z/y19b25/sp2/prg/crcp'.
	  03 FIL               PIC X(60) VALUE
	     'Coach Assessment File         /z/y19b25/sp2/prg/crax'.
	  03 FIL               PIC X(60) VALUE
	     'Door Access List File         /z/y19b25/sp2/prg/crda'.
          03 FIL               PIC X(60) VALUE SPACES.

       01 REDEFINES WS-NAMES OCCURS 108.
	  03 WS-RDF-NAMES      PIC X(30).
	  03 WS-RDF-PATH       PIC X(30).

	      PERFORM AM-BUILD-RTN THRU AM-BUILD-RTN-END.

	   IF WS-AM-COUNT = ZEROS
	      PERFORM VARYING S-SUB FROM 1 BY 1 UNTIL S-SUB > 108
		      MOVE WS-RDF-NAMES (S-SUB) TO WS-NAME
		      MOVE WS-RDF-PATH  (S-SUB) TO WS-PATH
		      IF WS-NAME NOT = SPACES
