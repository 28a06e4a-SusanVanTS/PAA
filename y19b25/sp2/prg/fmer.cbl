      *					the chosen ED add-ons,
      *					reversal and promotion
      *					carrying the add-ons too
      * VAN TZE SHAN	15/10/26 WO	PAA	Entry-fee charges carry
      *					the standard sales tax code
      *					and tax portion via F-GTTAX
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Attendance gate counted
      *					off the monthly AS-FILE
      *					summary via F-ASATT
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the tax
      *					code, tax and discount the
      *					sequence scan left in
      *					FEE-REC
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmc'.
	  03 WS-STD-FED-ID	  PIC X(10).
	  03 WS-STD-FED-EXP	  PIC 9(08).
	  03 WS-FED-EXP-YMD	  PIC 9(08).
	  03 WS-CATEGORY	  PIC X(10).
	  03 WS-CAT-SUB		  PIC 9(01).
	  03 WS-AGE		  PIC 9(02).
	  03 WS-MSG		  PIC X(60).
	  03 WS-CLASH-KEY	  PIC X(04).
	  03 WS-NEW-EV-DATE	  PIC 9(08).
	  03 WS-SESSION-COUNT	  PIC 9(05).
	  03 WS-ATT-PCT		  PIC 9(03).
	  03 WS-ATT-YEAR	  PIC 9(04).
	  03 WS-ATT-FROM-YMD	  PIC 9(08).
	  03 WS-ATT-TO-YMD	  PIC 9(08).
	  03 WS-FRZ-FROM-YMD	  PIC 9(08).
	  03 WS-FRZ-TO-YMD	  PIC 9(08).
	  03 WS-ATT-COUNTS.
	     05 WS-PRESENT-COUNT  PIC 9(05).
	     05 WS-EXCUSED-COUNT  PIC 9(05).
	     05 WS-ABSENT-COUNT	  PIC 9(05).
	  03 WS-MED-ALERT	  PIC X(20).
	  03 WS-MC-STATE	  PIC X(01).
	  03 WS-EXPIRY-YMD	  PIC 9(08).
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmc'.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN INPUT CFIG-FILE.
	   OPEN INPUT MC-FILE.
	   OPEN INPUT ED-FILE.

      * Floating Window
	   MOVE 'Event/Competition Registration' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE EV-FILE.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE MC-FILE.
	   EXIT PROGRAM.
	   STOP RUN.
      * carry on; anyone else is stopped (S-OK 'B'). A student with
      * no marked sessions at all is let through - a new joiner has
      * no record to judge.
      * The counts come off the monthly summary through F-ASATT.
      * Sessions dated inside a freeze/leave window stay out of the
      * percentage altogether - the member was not expected - and so
      * does an excused session, never expected of the student.
        ATT-GATE-RTN.

	   MOVE SPACE TO S-OK.

	   COMPUTE WS-ATT-FROM-YMD = (WS-ATT-YEAR * 10000) + 101.
	   COMPUTE WS-ATT-TO-YMD   = (WS-ATT-YEAR * 10000) + 1231.
	   MOVE ZEROS TO WS-FRZ-FROM-YMD, WS-FRZ-TO-YMD.
	   IF WS-STD-FRZ-FROM NOT = ZEROS AND WS-STD-FRZ-TO NOT = ZEROS
	      MOVE WS-STD-FRZ-FROM TO WS-FRZ-FROM-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FRZ-FROM-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE WS-STD-FRZ-TO TO WS-FRZ-TO-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FRZ-TO-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'.

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING LINK-STD-KEY, WS-ATT-FROM-YMD, WS-ATT-TO-YMD,
			WS-FRZ-FROM-YMD, WS-FRZ-TO-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.
	   COMPUTE WS-SESSION-COUNT =
		   WS-PRESENT-COUNT + WS-ABSENT-COUNT.

	   IF WS-SESSION-COUNT = ZEROS
	      GO TO ATT-GATE-RTN-END.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        ATT-GATE-RTN-END. EXIT.
      *******************************************************************
      * Walk the student's other registrations: one for a different
      * event falling on the same EV-DATE-DMY gets a warning popup
	   MOVE SPACES		TO FEE-FS-KEY, FEE-VOID-FLAG,
				   FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-TAX-AMOUNT,
				   FEE-DISC-AMOUNT.
	   MOVE WS-FEE-EV-KEY	TO FEE-EV-KEY.
	   IF FEE-IS-CHARGE
	      CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		     USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			   FEE-TAX-AMOUNT
	      CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.

	   MOVE SPACES TO WS-ED-CODE.
	   MOVE 'Pick Disciplines' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
        MSG-RTN.

	   MOVE 'Event Registration' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
