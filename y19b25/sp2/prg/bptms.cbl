      *					Draft rows rewrite on a
      *					re-run; approved or paid
      *					ones never move.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Private lessons marked
      *					delivered on PL-FILE that
      *					month credit their coach
      *					one session each as well
      * VAN TZE SHAN 	15/10/26 WO	PAA	A session covered on
      *					CV-FILE credits the
      *					substitute, not the absent
      *					coach; a coach on LE-FILE
      *					leave that date is not
      *					credited for it at all
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fctm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fccv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcle'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdle'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcv'.
	   COPY '/z/y19b25/sp2/lib/fd/dble'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-SS-EOF		PIC X(01).
	  03 WS-CA-EOF		PIC X(01).
	  03 WS-ATT-EOF		PIC X(01).
	  03 WS-PL-EOF		PIC X(01).
	  03 WS-CREDIT-CO-KEY	PIC X(04).
	  03 WS-LE-EOF		PIC X(01).
	  03 WS-ON-LEAVE		PIC X(01).
	  03 WS-SS-YMD		PIC 9(08).
	  03 WS-HELD		PIC X(01).
	  03 WS-CO-COUNT	PIC 9(03).
	  03 WS-CO-SUB		PIC 9(03).
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dctm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dccv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcle'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN I-O   TM-FILE.
	   OPEN INPUT PL-FILE.
	   OPEN INPUT CV-FILE.
	   OPEN INPUT LE-FILE.

	   MOVE 'Coach Timesheet Generation' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 4 TO RETURN-CODE.
	   CLOSE ATT-FILE.
	   CLOSE CM-FILE.
	   CLOSE TM-FILE.
	   CLOSE PL-FILE.
	   CLOSE CV-FILE.
	   CLOSE LE-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	   PERFORM SS-LOOP THRU SS-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.

	   INITIALIZE PL-REC.
	   MOVE LOW-VALUES TO PL-KEY.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-KEY INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM PL-LOOP THRU PL-LOOP-END
		   UNTIL WS-PL-EOF = 'Y'.

	   PERFORM SHEET-RTN THRU SHEET-RTN-END
		   VARYING WS-CO-SUB FROM 1 BY 1
		   UNTIL WS-CO-SUB > WS-CO-COUNT.

        SS-LOOP-END. EXIT.

      ********************************************************************
      * A private lesson FMPL marked delivered in the period is one
      * more session at the coach's rate; booked or cancelled ones
      * earn nothing.
        PL-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO PL-LOOP-END.

	   IF NOT PL-IS-DELIVERED
	      GO TO PL-LOOP-END.

	   MOVE PL-DATE-DMY TO WS-SS-DMY.
	   IF WS-SD-MM NOT = WS-PERIOD-MM OR
	      WS-SD-YYYY NOT = WS-PERIOD-YYYY
	      GO TO PL-LOOP-END.

	   MOVE PL-CO-KEY TO WS-CREDIT-CO-KEY.
	   PERFORM CREDIT-ONE-RTN THRU CREDIT-ONE-RTN-END.

        PL-LOOP-END. EXIT.

      ********************************************************************
      * A session was held when at least one member of its club was
      * marked present that date - the ATT rows for the date are
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO COACH-CREDIT-LOOP-END.

	   MOVE CA-ALT-CO-KEY TO WS-CREDIT-CO-KEY.

      * Covered by a substitute: the session is theirs to claim.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY   TO CV-DATE-DMY.
	   MOVE SS-CB-KEY     TO CV-CB-KEY.
	   MOVE CA-ALT-CO-KEY TO CV-CO-KEY.
	   READ CV-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CV-IS-COVERED
		       MOVE CV-SUB-CO-KEY TO WS-CREDIT-CO-KEY
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-CREDIT-CO-KEY = CA-ALT-CO-KEY
	      PERFORM LEAVE-CHECK-RTN THRU LEAVE-CHECK-RTN-END
	      IF WS-ON-LEAVE = 'Y'
		 GO TO COACH-CREDIT-LOOP-END.

	   PERFORM CREDIT-ONE-RTN THRU CREDIT-ONE-RTN-END.

        COACH-CREDIT-LOOP-END. EXIT.

      ********************************************************************
      * A coach away on a spell of LE-FILE leave spanning the session
      * date did not take it, cover or no cover.
        LEAVE-CHECK-RTN.

	   MOVE 'N' TO WS-ON-LEAVE.
	   MOVE SS-DATE-DMY TO WS-SS-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-SS-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   INITIALIZE LE-REC.
	   MOVE CA-ALT-CO-KEY TO LE-CO-KEY.
	   MOVE ZEROS	      TO LE-FROM-YMD.
	   MOVE 'N' TO WS-LE-EOF.
	   START LE-FILE KEY >= LE-KEY INVALID
		 MOVE 'Y' TO WS-LE-EOF.
	   PERFORM LEAVE-CHECK-LOOP THRU LEAVE-CHECK-LOOP-END
		   UNTIL WS-LE-EOF = 'Y' OR WS-ON-LEAVE = 'Y'.

        LEAVE-CHECK-RTN-END. EXIT.

        LEAVE-CHECK-LOOP.

	   READ LE-FILE NEXT END
		MOVE 'Y' TO WS-LE-EOF
		GO TO LEAVE-CHECK-LOOP-END.

	   IF LE-CO-KEY NOT = CA-ALT-CO-KEY OR
	      LE-FROM-YMD > WS-SS-YMD
	      MOVE 'Y' TO WS-LE-EOF
	      GO TO LEAVE-CHECK-LOOP-END.

	   IF LE-TO-YMD >= WS-SS-YMD
	      MOVE 'Y' TO WS-ON-LEAVE.

        LEAVE-CHECK-LOOP-END. EXIT.

      ********************************************************************
      * One session to WS-CREDIT-CO-KEY's slot in the table, opening
      * a slot the first time the coach turns up.
        CREDIT-ONE-RTN.

	   PERFORM VARYING WS-CO-SUB FROM 1 BY 1
		   UNTIL WS-CO-SUB > WS-CO-COUNT
		   OR WS-COT-KEY (WS-CO-SUB) = WS-CREDIT-CO-KEY
		   CONTINUE
	   END-PERFORM.
	   IF WS-CO-SUB > WS-CO-COUNT
	      IF WS-CO-COUNT >= T-CO-MAX
		 GO TO CREDIT-ONE-RTN-END
	      END-IF
	      ADD 1 TO WS-CO-COUNT
	      MOVE WS-CREDIT-CO-KEY TO WS-COT-KEY (WS-CO-COUNT)
	      MOVE WS-CO-COUNT	    TO WS-CO-SUB.

	   ADD 1 TO WS-COT-SESS (WS-CO-SUB).

        CREDIT-ONE-RTN-END. EXIT.

      ********************************************************************
      * One timesheet row per credited coach, priced at their
