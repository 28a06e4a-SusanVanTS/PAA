       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-COFREE.

      * CAN A COACH TAKE A SESSION IN ANOTHER COACH'S PLACE
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * LINK-CO-KEY is tried for the session LINK-SS-DMY/LINK-CB-KEY
      * running LINK-START to LINK-END (zero times hold the whole
      * day). LINK-REASON comes back blank when the coach may take
      * it, else:
      *   N not on CO-FILE
      *   Q holds no coaching qualification
      *   E qualification lapsed before the session date
      *   K credentials bar coaching that day (F-COCRED)
      *   L on leave that day (LE-FILE)
      *   S has an overlapping session of their own club
      *   C already covering an overlapping session (CV-FILE)
      *   P has a private lesson then (PL-FILE)
      * LINK-CLASH-CB-KEY carries the club behind an S or C.
      * A session of the coach's own club that is itself covered by
      * somebody else does not hold the coach.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcle'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdle'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dble'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-LE-EOF		PIC X(01).
	  03 WS-CA-EOF		PIC X(01).
	  03 WS-CV-EOF		PIC X(01).
	  03 WS-PL-EOF		PIC X(01).
	  03 WS-SS-YMD		PIC 9(08).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-A-START		PIC 9(04).
	  03 WS-A-END		PIC 9(04).
	  03 WS-CRED-USE	PIC X(01) VALUE 'C'.
	  03 WS-CRED-RESULT	PIC X(01).
	  03 WS-CRED-MSG	PIC X(60).

       LINKAGE SECTION.
       01 LINK-CO-KEY		PIC X(04).
       01 LINK-SS-DMY		PIC 9(08).
       01 LINK-CB-KEY		PIC X(04).
       01 LINK-START		PIC 9(04).
       01 LINK-END		PIC 9(04).
       01 LINK-REASON		PIC X(01).
       01 LINK-CLASH-CB-KEY	PIC X(04).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-CO-KEY, LINK-SS-DMY, LINK-CB-KEY,
				LINK-START, LINK-END, LINK-REASON,
				LINK-CLASH-CB-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcle'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE SPACES TO LINK-REASON, LINK-CLASH-CB-KEY.
	   MOVE LINK-SS-DMY TO WS-SS-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-SS-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   OPEN INPUT CO-FILE.
	   OPEN INPUT LE-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT CV-FILE.
	   OPEN INPUT PL-FILE.

	   PERFORM QUAL-RTN THRU QUAL-RTN-END.
	   IF LINK-REASON = SPACES
	      PERFORM CRED-RTN THRU CRED-RTN-END.
	   IF LINK-REASON = SPACES
	      PERFORM LEAVE-RTN THRU LEAVE-RTN-END.
	   IF LINK-REASON = SPACES
	      PERFORM OWN-RTN THRU OWN-RTN-END.
	   IF LINK-REASON = SPACES
	      PERFORM COVER-RTN THRU COVER-RTN-END.
	   IF LINK-REASON = SPACES
	      PERFORM LESSON-RTN THRU LESSON-RTN-END.

	   CLOSE CO-FILE.
	   CLOSE LE-FILE.
	   CLOSE CA-FILE.
	   CLOSE SS-FILE.
	   CLOSE CV-FILE.
	   CLOSE PL-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * A qualification on the coach master, still in date on the
      * session day - a zero expiry never lapses.
	QUAL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE 'N' TO LINK-REASON
		MOVE 'N' TO S-STATUS-CHECK
		GO TO QUAL-RTN-END.

	   IF CO-QUALIFICATION = SPACES
	      MOVE 'Q' TO LINK-REASON
	      GO TO QUAL-RTN-END.

	   IF CO-QUAL-EXPIRY = ZEROS
	      GO TO QUAL-RTN-END.

	   MOVE CO-QUAL-EXPIRY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-SS-YMD
	      MOVE 'E' TO LINK-REASON.

	QUAL-RTN-END. EXIT.
      ********************************************************************
      * Only a blocking credential problem stands the coach down - a
      * warning is left to the screen that assigns the cover.
	CRED-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-cocred' USING
		  LINK-CO-KEY, LINK-SS-DMY, WS-CRED-USE,
		  WS-CRED-RESULT, WS-CRED-MSG.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cocred'.
	   IF WS-CRED-RESULT = 'B'
	      MOVE 'K' TO LINK-REASON.

	CRED-RTN-END. EXIT.
      ********************************************************************
	LEAVE-RTN.

	   INITIALIZE LE-REC.
	   MOVE LINK-CO-KEY TO LE-CO-KEY.
	   MOVE ZEROS	    TO LE-FROM-YMD.
	   MOVE 'N' TO WS-LE-EOF.
	   START LE-FILE KEY >= LE-KEY INVALID
		 MOVE 'Y' TO WS-LE-EOF.
	   PERFORM LEAVE-LOOP THRU LEAVE-LOOP-END
		   UNTIL WS-LE-EOF = 'Y'.

	LEAVE-RTN-END. EXIT.

	LEAVE-LOOP.

	   READ LE-FILE NEXT END
		MOVE 'Y' TO WS-LE-EOF
		GO TO LEAVE-LOOP-END.

	   IF LE-CO-KEY NOT = LINK-CO-KEY OR
	      LE-FROM-YMD > WS-SS-YMD
	      MOVE 'Y' TO WS-LE-EOF
	      GO TO LEAVE-LOOP-END.

	   IF LE-TO-YMD >= WS-SS-YMD
	      MOVE 'L' TO LINK-REASON
	      MOVE 'Y' TO WS-LE-EOF.

	LEAVE-LOOP-END. EXIT.
      ********************************************************************
      * The coach's own clubs: a planned session that day, unless
      * somebody else is covering the coach for it.
	OWN-RTN.

	   INITIALIZE CA-REC.
	   MOVE LINK-CO-KEY TO CA-CO-KEY.
	   MOVE LOW-VALUES  TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM OWN-LOOP THRU OWN-LOOP-END
		   UNTIL WS-CA-EOF = 'Y' OR LINK-REASON NOT = SPACES.

	OWN-RTN-END. EXIT.

	OWN-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO OWN-LOOP-END.

	   IF CA-CO-KEY NOT = LINK-CO-KEY
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO OWN-LOOP-END.

      * Already coaching the very session being covered is no clash.
	   IF CA-CB-KEY = LINK-CB-KEY
	      GO TO OWN-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-SS-DMY TO SS-DATE-DMY.
	   MOVE CA-CB-KEY   TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO OWN-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO OWN-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-SS-DMY TO CV-DATE-DMY.
	   MOVE CA-CB-KEY   TO CV-CB-KEY.
	   MOVE LINK-CO-KEY TO CV-CO-KEY.
	   READ CV-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CV-IS-COVERED
		       MOVE 'N' TO S-STATUS-CHECK
		       GO TO OWN-LOOP-END
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE SS-START-HHMM TO WS-A-START.
	   MOVE SS-END-HHMM   TO WS-A-END.
	   PERFORM OVERLAP-RTN THRU OVERLAP-RTN-END.
	   IF LINK-REASON = 'Y'
	      MOVE 'S'	     TO LINK-REASON
	      MOVE CA-CB-KEY TO LINK-CLASH-CB-KEY.

	OWN-LOOP-END. EXIT.
      ********************************************************************
      * Cover the coach already gives that day, bar the session now
      * being arranged.
	COVER-RTN.

	   INITIALIZE CV-REC.
	   MOVE LINK-SS-DMY TO CV-DATE-DMY.
	   MOVE LOW-VALUES  TO CV-CB-KEY, CV-CO-KEY.
	   MOVE 'N' TO WS-CV-EOF.
	   START CV-FILE KEY >= CV-KEY INVALID
		 MOVE 'Y' TO WS-CV-EOF.
	   PERFORM COVER-LOOP THRU COVER-LOOP-END
		   UNTIL WS-CV-EOF = 'Y' OR LINK-REASON NOT = SPACES.

	COVER-RTN-END. EXIT.

	COVER-LOOP.

	   READ CV-FILE NEXT END
		MOVE 'Y' TO WS-CV-EOF
		GO TO COVER-LOOP-END.

	   IF CV-DATE-DMY NOT = LINK-SS-DMY
	      MOVE 'Y' TO WS-CV-EOF
	      GO TO COVER-LOOP-END.

	   IF NOT CV-IS-COVERED OR CV-SUB-CO-KEY NOT = LINK-CO-KEY OR
	      CV-CB-KEY = LINK-CB-KEY
	      GO TO COVER-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CV-DATE-DMY TO SS-DATE-DMY.
	   MOVE CV-CB-KEY   TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO COVER-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO COVER-LOOP-END.

	   MOVE SS-START-HHMM TO WS-A-START.
	   MOVE SS-END-HHMM   TO WS-A-END.
	   PERFORM OVERLAP-RTN THRU OVERLAP-RTN-END.
	   IF LINK-REASON = 'Y'
	      MOVE 'C'	     TO LINK-REASON
	      MOVE CV-CB-KEY TO LINK-CLASH-CB-KEY.

	COVER-LOOP-END. EXIT.
      ********************************************************************
      * Private lessons booked or delivered for the coach that day.
	LESSON-RTN.

	   INITIALIZE PL-REC.
	   MOVE LINK-CO-KEY TO PL-CO-KEY.
	   MOVE LINK-SS-DMY TO PL-DATE-DMY.
	   MOVE ZEROS	    TO PL-START-HHMM, PL-SEQ.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-KEY INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM LESSON-LOOP THRU LESSON-LOOP-END
		   UNTIL WS-PL-EOF = 'Y' OR LINK-REASON NOT = SPACES.

	LESSON-RTN-END. EXIT.

	LESSON-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO LESSON-LOOP-END.

	   IF PL-CO-KEY NOT = LINK-CO-KEY OR
	      PL-DATE-DMY NOT = LINK-SS-DMY
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO LESSON-LOOP-END.

	   IF NOT PL-IS-BOOKED AND NOT PL-IS-DELIVERED
	      GO TO LESSON-LOOP-END.

	   MOVE PL-START-HHMM TO WS-A-START.
	   MOVE PL-END-HHMM   TO WS-A-END.
	   PERFORM OVERLAP-RTN THRU OVERLAP-RTN-END.
	   IF LINK-REASON = 'Y'
	      MOVE 'P' TO LINK-REASON.

	LESSON-LOOP-END. EXIT.
      ********************************************************************
      * WS-A-START/END against the session: zero times on either
      * side take the whole day. Sets LINK-REASON to Y on a clash
      * for the caller to turn into its own code.
	OVERLAP-RTN.

	   IF WS-A-START = ZEROS OR LINK-START = ZEROS
	      MOVE 'Y' TO LINK-REASON
	      GO TO OVERLAP-RTN-END.

	   IF WS-A-END > LINK-START AND LINK-END > WS-A-START
	      MOVE 'Y' TO LINK-REASON.

	OVERLAP-RTN-END. EXIT.

      * End of program.
