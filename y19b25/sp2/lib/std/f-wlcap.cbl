       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-WLCAP.

      * CLUB ROSTER PLACES FREE, AND OFFER THEM DOWN THE WAITLIST
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * LINK-MODE 'C' only counts: LINK-FREE comes back with the
      * places left on LINK-CB-KEY's roster (9999 when the club has
      * no limit). An open member frozen today does not hold a
      * place; a live offer to anyone but LINK-STD-KEY does.
      * LINK-MODE 'O' counts the same way and then offers each free
      * place to the next student waiting, queueing the WAITOFFR
      * notice and stamping the reply-by date. Offers past their
      * reply-by date lapse in either mode.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-WL-EOF		PIC X(01).
	  03 WS-WL-NONE		PIC X(01).
	  03 WS-FROZEN		PIC X(01).
	  03 WS-TAKEN		PIC 9(04).
	  03 WS-REPLY-DAYS	PIC 9(02).
	  03 WS-ROW-YMD		PIC 9(08).

       01 WS-TODAY-DMY	PIC 9(08).
       01 REDEFINES WS-TODAY-DMY.
	  03 WS-TD-DD	PIC 9(02).
	  03 WS-TD-MM	PIC 9(02).
	  03 WS-TD-YYYY	PIC 9(04).
       01 WS-TODAY-YMD	PIC 9(08).
       01 REDEFINES WS-TODAY-YMD.
	  03 WS-TY-YYYY	PIC 9(04).
	  03 WS-TY-MM	PIC 9(02).
	  03 WS-TY-DD	PIC 9(02).

       01 WS-REPLY-DMY	PIC 9(08).
       01 REDEFINES WS-REPLY-DMY.
	  03 WS-RD-DD	PIC 9(02).
	  03 WS-RD-MM	PIC 9(02).
	  03 WS-RD-YYYY	PIC 9(04).

      * Days in each month, February bumped to 29 in a leap year.
       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-LEN REDEFINES WS-MTH-NO
				PIC 9(02) OCCURS 12 TIMES.

       01 WS-LEAP-MISC.
	  03 WS-MTH-DAYS	PIC 9(02).
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	     88 LEAP-DIV-4	VALUE 0.
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	     88 LEAP-DIV-100	VALUE 0.
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	     88 LEAP-DIV-400	VALUE 0.

       LINKAGE SECTION.
       01 LINK-MODE		PIC X(01).
       01 LINK-CB-KEY		PIC X(04).
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-FREE		PIC S9(04).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-MODE, LINK-CB-KEY, LINK-STD-KEY,
				LINK-FREE.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE 9999 TO LINK-FREE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT CB-FILE.
	   MOVE LINK-CB-KEY TO CB-KEY.
	   READ CB-FILE INVALID
		MOVE ZEROS TO CB-MAX-ROSTER.
	   CLOSE CB-FILE.
	   MOVE 'N' TO S-STATUS-CHECK.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.
	   MOVE WS-TY-DD   TO WS-TD-DD.
	   MOVE WS-TY-MM   TO WS-TD-MM.
	   MOVE WS-TY-YYYY TO WS-TD-YYYY.

	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN I-O   WL-FILE.

	   MOVE ZEROS TO WS-TAKEN.
	   PERFORM COUNT-CM-RTN THRU COUNT-CM-RTN-END.
	   PERFORM COUNT-WL-RTN THRU COUNT-WL-RTN-END.

	   IF CB-MAX-ROSTER NOT = ZEROS
	      IF WS-TAKEN < CB-MAX-ROSTER
		 COMPUTE LINK-FREE = CB-MAX-ROSTER - WS-TAKEN
	      ELSE
		 MOVE ZEROS TO LINK-FREE.

	   IF LINK-MODE = 'O'
	      PERFORM OFFER-SETUP-RTN THRU OFFER-SETUP-RTN-END
	      MOVE 'N' TO WS-WL-NONE
	      PERFORM OFFER-RTN THRU OFFER-RTN-END
		      UNTIL LINK-FREE = ZEROS OR WS-WL-NONE = 'Y'
	      REWRITE CFIG-REC
	      CLOSE GD-FILE
	      CLOSE NQ-FILE
	      CLOSE CFIG-FILE.

	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE WL-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * Open rows on the club-first alternate key, less members away
      * on a freeze today.
	COUNT-CM-RTN.

	   INITIALIZE CM-REC.
	   MOVE LINK-CB-KEY TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES  TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM COUNT-CM-LOOP THRU COUNT-CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	COUNT-CM-RTN-END. EXIT.
      ********************************************************************
	COUNT-CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO COUNT-CM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = LINK-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO COUNT-CM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO COUNT-CM-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CM-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE ZEROS TO STD-FREEZE-FROM-DMY, STD-FREEZE-TO-DMY.
	   MOVE 'N' TO S-STATUS-CHECK.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckfrz' USING
		  STD-FREEZE-FROM-DMY, STD-FREEZE-TO-DMY,
		  WS-TODAY-DMY, WS-FROZEN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckfrz'.
	   IF WS-FROZEN NOT = 'Y'
	      ADD 1 TO WS-TAKEN.

	COUNT-CM-LOOP-END. EXIT.
      ********************************************************************
      * A live offer holds its place until the reply-by date; one past
      * it lapses here so the place passes on.
	COUNT-WL-RTN.

	   MOVE LINK-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS       TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM COUNT-WL-LOOP THRU COUNT-WL-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

	COUNT-WL-RTN-END. EXIT.
      ********************************************************************
	COUNT-WL-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO COUNT-WL-LOOP-END.

	   IF WL-CB-KEY NOT = LINK-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO COUNT-WL-LOOP-END.

	   IF NOT WL-IS-OFFERED
	      GO TO COUNT-WL-LOOP-END.

	   MOVE WL-REPLY-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-TODAY-YMD
	      MOVE 'L' TO WL-STAGE
	      MOVE 'N' TO S-STATUS-CHECK
	      REWRITE WL-REC
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO COUNT-WL-LOOP-END.

	   IF WL-STD-KEY NOT = LINK-STD-KEY
	      ADD 1 TO WS-TAKEN.

	COUNT-WL-LOOP-END. EXIT.
      ********************************************************************
	OFFER-SETUP-RTN.

	   OPEN INPUT GD-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CFIG-FILE.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE CFIG-WL-REPLY-DAYS TO WS-REPLY-DAYS.
	   IF WS-REPLY-DAYS = ZEROS
	      MOVE 7 TO WS-REPLY-DAYS.

	   MOVE WS-TODAY-DMY TO WS-REPLY-DMY.
	   PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-END
		   WS-REPLY-DAYS TIMES.

	OFFER-SETUP-RTN-END. EXIT.
      ********************************************************************
      * The first row still waiting, in arrival order, gets the place.
	OFFER-RTN.

	   MOVE LINK-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS       TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM NEXT-WAIT-LOOP THRU NEXT-WAIT-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

	   IF NOT WL-IS-WAITING OR WL-CB-KEY NOT = LINK-CB-KEY
	      MOVE 'Y' TO WS-WL-NONE
	      GO TO OFFER-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WL-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		INITIALIZE STD-DETAILS.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END.

	   MOVE 'O'		TO WL-STAGE.
	   MOVE WS-TODAY-DMY	TO WL-OFFER-DMY.
	   MOVE WS-REPLY-DMY	TO WL-REPLY-DMY.
	   MOVE NQ-KEY		TO WL-NQ-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE WL-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

	   SUBTRACT 1 FROM LINK-FREE.

	OFFER-RTN-END. EXIT.
      ********************************************************************
	NEXT-WAIT-LOOP.

	   READ WL-FILE NEXT END
		MOVE SPACES TO WL-STAGE
		MOVE 'Y' TO WS-WL-EOF
		GO TO NEXT-WAIT-LOOP-END.

	   IF WL-CB-KEY NOT = LINK-CB-KEY OR WL-IS-WAITING
	      MOVE 'Y' TO WS-WL-EOF.

	NEXT-WAIT-LOOP-END. EXIT.
      ********************************************************************
      * The same contact-point fallback BPNQ queues with: the
      * student's email, the guardian's, or the student's mobile.
      * With no contact point at all the offer still stands - NQ-KEY
      * comes back zero and the desk rings round off PTWL.
	NQ-QUEUE-RTN.

	   INITIALIZE NQ-REC.

	   IF STD-EMAIL NOT = SPACES
	      MOVE 'E'	     TO NQ-CHANNEL
	      MOVE STD-EMAIL TO NQ-RECIPIENT
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE SPACES TO GD-EMAIL
	      END-READ
	      IF GD-EMAIL NOT = SPACES
		 MOVE 'E'      TO NQ-CHANNEL
		 MOVE GD-EMAIL TO NQ-RECIPIENT
	      ELSE
		 IF STD-MOBILE NOT = SPACES
		    MOVE 'S'	    TO NQ-CHANNEL
		    MOVE STD-MOBILE TO NQ-RECIPIENT
		 ELSE
		    GO TO NQ-QUEUE-RTN-END.

	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE 'WAITOFFR'	TO NQ-LT-KEY.
	   MOVE WL-STD-KEY	TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE ZEROS TO NQ-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.

	NQ-QUEUE-RTN-END. EXIT.
      ********************************************************************
	ADD-DAY-RTN.

	   ADD 1 TO WS-RD-DD.
	   MOVE WS-MTH-LEN (WS-RD-MM) TO WS-MTH-DAYS.
	   IF WS-RD-MM = 2
	      DIVIDE WS-RD-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-RD-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-RD-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 MOVE 29 TO WS-MTH-DAYS.

	   IF WS-RD-DD > WS-MTH-DAYS
	      MOVE 1 TO WS-RD-DD
	      ADD 1 TO WS-RD-MM
	      IF WS-RD-MM > 12
		 MOVE 1 TO WS-RD-MM
		 ADD 1 TO WS-RD-YYYY.

	ADD-DAY-RTN-END. EXIT.

      * End of program.
