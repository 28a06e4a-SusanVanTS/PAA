      *					flagged instead of dropped,
      *					so the register reflects the
      *					evening as it ran
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sessions the coach missed
      *					on leave are noted with
      *					their cover and print no
      *					roster; sessions taken as a
      *					substitute on CV-FILE join
      *					the substitute's register
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fccv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcle'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdle'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcv'.
	   COPY '/z/y19b25/sp2/lib/fd/dble'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 WS-MEMBER-COUNT	PIC 9(04).
	  03 WS-COACH-COUNT	PIC 9(02).
	  03 WS-CV-EOF		PIC X(01).
	  03 WS-LE-EOF		PIC X(01).
	  03 WS-COVERING	PIC X(01).
	  03 WS-ABSENT		PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-CB-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-VENUE		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-SESS-NOTE	PIC X(20).

       01 PRT-RATIO-LINE.
	  03 FIL		PIC X(04).
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dccv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcle'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CFIG-FILE.
	   OPEN INPUT CV-FILE.
	   OPEN INPUT LE-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   MOVE 'Coach Attendance Register' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE ATT-FILE.
	   CLOSE CB-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE CV-FILE.
	   CLOSE LE-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	   MOVE WS-CUR-CO-KEY TO CA-CO-KEY.
	   MOVE LOW-VALUES    TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   MOVE 'N' TO WS-COVERING.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM CA-LOOP THRU CA-LOOP-END
		   UNTIL WS-CA-EOF = 'Y'.

      * Then the sessions of other coaches' clubs this coach took
      * as their substitute.
	   INITIALIZE CV-REC.
	   MOVE LOW-VALUES TO CV-KEY.
	   MOVE 'N' TO WS-CV-EOF.
	   MOVE 'Y' TO WS-COVERING.
	   START CV-FILE KEY >= CV-KEY INVALID
		 MOVE 'Y' TO WS-CV-EOF.
	   PERFORM CV-LOOP THRU CV-LOOP-END
		   UNTIL WS-CV-EOF = 'Y'.
	   MOVE 'N' TO WS-COVERING.

      * The club walks below reposition CO-FILE's sibling CA-FILE
      * only; CO-FILE itself is untouched, so the outer coach walk
      * carries on cleanly.

        COACH-REG-RTN-END. EXIT.

      ********************************************************************
        CV-LOOP.

	   READ CV-FILE NEXT END
		MOVE 'Y' TO WS-CV-EOF
		GO TO CV-LOOP-END.

	   IF NOT CV-IS-COVERED OR CV-SUB-CO-KEY NOT = WS-CUR-CO-KEY
	      GO TO CV-LOOP-END.

	   MOVE CV-DATE-DMY TO WS-CUR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CUR-YMD < WS-FROM-YMD OR WS-CUR-YMD > WS-TO-YMD
	      GO TO CV-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CV-DATE-DMY TO SS-DATE-DMY.
	   MOVE CV-CB-KEY   TO SS-CB-KEY.
	   READ SS-FILE INVALID
		GO TO CV-LOOP-END.
	   IF SS-PLANNED NOT = 'Y'
	      GO TO CV-LOOP-END.

	   MOVE CV-CB-KEY TO WS-CUR-CB-KEY.
	   PERFORM SESSION-RTN THRU SESSION-RTN-END.

        CV-LOOP-END. EXIT.

      ********************************************************************
        CA-LOOP.

	   MOVE SS-VENUE	TO PRT-VENUE.
	   IF SS-PLANNED NOT = 'Y'
	      MOVE '** CANCELLED **' TO PRT-VENUE.
	   MOVE SPACES		TO PRT-SESS-NOTE.
	   MOVE 'N'		TO WS-ABSENT.
	   IF WS-COVERING = 'Y'
	      STRING 'COVER FOR ' CV-CO-KEY
		     DELIMITED BY SIZE INTO PRT-SESS-NOTE
	   ELSE
	      PERFORM ABSENT-RTN THRU ABSENT-RTN-END.
	   WRITE PRINT-REC FROM PRT-SESS-LINE AFTER 2.

      * A cancelled session ran no class - the flag line is the
      * whole story. Nor is the roster this coach's to answer for
      * on a date they were away.
	   IF SS-PLANNED NOT = 'Y' OR WS-ABSENT = 'Y'
	      GO TO SESSION-RTN-END.

      * Count the coaches assigned to this club for the ratio line.

        SESSION-RTN-END. EXIT.

      ********************************************************************
      * Was the coach away for this session of their own club: a
      * substitute on CV-FILE, or a spell on LE-FILE spanning the
      * date with nobody arranged.
        ABSENT-RTN.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO ABSENT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY   TO CV-DATE-DMY.
	   MOVE WS-CUR-CB-KEY TO CV-CB-KEY.
	   MOVE WS-CUR-CO-KEY TO CV-CO-KEY.
	   READ CV-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CV-IS-COVERED
		       STRING 'COVER: ' CV-SUB-CO-KEY
			      DELIMITED BY SIZE INTO PRT-SESS-NOTE
		       MOVE 'Y' TO WS-ABSENT
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-ABSENT = 'Y'
	      GO TO ABSENT-RTN-END.

	   INITIALIZE LE-REC.
	   MOVE WS-CUR-CO-KEY TO LE-CO-KEY.
	   MOVE ZEROS	      TO LE-FROM-YMD.
	   MOVE 'N' TO WS-LE-EOF.
	   START LE-FILE KEY >= LE-KEY INVALID
		 MOVE 'Y' TO WS-LE-EOF.
	   PERFORM LEAVE-LOOP THRU LEAVE-LOOP-END
		   UNTIL WS-LE-EOF = 'Y' OR WS-ABSENT = 'Y'.
	   IF WS-ABSENT = 'Y'
	      MOVE '** ON LEAVE **' TO PRT-SESS-NOTE.

        ABSENT-RTN-END. EXIT.

        LEAVE-LOOP.

	   READ LE-FILE NEXT END
		MOVE 'Y' TO WS-LE-EOF
		GO TO LEAVE-LOOP-END.

	   IF LE-CO-KEY NOT = WS-CUR-CO-KEY OR
	      LE-FROM-YMD > WS-CUR-YMD
	      MOVE 'Y' TO WS-LE-EOF
	      GO TO LEAVE-LOOP-END.

	   IF LE-TO-YMD >= WS-CUR-YMD
	      MOVE 'Y' TO WS-ABSENT.

        LEAVE-LOOP-END. EXIT.

      ********************************************************************
        COACH-COUNT-LOOP.

