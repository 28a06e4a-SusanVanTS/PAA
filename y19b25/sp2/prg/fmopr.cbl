      * VAN TZE SHAN 	22/8/26	 WO	PAA	F5 unlocks a locked-out
      *					sign-on, F6 forces a password
      *					change at next sign-on
      * VAN TZE SHAN 	15/10/26 WO	PAA	Welfare Officer role - the
      *					only one let into the
      *					safeguarding concern file
      * VAN TZE SHAN 	15/10/26 WO	PAA	Head Coach role - the only
      *					one let run the coach
      *					effectiveness scorecard
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	A role change on a
      *					designated operator file is
      *					held on MK-FILE for a second
      *					operator to approve in FMMK;
      *					a new operator goes on as
      *					Standard meanwhile
      * VAN TZE SHAN 	15/10/26 WO	PAA	Coach/Volunteer role - its
      *					view of sensitive student
      *					fields is set in FMSF

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

	01 WS-LOCK-TXT		PIC X(24).

      * Role as read (Standard for a new operator), so a change to it
      * can be held for approval (F-MKPUT) and the old role kept on
      * file meanwhile.
	01 WS-SAVE-ROLE		PIC X(01).

	01 WS-MK-MISC.
	   03 WS-MK-PROG	PIC X(08) VALUE 'FMOPR'.
	   03 WS-MK-RECKEY	PIC X(08).
	   03 WS-MK-FIELD	PIC X(12).
	   03 WS-MK-OLD		PIC X(40).
	   03 WS-MK-NEW		PIC X(40).
	   03 WS-MK-HELD	PIC X(01).
	   03 WS-MK-COUNT	PIC 9(02).
	   03 WS-MK-MSG		PIC X(60).

      * Admin override for a lock left over from a crashed or force-
      * closed session - see F-EDLOCK's own header comment.
	01 WS-FORCE-MISC.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 2 VALUE WS-OPTION.
	   03 LABEL LINE - 0.1 COL + 1 'Standard'.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 3 VALUE WS-OPTION.
	   03 LABEL LINE - 0.1 COL + 1 'Welfare Officer'.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 4 VALUE WS-OPTION.
	   03 LABEL LINE - 0.1 COL + 1 'Head Coach'.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 5 VALUE WS-OPTION.
	   03 LABEL LINE - 0.1 COL + 1 'Coach/Volunteer'.
	   03 LABEL LINE 06 COL 04 'Sign-On:'.
	   03 LABEL LINE 06 COL 17 PIC X(24) FROM WS-LOCK-TXT.
	   03 LABEL LINE 05 COL 04 'Branch:'.
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 103.

        01 MK-MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      * Floating Window
	   Move 'Define Operator / Role' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap

	      EVALUATE OPR-ROLE
	        WHEN 'A'  MOVE '1' TO WS-OPTION
	        WHEN 'W'  MOVE '3' TO WS-OPTION
	        WHEN 'H'  MOVE '4' TO WS-OPTION
	        WHEN 'C'  MOVE '5' TO WS-OPTION
	        WHEN OTHER MOVE '2' TO WS-OPTION.

	      MOVE OPR-ROLE TO WS-SAVE-ROLE.
	      IF S-PRS-MODE = 'A'
		 MOVE 'U' TO WS-SAVE-ROLE.

	      EVALUATE TRUE
	        WHEN OPR-IS-LOCKED
		     MOVE 'LOCKED OUT'	      TO WS-LOCK-TXT

	   EVALUATE WS-OPTION
	      WHEN '1' MOVE 'A' TO OPR-ROLE
	      WHEN '2' MOVE 'U' TO OPR-ROLE
	      WHEN '3' MOVE 'W' TO OPR-ROLE
	      WHEN '4' MOVE 'H' TO OPR-ROLE
	      WHEN '5' MOVE 'C' TO OPR-ROLE.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   MOVE ZEROS TO WS-MK-COUNT.
	   PERFORM MK-HOLD-RTN THRU MK-HOLD-RTN-END.

           IF S-PRS-MODE = 'A' WRITE OPR-REC.
	   IF S-PRS-MODE = 'R' REWRITE OPR-REC.

	   IF WS-MK-COUNT > ZEROS
	      PERFORM MK-MSG-RTN THRU MK-MSG-RTN-END.

        0190-MAIN.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

	   MOVE SPACES TO WS-FRC-PROG, WS-FRC-RECKEY.
	   MOVE 'Force-Release Lock' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 6 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   CLOSE WINDOW S-WINDOW2.

	FORCE-UNLOCK-RTN-END. EXIT.
      ********************************************************************
      * A role change on an operator file designated on MD-FILE goes
      * to MK-FILE as a proposal; the operator keeps the role they
      * had - a new one goes on as Standard - until it is approved.
	MK-HOLD-RTN.

	   IF OPR-ROLE = WS-SAVE-ROLE
	      GO TO MK-HOLD-RTN-END.

	   MOVE OPR-ID		TO WS-MK-RECKEY.
	   MOVE 'ROLE'		TO WS-MK-FIELD.
	   MOVE WS-SAVE-ROLE	TO WS-MK-OLD.
	   MOVE OPR-ROLE	TO WS-MK-NEW.
	   CALL   '/z/y19b25/sp2/lib/std/f-mkput'
		  USING WS-MK-PROG, WS-MK-RECKEY, WS-MK-FIELD,
			WS-MK-OLD, WS-MK-NEW, WS-MK-HELD
	   CANCEL '/z/y19b25/sp2/lib/std/f-mkput'.

	   IF WS-MK-HELD = 'Y'
	      MOVE WS-SAVE-ROLE TO OPR-ROLE
	      ADD 1 TO WS-MK-COUNT.

	MK-HOLD-RTN-END. EXIT.
      ********************************************************************
	MK-MSG-RTN.

	   MOVE SPACES TO WS-MK-MSG.
	   STRING WS-MK-COUNT ' change(s) held for a second operator'
		  ' to approve' DELIMITED BY SIZE INTO WS-MK-MSG.
	   MOVE 'Change Held' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MK-MSG-SCR.

	MK-MSG-SUB.
	   ACCEPT MK-MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MK-MSG-SUB.

	   DESTROY MK-MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

	MK-MSG-RTN-END. EXIT.
      ********************************************************************
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
