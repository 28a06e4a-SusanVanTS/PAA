      *					key; transfers prove the
      *					destination before closing
      *					the source
      * VAN TZE SHAN	15/10/26 WO	PAA	Ending the last open
      *					membership inside the
      *					contract term offers the
      *					early-termination fee (FMCTX)
      * VAN TZE SHAN	15/10/26 WO	PAA	Club roster limit - a join
      *					past it is offered the club
      *					waitlist; a place freed by
      *					an end or transfer goes to
      *					the next in line (F-WLCAP)
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcwl'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdwl'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbwl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.
	  03 WS-HHMM		  PIC X(07).
	  03 WS-DEST-KEY	  PIC X(04).
	  03 WS-XFER-KEY	  PIC X(04).
	  03 WS-OPEN-LEFT	  PIC X(01).
	  03 WS-CT-EXIT-DMY	  PIC 9(08).

      * Roster places left on a club (F-WLCAP) and the student's
      * standing on its waitlist.
       01 WS-WL-MISC.
	  03 WS-CAP-MODE	  PIC X(01).
	  03 WS-CAP-CB-KEY	  PIC X(04).
	  03 WS-CAP-FREE	  PIC S9(04).
	  03 WS-WL-EOF		  PIC X(01).
	  03 WS-WL-LAST-SEQ	  PIC 9(04).
	  03 WS-WL-POS		  PIC 9(04).
	  03 WS-WL-QUEUED	  PIC X(01).
	  03 WS-WL-ANSWER	  PIC X(01).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.

	01 S-WINDOW2		  PIC X(10).

	      DISPLAY-COLUMNS 	= (1,9,41,54)
	      EXCEPTION-VALUE W-DBLCLICK.

	01 WAIT-SCR.
	   03 LABEL LINE 01 COL 02 'Club is at its roster limit.'.
	   03 LABEL LINE 02 COL 02 'Waitlist position would be:'.
	   03 LABEL COL + 2 PIC ZZZ9 FROM WS-WL-POS.
	   03 LABEL LINE 04 COL 02
	      'ENTER = add to waitlist    ESC = cancel'.

	01 XFER-SCR.
	   03 LABEL LINE 01 COL 02 'Transfer To Club:'.
	   03 ENTRY-FIELD 3-D ID 301 COL + 2 PIC X(04)

	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcwl'.

        END DECLARATIVES.
      *******************************************************************
	   MOVE 'N' TO S-RUN.
	   OPEN I-O   CM-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN I-O   WL-FILE.

      * Floating Window
	   MOVE 'Club/Team Membership' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CM-FILE.
	   CLOSE CB-FILE.
	   CLOSE WL-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * A full club takes no more joins - the student may queue for
      * the next place instead.
	   MOVE 'C'        TO WS-CAP-MODE.
	   MOVE WS-ADD-KEY TO WS-CAP-CB-KEY.
	   PERFORM CAP-RTN THRU CAP-RTN-END.
	   IF WS-CAP-FREE = ZEROS
	      PERFORM WAIT-ADD-RTN THRU WAIT-ADD-RTN-END
	      GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.
	   IF S-OK NOT = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.
	   PERFORM WL-JOINED-RTN THRU WL-JOINED-RTN-END.

	   MOVE SPACES TO WS-ADD-KEY.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   REWRITE CM-REC.
	   MOVE 'R' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.
	   MOVE CM-END-DMY TO WS-CT-EXIT-DMY.

	   MOVE 'O'       TO WS-CAP-MODE.
	   MOVE WS-CB-KEY TO WS-CAP-CB-KEY.
	   PERFORM CAP-RTN THRU CAP-RTN-END.

      * With no other club still open the member has left altogether,
      * so a contract still inside its minimum term is broken - FMCTX
      * prices the exit for the operator to post or waive.
	   PERFORM OPEN-LEFT-RTN THRU OPEN-LEFT-RTN-END.
	   IF WS-OPEN-LEFT = 'N'
	      CALL   '/z/y19b25/sp2/prg/fmctx' USING LINK-STD-KEY,
		     WS-CT-EXIT-DMY
	      CANCEL '/z/y19b25/sp2/prg/fmctx'.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        END-RTN-END. EXIT.
      *******************************************************************
        OPEN-LEFT-RTN.

	   MOVE 'N' TO WS-OPEN-LEFT.
	   MOVE LINK-STD-KEY TO CM-STD-KEY.
	   MOVE LOW-VALUES   TO CM-CB-KEY.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-CM-EOF.
	   PERFORM OPEN-LEFT-LOOP THRU OPEN-LEFT-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

        OPEN-LEFT-RTN-END. EXIT.
      *******************************************************************
        OPEN-LEFT-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO OPEN-LEFT-LOOP-END.

	   IF CM-STD-KEY NOT = LINK-STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO OPEN-LEFT-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE 'Y' TO WS-OPEN-LEFT
	      MOVE 'Y' TO WS-CM-EOF.

        OPEN-LEFT-LOOP-END. EXIT.
      *******************************************************************
      * One operation: the selected membership closes as transferred
      * and a fresh row opens for the destination club.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO XFER-RTN-END.

      * A transfer does not jump the destination's waitlist.
	   MOVE 'C'         TO WS-CAP-MODE.
	   MOVE WS-XFER-KEY TO WS-CAP-CB-KEY.
	   PERFORM CAP-RTN THRU CAP-RTN-END.
	   IF WS-CAP-FREE = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO XFER-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO XFER-RTN-END.
	   PERFORM OPEN-DEST-RTN THRU OPEN-DEST-RTN-END.
	   IF S-OK NOT = 'Y'
	      GO TO XFER-RTN-END.
	   PERFORM WL-JOINED-RTN THRU WL-JOINED-RTN-END.

	   MOVE 'O'       TO WS-CAP-MODE.
	   MOVE WS-CB-KEY TO WS-CAP-CB-KEY.
	   PERFORM CAP-RTN THRU CAP-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

        OPEN-DEST-RTN-END. EXIT.
      *******************************************************************
      * F-WLCAP works the waitlist file itself, so this program's copy
      * is closed across the call.
        CAP-RTN.

	   CLOSE WL-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-wlcap' USING WS-CAP-MODE,
		  WS-CAP-CB-KEY, LINK-STD-KEY, WS-CAP-FREE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-wlcap'.
	   OPEN I-O WL-FILE.

        CAP-RTN-END. EXIT.
      *******************************************************************
      * Queue the student at the back of a full club's waitlist, once
      * the operator has seen the position it would take.
        WAIT-ADD-RTN.

	   PERFORM WL-SCAN-RTN THRU WL-SCAN-RTN-END.
	   IF WS-WL-QUEUED = 'Y'
	      MOVE 100045 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO WAIT-ADD-RTN-END.

	   PERFORM WAIT-ASK-RTN THRU WAIT-ASK-RTN-END.
	   IF WS-WL-ANSWER NOT = 'Y'
	      GO TO WAIT-ADD-RTN-END.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   INITIALIZE WL-REC.
	   MOVE WS-CAP-CB-KEY	TO WL-CB-KEY.
	   COMPUTE WL-SEQ = WS-WL-LAST-SEQ + 1.
	   MOVE LINK-STD-KEY	TO WL-STD-KEY.
	   MOVE WS-TODAY-EDIT	TO WL-REQ-DMY.
	   MOVE 'W'		TO WL-STAGE.
	   ACCEPT WL-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE WL-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO WAIT-ADD-RTN-END.

	   MOVE SPACES TO WS-ADD-KEY.

        WAIT-ADD-RTN-END. EXIT.
      *******************************************************************
      * Walk WS-CAP-CB-KEY's waitlist: the last arrival number, the
      * position a newcomer would take, and whether this student is
      * already waiting or holding an offer.
        WL-SCAN-RTN.

	   MOVE ZEROS TO WS-WL-LAST-SEQ, WS-WL-POS.
	   MOVE 'N'   TO WS-WL-QUEUED.
	   MOVE WS-CAP-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS	      TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM WL-SCAN-LOOP THRU WL-SCAN-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.
	   ADD 1 TO WS-WL-POS.

        WL-SCAN-RTN-END. EXIT.
      *******************************************************************
        WL-SCAN-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO WL-SCAN-LOOP-END.

	   IF WL-CB-KEY NOT = WS-CAP-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO WL-SCAN-LOOP-END.

	   MOVE WL-SEQ TO WS-WL-LAST-SEQ.
	   IF NOT WL-IS-QUEUED
	      GO TO WL-SCAN-LOOP-END.

	   ADD 1 TO WS-WL-POS.
	   IF WL-STD-KEY = LINK-STD-KEY
	      MOVE 'Y' TO WS-WL-QUEUED.

        WL-SCAN-LOOP-END. EXIT.
      *******************************************************************
      * A student joining a club they were queued for comes off its
      * waitlist as joined.
        WL-JOINED-RTN.

	   MOVE WS-DEST-KEY TO WL-CB-KEY.
	   MOVE ZEROS	    TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM WL-JOINED-LOOP THRU WL-JOINED-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

        WL-JOINED-RTN-END. EXIT.
      *******************************************************************
        WL-JOINED-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO WL-JOINED-LOOP-END.

	   IF WL-CB-KEY NOT = WS-DEST-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO WL-JOINED-LOOP-END.

	   IF WL-STD-KEY = LINK-STD-KEY AND WL-IS-QUEUED
	      MOVE 'J' TO WL-STAGE
	      ACCEPT WL-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'
	      MOVE 'N' TO S-STATUS-CHECK
	      REWRITE WL-REC
	      MOVE 'N' TO S-STATUS-CHECK.

        WL-JOINED-LOOP-END. EXIT.
      *******************************************************************
        WAIT-ASK-RTN.

	   MOVE 'N' TO WS-WL-ANSWER.
	   MOVE 'Club Full' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 5 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY WAIT-SCR.

	WAIT-ASK-SUB.
	   ACCEPT WAIT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF K-ESCAPE
	      GO TO WAIT-ASK-EXIT.
	   IF NOT K-ENTER
	      GO TO WAIT-ASK-SUB.
	   MOVE 'Y' TO WS-WL-ANSWER.

	WAIT-ASK-EXIT.
	   DESTROY WAIT-SCR.
	   CLOSE WINDOW S-WINDOW2.

        WAIT-ASK-RTN-END. EXIT.
      *******************************************************************
        XFER-ASK-RTN.

	   MOVE SPACES TO WS-XFER-KEY.
	   MOVE 'Transfer Membership' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
