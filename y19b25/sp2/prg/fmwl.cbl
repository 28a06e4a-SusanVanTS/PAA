       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMWL.

      * MAINTAIN THE WAITLIST FOR A CLUB
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Queue for a club at its
      *					roster limit - students in
      *					arrival order, offers made
      *					as places free up, and the
      *					desk's declines and removals
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 15.

       01 WS-REC.
	  03 WS-POS		  PIC ZZZ9.
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-NAME		  PIC X(20).
	  03 WS-REQ-DATE	  PIC 99/99/9999.
	  03 WS-STAGE-TXT	  PIC X(08).
	  03 WS-OFFER-DATE	  PIC 99/99/9999.
	  03 WS-REPLY-DATE	  PIC 99/99/9999.
	  03 WS-SEQ		  PIC 9(04).

       01 WS-MISC.
	  03 WS-WL-EOF		  PIC X(01).
	  03 WS-CB-KEY		  PIC X(04).
	  03 WS-ADD-STD-KEY	  PIC X(06).
	  03 WS-LAST-SEQ	  PIC 9(04).
	  03 WS-QUEUED		  PIC X(01).
	  03 WS-WAIT-POS	  PIC 9(04).
	  03 WS-CAP-MODE	  PIC X(01).
	  03 WS-CAP-STD-KEY	  PIC X(06).
	  03 WS-CAP-FREE	  PIC S9(04).
	  03 WS-FREE-EDIT	  PIC X(09).
	  03 WS-FREE-DISP	  PIC ZZZ9.
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).

	LINKAGE SECTION.
	01 LINK-CB-KEY		  PIC X(02).
	01 LINK-CB-NAME		  PIC X(20).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Club/Team:'.
	   03 LABEL LINE 01 COL + 2 PIC X(02) FROM LINK-CB-KEY.
	   03 LABEL LINE 01 COL + 2 PIC X(20) FROM LINK-CB-NAME.
	   03 LABEL COL + 3 'Places Free:'.
	   03 LABEL COL + 2 PIC X(09) FROM WS-FREE-EDIT.
	   03 LABEL LINE 02 COL 04 'Add AC#:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(06)
	      USING WS-ADD-STD-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL LINE 03 COL 04
	      'F4 = decline / take off list   F6 = offer free places'.
	   03 LABEL LINE 05 COL 04 'Pos'.
	   03 LABEL COL 09 'AC#'.
	   03 LABEL COL 16 'Name'.
	   03 LABEL COL 37 'Requested'.
	   03 LABEL COL 49 'Stage'.
	   03 LABEL COL 58 'Offered'.
	   03 LABEL COL 70 'Reply By'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 6.5 COL 04 SIZE 78 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,5,11,31,41,49,59)
	      DISPLAY-COLUMNS 	= (1,6,13,34,46,55,67)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-CB-KEY, LINK-CB-NAME.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   MOVE LINK-CB-KEY TO WS-CB-KEY.
	   OPEN I-O   WL-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CM-FILE.

      * Floating Window
	   MOVE 'Club Waitlist' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   MOVE 'Y' TO S-RUN.
	   MOVE 'C' TO WS-CAP-MODE.
	   PERFORM CAP-RTN THRU CAP-RTN-END.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE WL-FILE.
	   CLOSE STD-FILE.
	   CLOSE CM-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/z/y19b25/sp2/prg/hpstd' USING WS-ADD-STD-KEY,
		     S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpstd'
	      MOVE 101 TO S-CONTROL-ID
	      IF S-OK = 'Y'
		 DISPLAY PROCESS-SCR
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM DROP-RTN THRU DROP-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      MOVE 'O' TO WS-CAP-MODE
	      PERFORM CAP-RTN THRU CAP-RTN-END
	      MOVE 'C' TO WS-CAP-MODE
	      PERFORM CAP-RTN THRU CAP-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   PERFORM ADD-RTN THRU ADD-RTN-END.

        0199-END. EXIT.
      *******************************************************************
      * F-WLCAP works the waitlist file itself, so this program's copy
      * is closed across the call.
        CAP-RTN.

	   MOVE SPACES TO WS-CAP-STD-KEY.
	   CLOSE WL-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-wlcap' USING WS-CAP-MODE,
		  WS-CB-KEY, WS-CAP-STD-KEY, WS-CAP-FREE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-wlcap'.
	   OPEN I-O WL-FILE.

	   IF WS-CAP-FREE = 9999
	      MOVE 'NO LIMIT' TO WS-FREE-EDIT
	   ELSE
	      MOVE WS-CAP-FREE TO WS-FREE-DISP
	      MOVE WS-FREE-DISP TO WS-FREE-EDIT.

        CAP-RTN-END. EXIT.
      *******************************************************************
        ADD-RTN.

	   IF WS-ADD-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ADD-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * Already in the club, or already in its queue - nothing to add.
	   MOVE WS-ADD-STD-KEY TO CM-STD-KEY.
	   MOVE WS-CB-KEY      TO CM-CB-KEY.
	   READ CM-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CM-IS-OPEN
		       MOVE 100045 TO S-ERROR-CODE
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   PERFORM SCAN-RTN THRU SCAN-RTN-END.
	   IF WS-QUEUED = 'Y'
	      MOVE 100045 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.

	   INITIALIZE WL-REC.
	   MOVE WS-CB-KEY	TO WL-CB-KEY.
	   COMPUTE WL-SEQ = WS-LAST-SEQ + 1.
	   MOVE WS-ADD-STD-KEY	TO WL-STD-KEY.
	   MOVE WS-TODAY-EDIT	TO WL-REQ-DMY.
	   MOVE 'W'		TO WL-STAGE.
	   ACCEPT WL-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE WL-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   MOVE SPACES TO WS-ADD-STD-KEY.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        ADD-RTN-END. EXIT.
      *******************************************************************
      * Highest arrival number on the club's queue, and whether the
      * student keyed is already waiting or holding an offer.
        SCAN-RTN.

	   MOVE ZEROS TO WS-LAST-SEQ.
	   MOVE 'N'   TO WS-QUEUED.
	   MOVE WS-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS     TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM SCAN-LOOP THRU SCAN-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

        SCAN-RTN-END. EXIT.
      *******************************************************************
        SCAN-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO SCAN-LOOP-END.

	   IF WL-CB-KEY NOT = WS-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO SCAN-LOOP-END.

	   MOVE WL-SEQ TO WS-LAST-SEQ.
	   IF WL-STD-KEY = WS-ADD-STD-KEY AND WL-IS-QUEUED
	      MOVE 'Y' TO WS-QUEUED.

        SCAN-LOOP-END. EXIT.
      *******************************************************************
      * A waiting row comes off the list; an offered one is declined,
      * which frees the place for the next in line straight away.
        DROP-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO DROP-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-STD-KEY = SPACES
	      GO TO DROP-RTN-END.

	   MOVE WS-CB-KEY TO WL-CB-KEY.
	   MOVE WS-SEQ    TO WL-SEQ.
	   READ WL-FILE INVALID
		GO TO DROP-RTN-END.

	   IF NOT WL-IS-QUEUED
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO DROP-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DROP-RTN-END.

	   IF WL-IS-OFFERED
	      MOVE 'L' TO WL-STAGE
	   ELSE
	      MOVE 'X' TO WL-STAGE.
	   ACCEPT WL-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   REWRITE WL-REC.

	   IF WL-IS-LAPSED
	      MOVE 'O' TO WS-CAP-MODE
	      PERFORM CAP-RTN THRU CAP-RTN-END.
	   MOVE 'C' TO WS-CAP-MODE.
	   PERFORM CAP-RTN THRU CAP-RTN-END.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        DROP-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

      * Rebuild the queue from scratch in arrival order; only rows
      * still waiting or holding an offer are shown, numbered by
      * their place in the queue.
	   MOVE ZEROS TO WS-WAIT-POS.
	   MOVE WS-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS     TO WL-SEQ.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-WL-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO LIST-1-LOOP-END.

	   IF WL-CB-KEY NOT = WS-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO LIST-1-LOOP-END.

	   IF NOT WL-IS-QUEUED
	      GO TO LIST-1-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WL-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   ADD 1 TO WS-WAIT-POS.
	   INITIALIZE WS-REC.
	   MOVE WS-WAIT-POS   TO WS-POS.
	   MOVE WL-STD-KEY    TO WS-STD-KEY.
	   MOVE STD-NAME      TO WS-NAME.
	   MOVE WL-REQ-DMY    TO WS-REQ-DATE.
	   IF WL-IS-OFFERED
	      MOVE 'OFFERED'     TO WS-STAGE-TXT
	      MOVE WL-OFFER-DMY  TO WS-OFFER-DATE
	      MOVE WL-REPLY-DMY  TO WS-REPLY-DATE
	   ELSE
	      MOVE 'WAITING'     TO WS-STAGE-TXT.
	   MOVE WL-SEQ        TO WS-SEQ.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
