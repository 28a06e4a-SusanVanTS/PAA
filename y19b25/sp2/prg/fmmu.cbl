       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMMU.

      * BOOK A MAKE-UP CLASS AGAINST AN EXCUSED-ABSENCE CREDIT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Places a student with a
      *					live make-up credit into a
      *					planned session of the same
      *					club, or one sharing its
      *					make-up group, where the
      *					venue still has room; the
      *					student goes on that date's
      *					register as a make-up guest
      *					and the credit is used
      * VAN TZE SHAN 	15/10/26 WO	PAA	A booked make-up restates
      *					the student's month on the
      *					AS-FILE summary
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-EARN-DATE	  PIC 99/99/9999.
	  03 WS-CB-KEY		  PIC X(04).
	  03 WS-EXP-DATE	  PIC 99/99/9999.
	  03 WS-STAGE-TXT	  PIC X(08).
	  03 WS-USE-DATE	  PIC 99/99/9999.
	  03 WS-USE-CB-KEY	  PIC X(04).
	  03 WS-SEQ		  PIC 9(04).

       01 WS-MISC.
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-STD-NAME	  PIC X(30).
	  03 WS-LIST-STD-KEY	  PIC X(06).
	  03 WS-SEL-DATE-DMY	  PIC 9(08).
	  03 WS-SEL-CB-KEY	  PIC X(02).
	  03 WS-DATE		  PIC X(01).
	  03 WS-MU-EOF		  PIC X(01).
	  03 WS-CM-EOF		  PIC X(01).
	  03 WS-TGT-GROUP	  PIC X(02).
	  03 WS-PICK-SEQ	  PIC 9(04).
	  03 WS-LIVE-COUNT	  PIC 9(04).
	  03 WS-TAKEN		  PIC 9(05).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-SESS-YMD	  PIC 9(08).
	  03 WS-ROW-YMD		  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).

      * One row to the roll-forward journal for every register row
      * written here - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'ATT'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL COL + 2 PIC X(30) FROM WS-STD-NAME.
	   03 LABEL LINE 02 COL 04 'Session Date:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 99/99/9999
	      USING WS-SEL-DATE-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 103.
	   03 LABEL LINE 03 COL 04 'Club/Team:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC X(02)
	      USING WS-SEL-CB-KEY BELL UPPER.
	   03 LABEL COL + 3 'Live Credits:'.
	   03 LABEL COL + 2 PIC ZZZ9 FROM WS-LIVE-COUNT.
	   03 LABEL LINE 04 COL 04
	      'ENTER = book the session against the oldest credit'.
	   03 LABEL LINE 06 COL 04 'Earned'.
	   03 LABEL COL 16 'Club'.
	   03 LABEL COL 22 'Expires'.
	   03 LABEL COL 34 'Stage'.
	   03 LABEL COL 44 'Used On'.
	   03 LABEL COL 56 'Club'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 7.5 COL 04 SIZE 62 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,15,25,33,43)
	      DISPLAY-COLUMNS 	= (1,13,19,31,41,53)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   MU-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT VN-FILE.
	   OPEN I-O   ATT-FILE.

      * Floating Window
	   MOVE 'Make-up Class Booking' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   INITIALIZE WS-MISC.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE MU-FILE.
	   CLOSE STD-FILE.
	   CLOSE SS-FILE.
	   CLOSE CB-FILE.
	   CLOSE CM-FILE.
	   CLOSE VN-FILE.
	   CLOSE ATT-FILE.
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
	      CALL   '/z/y19b25/sp2/prg/hpstd' USING WS-STD-KEY,
		     S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpstd'
	      MOVE 101 TO S-CONTROL-ID
	      IF S-OK = 'Y'
		 DISPLAY PROCESS-SCR
	      GO TO 0100-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 103
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-SEL-DATE-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0199-END.

      * A new AC# only brings up the student's credits - the booking
      * is made on the next ENTER.
	   IF WS-STD-KEY NOT = WS-LIST-STD-KEY
	      PERFORM LOAD-RTN THRU LOAD-RTN-END
	      GO TO 0199-END.

	   PERFORM BOOK-RTN THRU BOOK-RTN-END.

        0199-END. EXIT.
      *******************************************************************
        LOAD-RTN.

	   MOVE SPACES TO WS-LIST-STD-KEY, WS-STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE ZEROS TO WS-LIVE-COUNT
	      MODIFY LIST-1, RESET-LIST = 1
	      MOVE 101 TO S-CONTROL-ID
	      GO TO LOAD-RTN-END.

	   MOVE STD-NAME   TO WS-STD-NAME.
	   MOVE WS-STD-KEY TO WS-LIST-STD-KEY.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   MOVE 102 TO S-CONTROL-ID.

        LOAD-RTN-END. EXIT.
      *******************************************************************
        BOOK-RTN.

	   IF WS-SEL-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-SEL-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

      * A make-up is a class still to come.
	   MOVE WS-SEL-DATE-DMY TO WS-SESS-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-SESS-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-SESS-YMD < WS-TODAY-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   IF WS-SEL-CB-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DATE-DMY TO SS-DATE-DMY.
	   MOVE WS-SEL-CB-KEY   TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE = ZEROS AND SS-PLANNED NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 104 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

      * A member of the club is on that register already, and the
      * student can hold only one register row a day.
	   MOVE WS-STD-KEY TO CM-STD-KEY.
	   MOVE SS-CB-KEY  TO CM-CB-KEY.
	   READ CM-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CM-IS-OPEN
		       MOVE 100045 TO S-ERROR-CODE
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DATE-DMY TO ATT-DATE-DMY.
	   MOVE WS-STD-KEY      TO ATT-STD-KEY.
	   READ ATT-FILE
		INVALID CONTINUE
		NOT INVALID
		    MOVE 100045 TO S-ERROR-CODE
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-CB-KEY TO CB-KEY.
	   READ CB-FILE INVALID
		MOVE SPACES TO CB-MU-GROUP.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CB-MU-GROUP TO WS-TGT-GROUP.

	   PERFORM PICK-RTN THRU PICK-RTN-END.
	   IF WS-PICK-SEQ = ZEROS
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

      * The hall must still have room once the club's own members
      * and the make-up guests already booked in are counted. A
      * session with no venue keyed has no capacity to check.
	   IF SS-VN-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE SS-VN-KEY TO VN-KEY
	      READ VN-FILE INVALID
		   MOVE ZEROS TO VN-CAPACITY
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      IF VN-CAPACITY NOT = ZEROS
		 PERFORM TAKEN-RTN THRU TAKEN-RTN-END
		 IF WS-TAKEN NOT < VN-CAPACITY
		    MOVE 100040 TO S-ERROR-CODE
		    MOVE 104    TO S-CONTROL-ID
		    GO TO BOOK-RTN-END
		 END-IF
	      END-IF.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO BOOK-RTN-END.

	   INITIALIZE ATT-REC.
	   MOVE WS-SEL-DATE-DMY TO ATT-DATE-DMY, ATT-ALT-DATE-DMY.
	   MOVE WS-STD-KEY      TO ATT-STD-KEY,  ATT-ALT-STD-KEY.
	   MOVE 'N'		TO ATT-PRESENT.
	   MOVE 'M'		TO ATT-MAKEUP.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE ATT-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.
	   MOVE 'W' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING WS-STD-KEY, WS-SEL-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

	   MOVE WS-STD-KEY  TO MU-STD-KEY.
	   MOVE WS-PICK-SEQ TO MU-SEQ.
	   READ MU-FILE.
	   MOVE 'U'		TO MU-STAGE.
	   MOVE SS-CB-KEY	TO MU-USE-CB-KEY.
	   MOVE WS-SEL-DATE-DMY	TO MU-USE-DMY.
	   ACCEPT MU-USE-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   REWRITE MU-REC.

	   MOVE ZEROS  TO WS-SEL-DATE-DMY.
	   MOVE SPACES TO WS-SEL-CB-KEY.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   MOVE 102 TO S-CONTROL-ID.

        BOOK-RTN-END. EXIT.
      *******************************************************************
      * Oldest live credit first: still issued, not lapsed by the
      * session date, earned on another date, and from the booked
      * club or one in the same make-up group.
        PICK-RTN.

	   MOVE ZEROS TO WS-PICK-SEQ.
	   MOVE WS-STD-KEY TO MU-STD-KEY.
	   MOVE ZEROS	   TO MU-SEQ.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-KEY INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM PICK-LOOP THRU PICK-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

        PICK-RTN-END. EXIT.
      *******************************************************************
        PICK-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO PICK-LOOP-END.

	   IF MU-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO PICK-LOOP-END.

	   IF NOT MU-IS-ISSUED OR MU-EARN-DMY = WS-SEL-DATE-DMY
	      GO TO PICK-LOOP-END.

	   MOVE MU-EXPIRY-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-SESS-YMD
	      GO TO PICK-LOOP-END.

	   IF MU-CB-KEY NOT = SS-CB-KEY
	      IF WS-TGT-GROUP = SPACES
		 GO TO PICK-LOOP-END
	      END-IF
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE MU-CB-KEY TO CB-KEY
	      READ CB-FILE INVALID
		   MOVE SPACES TO CB-MU-GROUP
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      IF CB-MU-GROUP NOT = WS-TGT-GROUP
		 GO TO PICK-LOOP-END
	      END-IF
	   END-IF.

	   MOVE MU-SEQ TO WS-PICK-SEQ.
	   MOVE 'Y'    TO WS-MU-EOF.

        PICK-LOOP-END. EXIT.
      *******************************************************************
      * Open members of the session's club plus the make-up guests
      * already placed on that session.
        TAKEN-RTN.

	   MOVE ZEROS TO WS-TAKEN.

	   INITIALIZE CM-REC.
	   MOVE SS-CB-KEY  TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM TAKEN-CM-LOOP THRU TAKEN-CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   MOVE SS-CB-KEY	TO MU-USE-CB-KEY.
	   MOVE WS-SEL-DATE-DMY TO MU-USE-DMY.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-ALT-KEY2 INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM TAKEN-MU-LOOP THRU TAKEN-MU-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

        TAKEN-RTN-END. EXIT.
      *******************************************************************
        TAKEN-CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO TAKEN-CM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = SS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO TAKEN-CM-LOOP-END.

	   IF CM-IS-OPEN
	      ADD 1 TO WS-TAKEN.

        TAKEN-CM-LOOP-END. EXIT.
      *******************************************************************
        TAKEN-MU-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO TAKEN-MU-LOOP-END.

	   IF MU-USE-CB-KEY NOT = SS-CB-KEY OR
	      MU-USE-DMY NOT = WS-SEL-DATE-DMY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO TAKEN-MU-LOOP-END.

	   IF MU-IS-USED
	      ADD 1 TO WS-TAKEN.

        TAKEN-MU-LOOP-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

      * Every credit the student has held, oldest first. An issued
      * credit found past its expiry is marked expired on the way.
	   MOVE ZEROS TO WS-LIVE-COUNT.
	   MOVE WS-STD-KEY TO MU-STD-KEY.
	   MOVE ZEROS	   TO MU-SEQ.
	   START MU-FILE KEY >= MU-KEY INVALID
		 MOVE 'Y' TO WS-MU-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-MU-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO LIST-1-LOOP-END.

	   IF MU-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO LIST-1-LOOP-END.

	   IF MU-IS-ISSUED
	      MOVE MU-EXPIRY-DMY TO WS-ROW-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-ROW-YMD < WS-TODAY-YMD
		 MOVE 'E' TO MU-STAGE
		 MOVE 'N' TO S-STATUS-CHECK
		 REWRITE MU-REC
		 MOVE 'N' TO S-STATUS-CHECK
	      END-IF
	   END-IF.

	   INITIALIZE WS-REC.
	   MOVE MU-EARN-DMY   TO WS-EARN-DATE.
	   MOVE MU-CB-KEY     TO WS-CB-KEY.
	   MOVE MU-EXPIRY-DMY TO WS-EXP-DATE.
	   EVALUATE TRUE
	     WHEN MU-IS-ISSUED
		  MOVE 'LIVE'	 TO WS-STAGE-TXT
		  ADD 1 TO WS-LIVE-COUNT
	     WHEN MU-IS-USED
		  MOVE 'USED'	 TO WS-STAGE-TXT
		  MOVE MU-USE-DMY    TO WS-USE-DATE
		  MOVE MU-USE-CB-KEY TO WS-USE-CB-KEY
	     WHEN MU-IS-EXPIRED
		  MOVE 'EXPIRED' TO WS-STAGE-TXT
	     WHEN OTHER
		  MOVE 'VOID'	 TO WS-STAGE-TXT
	   END-EVALUATE.
	   MOVE MU-SEQ	      TO WS-SEQ.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE ATT-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
