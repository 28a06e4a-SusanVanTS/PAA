       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMCV.

      * SUBSTITUTE COVER FOR SESSIONS LOST TO COACH LEAVE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every scheduled session of
      *					the clubs a coach is assigned
      *					to that falls inside one of
      *					the coach's LE-FILE spells,
      *					each given a qualified, free
      *					substitute or cancelled the
      *					way FMSS cancels a session;
      *					the outcome is kept on
      *					CV-FILE for the timesheet
      *					run, the coach registers and
      *					the cover history
      * VAN TZE SHAN 	15/10/26 WO	PAA	A substitute whose coach
      *					credentials bar the day is
      *					refused
      * VAN TZE SHAN 	15/10/26 WO	PAA	Cancelling a session
      *					restates each member's month
      *					on the AS-FILE summary
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	A session taken off the
      *					schedule rewrites the
      *					calendar feeds (F-CALWR) on
      *					the way out

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcle'.
	   COPY '/z/y19b25/sp2/lib/fd/fccv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpk'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdle'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpk'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dble'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpk'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-DATE		  PIC X(10).
	  03 WS-L-CB-KEY	  PIC X(04).
	  03 WS-L-CB-NAME	  PIC X(20).
	  03 WS-L-TIME		  PIC X(09).
	  03 WS-L-COVER		  PIC X(16).
	  03 WS-L-DMY		  PIC 9(08).

      * Set once the schedule has changed, so the calendar feeds are
      * rewritten when the program closes.
       01 WS-CAL-DIRTY		PIC X(01) VALUE 'N'.
       01 WS-CAL.
	  03 WS-CAL-RESULT	PIC X(01).
	  03 WS-CAL-COUNTS	PIC X(54).

       01 WS-MISC.
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-CO-NAME		  PIC X(30).
	  03 WS-FROM-DMY	  PIC 9(08).
	  03 WS-FROM-YMD	  PIC 9(08).
	  03 WS-TO-YMD		  PIC 9(08).
	  03 WS-LE-TYPE		  PIC X(01).
	  03 WS-LAST-CO-KEY	  PIC X(04).
	  03 WS-LAST-FROM-DMY	  PIC 9(08).
	  03 WS-SPELL-LINE	  PIC X(40).
	  03 WS-SEL-DMY		  PIC 9(08).
	  03 WS-SEL-CB-KEY	  PIC X(04).
	  03 WS-SEL-START	  PIC 9(04).
	  03 WS-SEL-END		  PIC 9(04).
	  03 WS-SEL-LINE	  PIC X(50).
	  03 WS-SUB-CO-KEY	  PIC X(04).
	  03 WS-SUB-CO-NAME	  PIC X(30).
	  03 WS-REASON		  PIC X(01).
	  03 WS-CLASH-CB-KEY	  PIC X(04).
	  03 WS-CUR-CB-KEY	  PIC X(04).
	  03 WS-CUR-CB-NAME	  PIC X(20).
	  03 WS-ROW-YMD		  PIC 9(08).
	  03 WS-NEW-ROW		  PIC X(01).
	  03 WS-CV-ACTION	  PIC X(01).
	  03 WS-CV-SUB-CO-KEY	  PIC X(04).
	  03 WS-DATE		  PIC X(01).
	  03 WS-CA-EOF		  PIC X(01).
	  03 WS-SS-EOF		  PIC X(01).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-EDIT-DMY	  PIC 99/99/9999.
	  03 WS-MSG		  PIC X(60).

      * A stored YYYYMMDD turned round for the screen.
       01 WS-SHOW-YMD		  PIC 9(08).
       01 REDEFINES WS-SHOW-YMD.
	  03 WS-SY-YYYY		  PIC 9(04).
	  03 WS-SY-MM		  PIC 9(02).
	  03 WS-SY-DD		  PIC 9(02).

       01 WS-SHOW-DMY.
	  03 WS-SD-DD		  PIC 9(02).
	  03 FIL		  PIC X(01) VALUE '/'.
	  03 WS-SD-MM		  PIC 9(02).
	  03 FIL		  PIC X(01) VALUE '/'.
	  03 WS-SD-YYYY		  PIC 9(04).

      * Attendance rows flipped back by a cancellation are journalled
      * the way FMATT journals the identical mutation, so an RCVJRN
      * roll-forward does not resurrect the present marks.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'ATT'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 WS-CANCEL-MISC.
	   03 WS-CM2-EOF	PIC X(01).
	   03 WS-PK-EOF		PIC X(01).
	   03 WS-PK-DONE	PIC X(01).
	   03 WS-NQ-COUNT	PIC 9(04).
	   03 WS-STD-KEY	PIC X(06).
	   03 WS-SESS-YMD	PIC 9(08).
	   03 WS-EXP-YMD	PIC 9(08).
	   03 WS-TODAY-DMY	PIC 9(08).
	   03 WS-TODAY-EDIT	PIC 99/99/9999.
	   03 WS-HHMM		PIC X(07).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Coach:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	      USING WS-CO-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(30) FROM WS-CO-NAME.
	   03 LABEL LINE 02.5 COL 04 'Away From:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 99/99/9999
	      USING WS-FROM-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 108.
	   03 LABEL COL + 3 PIC X(40) FROM WS-SPELL-LINE.
	   03 LABEL LINE 03.5 COL 04 'Session:'.
	   03 LABEL COL 18 PIC X(50) FROM WS-SEL-LINE.
	   03 LABEL LINE 04.5 COL 04 'Substitute:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 18 PIC X(04)
	      USING WS-SUB-CO-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 109.
	   03 LABEL COL + 2 PIC X(30) FROM WS-SUB-CO-NAME.
	   03 LABEL LINE 06 COL 04
	      'F4=cover  F7=clear cover  F6=cancel session  ENTER=list'.
	   03 LABEL LINE 07.5 COL 04 'Date'.
	   03 LABEL COL 16 'Club'.
	   03 LABEL COL 44 'Time'.
	   03 LABEL COL 55 'Cover'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 08.5 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,15,35,44)
	      DISPLAY-COLUMNS 	= (1,12,18,40,51)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcle'.
	   COPY '/z/y19b25/sp2/lib/fd/dccv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpk'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT LE-FILE.
	   OPEN I-O   CV-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN I-O   SS-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.
	   OPEN I-O   ATT-FILE.
	   OPEN I-O   PK-FILE.

      * Floating Window
	   MOVE 'Session Cover' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   INITIALIZE WS-MISC.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE LE-FILE.
	   CLOSE CV-FILE.
	   CLOSE CO-FILE.
	   CLOSE CA-FILE.
	   CLOSE SS-FILE.
	   CLOSE CB-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE NQ-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE ATT-FILE.
	   CLOSE PK-FILE.
	   IF WS-CAL-DIRTY = 'Y'
	      CALL   '/z/y19b25/sp2/lib/std/f-calwr' USING WS-CAL
	      CANCEL '/z/y19b25/sp2/lib/std/f-calwr'.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   UNLOCK SS-FILE.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 108
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-FROM-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM SPELL-RTN THRU SPELL-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

      * The help table offers only coaches F-COFREE clears for the
      * session picked off the list.
	   IF (K-F10 and S-CONTROL-ID = 103) OR KEY-STATUS = 109
	      IF WS-SEL-DMY = ZEROS
		 MOVE 'Pick a session off the list first' TO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
	      ELSE
		 CALL   '/z/y19b25/sp2/prg/hpcof' USING
			WS-SEL-DMY, WS-SEL-CB-KEY, WS-SEL-START,
			WS-SEL-END, WS-CO-KEY, WS-SUB-CO-KEY, S-OK
		 CANCEL '/z/y19b25/sp2/prg/hpcof'
		 PERFORM SUB-NAME-RTN THRU SUB-NAME-RTN-END
	      END-IF
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM COVER-RTN THRU COVER-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM CLEAR-RTN THRU CLEAR-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM CANCEL-RTN THRU CANCEL-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-DMY	  TO WS-SEL-DMY
		 MOVE WS-L-CB-KEY TO WS-SEL-CB-KEY
		 PERFORM SELECT-RTN THRU SELECT-RTN-END
	      END-IF.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The absent coach and the leave spell every key works on; a
      * different spell drops the session picked off the old list.
        SPELL-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO SPELL-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO WS-CO-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO SPELL-RTN-END.
	   MOVE CO-NAME TO WS-CO-NAME.

	   IF WS-CO-KEY NOT = WS-LAST-CO-KEY OR
	      WS-FROM-DMY NOT = WS-LAST-FROM-DMY
	      MOVE ZEROS  TO WS-SEL-DMY, WS-SEL-START, WS-SEL-END
	      MOVE SPACES TO WS-SEL-CB-KEY, WS-SEL-LINE,
			     WS-SUB-CO-KEY, WS-SUB-CO-NAME,
			     WS-SPELL-LINE
	      MOVE WS-CO-KEY   TO WS-LAST-CO-KEY
	      MOVE WS-FROM-DMY TO WS-LAST-FROM-DMY.

	   IF WS-FROM-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO SPELL-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-FROM-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO SPELL-RTN-END.

	   MOVE WS-FROM-DMY TO WS-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY   TO LE-CO-KEY.
	   MOVE WS-FROM-YMD TO LE-FROM-YMD.
	   READ LE-FILE INVALID
		MOVE SPACES TO WS-SPELL-LINE
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO SPELL-RTN-END.

	   MOVE LE-TO-YMD  TO WS-TO-YMD, WS-SHOW-YMD.
	   MOVE LE-TYPE	   TO WS-LE-TYPE.
	   MOVE WS-SY-DD   TO WS-SD-DD.
	   MOVE WS-SY-MM   TO WS-SD-MM.
	   MOVE WS-SY-YYYY TO WS-SD-YYYY.
	   MOVE SPACES TO WS-SPELL-LINE.
	   EVALUATE TRUE
	     WHEN LE-IS-SICK
		  STRING 'to ' WS-SHOW-DMY ' - sick'
			 DELIMITED BY SIZE INTO WS-SPELL-LINE
	     WHEN LE-IS-HOLIDAY
		  STRING 'to ' WS-SHOW-DMY ' - holiday'
			 DELIMITED BY SIZE INTO WS-SPELL-LINE
	     WHEN OTHER
		  STRING 'to ' WS-SHOW-DMY ' - away'
			 DELIMITED BY SIZE INTO WS-SPELL-LINE
	   END-EVALUATE.

        SPELL-RTN-END. EXIT.
      *******************************************************************
      * The session picked off the list, and whoever covers it now.
        SELECT-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DMY    TO SS-DATE-DMY.
	   MOVE WS-SEL-CB-KEY TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N'    TO S-STATUS-CHECK
		MOVE ZEROS  TO WS-SEL-DMY
		MOVE SPACES TO WS-SEL-LINE
		GO TO SELECT-RTN-END.
	   UNLOCK SS-FILE.

	   MOVE SS-START-HHMM TO WS-SEL-START.
	   MOVE SS-END-HHMM   TO WS-SEL-END.
	   MOVE WS-SEL-DMY    TO WS-EDIT-DMY.
	   MOVE SPACES TO WS-SEL-LINE.
	   STRING WS-EDIT-DMY '  club ' WS-SEL-CB-KEY '  '
		  WS-SEL-START '-' WS-SEL-END
		  DELIMITED BY SIZE INTO WS-SEL-LINE.

	   MOVE SPACES TO WS-SUB-CO-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DMY    TO CV-DATE-DMY.
	   MOVE WS-SEL-CB-KEY TO CV-CB-KEY.
	   MOVE WS-CO-KEY     TO CV-CO-KEY.
	   READ CV-FILE
		INVALID CONTINUE
		NOT INVALID
		    MOVE CV-SUB-CO-KEY TO WS-SUB-CO-KEY
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   PERFORM SUB-NAME-RTN THRU SUB-NAME-RTN-END.
	   MOVE 103 TO S-CONTROL-ID.

        SELECT-RTN-END. EXIT.
      *******************************************************************
        SUB-NAME-RTN.

	   MOVE SPACES TO WS-SUB-CO-NAME.
	   IF WS-SUB-CO-KEY = SPACES
	      GO TO SUB-NAME-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SUB-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO CO-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CO-NAME TO WS-SUB-CO-NAME.

        SUB-NAME-RTN-END. EXIT.
      *******************************************************************
      * The picked session as it stands on file: it must still be on
      * the schedule for cover or cancellation to mean anything.
        SESSION-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-SEL-DMY = ZEROS
	      MOVE 'Pick a session off the list first' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO SESSION-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DMY    TO SS-DATE-DMY.
	   MOVE WS-SEL-CB-KEY TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		GO TO SESSION-RTN-END.

	   IF SS-PLANNED NOT = 'Y'
	      MOVE 'The session is already cancelled' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 100040 TO S-ERROR-CODE.

        SESSION-RTN-END. EXIT.
      *******************************************************************
      * F4: the substitute takes the session. Only a qualified coach
      * free at that time will do - F-COFREE says why not.
        COVER-RTN.

	   PERFORM SESSION-RTN THRU SESSION-RTN-END.
	   UNLOCK SS-FILE.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO COVER-RTN-END.

	   IF WS-SUB-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO COVER-RTN-END.

	   IF WS-SUB-CO-KEY = WS-CO-KEY
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO COVER-RTN-END.

	   CALL   '/z/y19b25/sp2/lib/std/f-cofree' USING
		  WS-SUB-CO-KEY, WS-SEL-DMY, WS-SEL-CB-KEY,
		  WS-SEL-START, WS-SEL-END, WS-REASON, WS-CLASH-CB-KEY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cofree'.

	   MOVE SPACES TO WS-MSG.
	   EVALUATE WS-REASON
	     WHEN ' '
		  CONTINUE
	     WHEN 'N'
		  MOVE 100020 TO S-ERROR-CODE
	     WHEN 'Q'
		  MOVE 'Substitute holds no coaching qualification'
		       TO WS-MSG
	     WHEN 'E'
		  MOVE 'Substitute''s qualification lapses before then'
		       TO WS-MSG
	     WHEN 'K'
		  MOVE 'Substitute''s credentials bar coaching then'
		       TO WS-MSG
	     WHEN 'L'
		  MOVE 'Substitute is on leave that day' TO WS-MSG
	     WHEN 'S'
		  STRING 'Substitute has a session of club '
			 WS-CLASH-CB-KEY ' then'
			 DELIMITED BY SIZE INTO WS-MSG
	     WHEN 'C'
		  STRING 'Substitute already covers club '
			 WS-CLASH-CB-KEY ' then'
			 DELIMITED BY SIZE INTO WS-MSG
	     WHEN OTHER
		  MOVE 'Substitute has a private lesson then' TO WS-MSG
	   END-EVALUATE.
	   IF WS-MSG NOT = SPACES
	      PERFORM MSG-RTN THRU MSG-RTN-END.
	   IF WS-REASON NOT = SPACES
	      MOVE 103 TO S-CONTROL-ID
	      GO TO COVER-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO COVER-RTN-END.

	   MOVE 'S'	      TO WS-CV-ACTION.
	   MOVE WS-SUB-CO-KEY TO WS-CV-SUB-CO-KEY.
	   PERFORM CV-POST-RTN THRU CV-POST-RTN-END.
	   PERFORM SUB-NAME-RTN THRU SUB-NAME-RTN-END.

        COVER-RTN-END. EXIT.
      *******************************************************************
      * The CV-FILE row for the picked session and the absent coach,
      * written fresh or laid over the last outcome; WS-CV-ACTION and
      * WS-CV-SUB-CO-KEY are set by the caller.
        CV-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'N' TO WS-NEW-ROW.
	   MOVE WS-SEL-DMY    TO CV-DATE-DMY.
	   MOVE WS-SEL-CB-KEY TO CV-CB-KEY.
	   MOVE WS-CO-KEY     TO CV-CO-KEY.
	   READ CV-FILE INVALID
		MOVE 'Y' TO WS-NEW-ROW.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE WS-CV-ACTION	 TO CV-ACTION.
	   MOVE WS-CV-SUB-CO-KEY TO CV-SUB-CO-KEY.
	   MOVE WS-LE-TYPE	TO CV-LE-TYPE.
	   MOVE WS-OPERATOR	TO CV-OPERATOR.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT	TO CV-SET-DMY.
	   MOVE WS-HHMM		TO CV-SET-HHMM.
	   MOVE ZEROS		TO CV-PADDING.

	   IF WS-NEW-ROW = 'Y'
	      WRITE CV-REC
	   ELSE
	      REWRITE CV-REC.

        CV-POST-RTN-END. EXIT.
      *******************************************************************
      * F7: the arranged cover taken off again - the session goes
      * back to needing cover. A cancellation stands; putting the
      * session back on is done on FMSS.
        CLEAR-RTN.

	   IF WS-SEL-DMY = ZEROS
	      MOVE 'Pick a session off the list first' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO CLEAR-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DMY    TO CV-DATE-DMY.
	   MOVE WS-SEL-CB-KEY TO CV-CB-KEY.
	   MOVE WS-CO-KEY     TO CV-CO-KEY.
	   READ CV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO CLEAR-RTN-END.

	   IF CV-IS-CANCELLED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO CLEAR-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO CLEAR-RTN-END.

	   DELETE CV-FILE.
	   MOVE SPACES TO WS-SUB-CO-KEY, WS-SUB-CO-NAME.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
      * F6: no cover to be had - the session comes off the schedule
      * and the club's members are dealt with exactly as when FMSS
      * flips a session to cancelled.
        CANCEL-RTN.

	   PERFORM SESSION-RTN THRU SESSION-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      UNLOCK SS-FILE
	      GO TO CANCEL-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      UNLOCK SS-FILE
	      GO TO CANCEL-RTN-END.

	   MOVE 'N' TO SS-PLANNED.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE SS-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO CANCEL-RTN-END.
	   MOVE 'Y' TO WS-CAL-DIRTY.

	   PERFORM CANCEL-FLOW-RTN THRU CANCEL-FLOW-RTN-END.

	   MOVE 'X'    TO WS-CV-ACTION.
	   MOVE SPACES TO WS-CV-SUB-CO-KEY.
	   PERFORM CV-POST-RTN THRU CV-POST-RTN-END.
	   MOVE SPACES TO WS-SUB-CO-KEY, WS-SUB-CO-NAME.

	   MOVE SPACES TO WS-MSG.
	   STRING 'Cancelled - notifications queued: ' WS-NQ-COUNT
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        CANCEL-RTN-END. EXIT.
      *******************************************************************
      * The FMSS cancellation: a SESSCANC notice queued to every open
      * member of the club, and any present mark already taken for
      * the date turned back with its pass session returned.
        CANCEL-FLOW-RTN.

	   MOVE ZEROS TO WS-NQ-COUNT.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE SS-DATE-DMY TO WS-SESS-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-SESS-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CFIG-FILE.

	   INITIALIZE CM-REC.
	   MOVE SS-CB-KEY  TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM2-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM2-EOF.
	   PERFORM CANCEL-MEM-LOOP THRU CANCEL-MEM-LOOP-END
		   UNTIL WS-CM2-EOF = 'Y'.

	   REWRITE CFIG-REC.

        CANCEL-FLOW-RTN-END. EXIT.
      *******************************************************************
        CANCEL-MEM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM2-EOF
		GO TO CANCEL-MEM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = SS-CB-KEY
	      MOVE 'Y' TO WS-CM2-EOF
	      GO TO CANCEL-MEM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CANCEL-MEM-LOOP-END.

	   MOVE CM-ALT-STD-KEY TO WS-STD-KEY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		GO TO CANCEL-MEM-LOOP-END.

	   PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END.
	   PERFORM MARK-BACK-RTN THRU MARK-BACK-RTN-END.

      * The member's month is restated on the AS-FILE summary whether
      * or not a mark came off - the session no longer counts as
      * planned either way.
	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING WS-STD-KEY, SS-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

        CANCEL-MEM-LOOP-END. EXIT.
      *******************************************************************
      * The same contact-point fallback BPNQ queues with: the
      * student's email, the guardian's, or the student's mobile.
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
	   MOVE 'SESSCANC'	TO NQ-LT-KEY.
	   MOVE WS-STD-KEY	TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO WS-NQ-COUNT.
	   MOVE 'N' TO S-STATUS-CHECK.

        NQ-QUEUE-RTN-END. EXIT.
      *******************************************************************
      * A present mark already taken against the cancelled date goes
      * back to absent, and the session it consumed returns to the
      * member's first unexpired pass with room - the mirror of what
      * FMATT did when the mark went on.
        MARK-BACK-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY TO ATT-DATE-DMY.
	   MOVE WS-STD-KEY  TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		GO TO MARK-BACK-RTN-END.

	   IF ATT-PRESENT NOT = 'Y'
	      GO TO MARK-BACK-RTN-END.

	   MOVE 'N' TO ATT-PRESENT.
	   REWRITE ATT-REC.
	   MOVE 'R' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   PERFORM PK-BACK-RTN THRU PK-BACK-RTN-END.

        MARK-BACK-RTN-END. EXIT.
      *******************************************************************
        PK-BACK-RTN.

	   MOVE 'N' TO WS-PK-DONE.
	   MOVE WS-STD-KEY TO PK-STD-KEY.
	   MOVE LOW-VALUES TO PK-SEQ.
	   MOVE 'N' TO WS-PK-EOF.
	   START PK-FILE KEY >= PK-KEY INVALID
		 MOVE 'Y' TO WS-PK-EOF.
	   PERFORM PK-BACK-LOOP THRU PK-BACK-LOOP-END
		   UNTIL WS-PK-EOF = 'Y' OR WS-PK-DONE = 'Y'.

	PK-BACK-RTN-END. EXIT.

	PK-BACK-LOOP.

	   READ PK-FILE NEXT END
		MOVE 'Y' TO WS-PK-EOF
		GO TO PK-BACK-LOOP-END.

	   IF PK-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-PK-EOF
	      GO TO PK-BACK-LOOP-END.

	   IF PK-REMAINING >= PK-SESSIONS
	      GO TO PK-BACK-LOOP-END.

	   MOVE PK-EXPIRY-DMY TO WS-EXP-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXP-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-EXP-YMD < WS-SESS-YMD
	      GO TO PK-BACK-LOOP-END.

	   ADD 1 TO PK-REMAINING.
	   REWRITE PK-REC.
	   MOVE 'Y' TO WS-PK-DONE.

	PK-BACK-LOOP-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE ATT-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.
      *******************************************************************
      * Every session of the coach's clubs inside the spell, club by
      * club, with where its cover stands.
        LIST-1-RTN.

	   MODIFY LIST-1, RESET-LIST = 1.
	   IF WS-FROM-YMD = ZEROS OR WS-TO-YMD = ZEROS
	      GO TO LIST-1-SHOW.

	   INITIALIZE CA-REC.
	   MOVE WS-CO-KEY  TO CA-CO-KEY.
	   MOVE LOW-VALUES TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.

	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-CA-LOOP THRU LIST-CA-LOOP-END
		   UNTIL WS-CA-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	LIST-1-SHOW.
	   UNLOCK SS-FILE.
	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-CA-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO LIST-CA-LOOP-END.

	   IF CA-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO LIST-CA-LOOP-END.

	   MOVE CA-CB-KEY TO WS-CUR-CB-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CA-CB-KEY TO CB-KEY.
	   READ CB-FILE INVALID
		MOVE SPACES TO CB-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CB-NAME TO WS-CUR-CB-NAME.

	   INITIALIZE SS-REC.
	   MOVE LOW-VALUES TO SS-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM LIST-SS-LOOP THRU LIST-SS-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.

        LIST-CA-LOOP-END. EXIT.
      *******************************************************************
        LIST-SS-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO LIST-SS-LOOP-END.

	   IF SS-CB-KEY NOT = WS-CUR-CB-KEY
	      GO TO LIST-SS-LOOP-END.

	   MOVE SS-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-FROM-YMD OR WS-ROW-YMD > WS-TO-YMD
	      GO TO LIST-SS-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE SS-DATE-DMY    TO WS-EDIT-DMY.
	   MOVE WS-EDIT-DMY    TO WS-L-DATE.
	   MOVE WS-CUR-CB-KEY  TO WS-L-CB-KEY.
	   MOVE WS-CUR-CB-NAME TO WS-L-CB-NAME.
	   STRING SS-START-HHMM '-' SS-END-HHMM
		  DELIMITED BY SIZE INTO WS-L-TIME.
	   MOVE SS-DATE-DMY    TO WS-L-DMY.

	   MOVE 'NEEDS COVER' TO WS-L-COVER.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY   TO CV-DATE-DMY.
	   MOVE WS-CUR-CB-KEY TO CV-CB-KEY.
	   MOVE WS-CO-KEY     TO CV-CO-KEY.
	   READ CV-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF CV-IS-COVERED
		       MOVE SPACES TO WS-L-COVER
		       STRING 'COVER ' CV-SUB-CO-KEY
			      DELIMITED BY SIZE INTO WS-L-COVER
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF SS-PLANNED NOT = 'Y'
	      MOVE 'CANCELLED' TO WS-L-COVER.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-SS-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Session Cover' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
