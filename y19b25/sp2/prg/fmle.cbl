       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMLE.

      * COACH LEAVE - SICKNESS, HOLIDAY AND OTHER ABSENCE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Spells a CO-FILE coach is
      *					away on LE-FILE, first and
      *					last day inclusive; saving
      *					one tells the desk how many
      *					of the coach's sessions now
      *					need cover on FMCV
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcle'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdle'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dble'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-FROM		  PIC X(10).
	  03 WS-L-TO		  PIC X(10).
	  03 WS-L-TYPE		  PIC X(08).
	  03 WS-L-NOTE		  PIC X(20).
	  03 WS-L-FROM-YMD	  PIC 9(08).

       01 WS-MISC.
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-CO-NAME		  PIC X(30).
	  03 WS-FROM-DMY	  PIC 9(08).
	  03 WS-TO-DMY		  PIC 9(08).
	  03 WS-FROM-YMD	  PIC 9(08).
	  03 WS-TO-YMD		  PIC 9(08).
	  03 WS-TYPE		  PIC X(01).
	  03 WS-NOTE		  PIC X(20).
	  03 WS-DATE		  PIC X(01).
	  03 WS-LE-EOF		  PIC X(01).
	  03 WS-CA-EOF		  PIC X(01).
	  03 WS-SS-EOF		  PIC X(01).
	  03 WS-OVERLAP		  PIC X(01).
	  03 WS-NEW-ROW		  PIC X(01).
	  03 WS-SESSIONS	  PIC 9(04).
	  03 WS-ROW-YMD		  PIC 9(08).
	  03 WS-CUR-CB-KEY	  PIC X(04).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).
	  03 WS-MSG		  PIC X(60).

      * A stored YYYYMMDD turned round for the list.
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
	   03 LABEL COL + 3 'to'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC 99/99/9999
	      USING WS-TO-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 109.
	   03 LABEL LINE 03.5 COL 04 'Reason:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC X(01)
	      USING WS-TYPE BELL UPPER.
	   03 LABEL COL + 2 '(S sick, H holiday, O other)'.
	   03 LABEL LINE 04.5 COL 04 'Note:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 18 PIC X(20)
	      USING WS-NOTE.
	   03 LABEL LINE 06 COL 04
	      'F4=save  F6=remove  ENTER=recall the spell'.
	   03 LABEL LINE 07.5 COL 04 'From'.
	   03 LABEL COL 17 'To'.
	   03 LABEL COL 30 'Reason'.
	   03 LABEL COL 40 'Note'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 08.5 COL 04 SIZE 60 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,21,29)
	      DISPLAY-COLUMNS 	= (1,14,27,37)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcle'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   LE-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT SS-FILE.

      * Floating Window
	   MOVE 'Coach Leave' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   INITIALIZE WS-MISC.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE LE-FILE.
	   CLOSE CO-FILE.
	   CLOSE CA-FILE.
	   CLOSE SS-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 108
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-FROM-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 103) OR KEY-STATUS = 109
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-TO-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM COACH-RTN THRU COACH-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-FROM-YMD TO WS-SHOW-YMD
		 COMPUTE WS-FROM-DMY = (WS-SY-DD * 1000000) +
			 (WS-SY-MM * 10000) + WS-SY-YYYY
	      END-IF.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
        COACH-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO COACH-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO WS-CO-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO COACH-RTN-END.
	   MOVE CO-NAME TO WS-CO-NAME.

        COACH-RTN-END. EXIT.
      *******************************************************************
      * The spell the screen points at, by its first day.
        KEY-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-FROM-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO KEY-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-FROM-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO KEY-RTN-END.

	   MOVE WS-FROM-DMY TO WS-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE WS-CO-KEY   TO LE-CO-KEY.
	   MOVE WS-FROM-YMD TO LE-FROM-YMD.

        KEY-RTN-END. EXIT.
      *******************************************************************
      * F4: a new spell or a change to one. Two spells of the same
      * coach may not overlap - the cover screen works off one.
        SAVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   IF WS-TO-DMY = ZEROS
	      MOVE WS-FROM-DMY TO WS-TO-DMY.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-TO-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE WS-TO-DMY TO WS-TO-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TO-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-TO-YMD < WS-FROM-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-TYPE NOT = 'S' AND WS-TYPE NOT = 'H' AND
	      WS-TYPE NOT = 'O'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM OVERLAP-RTN THRU OVERLAP-RTN-END.
	   IF WS-OVERLAP = 'Y'
	      MOVE 'Overlaps another leave spell of the coach'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 102 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE WS-CO-KEY   TO LE-CO-KEY.
	   MOVE WS-FROM-YMD TO LE-FROM-YMD.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'N' TO WS-NEW-ROW.
	   READ LE-FILE INVALID
		MOVE 'Y' TO WS-NEW-ROW.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   MOVE WS-TO-YMD    TO LE-TO-YMD.
	   MOVE WS-TYPE	     TO LE-TYPE.
	   MOVE WS-NOTE	     TO LE-NOTE.
	   ACCEPT LE-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO LE-SET-DMY.
	   MOVE ZEROS	     TO LE-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-ROW = 'Y'
	      WRITE LE-REC
	   ELSE
	      REWRITE LE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SAVE-RTN-END.

	   PERFORM COUNT-RTN THRU COUNT-RTN-END.
	   MOVE SPACES TO WS-MSG.
	   STRING 'Sessions in the spell needing cover: ' WS-SESSIONS
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * Any other spell of the coach sharing a day with this one.
        OVERLAP-RTN.

	   MOVE 'N' TO WS-OVERLAP.
	   INITIALIZE LE-REC.
	   MOVE WS-CO-KEY TO LE-CO-KEY.
	   MOVE ZEROS	  TO LE-FROM-YMD.
	   MOVE 'N' TO WS-LE-EOF.
	   START LE-FILE KEY >= LE-KEY INVALID
		 MOVE 'Y' TO WS-LE-EOF.
	   PERFORM OVERLAP-LOOP THRU OVERLAP-LOOP-END
		   UNTIL WS-LE-EOF = 'Y' OR WS-OVERLAP = 'Y'.

        OVERLAP-RTN-END. EXIT.

        OVERLAP-LOOP.

	   READ LE-FILE NEXT END
		MOVE 'Y' TO WS-LE-EOF
		GO TO OVERLAP-LOOP-END.

	   IF LE-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-LE-EOF
	      GO TO OVERLAP-LOOP-END.

	   IF LE-FROM-YMD = WS-FROM-YMD
	      GO TO OVERLAP-LOOP-END.

	   IF LE-FROM-YMD <= WS-TO-YMD AND
	      LE-TO-YMD >= WS-FROM-YMD
	      MOVE 'Y' TO WS-OVERLAP.

        OVERLAP-LOOP-END. EXIT.
      *******************************************************************
      * Planned sessions of every club the coach is assigned to that
      * fall inside the spell - the rows FMCV will list.
        COUNT-RTN.

	   MOVE ZEROS TO WS-SESSIONS.
	   INITIALIZE CA-REC.
	   MOVE WS-CO-KEY  TO CA-CO-KEY.
	   MOVE LOW-VALUES TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM COUNT-CA-LOOP THRU COUNT-CA-LOOP-END
		   UNTIL WS-CA-EOF = 'Y'.

        COUNT-RTN-END. EXIT.

        COUNT-CA-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO COUNT-CA-LOOP-END.

	   IF CA-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO COUNT-CA-LOOP-END.

	   MOVE CA-CB-KEY TO WS-CUR-CB-KEY.
	   INITIALIZE SS-REC.
	   MOVE LOW-VALUES TO SS-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM COUNT-SS-LOOP THRU COUNT-SS-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.

        COUNT-CA-LOOP-END. EXIT.

        COUNT-SS-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO COUNT-SS-LOOP-END.

	   IF SS-CB-KEY NOT = WS-CUR-CB-KEY OR SS-PLANNED NOT = 'Y'
	      GO TO COUNT-SS-LOOP-END.

	   MOVE SS-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD >= WS-FROM-YMD AND WS-ROW-YMD <= WS-TO-YMD
	      ADD 1 TO WS-SESSIONS.

        COUNT-SS-LOOP-END. EXIT.
      *******************************************************************
      * F6: the spell off. Cover already arranged stays on CV-FILE
      * as it was given.
        REMOVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO REMOVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ LE-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE LE-FILE.
	   MOVE ZEROS  TO WS-FROM-DMY, WS-TO-DMY.
	   MOVE SPACES TO WS-TYPE, WS-NOTE.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   IF WS-FROM-DMY = ZEROS
	      GO TO RECALL-RTN-END.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ LE-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 103 TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE LE-TO-YMD  TO WS-SHOW-YMD.
	   COMPUTE WS-TO-DMY = (WS-SY-DD * 1000000) +
		   (WS-SY-MM * 10000) + WS-SY-YYYY.
	   MOVE LE-TYPE	   TO WS-TYPE.
	   MOVE LE-NOTE	   TO WS-NOTE.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * The coach's spells, earliest first.
        LIST-1-RTN.

	   INITIALIZE LE-REC.
	   MOVE WS-CO-KEY TO LE-CO-KEY.
	   MOVE ZEROS	  TO LE-FROM-YMD.
	   MOVE 'N' TO WS-LE-EOF.
	   START LE-FILE KEY >= LE-KEY INVALID
		 MOVE 'Y' TO WS-LE-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-LE-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ LE-FILE NEXT END
		MOVE 'Y' TO WS-LE-EOF
		GO TO LIST-1-LOOP-END.

	   IF LE-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-LE-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE LE-FROM-YMD TO WS-SHOW-YMD.
	   MOVE WS-SY-DD    TO WS-SD-DD.
	   MOVE WS-SY-MM    TO WS-SD-MM.
	   MOVE WS-SY-YYYY  TO WS-SD-YYYY.
	   MOVE WS-SHOW-DMY TO WS-L-FROM.
	   MOVE LE-TO-YMD   TO WS-SHOW-YMD.
	   MOVE WS-SY-DD    TO WS-SD-DD.
	   MOVE WS-SY-MM    TO WS-SD-MM.
	   MOVE WS-SY-YYYY  TO WS-SD-YYYY.
	   MOVE WS-SHOW-DMY TO WS-L-TO.
	   EVALUATE TRUE
	     WHEN LE-IS-SICK	MOVE 'SICK'	TO WS-L-TYPE
	     WHEN LE-IS-HOLIDAY MOVE 'HOLIDAY'	TO WS-L-TYPE
	     WHEN OTHER		MOVE 'OTHER'	TO WS-L-TYPE
	   END-EVALUATE.
	   MOVE LE-NOTE	    TO WS-L-NOTE.
	   MOVE LE-FROM-YMD TO WS-L-FROM-YMD.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Coach Leave' TO S-WINDOW-TITLE.
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
