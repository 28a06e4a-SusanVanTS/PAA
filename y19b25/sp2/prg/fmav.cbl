       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMAV.

      * COACH AVAILABILITY - WEEKLY HOURS AND DATED EXCEPTIONS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Hours each CO-FILE coach
      *					can take private lessons on
      *					AV-FILE: one usual window
      *					per weekday, and dated
      *					exceptions that take the
      *					coach off for the day or
      *					give other hours; FMPL only
      *					books inside what is left
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcav'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdav'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbav'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-WHEN		  PIC X(10).
	  03 WS-L-HOURS		  PIC X(09).
	  03 WS-L-AVAIL		  PIC X(03).
	  03 WS-L-NOTE		  PIC X(20).
	  03 WS-L-YMD		  PIC 9(08).
	  03 WS-L-DOW		  PIC 9(01).

       01 WS-MISC.
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-CO-NAME		  PIC X(30).
	  03 WS-DOW		  PIC 9(01).
	  03 WS-EXC-DMY		  PIC 9(08).
	  03 WS-EXC-YMD		  PIC 9(08).
	  03 WS-FROM-HHMM	  PIC 9(04).
	  03 WS-TO-HHMM		  PIC 9(04).
	  03 WS-AVAIL		  PIC X(01).
	  03 WS-NOTE		  PIC X(20).
	  03 WS-DATE		  PIC X(01).
	  03 WS-AV-EOF		  PIC X(01).
	  03 WS-PL-EOF		  PIC X(01).
	  03 WS-BOOKED		  PIC 9(03).
	  03 WS-ROW-YMD		  PIC 9(08).
	  03 WS-NEW-ROW		  PIC X(01).
	  03 WS-MSG		  PIC X(60).

      * Day names in template order, Monday first.
       01 WS-DAY-NAMES.
	  03 FIL		  PIC X(21) VALUE
	     'MONTUEWEDTHUFRISATSUN'.
       01 REDEFINES WS-DAY-NAMES.
	  03 WS-DAY-NAME	  PIC X(03) OCCURS 7.

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
	   03 LABEL LINE 02.5 COL 04 'Weekday:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC Z
	      USING WS-DOW.
	   03 LABEL COL + 2 '(1 Mon .. 7 Sun - usual hours)'.
	   03 LABEL LINE 03.5 COL 04 'or Date:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 18 PIC 99/99/9999
	      USING WS-EXC-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 103.
	   03 LABEL COL + 2 '(an exception for the day)'.
	   03 LABEL LINE 04.5 COL 04 'Hours:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC 9(04)
	      USING WS-FROM-HHMM.
	   03 LABEL COL + 2 'to'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC 9(04)
	      USING WS-TO-HHMM.
	   03 LABEL COL + 2 '[HHMM]'.
	   03 LABEL COL + 3 'Available:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC X(01)
	      USING WS-AVAIL BELL UPPER.
	   03 LABEL COL + 2 '(Y/N)'.
	   03 LABEL LINE 05.5 COL 04 'Note:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 18 PIC X(20)
	      USING WS-NOTE.
	   03 LABEL LINE 07 COL 04
	      'F4=save  F6=remove  ENTER=recall the day or date'.
	   03 LABEL LINE 08.5 COL 04 'Day/Date'.
	   03 LABEL COL 17 'Hours'.
	   03 LABEL COL 29 'Avl'.
	   03 LABEL COL 35 'Note'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 09.5 COL 04 SIZE 56 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,20,23)
	      DISPLAY-COLUMNS 	= (1,14,26,32)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcav'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   AV-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT PL-FILE.

      * Floating Window
	   MOVE 'Coach Availability' TO S-WINDOW-TITLE.
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
	   CLOSE AV-FILE.
	   CLOSE CO-FILE.
	   CLOSE PL-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 103) OR KEY-STATUS = 103
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-EXC-DMY, S-OK
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
		 MOVE WS-L-DOW TO WS-DOW
		 MOVE ZEROS    TO WS-EXC-DMY
		 IF WS-L-YMD NOT = ZEROS
		    MOVE WS-L-YMD TO WS-SHOW-YMD
		    COMPUTE WS-EXC-DMY = (WS-SY-DD * 1000000) +
			    (WS-SY-MM * 10000) + WS-SY-YYYY
		 END-IF
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
      * The row the screen points at: a dated exception when a date
      * is keyed, else the weekday's usual hours.
        KEY-RTN.

	   MOVE ZEROS TO S-ERROR-CODE, WS-EXC-YMD.
	   IF WS-EXC-DMY NOT = ZEROS
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		     USING WS-DATE, WS-EXC-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 103 TO S-CONTROL-ID
		 GO TO KEY-RTN-END
	      END-IF
	      MOVE WS-EXC-DMY TO WS-EXC-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXC-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE ZEROS TO WS-DOW
	   ELSE
	      IF WS-DOW < 1 OR WS-DOW > 7
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 102    TO S-CONTROL-ID
		 GO TO KEY-RTN-END.

	   MOVE WS-CO-KEY  TO AV-CO-KEY.
	   MOVE WS-EXC-YMD TO AV-DATE-YMD.
	   MOVE WS-DOW	   TO AV-DOW.

        KEY-RTN-END. EXIT.
      *******************************************************************
      * F4: the weekday's usual window, or the exception for a date.
      * A usual window is always working hours; an exception may
      * take the whole day off (N, no hours needed).
        SAVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   IF WS-EXC-YMD = ZEROS
	      MOVE 'Y' TO WS-AVAIL.

	   IF WS-AVAIL NOT = 'Y' AND WS-AVAIL NOT = 'N'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-AVAIL = 'N'
	      MOVE ZEROS TO WS-FROM-HHMM, WS-TO-HHMM
	   ELSE
	      IF WS-FROM-HHMM > 2359 OR WS-TO-HHMM > 2359 OR
		 WS-FROM-HHMM >= WS-TO-HHMM
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END.

      * Taking a date off under lessons already booked is refused -
      * they are cancelled on FMPL first.
	   IF WS-AVAIL = 'N'
	      PERFORM BOOKED-RTN THRU BOOKED-RTN-END
	      IF WS-BOOKED NOT = ZEROS
		 MOVE SPACES TO WS-MSG
		 STRING 'Lessons still booked that day: ' WS-BOOKED
			DELIMITED BY SIZE INTO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 GO TO SAVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'N' TO WS-NEW-ROW.
	   READ AV-FILE INVALID
		MOVE 'Y' TO WS-NEW-ROW.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   MOVE WS-FROM-HHMM TO AV-FROM-HHMM.
	   MOVE WS-TO-HHMM   TO AV-TO-HHMM.
	   MOVE WS-AVAIL     TO AV-AVAIL.
	   MOVE WS-NOTE	     TO AV-NOTE.
	   ACCEPT AV-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE ZEROS	     TO AV-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-ROW = 'Y'
	      WRITE AV-REC
	   ELSE
	      REWRITE AV-REC.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * Live bookings (booked, not yet delivered or cancelled) the
      * coach holds on the exception date.
        BOOKED-RTN.

	   MOVE ZEROS TO WS-BOOKED.
	   INITIALIZE PL-REC.
	   MOVE WS-CO-KEY  TO PL-CO-KEY.
	   MOVE WS-EXC-DMY TO PL-DATE-DMY.
	   MOVE ZEROS	   TO PL-START-HHMM, PL-SEQ.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-KEY INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM BOOKED-LOOP THRU BOOKED-LOOP-END
		   UNTIL WS-PL-EOF = 'Y'.

        BOOKED-RTN-END. EXIT.

        BOOKED-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO BOOKED-LOOP-END.

	   IF PL-CO-KEY NOT = WS-CO-KEY OR
	      PL-DATE-DMY NOT = WS-EXC-DMY
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO BOOKED-LOOP-END.

	   IF PL-IS-BOOKED
	      ADD 1 TO WS-BOOKED.

        BOOKED-LOOP-END. EXIT.
      *******************************************************************
      * F6: the row off - a weekday with no usual hours is simply not
      * offered for lessons.
        REMOVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO REMOVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ AV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE AV-FILE.
	   MOVE ZEROS  TO WS-DOW, WS-EXC-DMY, WS-FROM-HHMM, WS-TO-HHMM.
	   MOVE SPACES TO WS-AVAIL, WS-NOTE.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   IF WS-DOW = ZEROS AND WS-EXC-DMY = ZEROS
	      GO TO RECALL-RTN-END.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ AV-FILE INVALID
		MOVE ZEROS  TO WS-FROM-HHMM, WS-TO-HHMM
		MOVE SPACES TO WS-AVAIL, WS-NOTE
		MOVE 104    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE AV-FROM-HHMM TO WS-FROM-HHMM.
	   MOVE AV-TO-HHMM   TO WS-TO-HHMM.
	   MOVE AV-AVAIL     TO WS-AVAIL.
	   MOVE AV-NOTE	     TO WS-NOTE.
	   MOVE 104 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * The week's usual hours first, then the exceptions by date.
        LIST-1-RTN.

	   INITIALIZE AV-REC.
	   MOVE WS-CO-KEY TO AV-CO-KEY.
	   MOVE ZEROS	  TO AV-DATE-YMD, AV-DOW.
	   MOVE 'N' TO WS-AV-EOF.
	   START AV-FILE KEY >= AV-KEY INVALID
		 MOVE 'Y' TO WS-AV-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-AV-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ AV-FILE NEXT END
		MOVE 'Y' TO WS-AV-EOF
		GO TO LIST-1-LOOP-END.

	   IF AV-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-AV-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   IF AV-DATE-YMD = ZEROS
	      MOVE WS-DAY-NAME (AV-DOW) TO WS-L-WHEN
	   ELSE
	      MOVE AV-DATE-YMD TO WS-SHOW-YMD
	      MOVE WS-SY-DD    TO WS-SD-DD
	      MOVE WS-SY-MM    TO WS-SD-MM
	      MOVE WS-SY-YYYY  TO WS-SD-YYYY
	      MOVE WS-SHOW-DMY TO WS-L-WHEN.

	   IF AV-IS-OFF
	      MOVE 'OFF' TO WS-L-AVAIL
	   ELSE
	      MOVE 'ON'	 TO WS-L-AVAIL
	      STRING AV-FROM-HHMM '-' AV-TO-HHMM
		     DELIMITED BY SIZE INTO WS-L-HOURS.
	   MOVE AV-NOTE	    TO WS-L-NOTE.
	   MOVE AV-DATE-YMD TO WS-L-YMD.
	   MOVE AV-DOW	    TO WS-L-DOW.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Coach Availability' TO S-WINDOW-TITLE.
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
