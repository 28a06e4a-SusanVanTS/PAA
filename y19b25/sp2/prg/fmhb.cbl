       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMHB.

      * OUTSIDE HALL HIRE BOOKING
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Books a VN-FILE hall out
      *					to an HR-FILE hirer on
      *					HB-FILE at an hourly rate
      *					with a deposit, clear of
      *					the hall's club sessions,
      *					private lessons and other
      *					hires; confirming a hire
      *					raises its numbered hire
      *					invoice and deposit on the
      *					HL-FILE hirer ledger, and
      *					cancelling a confirmed hire
      *					credits them back
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fchb'.
	   COPY '/z/y19b25/sp2/lib/fd/fchl'.
	   COPY '/z/y19b25/sp2/lib/fd/fchr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdhb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbhb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-TIME		  PIC X(09).
	  03 WS-L-HR-KEY	  PIC X(04).
	  03 WS-L-HR-NAME	  PIC X(20).
	  03 WS-L-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-L-STAGE		  PIC X(11).
	  03 WS-L-START		  PIC 9(04).
	  03 WS-L-SEQ		  PIC 9(02).

       01 WS-MISC.
	  03 WS-VN-KEY		  PIC X(04).
	  03 WS-VN-NAME		  PIC X(20).
	  03 WS-START-HHMM	  PIC 9(04).
	  03 WS-END-HHMM	  PIC 9(04).
	  03 WS-HR-KEY		  PIC X(04).
	  03 WS-HR-NAME		  PIC X(40).
	  03 WS-RATE		  PIC 9(04)V9(02).
	  03 WS-DEPOSIT		  PIC 9(06)V9(02).
	  03 WS-DESC		  PIC X(30).
	  03 WS-AMOUNT		  PIC 9(06)V9(02).
	  03 WS-SEQ		  PIC 9(02).
	  03 WS-NEXT-SEQ	  PIC 9(02).
	  03 WS-INV-NO		  PIC 9(06).
	  03 WS-DATE		  PIC X(01).
	  03 WS-CLASH		  PIC X(01).
	  03 WS-HB-EOF		  PIC X(01).
	  03 WS-HL-EOF		  PIC X(01).
	  03 WS-SS-EOF		  PIC X(01).
	  03 WS-PL-EOF		  PIC X(01).
	  03 WS-HIRE-YMD	  PIC 9(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-EDIT-DMY	  PIC 99/99/9999.
	  03 WS-EDIT-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).

       01 WS-HIRE-DMY		  PIC 9(08).
       01 REDEFINES WS-HIRE-DMY.
	  03 WS-HD-DD		  PIC 9(02).
	  03 WS-HD-MM		  PIC 9(02).
	  03 WS-HD-YYYY		  PIC 9(04).

      * Booked hours in minutes, each end split into hours and
      * minutes past the hour.
       01 WS-TIME-MISC.
	  03 WS-T-HH		  PIC 9(02).
	  03 WS-T-MM		  PIC 9(02).
	  03 WS-T-START-MINS	  PIC 9(04).
	  03 WS-T-END-MINS	  PIC 9(04).
	  03 WS-T-MINS		  PIC 9(04).

      * One hirer ledger row to post: its type, amount and wording.
       01 WS-POST-MISC.
	  03 WS-POST-TYPE	  PIC X(01).
	  03 WS-POST-AMOUNT	  PIC 9(06)V9(02).
	  03 WS-POST-DESC	  PIC X(30).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	      USING WS-VN-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(20) FROM WS-VN-NAME.
	   03 LABEL LINE 02.5 COL 04 'Hire Date:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 99/99/9999
	      USING WS-HIRE-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 108.
	   03 LABEL COL + 3 'Time:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC 9(04)
	      USING WS-START-HHMM.
	   03 LABEL COL + 2 'to'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC 9(04)
	      USING WS-END-HHMM.
	   03 LABEL COL + 2 '[HHMM]'.
	   03 LABEL LINE 03.5 COL 04 'Hirer:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 18 PIC X(04)
	      USING WS-HR-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(40) FROM WS-HR-NAME.
	   03 LABEL LINE 04.5 COL 04 'Rate/Hour:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 18 PIC ZZZ9.99
	      USING WS-RATE.
	   03 LABEL COL + 3 'Deposit:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC ZZZZZ9.99
	      USING WS-DEPOSIT.
	   03 LABEL LINE 05.5 COL 04 'Purpose:'.
	   03 ENTRY-FIELD 3-D ID 108 COL 18 PIC X(30)
	      USING WS-DESC.
	   03 LABEL LINE 07 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 08 COL 04
	      'F4=book  F7=confirm/invoice  F6=cancel  ENTER=list day'.
	   03 LABEL LINE 09.5 COL 04 'Time'.
	   03 LABEL COL 15 'Hirer'.
	   03 LABEL COL 21 'Name'.
	   03 LABEL COL 44 'Amount'.
	   03 LABEL COL 55 'Stage'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 10.5 COL 04 SIZE 66 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,10,14,34,44)
	      DISPLAY-COLUMNS 	= (1,12,18,40,52)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dchb'.
	   COPY '/z/y19b25/sp2/lib/fd/dchl'.
	   COPY '/z/y19b25/sp2/lib/fd/dchr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   HB-FILE.
	   OPEN I-O   HL-FILE.
	   OPEN INPUT HR-FILE.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT PL-FILE.

      * Floating Window
	   MOVE 'Hall Hire Booking' TO S-WINDOW-TITLE.
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
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY, WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE WS-TODAY-DMY TO WS-HIRE-DMY.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE HB-FILE.
	   CLOSE HL-FILE.
	   CLOSE HR-FILE.
	   CLOSE VN-FILE.
	   CLOSE SS-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 108
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-HIRE-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM DAY-RTN THRU DAY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM BOOK-RTN THRU BOOK-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM CONFIRM-HIRE-RTN THRU CONFIRM-HIRE-RTN-END
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
		 MOVE WS-L-START TO WS-START-HHMM
		 MOVE WS-L-SEQ	 TO WS-SEQ
		 PERFORM RECALL-RTN THRU RECALL-RTN-END
	      END-IF.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The hall and the day every key works on.
        DAY-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-VN-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE SPACES TO WS-VN-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO DAY-RTN-END.
	   MOVE VN-NAME TO WS-VN-NAME.

	   IF WS-HIRE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-HIRE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE WS-HIRE-DMY TO WS-HIRE-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-HIRE-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

        DAY-RTN-END. EXIT.
      *******************************************************************
      * F4: a new hire, pencilled in as provisional - it holds the
      * hall from now on but nothing is billed until it is
      * confirmed. Every clash is spelt out so the desk can offer
      * the hirer another slot straight away.
        BOOK-RTN.

	   IF WS-HIRE-YMD < WS-TODAY-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM MINS-RTN THRU MINS-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO BOOK-RTN-END.

	   IF WS-HR-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		MOVE SPACES TO WS-HR-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 105    TO S-CONTROL-ID
		GO TO BOOK-RTN-END.
	   MOVE HR-NAME TO WS-HR-NAME.

	   IF WS-RATE = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM SS-CLASH-RTN THRU SS-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Hall is booked for a club session then - club '
		     SS-CB-KEY DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM PL-CLASH-RTN THRU PL-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Hall holds a private lesson then - coach '
		     PL-CO-KEY DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM HB-CLASH-RTN THRU HB-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Hall is already hired out then - hirer '
		     HB-HR-KEY DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   COMPUTE WS-AMOUNT ROUNDED = (WS-RATE * WS-T-MINS) / 60.
	   MOVE WS-AMOUNT TO WS-EDIT-AMOUNT.
	   MOVE SPACES TO WS-MSG.
	   STRING 'Hire charge for the booked hours: ' WS-EDIT-AMOUNT
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO BOOK-RTN-END.

	   PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-RTN-END.

	   INITIALIZE HB-REC.
	   MOVE WS-VN-KEY	TO HB-VN-KEY.
	   MOVE WS-HIRE-DMY	TO HB-DATE-DMY, HB-HR-DMY.
	   MOVE WS-START-HHMM	TO HB-START-HHMM.
	   MOVE WS-NEXT-SEQ	TO HB-SEQ.
	   MOVE WS-HR-KEY	TO HB-HR-KEY.
	   MOVE WS-END-HHMM	TO HB-END-HHMM.
	   MOVE WS-DESC		TO HB-DESC.
	   MOVE WS-RATE		TO HB-RATE.
	   MOVE WS-AMOUNT	TO HB-AMOUNT.
	   MOVE WS-DEPOSIT	TO HB-DEPOSIT.
	   MOVE 'P'		TO HB-STAGE.
	   MOVE WS-OPERATOR	TO HB-BOOK-OPERATOR.
	   MOVE WS-TODAY-DMY	TO HB-BOOK-DMY.
	   MOVE SPACES		TO HB-CLOSE-OPERATOR.
	   MOVE ZEROS		TO HB-INV-NO, HB-INV-DMY, HB-CLOSE-DMY,
				   HB-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE HB-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO BOOK-RTN-END.

	   MOVE WS-NEXT-SEQ TO WS-SEQ.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        BOOK-RTN-END. EXIT.
      *******************************************************************
      * The keyed times must be real clock times in order; the hire
      * runs the minutes between them.
        MINS-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-START-HHMM > 2359 OR WS-END-HHMM > 2359 OR
	      WS-START-HHMM >= WS-END-HHMM
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO MINS-RTN-END.

	   DIVIDE WS-START-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   IF WS-T-MM > 59
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO MINS-RTN-END.
	   COMPUTE WS-T-START-MINS = (WS-T-HH * 60) + WS-T-MM.

	   DIVIDE WS-END-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   IF WS-T-MM > 59
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO MINS-RTN-END.
	   COMPUTE WS-T-END-MINS = (WS-T-HH * 60) + WS-T-MM.

	   COMPUTE WS-T-MINS = WS-T-END-MINS - WS-T-START-MINS.

        MINS-RTN-END. EXIT.
      *******************************************************************
      * Club sessions that date planned into the hall - the test FMSS
      * makes between two sessions. Zero session times hold the hall
      * for the whole day.
        SS-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE SS-REC.
	   MOVE WS-HIRE-DMY TO SS-DATE-DMY.
	   MOVE LOW-VALUES  TO SS-CB-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM SS-CLASH-LOOP THRU SS-CLASH-LOOP-END
		   UNTIL WS-SS-EOF = 'Y' OR WS-CLASH = 'Y'.

        SS-CLASH-RTN-END. EXIT.

        SS-CLASH-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO SS-CLASH-LOOP-END.

	   IF SS-DATE-DMY NOT = WS-HIRE-DMY
	      MOVE 'Y' TO WS-SS-EOF
	      GO TO SS-CLASH-LOOP-END.

	   IF SS-VN-KEY NOT = WS-VN-KEY OR SS-PLANNED NOT = 'Y'
	      GO TO SS-CLASH-LOOP-END.

	   IF SS-START-HHMM = ZEROS
	      MOVE 'Y' TO WS-CLASH
	      GO TO SS-CLASH-LOOP-END.

	   IF SS-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > SS-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        SS-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Private lessons booked or delivered in the hall that date.
        PL-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE PL-REC.
	   MOVE WS-VN-KEY   TO PL-VN-KEY.
	   MOVE WS-HIRE-DMY TO PL-VN-DMY.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM PL-CLASH-LOOP THRU PL-CLASH-LOOP-END
		   UNTIL WS-PL-EOF = 'Y' OR WS-CLASH = 'Y'.

        PL-CLASH-RTN-END. EXIT.

        PL-CLASH-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO PL-CLASH-LOOP-END.

	   IF PL-VN-KEY NOT = WS-VN-KEY OR
	      PL-VN-DMY NOT = WS-HIRE-DMY
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO PL-CLASH-LOOP-END.

	   IF NOT PL-IS-BOOKED AND NOT PL-IS-DELIVERED
	      GO TO PL-CLASH-LOOP-END.

	   IF PL-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > PL-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        PL-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Other hires of the hall that date, provisional or confirmed -
      * a cancelled hire frees its slot.
        HB-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE HB-REC.
	   MOVE WS-VN-KEY   TO HB-VN-KEY.
	   MOVE WS-HIRE-DMY TO HB-DATE-DMY.
	   MOVE ZEROS	    TO HB-START-HHMM, HB-SEQ.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.
	   PERFORM HB-CLASH-LOOP THRU HB-CLASH-LOOP-END
		   UNTIL WS-HB-EOF = 'Y' OR WS-CLASH = 'Y'.

        HB-CLASH-RTN-END. EXIT.

        HB-CLASH-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO HB-CLASH-LOOP-END.

	   IF HB-VN-KEY NOT = WS-VN-KEY OR
	      HB-DATE-DMY NOT = WS-HIRE-DMY
	      MOVE 'Y' TO WS-HB-EOF
	      GO TO HB-CLASH-LOOP-END.

	   IF HB-IS-CANCELLED
	      GO TO HB-CLASH-LOOP-END.

	   IF HB-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > HB-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        HB-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Next free number for the hall's slot - only a cancelled hire
      * can already sit there.
        NEXT-SEQ-RTN.

	   MOVE ZEROS TO WS-NEXT-SEQ.
	   INITIALIZE HB-REC.
	   MOVE WS-VN-KEY     TO HB-VN-KEY.
	   MOVE WS-HIRE-DMY   TO HB-DATE-DMY.
	   MOVE WS-START-HHMM TO HB-START-HHMM.
	   MOVE ZEROS	      TO HB-SEQ.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.
	   PERFORM NEXT-SEQ-LOOP THRU NEXT-SEQ-LOOP-END
		   UNTIL WS-HB-EOF = 'Y'.
	   ADD 1 TO WS-NEXT-SEQ.

        NEXT-SEQ-RTN-END. EXIT.

        NEXT-SEQ-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO NEXT-SEQ-LOOP-END.

	   IF HB-VN-KEY NOT = WS-VN-KEY OR
	      HB-DATE-DMY NOT = WS-HIRE-DMY OR
	      HB-START-HHMM NOT = WS-START-HHMM
	      MOVE 'Y' TO WS-HB-EOF
	      GO TO NEXT-SEQ-LOOP-END.

	   MOVE HB-SEQ TO WS-NEXT-SEQ.

        NEXT-SEQ-LOOP-END. EXIT.
      *******************************************************************
      * The hire picked off the list (or just booked) by hall, date,
      * start and number.
        READ-HB-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-VN-KEY     TO HB-VN-KEY.
	   MOVE WS-HIRE-DMY   TO HB-DATE-DMY.
	   MOVE WS-START-HHMM TO HB-START-HHMM.
	   MOVE WS-SEQ	      TO HB-SEQ.
	   READ HB-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID.
	   MOVE 'N' TO S-STATUS-CHECK.

        READ-HB-RTN-END. EXIT.
      *******************************************************************
      * F7: the hirer has said yes. The hire invoice is numbered off
      * the CFIG sequence and raised on the hirer ledger with the
      * deposit due beside it; PTHINV prints it by that number.
        CONFIRM-HIRE-RTN.

	   PERFORM READ-HB-RTN THRU READ-HB-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO CONFIRM-HIRE-RTN-END.

	   IF NOT HB-IS-PROVISIONAL
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO CONFIRM-HIRE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO CONFIRM-HIRE-RTN-END.

	   PERFORM NEW-INV-RTN THRU NEW-INV-RTN-END.
	   IF WS-INV-NO = ZEROS
	      GO TO CONFIRM-HIRE-RTN-END.

	   MOVE 'C'	     TO HB-STAGE.
	   MOVE WS-INV-NO    TO HB-INV-NO.
	   MOVE WS-TODAY-DMY TO HB-INV-DMY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE HB-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO CONFIRM-HIRE-RTN-END.

	   MOVE HB-DATE-DMY TO WS-EDIT-DMY.
	   MOVE 'I'	    TO WS-POST-TYPE.
	   MOVE HB-AMOUNT   TO WS-POST-AMOUNT.
	   MOVE SPACES	    TO WS-POST-DESC.
	   STRING 'HALL HIRE ' HB-VN-KEY ' ' WS-EDIT-DMY
		  DELIMITED BY SIZE INTO WS-POST-DESC.
	   PERFORM HL-POST-RTN THRU HL-POST-RTN-END.

	   IF HB-DEPOSIT NOT = ZEROS
	      MOVE 'D'	       TO WS-POST-TYPE
	      MOVE HB-DEPOSIT  TO WS-POST-AMOUNT
	      MOVE SPACES      TO WS-POST-DESC
	      STRING 'HIRE DEPOSIT ' HB-VN-KEY ' ' WS-EDIT-DMY
		     DELIMITED BY SIZE INTO WS-POST-DESC
	      PERFORM HL-POST-RTN THRU HL-POST-RTN-END.

	   MOVE SPACES TO WS-MSG.
	   STRING 'Confirmed - hire invoice ' WS-INV-NO
		  ' raised on the hirer ledger'
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        CONFIRM-HIRE-RTN-END. EXIT.
      *******************************************************************
        NEW-INV-RTN.

	   MOVE ZEROS TO WS-INV-NO.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O CFIG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO NEW-INV-RTN-END.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-HI-SEQ.
	   MOVE CFIG-HI-SEQ TO WS-INV-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

        NEW-INV-RTN-END. EXIT.
      *******************************************************************
      * F6: the hire called off. A provisional one simply lets the
      * hall go; a confirmed one has its invoice credited back and
      * its deposit, if not already handed back, released.
        CANCEL-RTN.

	   PERFORM READ-HB-RTN THRU READ-HB-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO CANCEL-RTN-END.

	   IF HB-IS-CANCELLED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO CANCEL-RTN-END.

	   IF HB-IS-CONFIRMED
	      MOVE SPACES TO WS-MSG
	      STRING 'Hire invoice ' HB-INV-NO
		     ' will be credited back to the hirer'
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO CANCEL-RTN-END.

	   IF HB-IS-CONFIRMED
	      PERFORM CREDIT-RTN THRU CREDIT-RTN-END.

	   MOVE 'X'	     TO HB-STAGE.
	   MOVE WS-OPERATOR  TO HB-CLOSE-OPERATOR.
	   MOVE WS-TODAY-DMY TO HB-CLOSE-DMY.
	   REWRITE HB-REC.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        CANCEL-RTN-END. EXIT.
      *******************************************************************
      * The credit note against the invoice, then the deposit row it
      * raised: released unless FMHL has already handed it back.
        CREDIT-RTN.

	   MOVE HB-DATE-DMY TO WS-EDIT-DMY.
	   MOVE HB-INV-NO   TO WS-INV-NO.
	   MOVE 'C'	    TO WS-POST-TYPE.
	   MOVE HB-AMOUNT   TO WS-POST-AMOUNT.
	   MOVE SPACES	    TO WS-POST-DESC.
	   STRING 'HIRE CANCELLED ' HB-VN-KEY ' ' WS-EDIT-DMY
		  DELIMITED BY SIZE INTO WS-POST-DESC.
	   PERFORM HL-POST-RTN THRU HL-POST-RTN-END.

	   IF HB-DEPOSIT = ZEROS
	      GO TO CREDIT-RTN-END.

	   INITIALIZE HL-REC.
	   MOVE HB-HR-KEY  TO HL-HR-KEY.
	   MOVE HB-INV-DMY TO HL-DATE-DMY.
	   MOVE ZEROS	   TO HL-SEQ.
	   MOVE 'N' TO WS-HL-EOF.
	   START HL-FILE KEY >= HL-KEY INVALID
		 MOVE 'Y' TO WS-HL-EOF.
	   PERFORM DEP-FIND-LOOP THRU DEP-FIND-LOOP-END
		   UNTIL WS-HL-EOF = 'Y'.

        CREDIT-RTN-END. EXIT.

        DEP-FIND-LOOP.

	   READ HL-FILE NEXT END
		MOVE 'Y' TO WS-HL-EOF
		GO TO DEP-FIND-LOOP-END.

	   IF HL-HR-KEY NOT = HB-HR-KEY OR
	      HL-DATE-DMY NOT = HB-INV-DMY
	      MOVE 'Y' TO WS-HL-EOF
	      GO TO DEP-FIND-LOOP-END.

	   IF NOT HL-IS-DEPOSIT OR HL-INV-NO NOT = HB-INV-NO
	      GO TO DEP-FIND-LOOP-END.

	   MOVE 'Y' TO WS-HL-EOF.
	   IF HL-DEP-DONE = 'Y'
	      GO TO DEP-FIND-LOOP-END.

	   MOVE 'Y' TO HL-DEP-DONE.
	   REWRITE HL-REC.

	   MOVE 'E'	    TO WS-POST-TYPE.
	   MOVE HB-DEPOSIT  TO WS-POST-AMOUNT.
	   MOVE SPACES	    TO WS-POST-DESC.
	   STRING 'DEPOSIT RELEASED ' HB-VN-KEY ' ' WS-EDIT-DMY
		  DELIMITED BY SIZE INTO WS-POST-DESC.
	   PERFORM HL-POST-RTN THRU HL-POST-RTN-END.

        DEP-FIND-LOOP-END. EXIT.
      *******************************************************************
      * One hirer ledger row dated today against the hire in HB-REC.
      * Invoice and credit rows carry the tax portion at the CFIG
      * standard code, the way a charge row is taxed.
        HL-POST-RTN.

	   INITIALIZE HL-REC.
	   MOVE HB-HR-KEY	TO HL-HR-KEY.
	   MOVE WS-TODAY-DMY	TO HL-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   INITIALIZE HL-TYPE, HL-AMOUNT, HL-TX-KEY, HL-TAX-AMOUNT,
		      HL-DEP-DONE, HL-PAY-REF, HL-PADDING.
	   MOVE WS-POST-TYPE	TO HL-TYPE.
	   MOVE WS-POST-AMOUNT	TO HL-AMOUNT.
	   MOVE WS-INV-NO	TO HL-INV-NO.
	   MOVE HB-VN-KEY	TO HL-VN-KEY.
	   MOVE HB-DATE-DMY	TO HL-HB-DMY.
	   MOVE HB-START-HHMM	TO HL-HB-HHMM.
	   MOVE HB-SEQ		TO HL-HB-SEQ.
	   MOVE WS-POST-DESC	TO HL-DESC.
	   MOVE WS-OPERATOR	TO HL-OPERATOR.

	   IF HL-IS-INVOICE OR HL-IS-CREDIT
	      CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		     USING HL-TX-KEY, HL-DATE-DMY, HL-AMOUNT,
			   HL-TAX-AMOUNT
	      CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE HL-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        HL-POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this hirer/date combination.
	   MOVE 1 TO HL-SEQ.

	FIND-SEQ-LOOP.
	   READ HL-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO HL-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
      * A hire picked off the list back on to the screen.
        RECALL-RTN.

	   PERFORM READ-HB-RTN THRU READ-HB-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE HB-END-HHMM TO WS-END-HHMM.
	   MOVE HB-HR-KEY   TO WS-HR-KEY.
	   MOVE HB-RATE	    TO WS-RATE.
	   MOVE HB-DEPOSIT  TO WS-DEPOSIT.
	   MOVE HB-DESC	    TO WS-DESC.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HB-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		MOVE SPACES TO HR-NAME.
	   MOVE HR-NAME TO WS-HR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the hire in HB-REC stands, in one line.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE HB-AMOUNT TO WS-EDIT-AMOUNT.

	   EVALUATE TRUE
	     WHEN HB-IS-CONFIRMED
		  STRING 'Confirmed - hire invoice ' HB-INV-NO
			 ' for ' WS-EDIT-AMOUNT
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN HB-IS-CANCELLED
		  IF HB-INV-NO = ZEROS
		     MOVE 'Cancelled before it was confirmed'
			  TO WS-STATUS-LINE
		  ELSE
		     STRING 'Cancelled - hire invoice ' HB-INV-NO
			    ' credited back'
			    DELIMITED BY SIZE INTO WS-STATUS-LINE
		  END-IF
	     WHEN OTHER
		  STRING 'Provisional - ' WS-EDIT-AMOUNT
			 ' on confirmation'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
      * The hall's hires that day in time order.
        LIST-1-RTN.

	   INITIALIZE HB-REC.
	   MOVE WS-VN-KEY   TO HB-VN-KEY.
	   MOVE WS-HIRE-DMY TO HB-DATE-DMY.
	   MOVE ZEROS	    TO HB-START-HHMM, HB-SEQ.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-HB-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO LIST-1-LOOP-END.

	   IF HB-VN-KEY NOT = WS-VN-KEY OR
	      HB-DATE-DMY NOT = WS-HIRE-DMY
	      MOVE 'Y' TO WS-HB-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   STRING HB-START-HHMM '-' HB-END-HHMM
		  DELIMITED BY SIZE INTO WS-L-TIME.
	   MOVE HB-HR-KEY TO WS-L-HR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HB-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		MOVE SPACES TO HR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HR-NAME   TO WS-L-HR-NAME.
	   MOVE HB-AMOUNT TO WS-L-AMOUNT.
	   EVALUATE TRUE
	     WHEN HB-IS-CONFIRMED MOVE 'CONFIRMED'   TO WS-L-STAGE
	     WHEN HB-IS-CANCELLED MOVE 'CANCELLED'   TO WS-L-STAGE
	     WHEN OTHER		  MOVE 'PROVISIONAL' TO WS-L-STAGE
	   END-EVALUATE.
	   MOVE HB-START-HHMM TO WS-L-START.
	   MOVE HB-SEQ	      TO WS-L-SEQ.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Hall Hire Booking' TO S-WINDOW-TITLE.
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
