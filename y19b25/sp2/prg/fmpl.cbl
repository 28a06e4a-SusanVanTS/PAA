       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMPL.

      * PRIVATE ONE-TO-ONE LESSON BOOKING
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Books a coach, a hall and
      *					a student for a private
      *					lesson on PL-FILE inside the
      *					coach's AV-FILE hours, clear
      *					of the coach's club sessions
      *					and of every other lesson
      *					or session in the hall; the
      *					lesson is charged at the
      *					private-lesson rate or taken
      *					off a prepaid pass, marked
      *					delivered for the timesheet
      *					run, and a cancellation
      *					inside the notice hours
      *					stays charged
      * VAN TZE SHAN 	15/10/26 WO	PAA	A hall hired out on
      *					HB-FILE at an overlapping
      *					time is refused like a club
      *					session
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcav'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fctm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fchb'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdav'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhb'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbav'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhb'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-TIME		  PIC X(09).
	  03 WS-L-VN-KEY	  PIC X(04).
	  03 WS-L-STD-KEY	  PIC X(06).
	  03 WS-L-STD-NAME	  PIC X(20).
	  03 WS-L-BILL		  PIC X(04).
	  03 WS-L-STAGE		  PIC X(09).
	  03 WS-L-START		  PIC 9(04).
	  03 WS-L-SEQ		  PIC 9(02).

       01 WS-MISC.
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-CO-NAME		  PIC X(30).
	  03 WS-START-HHMM	  PIC 9(04).
	  03 WS-END-HHMM	  PIC 9(04).
	  03 WS-VN-KEY		  PIC X(04).
	  03 WS-VN-NAME		  PIC X(20).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-STD-NAME	  PIC X(30).
	  03 WS-BILL		  PIC X(01).
	  03 WS-SEQ		  PIC 9(02).
	  03 WS-NEXT-SEQ	  PIC 9(02).
	  03 WS-DATE		  PIC X(01).
	  03 WS-CLASH		  PIC X(01).
	  03 WS-CLASH-MODE	  PIC X(01).
	  03 WS-AV-FROM		  PIC 9(04).
	  03 WS-AV-TO		  PIC 9(04).
	  03 WS-PL-EOF		  PIC X(01).
	  03 WS-CA-EOF		  PIC X(01).
	  03 WS-SS-EOF		  PIC X(01).
	  03 WS-HB-EOF		  PIC X(01).
	  03 WS-PK-EOF		  PIC X(01).
	  03 WS-FP-EOF		  PIC X(01).
	  03 WS-PK-SEQ		  PIC 9(02).
	  03 WS-PL-FS-KEY	  PIC X(04).
	  03 WS-NOTICE-HRS	  PIC 9(02).
	  03 WS-LATE		  PIC X(01).
	  03 WS-LES-YMD		  PIC 9(08).
	  03 WS-ROW-YMD		  PIC 9(08).
	  03 WS-PRICE-YMD	  PIC 9(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-EDIT-DMY	  PIC 99/99/9999.
	  03 WS-EDIT-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).

       01 WS-LES-DMY		  PIC 9(08).
       01 REDEFINES WS-LES-DMY.
	  03 WS-LD-DD		  PIC 9(02).
	  03 WS-LD-MM		  PIC 9(02).
	  03 WS-LD-YYYY		  PIC 9(04).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

      * The cancellation notice: now plus the notice hours, carried
      * into the next day(s) where it runs past midnight, set against
      * the lesson's own date and start.
       01 WS-NOW-TIME.
	  03 WS-NOW-HH		  PIC 9(02).
	  03 WS-NOW-MIN		  PIC 9(02).
	  03 WS-NOW-SS1		  PIC 9(02).
	  03 WS-NOW-SS2		  PIC 9(02).

       01 WS-NOTICE-MISC.
	  03 WS-NT-MINS		  PIC 9(06).
	  03 WS-NT-DAYS		  PIC 9(03).
	  03 WS-NT-REM		  PIC 9(04).
	  03 WS-NT-HH		  PIC 9(02).
	  03 WS-NT-MIN		  PIC 9(02).
	  03 WS-NT-HHMM		  PIC 9(04).
	  03 WS-NT-YMD		  PIC 9(08).

       01 WS-NT-DMY		  PIC 9(08).
       01 REDEFINES WS-NT-DMY.
	  03 WS-NT-DD		  PIC 9(02).
	  03 WS-NT-MM		  PIC 9(02).
	  03 WS-NT-YYYY		  PIC 9(04).

      * Days in each month, February bumped to 29 in a leap year -
      * kept locally the same way F-WLCAP does.
       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		  PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-LEN REDEFINES WS-MTH-NO
				  PIC 9(02) OCCURS 12 TIMES.

       01 WS-LEAP-MISC.
	  03 WS-MTH-DAYS	  PIC 9(02).
	  03 WS-L4-DIV		  PIC 9(04).
	  03 WS-L4-REM		  PIC 9(01).
	     88 LEAP-DIV-4	  VALUE 0.
	  03 WS-L100-DIV	  PIC 9(04).
	  03 WS-L100-REM	  PIC 9(02).
	     88 LEAP-DIV-100	  VALUE 0.
	  03 WS-L400-DIV	  PIC 9(04).
	  03 WS-L400-REM	  PIC 9(03).
	     88 LEAP-DIV-400	  VALUE 0.

      * Zeller's congruence working fields for the lesson date's
      * weekday, the same sum FMSSG rolls a term from.
       01 WS-ZEL-MISC.
	  03 WS-DOW		  PIC 9(01).
	  03 WS-Z-DD		  PIC 9(02).
	  03 WS-Z-MM		  PIC 9(02).
	  03 WS-Z-YYYY		  PIC 9(04).
	  03 WS-Z-K		  PIC 9(02).
	  03 WS-Z-J		  PIC 9(02).
	  03 WS-Z-H		  PIC S9(05).
	  03 WS-Z-REM		  PIC 9(01).

      * One row to the roll-forward journal for every FEE-FILE row
      * written or voided - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Coach:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	      USING WS-CO-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(30) FROM WS-CO-NAME.
	   03 LABEL LINE 02.5 COL 04 'Lesson Date:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 99/99/9999
	      USING WS-LES-DMY.
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
	   03 LABEL LINE 03.5 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 18 PIC X(04)
	      USING WS-VN-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(20) FROM WS-VN-NAME.
	   03 LABEL LINE 04.5 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 18 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 109.
	   03 LABEL COL + 2 PIC X(30) FROM WS-STD-NAME.
	   03 LABEL LINE 05.5 COL 04 'Bill:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 18 PIC X(01)
	      USING WS-BILL BELL UPPER.
	   03 LABEL COL + 2 '(F=fee, P=prepaid pass)'.
	   03 LABEL LINE 07 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 08 COL 04
	      'F4=book  F7=delivered  F6=cancel  ENTER=list day'.
	   03 LABEL LINE 09.5 COL 04 'Time'.
	   03 LABEL COL 15 'Hall'.
	   03 LABEL COL 21 'AC#'.
	   03 LABEL COL 29 'Student'.
	   03 LABEL COL 51 'Bill'.
	   03 LABEL COL 57 'Stage'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 10.5 COL 04 SIZE 66 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,10,14,20,40,44)
	      DISPLAY-COLUMNS 	= (1,12,18,26,48,54)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcav'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dctm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dchb'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   PL-FILE.
	   OPEN INPUT AV-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT HB-FILE.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT FP-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN I-O   PK-FILE.
	   OPEN INPUT TM-FILE.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-PL-FS-KEY	   TO WS-PL-FS-KEY.
	   MOVE CFIG-PL-NOTICE-HRS TO WS-NOTICE-HRS.
	   IF WS-NOTICE-HRS = ZEROS
	      MOVE 24 TO WS-NOTICE-HRS.

      * Floating Window
	   MOVE 'Private Lesson Booking' TO S-WINDOW-TITLE.
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
	   MOVE WS-TODAY-DMY TO WS-LES-DMY.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PL-FILE.
	   CLOSE AV-FILE.
	   CLOSE CO-FILE.
	   CLOSE CA-FILE.
	   CLOSE SS-FILE.
	   CLOSE HB-FILE.
	   CLOSE VN-FILE.
	   CLOSE STD-FILE.
	   CLOSE FS-FILE.
	   CLOSE FP-FILE.
	   CLOSE FEE-FILE.
	   CLOSE PK-FILE.
	   CLOSE TM-FILE.
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
		     USING WS-LES-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 106) OR KEY-STATUS = 109
	      CALL   '/z/y19b25/sp2/prg/hpstd' USING WS-STD-KEY,
		     S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpstd'
	      MOVE 106 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM DAY-RTN THRU DAY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM BOOK-RTN THRU BOOK-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM DELIVER-RTN THRU DELIVER-RTN-END
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
      * The coach and the day every key works on.
        DAY-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO WS-CO-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO DAY-RTN-END.
	   MOVE CO-NAME TO WS-CO-NAME.

	   IF WS-LES-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-LES-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO DAY-RTN-END.

	   MOVE WS-LES-DMY TO WS-LES-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-LES-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

        DAY-RTN-END. EXIT.
      *******************************************************************
      * F4: a new lesson. Every clash is spelt out in a message so
      * the desk can offer the family another slot straight away.
        BOOK-RTN.

	   IF WS-LES-YMD < WS-TODAY-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   IF WS-START-HHMM > 2359 OR WS-END-HHMM > 2359 OR
	      WS-START-HHMM >= WS-END-HHMM
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   IF WS-VN-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE SPACES TO WS-VN-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 105    TO S-CONTROL-ID
		GO TO BOOK-RTN-END.
	   MOVE VN-NAME TO WS-VN-NAME.

	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO WS-STD-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 106    TO S-CONTROL-ID
		GO TO BOOK-RTN-END.
	   MOVE STD-NAME TO WS-STD-NAME.

	   IF WS-BILL NOT = 'F' AND WS-BILL NOT = 'P'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM AVAIL-RTN THRU AVAIL-RTN-END.
	   IF WS-START-HHMM < WS-AV-FROM OR WS-END-HHMM > WS-AV-TO
	      MOVE SPACES TO WS-MSG
	      IF WS-AV-FROM = ZEROS AND WS-AV-TO = ZEROS
		 MOVE 'Coach is not available for lessons that day'
		      TO WS-MSG
	      ELSE
		 STRING 'Coach is only available ' WS-AV-FROM '-'
			WS-AV-TO ' that day'
			DELIMITED BY SIZE INTO WS-MSG
	      END-IF
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM CLUB-CLASH-RTN THRU CLUB-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Coach has a club session then - club ' CA-CB-KEY
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM HALL-CLASH-RTN THRU HALL-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Hall is booked for a club session then - club '
		     SS-CB-KEY DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 105 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   PERFORM HIRE-CLASH-RTN THRU HIRE-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Hall is hired out then - hirer '
		     HB-HR-KEY DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 105 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'C' TO WS-CLASH-MODE.
	   PERFORM PL-CLASH-RTN THRU PL-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE 'Coach already has a lesson booked then' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'V' TO WS-CLASH-MODE.
	   PERFORM PL-CLASH-RTN THRU PL-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE 'Hall already holds another lesson then' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 105 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

	   MOVE 'S' TO WS-CLASH-MODE.
	   PERFORM PL-CLASH-RTN THRU PL-CLASH-RTN-END.
	   IF WS-CLASH = 'Y'
	      MOVE 'Student already has a lesson booked then' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 106 TO S-CONTROL-ID
	      GO TO BOOK-RTN-END.

      * The lesson's price, or the pass it comes off.
	   IF WS-BILL = 'F'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-PL-FS-KEY TO FS-KEY
	      IF WS-PL-FS-KEY = SPACES
		 MOVE 'Y' TO S-STATUS-CHECK
	      ELSE
		 READ FS-FILE INVALID
		      MOVE 'Y' TO S-STATUS-CHECK
		 END-READ
	      END-IF
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'No private lesson charge code is configured'
		      TO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 MOVE 107 TO S-CONTROL-ID
		 GO TO BOOK-RTN-END
	      END-IF
	      MOVE WS-LES-YMD TO WS-PRICE-YMD
	      PERFORM PRICE-RTN THRU PRICE-RTN-END
	   ELSE
	      PERFORM PK-FIND-RTN THRU PK-FIND-RTN-END
	      IF WS-PK-SEQ = ZEROS
		 MOVE 'No prepaid pass with a session left' TO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 MOVE 107 TO S-CONTROL-ID
		 GO TO BOOK-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO BOOK-RTN-END.

	   PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-RTN-END.

	   INITIALIZE PL-REC.
	   MOVE WS-CO-KEY	TO PL-CO-KEY.
	   MOVE WS-LES-DMY	TO PL-DATE-DMY, PL-VN-DMY, PL-STD-DMY.
	   MOVE WS-START-HHMM	TO PL-START-HHMM.
	   MOVE WS-NEXT-SEQ	TO PL-SEQ.
	   MOVE WS-VN-KEY	TO PL-VN-KEY.
	   MOVE WS-STD-KEY	TO PL-STD-KEY.
	   MOVE WS-END-HHMM	TO PL-END-HHMM.
	   MOVE WS-BILL		TO PL-BILL.
	   MOVE 'B'		TO PL-STAGE.
	   MOVE WS-OPERATOR	TO PL-BOOK-OPERATOR.
	   MOVE WS-TODAY-DMY	TO PL-BOOK-DMY.
	   MOVE SPACES		TO PL-CLOSE-OPERATOR, PL-CLOSE-HHMM.
	   MOVE ZEROS		TO PL-CLOSE-DMY, PL-PADDING.

	   IF WS-BILL = 'F'
	      MOVE WS-PL-FS-KEY TO PL-FS-KEY
	      MOVE FS-AMOUNT	TO PL-AMOUNT
	      IF FS-AMOUNT NOT = ZEROS
		 PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END
		 IF S-STATUS-CHECK = 'Y'
		    GO TO BOOK-RTN-END
		 END-IF
		 MOVE FEE-DATE-DMY TO PL-FEE-DMY
		 MOVE FEE-SEQ	   TO PL-FEE-SEQ
	      END-IF
	   ELSE
	      MOVE WS-STD-KEY TO PK-STD-KEY
	      MOVE WS-PK-SEQ  TO PK-SEQ
	      READ PK-FILE
	      SUBTRACT 1 FROM PK-REMAINING
	      REWRITE PK-REC
	      MOVE WS-PK-SEQ  TO PL-PK-SEQ.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE PL-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO BOOK-RTN-END.

	   MOVE WS-NEXT-SEQ TO WS-SEQ.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        BOOK-RTN-END. EXIT.
      *******************************************************************
      * The coach's hours on the lesson date: a dated exception
      * first, else the weekday's usual window. Not available comes
      * back as zero hours.
        AVAIL-RTN.

	   MOVE ZEROS TO WS-AV-FROM, WS-AV-TO.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY  TO AV-CO-KEY.
	   MOVE WS-LES-YMD TO AV-DATE-YMD.
	   MOVE ZEROS	   TO AV-DOW.
	   READ AV-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF AV-IS-ON
		       MOVE AV-FROM-HHMM TO WS-AV-FROM
		       MOVE AV-TO-HHMM	 TO WS-AV-TO
		    END-IF
		    MOVE 'N' TO S-STATUS-CHECK
		    GO TO AVAIL-RTN-END
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM ZELLER-RTN THRU ZELLER-RTN-END.
	   MOVE WS-CO-KEY TO AV-CO-KEY.
	   MOVE ZEROS	  TO AV-DATE-YMD.
	   MOVE WS-DOW	  TO AV-DOW.
	   READ AV-FILE
		INVALID CONTINUE
		NOT INVALID
		    MOVE AV-FROM-HHMM TO WS-AV-FROM
		    MOVE AV-TO-HHMM   TO WS-AV-TO
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

        AVAIL-RTN-END. EXIT.
      *******************************************************************
      * Weekday of the lesson date (1 = Monday .. 7 = Sunday) by
      * Zeller's congruence; January and February count as months
      * 13 and 14 of the year before.
        ZELLER-RTN.

	   MOVE WS-LD-DD   TO WS-Z-DD.
	   MOVE WS-LD-MM   TO WS-Z-MM.
	   MOVE WS-LD-YYYY TO WS-Z-YYYY.
	   IF WS-Z-MM < 3
	      COMPUTE WS-Z-MM = WS-LD-MM + 12
	      COMPUTE WS-Z-YYYY = WS-LD-YYYY - 1.

	   DIVIDE WS-Z-YYYY BY 100
		  GIVING WS-Z-J REMAINDER WS-Z-K.
	   COMPUTE WS-Z-H = WS-Z-DD
		 + ((13 * (WS-Z-MM + 1)) / 5)
		 + WS-Z-K + (WS-Z-K / 4) + (WS-Z-J / 4)
		 + (5 * WS-Z-J).
	   DIVIDE WS-Z-H BY 7 GIVING WS-Z-J REMAINDER WS-Z-REM.

      * Zeller's 0 = Saturday; fold to 1 = Monday .. 7 = Sunday.
	   EVALUATE WS-Z-REM
	     WHEN 0 MOVE 6 TO WS-DOW
	     WHEN 1 MOVE 7 TO WS-DOW
	     WHEN 2 MOVE 1 TO WS-DOW
	     WHEN 3 MOVE 2 TO WS-DOW
	     WHEN 4 MOVE 3 TO WS-DOW
	     WHEN 5 MOVE 4 TO WS-DOW
	     WHEN 6 MOVE 5 TO WS-DOW.

        ZELLER-RTN-END. EXIT.
      *******************************************************************
      * Every club the coach is assigned to on CA-FILE: a planned
      * session of it that date overlapping the lesson is a clash.
      * Zero session times hold the coach for the whole day.
        CLUB-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE CA-REC.
	   MOVE WS-CO-KEY  TO CA-CO-KEY.
	   MOVE LOW-VALUES TO CA-CB-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM CLUB-CLASH-LOOP THRU CLUB-CLASH-LOOP-END
		   UNTIL WS-CA-EOF = 'Y' OR WS-CLASH = 'Y'.

        CLUB-CLASH-RTN-END. EXIT.

        CLUB-CLASH-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO CLUB-CLASH-LOOP-END.

	   IF CA-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO CLUB-CLASH-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-LES-DMY TO SS-DATE-DMY.
	   MOVE CA-CB-KEY  TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO CLUB-CLASH-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO CLUB-CLASH-LOOP-END.

	   IF SS-START-HHMM = ZEROS
	      MOVE 'Y' TO WS-CLASH
	      GO TO CLUB-CLASH-LOOP-END.

	   IF SS-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > SS-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        CLUB-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Club sessions that date booked into the same hall - the test
      * FMSS makes between two sessions.
        HALL-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE SS-REC.
	   MOVE WS-LES-DMY TO SS-DATE-DMY.
	   MOVE LOW-VALUES TO SS-CB-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM HALL-CLASH-LOOP THRU HALL-CLASH-LOOP-END
		   UNTIL WS-SS-EOF = 'Y' OR WS-CLASH = 'Y'.

        HALL-CLASH-RTN-END. EXIT.

        HALL-CLASH-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO HALL-CLASH-LOOP-END.

	   IF SS-DATE-DMY NOT = WS-LES-DMY
	      MOVE 'Y' TO WS-SS-EOF
	      GO TO HALL-CLASH-LOOP-END.

	   IF SS-VN-KEY NOT = WS-VN-KEY OR SS-PLANNED NOT = 'Y'
	      GO TO HALL-CLASH-LOOP-END.

	   IF SS-START-HHMM = ZEROS
	      MOVE 'Y' TO WS-CLASH
	      GO TO HALL-CLASH-LOOP-END.

	   IF SS-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > SS-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        HALL-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Outside hires of the hall that date, provisional or confirmed.
        HIRE-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE HB-REC.
	   MOVE WS-VN-KEY  TO HB-VN-KEY.
	   MOVE WS-LES-DMY TO HB-DATE-DMY.
	   MOVE ZEROS	   TO HB-START-HHMM, HB-SEQ.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.
	   PERFORM HIRE-CLASH-LOOP THRU HIRE-CLASH-LOOP-END
		   UNTIL WS-HB-EOF = 'Y' OR WS-CLASH = 'Y'.

        HIRE-CLASH-RTN-END. EXIT.

        HIRE-CLASH-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO HIRE-CLASH-LOOP-END.

	   IF HB-VN-KEY NOT = WS-VN-KEY OR
	      HB-DATE-DMY NOT = WS-LES-DMY
	      MOVE 'Y' TO WS-HB-EOF
	      GO TO HIRE-CLASH-LOOP-END.

	   IF HB-IS-CANCELLED
	      GO TO HIRE-CLASH-LOOP-END.

	   IF HB-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > HB-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        HIRE-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * Other lessons that date overlapping the slot - down the
      * coach (C), the hall (V) or the student (S). Cancelled ones
      * free their slot.
        PL-CLASH-RTN.

	   MOVE 'N' TO WS-CLASH.
	   INITIALIZE PL-REC.
	   MOVE 'N' TO WS-PL-EOF.
	   EVALUATE WS-CLASH-MODE
	     WHEN 'C'
		  MOVE WS-CO-KEY  TO PL-CO-KEY
		  MOVE WS-LES-DMY TO PL-DATE-DMY
		  MOVE ZEROS	  TO PL-START-HHMM, PL-SEQ
		  START PL-FILE KEY >= PL-KEY INVALID
			MOVE 'Y' TO WS-PL-EOF
		  END-START
	     WHEN 'V'
		  MOVE WS-VN-KEY  TO PL-VN-KEY
		  MOVE WS-LES-DMY TO PL-VN-DMY
		  START PL-FILE KEY >= PL-ALT-KEY1 INVALID
			MOVE 'Y' TO WS-PL-EOF
		  END-START
	     WHEN OTHER
		  MOVE WS-STD-KEY TO PL-STD-KEY
		  MOVE WS-LES-DMY TO PL-STD-DMY
		  START PL-FILE KEY >= PL-ALT-KEY2 INVALID
			MOVE 'Y' TO WS-PL-EOF
		  END-START
	   END-EVALUATE.
	   PERFORM PL-CLASH-LOOP THRU PL-CLASH-LOOP-END
		   UNTIL WS-PL-EOF = 'Y' OR WS-CLASH = 'Y'.

        PL-CLASH-RTN-END. EXIT.

        PL-CLASH-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO PL-CLASH-LOOP-END.

	   EVALUATE WS-CLASH-MODE
	     WHEN 'C'
		  IF PL-CO-KEY NOT = WS-CO-KEY OR
		     PL-DATE-DMY NOT = WS-LES-DMY
		     MOVE 'Y' TO WS-PL-EOF
		  END-IF
	     WHEN 'V'
		  IF PL-VN-KEY NOT = WS-VN-KEY OR
		     PL-VN-DMY NOT = WS-LES-DMY
		     MOVE 'Y' TO WS-PL-EOF
		  END-IF
	     WHEN OTHER
		  IF PL-STD-KEY NOT = WS-STD-KEY OR
		     PL-STD-DMY NOT = WS-LES-DMY
		     MOVE 'Y' TO WS-PL-EOF
		  END-IF
	   END-EVALUATE.
	   IF WS-PL-EOF = 'Y'
	      GO TO PL-CLASH-LOOP-END.

	   IF PL-IS-CANCELLED OR PL-IS-LATE-CANCEL
	      GO TO PL-CLASH-LOOP-END.

	   IF PL-END-HHMM > WS-START-HHMM AND
	      WS-END-HHMM > PL-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        PL-CLASH-LOOP-END. EXIT.
      *******************************************************************
      * The rate in force on the lesson date is the latest dated
      * price effective on or before it - the rule BPFEE bills by -
      * laid over FS-AMOUNT in the record area.
        PRICE-RTN.

	   MOVE FS-KEY	   TO FP-FS-KEY.
	   MOVE LOW-VALUES TO FP-EFF-YMD.
	   MOVE 'N' TO WS-FP-EOF.
	   START FP-FILE KEY >= FP-KEY INVALID
		 MOVE 'Y' TO WS-FP-EOF.
	   PERFORM PRICE-LOOP THRU PRICE-LOOP-END
		   UNTIL WS-FP-EOF = 'Y'.

        PRICE-RTN-END. EXIT.

        PRICE-LOOP.

	   READ FP-FILE NEXT END
		MOVE 'Y' TO WS-FP-EOF
		GO TO PRICE-LOOP-END.

	   IF FP-FS-KEY NOT = FS-KEY OR FP-EFF-YMD > WS-PRICE-YMD
	      MOVE 'Y' TO WS-FP-EOF
	      GO TO PRICE-LOOP-END.

	   MOVE FP-AMOUNT TO FS-AMOUNT.

        PRICE-LOOP-END. EXIT.
      *******************************************************************
      * First pass with a session left that is still valid on the
      * lesson date - the order FMATT takes sessions off in.
        PK-FIND-RTN.

	   MOVE ZEROS TO WS-PK-SEQ.
	   MOVE WS-STD-KEY TO PK-STD-KEY.
	   MOVE LOW-VALUES TO PK-SEQ.
	   MOVE 'N' TO WS-PK-EOF.
	   START PK-FILE KEY >= PK-KEY INVALID
		 MOVE 'Y' TO WS-PK-EOF.
	   PERFORM PK-FIND-LOOP THRU PK-FIND-LOOP-END
		   UNTIL WS-PK-EOF = 'Y'.

        PK-FIND-RTN-END. EXIT.

        PK-FIND-LOOP.

	   READ PK-FILE NEXT END
		MOVE 'Y' TO WS-PK-EOF
		GO TO PK-FIND-LOOP-END.

	   IF PK-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-PK-EOF
	      GO TO PK-FIND-LOOP-END.

	   IF PK-REMAINING = ZEROS
	      GO TO PK-FIND-LOOP-END.

	   MOVE PK-EXPIRY-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-LES-YMD
	      GO TO PK-FIND-LOOP-END.

	   MOVE PK-SEQ TO WS-PK-SEQ.
	   MOVE 'Y'    TO WS-PK-EOF.

        PK-FIND-LOOP-END. EXIT.
      *******************************************************************
      * Next free number for the coach's slot - only a cancelled
      * booking can already sit there.
        NEXT-SEQ-RTN.

	   MOVE ZEROS TO WS-NEXT-SEQ.
	   INITIALIZE PL-REC.
	   MOVE WS-CO-KEY     TO PL-CO-KEY.
	   MOVE WS-LES-DMY    TO PL-DATE-DMY.
	   MOVE WS-START-HHMM TO PL-START-HHMM.
	   MOVE ZEROS	      TO PL-SEQ.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-KEY INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM NEXT-SEQ-LOOP THRU NEXT-SEQ-LOOP-END
		   UNTIL WS-PL-EOF = 'Y'.
	   ADD 1 TO WS-NEXT-SEQ.

        NEXT-SEQ-RTN-END. EXIT.

        NEXT-SEQ-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO NEXT-SEQ-LOOP-END.

	   IF PL-CO-KEY NOT = WS-CO-KEY OR
	      PL-DATE-DMY NOT = WS-LES-DMY OR
	      PL-START-HHMM NOT = WS-START-HHMM
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO NEXT-SEQ-LOOP-END.

	   MOVE PL-SEQ TO WS-NEXT-SEQ.

        NEXT-SEQ-LOOP-END. EXIT.
      *******************************************************************
      * The lesson as one FEE-FILE charge row under the private
      * lesson code, taxed and journalled the way FMTV posts its
      * travel charges.
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE WS-STD-KEY	TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE 'C'		TO FEE-TYPE.
	   MOVE FS-AMOUNT	TO FEE-AMOUNT.
	   MOVE WS-LES-DMY	TO WS-EDIT-DMY.
	   MOVE SPACES		TO FEE-DESC.
	   STRING 'PRIVATE LESSON ' WS-CO-KEY ' ' WS-EDIT-DMY
		  DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE FS-KEY		TO FEE-FS-KEY.
	   MOVE FS-TX-KEY	TO FEE-TX-KEY.
	   MOVE SPACES		TO FEE-EV-KEY,
				   FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-PERIOD, FEE-GV-KEY, FEE-RUN-NO,
				   FEE-TAX-AMOUNT, FEE-RCPT-NO,
				   FEE-TS-KEY, FEE-DISC-AMOUNT.

      * The sequence scan read existing rows through FEE-REC - the
      * new row must not be born carrying a void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS		TO FEE-VOID-DMY.

	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO FEE-POST-RTN-END.

	   MOVE 'W' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   MOVE FEE-AMOUNT TO WS-BAL-DELTA.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination.
	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.
      *******************************************************************
      * The lesson picked off the list (or just booked) by coach,
      * date, start and number.
        READ-PL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY     TO PL-CO-KEY.
	   MOVE WS-LES-DMY    TO PL-DATE-DMY.
	   MOVE WS-START-HHMM TO PL-START-HHMM.
	   MOVE WS-SEQ	      TO PL-SEQ.
	   READ PL-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID.
	   MOVE 'N' TO S-STATUS-CHECK.

        READ-PL-RTN-END. EXIT.
      *******************************************************************
      * F7: the lesson happened. It is counted on the coach's
      * timesheet the next time BPTMS runs the month - so not once
      * that month's sheet has been approved or paid.
        DELIVER-RTN.

	   PERFORM READ-PL-RTN THRU READ-PL-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO DELIVER-RTN-END.

	   IF NOT PL-IS-BOOKED OR WS-LES-YMD > WS-TODAY-YMD
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO DELIVER-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO TM-CO-KEY.
	   COMPUTE TM-PERIOD = (WS-LD-MM * 10000) + WS-LD-YYYY.
	   READ TM-FILE
		INVALID CONTINUE
		NOT INVALID
		    IF NOT TM-IS-DRAFT
		       MOVE 'Coach timesheet for the month is closed'
			    TO WS-MSG
		       PERFORM MSG-RTN THRU MSG-RTN-END
		       MOVE 'N' TO S-STATUS-CHECK
		       GO TO DELIVER-RTN-END
		    END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELIVER-RTN-END.

	   MOVE 'D' TO PL-STAGE.
	   PERFORM CLOSE-STAMP-RTN THRU CLOSE-STAMP-RTN-END.
	   REWRITE PL-REC.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        DELIVER-RTN-END. EXIT.
      *******************************************************************
      * F6: the booking called off. Inside the notice hours before
      * the start it stays charged (the pass session stays used);
      * in time the charge is voided or the session given back.
        CANCEL-RTN.

	   PERFORM READ-PL-RTN THRU READ-PL-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO CANCEL-RTN-END.

	   IF NOT PL-IS-BOOKED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO CANCEL-RTN-END.

	   PERFORM NOTICE-RTN THRU NOTICE-RTN-END.
	   IF WS-LATE = 'Y'
	      MOVE 'Late cancellation - the lesson stays charged'
		   TO WS-MSG
	   ELSE
	      MOVE 'Cancelled in time - no charge for the lesson'
		   TO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO CANCEL-RTN-END.

	   IF WS-LATE = 'Y'
	      MOVE 'C' TO PL-STAGE
	   ELSE
	      MOVE 'X' TO PL-STAGE
	      IF PL-BY-FEE
		 PERFORM FEE-VOID-RTN THRU FEE-VOID-RTN-END
	      ELSE
		 PERFORM PK-BACK-RTN THRU PK-BACK-RTN-END.

	   PERFORM CLOSE-STAMP-RTN THRU CLOSE-STAMP-RTN-END.
	   REWRITE PL-REC.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        CANCEL-RTN-END. EXIT.
      *******************************************************************
      * Late when now plus the notice hours already reaches past the
      * lesson's start.
        NOTICE-RTN.

	   ACCEPT WS-NOW-TIME FROM TIME.
	   COMPUTE WS-NT-MINS = (WS-NOW-HH * 60) + WS-NOW-MIN
			      + (WS-NOTICE-HRS * 60).
	   DIVIDE WS-NT-MINS BY 1440
		  GIVING WS-NT-DAYS REMAINDER WS-NT-REM.
	   DIVIDE WS-NT-REM BY 60
		  GIVING WS-NT-HH REMAINDER WS-NT-MIN.
	   COMPUTE WS-NT-HHMM = (WS-NT-HH * 100) + WS-NT-MIN.

	   MOVE WS-TODAY-DMY TO WS-NT-DMY.
	   IF WS-NT-DAYS NOT = ZEROS
	      PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-END
		      WS-NT-DAYS TIMES.
	   MOVE WS-NT-DMY TO WS-NT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-NT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'N' TO WS-LATE.
	   IF WS-NT-YMD > WS-LES-YMD OR
	      (WS-NT-YMD = WS-LES-YMD AND
	       WS-NT-HHMM > PL-START-HHMM)
	      MOVE 'Y' TO WS-LATE.

        NOTICE-RTN-END. EXIT.
      *******************************************************************
	ADD-DAY-RTN.

	   ADD 1 TO WS-NT-DD.
	   MOVE WS-MTH-LEN (WS-NT-MM) TO WS-MTH-DAYS.
	   IF WS-NT-MM = 2
	      DIVIDE WS-NT-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-NT-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-NT-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 MOVE 29 TO WS-MTH-DAYS.

	   IF WS-NT-DD > WS-MTH-DAYS
	      MOVE 1 TO WS-NT-DD
	      ADD 1 TO WS-NT-MM
	      IF WS-NT-MM > 12
		 MOVE 1 TO WS-NT-MM
		 ADD 1 TO WS-NT-YYYY.

	ADD-DAY-RTN-END. EXIT.
      *******************************************************************
      * The lesson's charge row voided with the stamp BPREV puts on a
      * reversed run, and the balance taken back down.
        FEE-VOID-RTN.

	   IF PL-FEE-DMY = ZEROS
	      GO TO FEE-VOID-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PL-STD-KEY TO FEE-STD-KEY.
	   MOVE PL-FEE-DMY TO FEE-DATE-DMY.
	   MOVE PL-FEE-SEQ TO FEE-SEQ.
	   READ FEE-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO FEE-VOID-RTN-END.

	   IF FEE-IS-VOID
	      GO TO FEE-VOID-RTN-END.

	   MOVE 'V'		  TO FEE-VOID-FLAG.
	   MOVE WS-OPERATOR	  TO FEE-VOID-OPERATOR.
	   MOVE WS-TODAY-DMY	  TO FEE-VOID-DMY.
	   MOVE WS-HHMM		  TO FEE-VOID-HHMM.
	   MOVE 'PRIVATE LESSON CANCELLED' TO FEE-VOID-REASON.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO FEE-VOID-RTN-END.

	   MOVE 'R' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-VOID-RTN-END. EXIT.
      *******************************************************************
      * The session back on the pass it came off, never above what
      * the pass was sold with.
        PK-BACK-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PL-STD-KEY TO PK-STD-KEY.
	   MOVE PL-PK-SEQ  TO PK-SEQ.
	   READ PK-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PK-BACK-RTN-END.

	   IF PK-REMAINING < PK-SESSIONS
	      ADD 1 TO PK-REMAINING
	      REWRITE PK-REC.

        PK-BACK-RTN-END. EXIT.
      *******************************************************************
        CLOSE-STAMP-RTN.

	   MOVE WS-OPERATOR  TO PL-CLOSE-OPERATOR.
	   MOVE WS-TODAY-DMY TO PL-CLOSE-DMY.
	   MOVE WS-HHMM	     TO PL-CLOSE-HHMM.

        CLOSE-STAMP-RTN-END. EXIT.
      *******************************************************************
      * A lesson picked off the list back on to the screen.
        RECALL-RTN.

	   PERFORM READ-PL-RTN THRU READ-PL-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE PL-END-HHMM TO WS-END-HHMM.
	   MOVE PL-VN-KEY   TO WS-VN-KEY.
	   MOVE PL-STD-KEY  TO WS-STD-KEY.
	   MOVE PL-BILL	    TO WS-BILL.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PL-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE SPACES TO VN-NAME.
	   MOVE VN-NAME TO WS-VN-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PL-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME TO WS-STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the lesson in PL-REC stands, in one line.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE PL-AMOUNT TO WS-EDIT-AMOUNT.

	   EVALUATE TRUE
	     WHEN PL-IS-DELIVERED
		  MOVE 'Delivered - on the coach timesheet run'
		       TO WS-STATUS-LINE
	     WHEN PL-IS-LATE-CANCEL
		  MOVE 'Cancelled late - the lesson stays charged'
		       TO WS-STATUS-LINE
	     WHEN PL-IS-CANCELLED
		  MOVE 'Cancelled in time - no charge'
		       TO WS-STATUS-LINE
	     WHEN PL-BY-PACKAGE
		  STRING 'Booked - one session off pass ' PL-PK-SEQ
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN OTHER
		  STRING 'Booked - charged ' WS-EDIT-AMOUNT
			 ' to the ledger'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
      * The coach's lessons that day in time order.
        LIST-1-RTN.

	   INITIALIZE PL-REC.
	   MOVE WS-CO-KEY  TO PL-CO-KEY.
	   MOVE WS-LES-DMY TO PL-DATE-DMY.
	   MOVE ZEROS	   TO PL-START-HHMM, PL-SEQ.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-KEY INVALID
		 MOVE 'Y' TO WS-PL-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-PL-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO LIST-1-LOOP-END.

	   IF PL-CO-KEY NOT = WS-CO-KEY OR
	      PL-DATE-DMY NOT = WS-LES-DMY
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   STRING PL-START-HHMM '-' PL-END-HHMM
		  DELIMITED BY SIZE INTO WS-L-TIME.
	   MOVE PL-VN-KEY  TO WS-L-VN-KEY.
	   MOVE PL-STD-KEY TO WS-L-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PL-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE STD-NAME TO WS-L-STD-NAME.
	   IF PL-BY-PACKAGE
	      MOVE 'PASS' TO WS-L-BILL
	   ELSE
	      MOVE 'FEE'  TO WS-L-BILL.
	   EVALUATE TRUE
	     WHEN PL-IS-BOOKED	    MOVE 'BOOKED'    TO WS-L-STAGE
	     WHEN PL-IS-DELIVERED   MOVE 'DELIVERED' TO WS-L-STAGE
	     WHEN PL-IS-LATE-CANCEL MOVE 'LATE CANC' TO WS-L-STAGE
	     WHEN OTHER		    MOVE 'CANCELLED' TO WS-L-STAGE
	   END-EVALUATE.
	   MOVE PL-START-HHMM TO WS-L-START.
	   MOVE PL-SEQ	      TO WS-L-SEQ.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Private Lesson Booking' TO S-WINDOW-TITLE.
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
