       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMTV.

      * AWAY-EVENT TRAVEL - TRAVELLERS, BUS SEATS AND ROOMS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Travel list of an event
      *					on TV-FILE: confirmed
      *					entrants loaded off ER-FILE,
      *					coaches and guardians keyed
      *					in; bus seat and hotel room
      *					allocated per person, rooms
      *					kept to one gender and to
      *					minors or adults only (a
      *					guardian may room with their
      *					own child); per-head travel
      *					costs charged to FEE-FILE
      *					under the event for PTPL
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcer'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fder'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dber'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-TYPE		  PIC X(01).
	  03 WS-L-KEY		  PIC X(06).
	  03 WS-L-NAME		  PIC X(24).
	  03 WS-L-GENDER	  PIC X(01).
	  03 WS-L-AGE-FLAG	  PIC X(01).
	  03 WS-L-SEAT		  PIC 9(03).
	  03 WS-L-ROOM		  PIC X(04).
	  03 WS-L-COST		  PIC ZZ,ZZ9.99.
	  03 WS-L-POSTED	  PIC X(01).

       01 WS-MISC.
	  03 WS-EV-KEY		  PIC X(04).
	  03 WS-LAST-EV-KEY	  PIC X(04).
	  03 WS-EV-NAME		  PIC X(30).
	  03 WS-BUS-SEATS	  PIC 9(03).
	  03 WS-ROOM-BEDS	  PIC 9(01).
	  03 WS-TRAVEL-COST	  PIC 9(06)V9(02).
	  03 WS-TYPE		  PIC X(01).
	  03 WS-PERSON-KEY	  PIC X(06).
	  03 WS-NAME		  PIC X(40).
	  03 WS-GENDER		  PIC X(01).
	  03 WS-DEF-GENDER	  PIC X(01).
	  03 WS-AGE-FLAG	  PIC X(01).
	  03 WS-AGE		  PIC 9(02).
	  03 WS-SEAT		  PIC 9(03).
	  03 WS-ROOM		  PIC X(04).
	  03 WS-COST		  PIC 9(06)V9(02).
	  03 WS-PHONE		  PIC X(15).
	  03 WS-DIET		  PIC X(60).
	  03 WS-BILL-KEY	  PIC X(06).
	  03 WS-BEDS		  PIC 9(01).
	  03 WS-OCC-COUNT	  PIC 9(03).
	  03 WS-FAMILY		  PIC X(01).
	  03 WS-TV-FOUND	  PIC X(01).
	  03 WS-TV-EOF		  PIC X(01).
	  03 WS-ER-EOF		  PIC X(01).
	  03 WS-ADD-COUNT	  PIC 9(04).
	  03 WS-POST-COUNT	  PIC 9(04).
	  03 WS-POST-TOTAL	  PIC 9(08)V9(02).
	  03 WS-EDIT-COUNT	  PIC ZZZ9.
	  03 WS-EDIT-TOTAL	  PIC ZZ,ZZZ,ZZ9.99.
	  03 WS-EDIT-FEE-DMY	  PIC 99/99/9999.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

      * One row to the roll-forward journal for every FEE-FILE row
      * written - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Event Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(04)
	      USING WS-EV-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL COL + 2 PIC X(30) FROM WS-EV-NAME.
	   03 LABEL LINE 02 COL 04 'Bus Seats:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC ZZ9
	      USING WS-BUS-SEATS.
	   03 LABEL COL + 3 'Beds per Room:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC 9
	      USING WS-ROOM-BEDS.
	   03 LABEL COL + 3 'Cost per Head:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-TRAVEL-COST.
	   03 LABEL LINE 03.5 COL 04 'Traveller:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC X(01)
	      USING WS-TYPE BELL UPPER.
	   03 LABEL COL + 2 '(E entrant, C coach, G guardian)'.
	   03 LABEL COL + 3 'AC#/Coach:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC X(06)
	      USING WS-PERSON-KEY BELL UPPER.
	   03 LABEL LINE 04.5 COL 04 'Name:'.
	   03 LABEL COL + 2 PIC X(40) FROM WS-NAME.
	   03 LABEL COL + 3 'Gender:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC X(01)
	      USING WS-GENDER BELL UPPER.
	   03 LABEL COL + 2 '(M/F)'.
	   03 LABEL LINE 05.5 COL 04 'Bus Seat:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC ZZ9
	      USING WS-SEAT.
	   03 LABEL COL + 3 'Room:'.
	   03 ENTRY-FIELD 3-D ID 109 COL + 2 PIC X(04)
	      USING WS-ROOM BELL UPPER.
	   03 LABEL COL + 3 'Travel Cost:'.
	   03 ENTRY-FIELD 3-D ID 110 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-COST.
	   03 LABEL LINE 06.5 COL 04 'Phone:'.
	   03 ENTRY-FIELD 3-D ID 112 COL + 2 PIC X(15)
	      USING WS-PHONE.
	   03 LABEL LINE 07.5 COL 04 'Diet:'.
	   03 ENTRY-FIELD 3-D ID 111 COL + 2 PIC X(60)
	      USING WS-DIET.
	   03 LABEL LINE 08.5 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 09.5 COL 04
	      'F4=save traveller  F6=remove  F8=load entrants'.
	   03 LABEL LINE 10.5 COL 04
	      'F9=post costs  F7=save event settings  ENTER=recall'.
	   03 LABEL LINE 12 COL 04 'T'.
	   03 LABEL COL 07 'AC#'.
	   03 LABEL COL 15 'Name'.
	   03 LABEL COL 41 'G'.
	   03 LABEL COL 44 'A'.
	   03 LABEL COL 47 'Seat'.
	   03 LABEL COL 52 'Room'.
	   03 LABEL COL 60 'Cost'.
	   03 LABEL COL 68 'P'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 13 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,2,8,32,33,34,37,41,50)
	      DISPLAY-COLUMNS 	= (1,4,12,38,41,44,49,55,65)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcer'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   TV-FILE.
	   OPEN I-O   EV-FILE.
	   OPEN INPUT ER-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN INPUT MED-FILE.
	   OPEN I-O   FEE-FILE.

	   MOVE SPACES TO WS-LAST-EV-KEY.

      * Floating Window
	   MOVE 'Away-Event Travel' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TV-FILE.
	   CLOSE EV-FILE.
	   CLOSE ER-FILE.
	   CLOSE STD-FILE.
	   CLOSE CO-FILE.
	   CLOSE GD-FILE.
	   CLOSE MED-FILE.
	   CLOSE FEE-FILE.
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
	      CALL   '/z/y19b25/sp2/prg/hpev' USING WS-EV-KEY,S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpev'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

      * A new event brings up its travel settings and list.
	   IF WS-EV-KEY NOT = WS-LAST-EV-KEY
	      MOVE WS-EV-KEY	  TO WS-LAST-EV-KEY
	      MOVE EV-NAME	  TO WS-EV-NAME
	      MOVE EV-BUS-SEATS	  TO WS-BUS-SEATS
	      MOVE EV-ROOM-BEDS	  TO WS-ROOM-BEDS
	      MOVE EV-TRAVEL-COST TO WS-TRAVEL-COST
	      PERFORM CLEAR-RTN THRU CLEAR-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      MOVE 105 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM SETTINGS-RTN THRU SETTINGS-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM LOAD-RTN THRU LOAD-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F9
	      PERFORM POST-RTN THRU POST-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-TYPE TO WS-TYPE
		 MOVE WS-L-KEY	TO WS-PERSON-KEY
	      END-IF.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-TYPE NOT = SPACE
	      AND WS-PERSON-KEY NOT = SPACES
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F7: the event's bus size, beds to a room and default cost
      * per head - the bus may not shrink below a seat already given.
        SETTINGS-RTN.

	   IF WS-BUS-SEATS < 999
	      MOVE WS-EV-KEY	   TO TV-ALT2-EV-KEY
	      COMPUTE TV-SEAT = WS-BUS-SEATS + 1
	      START TV-FILE KEY >= TV-ALT-KEY2 INVALID
		    GO TO SETTINGS-SAVE
	      END-START
	      READ TV-FILE NEXT END
		   GO TO SETTINGS-SAVE
	      END-READ
	      IF TV-ALT2-EV-KEY = WS-EV-KEY
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 102    TO S-CONTROL-ID
		 GO TO SETTINGS-RTN-END.

	SETTINGS-SAVE.
	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SETTINGS-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SETTINGS-RTN-END.
	   MOVE WS-BUS-SEATS	TO EV-BUS-SEATS.
	   MOVE WS-ROOM-BEDS	TO EV-ROOM-BEDS.
	   MOVE WS-TRAVEL-COST	TO EV-TRAVEL-COST.
	   REWRITE EV-REC.

	   MOVE 'Event travel settings saved' TO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        SETTINGS-RTN-END. EXIT.
      *******************************************************************
      * F8: every confirmed entrant of the event not yet on the
      * travel list goes on it at the event's cost per head.
        LOAD-RTN.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO LOAD-RTN-END.

	   MOVE ZEROS TO WS-ADD-COUNT.
	   MOVE WS-EV-KEY  TO ER-ALT-EV-KEY.
	   MOVE LOW-VALUES TO ER-ALT-STD-KEY.
	   MOVE 'N' TO WS-ER-EOF.
	   START ER-FILE KEY >= ER-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ER-EOF.
	   PERFORM LOAD-LOOP THRU LOAD-LOOP-END
		   UNTIL WS-ER-EOF = 'Y'.

	   MOVE WS-ADD-COUNT TO WS-EDIT-COUNT.
	   MOVE SPACES TO WS-MSG.
	   STRING WS-EDIT-COUNT ' entrant(s) added to the travel list'
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        LOAD-RTN-END. EXIT.
      *******************************************************************
        LOAD-LOOP.

	   READ ER-FILE NEXT END
		MOVE 'Y' TO WS-ER-EOF
		GO TO LOAD-LOOP-END.

	   IF ER-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-ER-EOF
	      GO TO LOAD-LOOP-END.

	   IF ER-IS-WAITLISTED
	      GO TO LOAD-LOOP-END.

	   MOVE WS-EV-KEY	TO TV-EV-KEY.
	   MOVE 'E'		TO TV-TYPE.
	   MOVE ER-ALT-STD-KEY	TO TV-PERSON-KEY.
	   READ TV-FILE INVALID
		CONTINUE
	   NOT INVALID
		GO TO LOAD-LOOP-END
	   END-READ.

	   MOVE ER-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		GO TO LOAD-LOOP-END.
	   PERFORM AGE-RTN THRU AGE-RTN-END.

	   INITIALIZE TV-REC.
	   MOVE WS-EV-KEY	TO TV-EV-KEY, TV-ALT-EV-KEY,
				   TV-ALT2-EV-KEY.
	   MOVE 'E'		TO TV-TYPE.
	   MOVE STD-KEY		TO TV-PERSON-KEY, TV-BILL-STD-KEY.
	   MOVE SPACES		TO TV-ROOM.
	   MOVE ZEROS		TO TV-SEAT.
	   MOVE STD-NAME	TO TV-NAME.
	   MOVE STD-GENDER	TO TV-GENDER.
	   MOVE WS-AGE-FLAG	TO TV-AGE-FLAG.
	   MOVE EV-TRAVEL-COST	TO TV-COST.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE TV-REC.
	   IF S-STATUS-CHECK = 'N'
	      ADD 1 TO WS-ADD-COUNT.

        LOAD-LOOP-END. EXIT.
      *******************************************************************
      * Minor or adult on the event's own date, off the DOB in
      * STD-REC; no DOB on file is taken as a minor.
        AGE-RTN.

	   MOVE 'M' TO WS-AGE-FLAG.
	   IF STD-DOB-DMY = ZEROS OR EV-DATE-DMY = ZEROS
	      GO TO AGE-RTN-END.

	   MOVE ZEROS TO WS-AGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-gtagea' USING
		  STD-DOB-DMY, EV-DATE-DMY, WS-AGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gtagea'.
	   IF WS-AGE NOT < 18
	      MOVE 'A' TO WS-AGE-FLAG.

        AGE-RTN-END. EXIT.
      *******************************************************************
      * F4: add or amend one traveller - who they are off their own
      * master, then the seat and room checked against everyone
      * else already on the list.
        SAVE-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   PERFORM PERSON-RTN THRU PERSON-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   IF WS-GENDER = SPACE
	      MOVE WS-DEF-GENDER TO WS-GENDER.
	   IF WS-GENDER NOT = 'M' AND WS-GENDER NOT = 'F'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

      * A posted travel charge fixes the cost.
	   MOVE 'N' TO WS-TV-FOUND.
	   MOVE WS-EV-KEY	TO TV-EV-KEY.
	   MOVE WS-TYPE		TO TV-TYPE.
	   MOVE WS-PERSON-KEY	TO TV-PERSON-KEY.
	   READ TV-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE 'Y' TO WS-TV-FOUND
	   END-READ.
	   IF WS-TV-FOUND = 'Y' AND TV-FEE-DMY NOT = ZEROS
	      AND WS-COST NOT = TV-COST
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 110    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-SEAT NOT = ZEROS
	      IF WS-SEAT > EV-BUS-SEATS
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 108    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      PERFORM SEAT-CHECK-RTN THRU SEAT-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO SAVE-RTN-END.

	   IF WS-ROOM NOT = SPACES
	      PERFORM ROOM-CHECK-RTN THRU ROOM-CHECK-RTN-END
	      IF WS-MSG NOT = SPACES
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 MOVE 109 TO S-CONTROL-ID
		 GO TO SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   MOVE WS-EV-KEY	TO TV-EV-KEY.
	   MOVE WS-TYPE		TO TV-TYPE.
	   MOVE WS-PERSON-KEY	TO TV-PERSON-KEY.
	   IF WS-TV-FOUND = 'Y'
	      READ TV-FILE
	   ELSE
	      INITIALIZE TV-REC
	      MOVE WS-EV-KEY	 TO TV-EV-KEY
	      MOVE WS-TYPE	 TO TV-TYPE
	      MOVE WS-PERSON-KEY TO TV-PERSON-KEY.

	   MOVE WS-EV-KEY	TO TV-ALT-EV-KEY, TV-ALT2-EV-KEY.
	   MOVE WS-ROOM		TO TV-ROOM.
	   MOVE WS-SEAT		TO TV-SEAT.
	   MOVE WS-NAME		TO TV-NAME.
	   MOVE WS-GENDER	TO TV-GENDER.
	   MOVE WS-AGE-FLAG	TO TV-AGE-FLAG.
	   MOVE WS-COST		TO TV-COST.
	   MOVE WS-BILL-KEY	TO TV-BILL-STD-KEY.
	   IF WS-TYPE = 'E'
	      MOVE SPACES	TO TV-PHONE, TV-DIET
	   ELSE
	      MOVE WS-PHONE	TO TV-PHONE
	      MOVE WS-DIET	TO TV-DIET.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-TV-FOUND = 'Y'
	      REWRITE TV-REC
	   ELSE
	      WRITE TV-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SAVE-RTN-END.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 105 TO S-CONTROL-ID.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * Who the traveller is: an entrant must hold a confirmed entry
      * to the event, a guardian is the GD-FILE contact of such an
      * entrant, a coach is on CO-FILE. Name, default gender and
      * phone, minor/adult and the AC# the cost is charged to.
        PERSON-RTN.

	   IF WS-TYPE NOT = 'E' AND WS-TYPE NOT = 'C'
	      AND WS-TYPE NOT = 'G'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO PERSON-RTN-END.

	   IF WS-PERSON-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO PERSON-RTN-END.

	   MOVE SPACES TO WS-DEF-GENDER.
	   MOVE 'A'    TO WS-AGE-FLAG.

	   IF WS-TYPE = 'C'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-PERSON-KEY TO CO-KEY
	      READ CO-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 106    TO S-CONTROL-ID
		   GO TO PERSON-RTN-END
	      END-READ
	      MOVE CO-NAME  TO WS-NAME
	      MOVE SPACES   TO WS-BILL-KEY
	      IF WS-PHONE = SPACES
		 MOVE CO-PHONE TO WS-PHONE
	      END-IF
	      GO TO PERSON-RTN-END.

	   MOVE WS-PERSON-KEY TO ER-STD-KEY.
	   MOVE WS-EV-KEY     TO ER-EV-KEY.
	   READ ER-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 106    TO S-CONTROL-ID
		GO TO PERSON-RTN-END.
	   IF ER-IS-WAITLISTED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO PERSON-RTN-END.
	   MOVE WS-PERSON-KEY TO WS-BILL-KEY.

	   IF WS-TYPE = 'G'
	      MOVE WS-PERSON-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 106    TO S-CONTROL-ID
		   GO TO PERSON-RTN-END
	      END-READ
	      MOVE GD-NAME  TO WS-NAME
	      IF WS-PHONE = SPACES
		 MOVE GD-PHONE TO WS-PHONE
	      END-IF
	      GO TO PERSON-RTN-END.

	   MOVE WS-PERSON-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 106    TO S-CONTROL-ID
		GO TO PERSON-RTN-END.
	   MOVE STD-NAME   TO WS-NAME.
	   MOVE STD-GENDER TO WS-DEF-GENDER.
	   PERFORM AGE-RTN THRU AGE-RTN-END.

        PERSON-RTN-END. EXIT.
      *******************************************************************
      * One person to a bus seat.
        SEAT-CHECK-RTN.

	   MOVE WS-EV-KEY TO TV-ALT2-EV-KEY.
	   MOVE WS-SEAT	  TO TV-SEAT.
	   START TV-FILE KEY = TV-ALT-KEY2 INVALID
		 GO TO SEAT-CHECK-RTN-END.
	   READ TV-FILE NEXT END
		GO TO SEAT-CHECK-RTN-END.

	   IF TV-ALT2-EV-KEY = WS-EV-KEY AND TV-SEAT = WS-SEAT
	      AND (TV-TYPE NOT = WS-TYPE
		   OR TV-PERSON-KEY NOT = WS-PERSON-KEY)
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID.

        SEAT-CHECK-RTN-END. EXIT.
      *******************************************************************
      * Rooming rules: no more in a room than it has beds, one gender
      * to a room, and minors never share with adults - save a
      * guardian rooming with the child they travel with. WS-MSG
      * comes back with the rule broken, blank when the room is ok.
        ROOM-CHECK-RTN.

	   MOVE SPACES TO WS-MSG.
	   MOVE ZEROS  TO WS-OCC-COUNT.
	   MOVE WS-EV-KEY TO TV-ALT-EV-KEY.
	   MOVE WS-ROOM	  TO TV-ROOM.
	   MOVE 'N' TO WS-TV-EOF.
	   START TV-FILE KEY = TV-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TV-EOF.
	   PERFORM ROOM-LOOP THRU ROOM-LOOP-END
		   UNTIL WS-TV-EOF = 'Y'.

	   IF WS-MSG NOT = SPACES
	      GO TO ROOM-CHECK-RTN-END.

	   MOVE EV-ROOM-BEDS TO WS-BEDS.
	   IF WS-BEDS = ZEROS
	      MOVE 2 TO WS-BEDS.
	   IF WS-OCC-COUNT NOT < WS-BEDS
	      STRING 'Room ' WS-ROOM ' is full'
		     DELIMITED BY SIZE INTO WS-MSG.

        ROOM-CHECK-RTN-END. EXIT.
      *******************************************************************
        ROOM-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-TV-EOF
		GO TO ROOM-LOOP-END.

	   IF TV-ALT-EV-KEY NOT = WS-EV-KEY OR TV-ROOM NOT = WS-ROOM
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO ROOM-LOOP-END.

	   IF TV-TYPE = WS-TYPE AND TV-PERSON-KEY = WS-PERSON-KEY
	      GO TO ROOM-LOOP-END.

	   ADD 1 TO WS-OCC-COUNT.

	   MOVE 'N' TO WS-FAMILY.
	   IF TV-PERSON-KEY = WS-PERSON-KEY
	      AND ((TV-IS-GUARDIAN AND WS-TYPE = 'E')
		   OR (TV-IS-ENTRANT AND WS-TYPE = 'G'))
	      MOVE 'Y' TO WS-FAMILY.
	   IF WS-FAMILY = 'Y'
	      GO TO ROOM-LOOP-END.

	   IF TV-GENDER NOT = WS-GENDER
	      STRING 'Room ' WS-ROOM ' is taken by the other gender'
		     DELIMITED BY SIZE INTO WS-MSG
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO ROOM-LOOP-END.

	   IF TV-AGE-FLAG NOT = WS-AGE-FLAG
	      STRING 'Room ' WS-ROOM
		     ' - minors may not share with adults'
		     DELIMITED BY SIZE INTO WS-MSG
	      MOVE 'Y' TO WS-TV-EOF.

        ROOM-LOOP-END. EXIT.
      *******************************************************************
      * F6: off the travel list - not once the cost is charged.
        REMOVE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY	TO TV-EV-KEY.
	   MOVE WS-TYPE		TO TV-TYPE.
	   MOVE WS-PERSON-KEY	TO TV-PERSON-KEY.
	   READ TV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 106    TO S-CONTROL-ID
		GO TO REMOVE-RTN-END.

	   IF TV-FEE-DMY NOT = ZEROS
	      MOVE 'Travel cost charged - reverse it at FMFEE first'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE TV-FILE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.
	   MOVE 105 TO S-CONTROL-ID.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
      * F9: each traveller's cost not yet charged goes to the ledger
      * of the AC# it is billed to, as an event charge PTPL counts
      * in the event's income; a coach's travel is the club's own.
        POST-RTN.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO POST-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   MOVE ZEROS TO WS-POST-COUNT, WS-POST-TOTAL.
	   INITIALIZE TV-REC.
	   MOVE WS-EV-KEY  TO TV-EV-KEY.
	   MOVE LOW-VALUES TO TV-TYPE, TV-PERSON-KEY.
	   MOVE 'N' TO WS-TV-EOF.
	   START TV-FILE KEY >= TV-KEY INVALID
		 MOVE 'Y' TO WS-TV-EOF.
	   PERFORM POST-LOOP THRU POST-LOOP-END
		   UNTIL WS-TV-EOF = 'Y'.

	   MOVE WS-POST-COUNT TO WS-EDIT-COUNT.
	   MOVE WS-POST-TOTAL TO WS-EDIT-TOTAL.
	   MOVE SPACES TO WS-MSG.
	   STRING WS-EDIT-COUNT ' travel charge(s) posted, total '
		  WS-EDIT-TOTAL DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        POST-RTN-END. EXIT.
      *******************************************************************
        POST-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-TV-EOF
		GO TO POST-LOOP-END.

	   IF TV-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO POST-LOOP-END.

	   IF TV-COST = ZEROS OR TV-FEE-DMY NOT = ZEROS
	      OR TV-BILL-STD-KEY = SPACES
	      GO TO POST-LOOP-END.

	   PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO POST-LOOP-END.

	   MOVE FEE-DATE-DMY TO TV-FEE-DMY.
	   MOVE FEE-SEQ	     TO TV-FEE-SEQ.
	   REWRITE TV-REC.
	   ADD 1       TO WS-POST-COUNT.
	   ADD TV-COST TO WS-POST-TOTAL.

        POST-LOOP-END. EXIT.
      *******************************************************************
      * The travel charge in TV-REC as one FEE-FILE charge row under
      * the event, taxed and journalled the way FMER posts the entry
      * fee.
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE TV-BILL-STD-KEY TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE 'C'		TO FEE-TYPE.
	   MOVE TV-COST		TO FEE-AMOUNT.
	   MOVE SPACES		TO FEE-DESC.
	   IF TV-IS-GUARDIAN
	      STRING 'EVENT TRAVEL ' WS-EV-KEY ' GUARDIAN'
		     DELIMITED BY SIZE INTO FEE-DESC
	   ELSE
	      STRING 'EVENT TRAVEL ' WS-EV-KEY
		     DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE WS-EV-KEY	TO FEE-EV-KEY.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-TX-KEY,
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
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY	TO TV-EV-KEY.
	   MOVE WS-TYPE		TO TV-TYPE.
	   MOVE WS-PERSON-KEY	TO TV-PERSON-KEY.
	   READ TV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 106    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE TV-NAME		TO WS-NAME.
	   MOVE TV-GENDER	TO WS-GENDER.
	   MOVE TV-SEAT		TO WS-SEAT.
	   MOVE TV-ROOM		TO WS-ROOM.
	   MOVE TV-COST		TO WS-COST.
	   MOVE TV-PHONE	TO WS-PHONE.
	   MOVE TV-DIET		TO WS-DIET.

      * An entrant's diet shows off their medical record.
	   IF TV-IS-ENTRANT
	      MOVE SPACES TO WS-DIET
	      MOVE TV-PERSON-KEY TO MED-KEY
	      READ MED-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE MED-DIET TO WS-DIET
	      END-READ.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 108 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the traveller in TV-REC stands with the ledger.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE TV-FEE-DMY TO WS-EDIT-FEE-DMY.

	   EVALUATE TRUE
	     WHEN TV-IS-COACH
		  MOVE 'Coach - travel carried by the club'
		       TO WS-STATUS-LINE
	     WHEN TV-FEE-DMY NOT = ZEROS
		  STRING 'Travel cost charged ' WS-EDIT-FEE-DMY
			 ' to AC# ' TV-BILL-STD-KEY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN OTHER
		  STRING 'Travel cost not yet charged - bills AC# '
			 TV-BILL-STD-KEY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        CLEAR-RTN.

	   MOVE SPACES TO WS-TYPE, WS-PERSON-KEY, WS-NAME, WS-GENDER,
			  WS-ROOM, WS-PHONE, WS-DIET, WS-STATUS-LINE.
	   MOVE ZEROS  TO WS-SEAT, WS-COST.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
        CLOCK-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

        CLOCK-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE TV-REC.
	   MOVE WS-EV-KEY  TO TV-EV-KEY.
	   MOVE LOW-VALUES TO TV-TYPE, TV-PERSON-KEY.
	   MOVE 'N' TO WS-TV-EOF.
	   START TV-FILE KEY >= TV-KEY INVALID
		 MOVE 'Y' TO WS-TV-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-TV-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-TV-EOF
		GO TO LIST-1-LOOP-END.

	   IF TV-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE TV-TYPE		TO WS-L-TYPE.
	   MOVE TV-PERSON-KEY	TO WS-L-KEY.
	   MOVE TV-NAME		TO WS-L-NAME.
	   MOVE TV-GENDER	TO WS-L-GENDER.
	   MOVE TV-AGE-FLAG	TO WS-L-AGE-FLAG.
	   MOVE TV-SEAT		TO WS-L-SEAT.
	   MOVE TV-ROOM		TO WS-L-ROOM.
	   MOVE TV-COST		TO WS-L-COST.
	   IF TV-FEE-DMY NOT = ZEROS
	      MOVE 'Y' TO WS-L-POSTED.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Away-Event Travel' TO S-WINDOW-TITLE.
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
