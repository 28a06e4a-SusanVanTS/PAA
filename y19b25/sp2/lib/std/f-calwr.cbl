       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-CALWR.

      * CALENDAR FEED WRITER
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2
      *
      * Writes one iCalendar feed per club (cal-club-<CB>.ics), per
      * coach (cal-coach-<CO>.ics) and per household with an active
      * student (cal-house-<FA>.ics), each holding from today on:
      *   the SS-FILE sessions of the club / the coach's CA-FILE
      *   clubs / the open CM-FILE clubs of the household's active
      *   students, with the VN-FILE hall and start/end times - a
      *   cancelled session (SS-PLANNED N) goes as STATUS:CANCELLED
      *   under the same UID, so a subscribed calendar strikes it;
      *   the EV-FILE events the club's members / the household's
      *   students hold a place in on ER-FILE, or the coach is on
      *   the DY-FILE duty roster for;
      *   the open GE-FILE grading days with one of those students on
      *   the GC-FILE candidate list, or the coach on the panel;
      *   every CL-FILE closure day.
      * Called by BPCAL and by FMSS whenever a session was changed.
      * Nothing is written while signed on to the practice data.
      *
      * LINK-CAL-RESULT Y - feeds written, T - training, nothing
      * written. The counts are totals over every feed.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcer'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcge'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fccl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcdy'.
	   COPY '/z/y19b25/sp2/lib/fd/fcics'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fder'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdge'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fddy'.
	   COPY '/z/y19b25/sp2/lib/fd/fdics'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dber'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbge'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbdy'.
	   COPY '/z/y19b25/sp2/lib/fd/dbics'.
	   COPY '/v/cps/lib/std/stdvar.def'.

      * The upcoming sessions, events, gradings and closures are read
      * once into the tables below and every feed is cut from them;
      * anything past a table's size is counted in LINK-CAL-DROPPED.
       78 T-SS-MAX		VALUE 3000.
       78 T-EV-MAX		VALUE 300.
       78 T-GE-MAX		VALUE 100.
       78 T-CL-MAX		VALUE 200.
       78 T-CB-MAX		VALUE 50.

       01 WS-CR			PIC X(01) VALUE X'0D'.

       01 WS-MISC.
	  03 WS-TRAINING	PIC X(01).
	  03 WS-EOF		PIC X(01).
	  03 WS-EOF2		PIC X(01).
	  03 WS-FOUND		PIC X(01).
	  03 WS-FOUND2		PIC X(01).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 WS-NOW-TIME	PIC 9(08).
	  03 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
	     05 WS-NOW-HHMMSS	PIC 9(06).
	     05 FILLER		PIC 9(02).
	  03 WS-SUB		PIC 9(04) COMP.
	  03 WS-SUB2		PIC 9(04) COMP.
	  03 WS-MARK-STD	PIC X(06).
	  03 WS-MARK-CB		PIC X(04).
	  03 WS-CAL-NAME	PIC X(40).
	  03 WS-STAMP		PIC X(15).
	  03 WS-YMD-X		PIC 9(08).
	  03 WS-HHMM-X		PIC 9(04).
	  03 WS-FEED-EVENTS	PIC 9(05).

       01 WS-BI-DATE-PARTS.
	  03 WS-CV-DD		PIC 9(02).
	  03 WS-CV-MM		PIC 9(02).
	  03 WS-CV-YYYY		PIC 9(04).
       01 WS-CV-DMY REDEFINES WS-BI-DATE-PARTS
				PIC 9(08).
       01 WS-CV-YMD-PARTS.
	  03 WS-CV-Y-YYYY	PIC 9(04).
	  03 WS-CV-Y-MM		PIC 9(02).
	  03 WS-CV-Y-DD		PIC 9(02).
       01 WS-CV-YMD REDEFINES WS-CV-YMD-PARTS
				PIC 9(08).

       01 WS-SS-TABLE.
	  03 WS-SS-COUNT	PIC 9(04) COMP.
	  03 WS-SS-ENTRY OCCURS 3000.
	     05 WS-SS-YMD	PIC 9(08).
	     05 WS-SS-START	PIC 9(04).
	     05 WS-SS-END	PIC 9(04).
	     05 WS-SS-CB	PIC X(04).
	     05 WS-SS-CB-NAME	PIC X(20).
	     05 WS-SS-HALL	PIC X(20).
	     05 WS-SS-PLANNED	PIC X(01).

       01 WS-EV-TABLE.
	  03 WS-EV-COUNT	PIC 9(04) COMP.
	  03 WS-EV-ENTRY OCCURS 300.
	     05 WS-EV-KEY	PIC X(04).
	     05 WS-EV-YMD	PIC 9(08).
	     05 WS-EV-NAME	PIC X(30).
	     05 WS-EV-HIT	PIC X(01).

       01 WS-GE-TABLE.
	  03 WS-GE-COUNT	PIC 9(04) COMP.
	  03 WS-GE-ENTRY OCCURS 100.
	     05 WS-GE-KEY	PIC 9(04).
	     05 WS-GE-YMD	PIC 9(08).
	     05 WS-GE-EXAM	PIC X(04) OCCURS 3.
	     05 WS-GE-HIT	PIC X(01).

       01 WS-CL-TABLE.
	  03 WS-CL-COUNT	PIC 9(04) COMP.
	  03 WS-CL-ENTRY OCCURS 200.
	     05 WS-CL-YMD	PIC 9(08).
	     05 WS-CL-DESC	PIC X(30).

      * The clubs whose sessions go in the feed being written.
       01 WS-CB-TABLE.
	  03 WS-CB-COUNT	PIC 9(04) COMP.
	  03 WS-CB-HIT		PIC X(04) OCCURS 50.

      * Text values have their commas, semicolons and backslashes
      * escaped as the standard requires.
       01 WS-ESC-MISC.
	  03 WS-ESC-IN		PIC X(40).
	  03 WS-ESC-IN-CHAR REDEFINES WS-ESC-IN
				PIC X(01) OCCURS 40.
	  03 WS-ESC-OUT		PIC X(80).
	  03 WS-ESC-OUT-CHAR REDEFINES WS-ESC-OUT
				PIC X(01) OCCURS 80.
	  03 WS-ESC-I		PIC 9(02) COMP.
	  03 WS-ESC-O		PIC 9(02) COMP.

       01 WS-ICS-LINE		PIC X(99).

       LINKAGE SECTION.
       01 LINK-CAL.
	  03 LINK-CAL-RESULT	PIC X(01).
	  03 LINK-CAL-CLUBS	PIC 9(04).
	  03 LINK-CAL-COACHES	PIC 9(04).
	  03 LINK-CAL-HOUSES	PIC 9(05).
	  03 LINK-CAL-SESSIONS	PIC 9(07).
	  03 LINK-CAL-CANCELLED	PIC 9(07).
	  03 LINK-CAL-EVENTS	PIC 9(06).
	  03 LINK-CAL-GRADINGS	PIC 9(06).
	  03 LINK-CAL-CLOSURES	PIC 9(06).
	  03 LINK-CAL-FAILED	PIC 9(04).
	  03 LINK-CAL-DROPPED	PIC 9(05).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-CAL.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcer'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcge'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dccl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcdy'.
	   COPY '/z/y19b25/sp2/lib/fd/dcics'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   INITIALIZE LINK-CAL.

	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 'T' TO LINK-CAL-RESULT
	      GO TO TERMINATION.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-CV-DMY.
	   PERFORM CV-YMD-RTN THRU CV-YMD-RTN-END.
	   MOVE WS-CV-YMD     TO WS-TODAY-YMD.
	   ACCEPT WS-NOW-TIME FROM TIME.
	   MOVE SPACES TO WS-STAMP.
	   STRING WS-TODAY-YMD 'T' WS-NOW-HHMMSS
		  DELIMITED BY SIZE INTO WS-STAMP.

	   OPEN INPUT SS-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT ER-FILE.
	   OPEN INPUT GC-FILE.
	   OPEN INPUT GE-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT CL-FILE.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT DY-FILE.

	   PERFORM LOAD-SS-RTN THRU LOAD-SS-RTN-END.
	   PERFORM LOAD-EV-RTN THRU LOAD-EV-RTN-END.
	   PERFORM LOAD-GE-RTN THRU LOAD-GE-RTN-END.
	   PERFORM LOAD-CL-RTN THRU LOAD-CL-RTN-END.

	   PERFORM CLUB-RTN  THRU CLUB-RTN-END.
	   PERFORM COACH-RTN THRU COACH-RTN-END.
	   PERFORM HOUSE-RTN THRU HOUSE-RTN-END.

	   CLOSE SS-FILE.
	   CLOSE CB-FILE.
	   CLOSE CO-FILE.
	   CLOSE FA-FILE.
	   CLOSE STD-FILE.
	   CLOSE CM-FILE.
	   CLOSE CA-FILE.
	   CLOSE ER-FILE.
	   CLOSE GC-FILE.
	   CLOSE GE-FILE.
	   CLOSE EV-FILE.
	   CLOSE CL-FILE.
	   CLOSE VN-FILE.
	   CLOSE DY-FILE.

	   MOVE 'Y' TO LINK-CAL-RESULT.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * Sessions from today on - SS-KEY leads with a DMY date, so the
      * whole file is read and the past left behind.
        LOAD-SS-RTN.

	   MOVE ZEROS TO WS-SS-COUNT.
	   INITIALIZE SS-REC.
	   MOVE LOW-VALUES TO SS-KEY.
	   MOVE 'N' TO WS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-SS-LOOP THRU LOAD-SS-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-SS-RTN-END. EXIT.

        LOAD-SS-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-SS-LOOP-END.

	   MOVE SS-DATE-DMY TO WS-CV-DMY.
	   PERFORM CV-YMD-RTN THRU CV-YMD-RTN-END.
	   IF WS-CV-YMD < WS-TODAY-YMD
	      GO TO LOAD-SS-LOOP-END.

	   IF WS-SS-COUNT NOT < T-SS-MAX
	      ADD 1 TO LINK-CAL-DROPPED
	      GO TO LOAD-SS-LOOP-END.

	   ADD 1 TO WS-SS-COUNT.
	   MOVE WS-SS-COUNT   TO WS-SUB.
	   MOVE WS-CV-YMD     TO WS-SS-YMD(WS-SUB).
	   MOVE SS-START-HHMM TO WS-SS-START(WS-SUB).
	   MOVE SS-END-HHMM   TO WS-SS-END(WS-SUB).
	   MOVE SS-CB-KEY     TO WS-SS-CB(WS-SUB).
	   MOVE SS-PLANNED    TO WS-SS-PLANNED(WS-SUB).

	   MOVE SS-CB-KEY TO CB-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CB-FILE INVALID
		MOVE SS-CB-KEY TO CB-NAME.
	   MOVE CB-NAME TO WS-SS-CB-NAME(WS-SUB).

	   MOVE SS-VENUE TO WS-SS-HALL(WS-SUB).
	   IF SS-VN-KEY NOT = SPACES
	      MOVE SS-VN-KEY TO VN-KEY
	      READ VN-FILE INVALID
		   MOVE SS-VENUE TO VN-NAME
	      END-READ
	      MOVE VN-NAME TO WS-SS-HALL(WS-SUB).

        LOAD-SS-LOOP-END. EXIT.

      ********************************************************************
        LOAD-EV-RTN.

	   MOVE ZEROS TO WS-EV-COUNT.
	   INITIALIZE EV-REC.
	   MOVE LOW-VALUES TO EV-KEY.
	   MOVE 'N' TO WS-EOF.
	   START EV-FILE KEY >= EV-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-EV-LOOP THRU LOAD-EV-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-EV-RTN-END. EXIT.

        LOAD-EV-LOOP.

	   READ EV-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-EV-LOOP-END.

	   MOVE EV-DATE-DMY TO WS-CV-DMY.
	   PERFORM CV-YMD-RTN THRU CV-YMD-RTN-END.
	   IF WS-CV-YMD < WS-TODAY-YMD
	      GO TO LOAD-EV-LOOP-END.

	   IF WS-EV-COUNT NOT < T-EV-MAX
	      ADD 1 TO LINK-CAL-DROPPED
	      GO TO LOAD-EV-LOOP-END.

	   ADD 1 TO WS-EV-COUNT.
	   MOVE WS-EV-COUNT TO WS-SUB.
	   MOVE EV-KEY	    TO WS-EV-KEY(WS-SUB).
	   MOVE WS-CV-YMD   TO WS-EV-YMD(WS-SUB).
	   MOVE EV-NAME	    TO WS-EV-NAME(WS-SUB).

        LOAD-EV-LOOP-END. EXIT.

      ********************************************************************
      * Grading days still open - a confirmed day has been held.
        LOAD-GE-RTN.

	   MOVE ZEROS TO WS-GE-COUNT.
	   INITIALIZE GE-REC.
	   MOVE ZEROS TO GE-KEY.
	   MOVE 'N' TO WS-EOF.
	   START GE-FILE KEY >= GE-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-GE-LOOP THRU LOAD-GE-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-GE-RTN-END. EXIT.

        LOAD-GE-LOOP.

	   READ GE-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-GE-LOOP-END.

	   IF NOT GE-IS-OPEN
	      GO TO LOAD-GE-LOOP-END.

	   MOVE GE-DATE-DMY TO WS-CV-DMY.
	   PERFORM CV-YMD-RTN THRU CV-YMD-RTN-END.
	   IF WS-CV-YMD < WS-TODAY-YMD
	      GO TO LOAD-GE-LOOP-END.

	   IF WS-GE-COUNT NOT < T-GE-MAX
	      ADD 1 TO LINK-CAL-DROPPED
	      GO TO LOAD-GE-LOOP-END.

	   ADD 1 TO WS-GE-COUNT.
	   MOVE WS-GE-COUNT	TO WS-SUB.
	   MOVE GE-KEY		TO WS-GE-KEY(WS-SUB).
	   MOVE WS-CV-YMD	TO WS-GE-YMD(WS-SUB).
	   MOVE GE-EXAMINER(1)	TO WS-GE-EXAM(WS-SUB, 1).
	   MOVE GE-EXAMINER(2)	TO WS-GE-EXAM(WS-SUB, 2).
	   MOVE GE-EXAMINER(3)	TO WS-GE-EXAM(WS-SUB, 3).

        LOAD-GE-LOOP-END. EXIT.

      ********************************************************************
        LOAD-CL-RTN.

	   MOVE ZEROS TO WS-CL-COUNT.
	   INITIALIZE CL-REC.
	   MOVE LOW-VALUES TO CL-KEY.
	   MOVE 'N' TO WS-EOF.
	   START CL-FILE KEY >= CL-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-CL-LOOP THRU LOAD-CL-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-CL-RTN-END. EXIT.

        LOAD-CL-LOOP.

	   READ CL-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-CL-LOOP-END.

	   IF NOT CL-IS-HOLIDAY
	      GO TO LOAD-CL-LOOP-END.

	   MOVE CL-DATE-DMY TO WS-CV-DMY.
	   PERFORM CV-YMD-RTN THRU CV-YMD-RTN-END.
	   IF WS-CV-YMD < WS-TODAY-YMD
	      GO TO LOAD-CL-LOOP-END.

	   IF WS-CL-COUNT NOT < T-CL-MAX
	      ADD 1 TO LINK-CAL-DROPPED
	      GO TO LOAD-CL-LOOP-END.

	   ADD 1 TO WS-CL-COUNT.
	   MOVE WS-CL-COUNT TO WS-SUB.
	   MOVE WS-CV-YMD   TO WS-CL-YMD(WS-SUB).
	   MOVE CL-DESC	    TO WS-CL-DESC(WS-SUB).

        LOAD-CL-LOOP-END. EXIT.

      ********************************************************************
      * One feed per club: its sessions, and the events and gradings
      * its open members are down for.
        CLUB-RTN.

	   INITIALIZE CB-REC.
	   MOVE LOW-VALUES TO CB-KEY.
	   MOVE 'N' TO WS-EOF.
	   START CB-FILE KEY >= CB-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        CLUB-RTN-END. EXIT.

        CLUB-LOOP.

	   READ CB-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO CLUB-LOOP-END.

	   PERFORM RESET-RTN THRU RESET-RTN-END.
	   MOVE CB-KEY TO WS-MARK-CB.
	   PERFORM ADD-CB-RTN THRU ADD-CB-RTN-END.

	   INITIALIZE CM-REC.
	   MOVE CB-KEY	   TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-EOF2.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM CLUB-MEM-LOOP THRU CLUB-MEM-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

	   MOVE CB-NAME TO WS-CAL-NAME.
	   MOVE SPACES TO ICS-DATANAME.
	   STRING 'cal-club-' CB-KEY DELIMITED BY SPACE
		  '.ics'	 DELIMITED BY SIZE
		  INTO ICS-DATANAME.
	   PERFORM FEED-RTN THRU FEED-RTN-END.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO LINK-CAL-CLUBS.
	   MOVE 'N' TO S-STATUS-CHECK.

        CLUB-LOOP-END. EXIT.

        CLUB-MEM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO CLUB-MEM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = WS-MARK-CB
	      MOVE 'Y' TO WS-EOF2
	      GO TO CLUB-MEM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CLUB-MEM-LOOP-END.

	   MOVE CM-ALT-STD-KEY TO WS-MARK-STD.
	   PERFORM MARK-STD-RTN THRU MARK-STD-RTN-END.

        CLUB-MEM-LOOP-END. EXIT.

      ********************************************************************
      * One feed per coach: the sessions of every club on CA-FILE,
      * the events on the duty roster and the gradings on the panel.
        COACH-RTN.

	   INITIALIZE CO-REC.
	   MOVE LOW-VALUES TO CO-KEY.
	   MOVE 'N' TO WS-EOF.
	   START CO-FILE KEY >= CO-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM COACH-LOOP THRU COACH-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        COACH-RTN-END. EXIT.

        COACH-LOOP.

	   READ CO-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO COACH-LOOP-END.

	   PERFORM RESET-RTN THRU RESET-RTN-END.

	   INITIALIZE CA-REC.
	   MOVE CO-KEY	   TO CA-CO-KEY.
	   MOVE LOW-VALUES TO CA-CB-KEY.
	   MOVE 'N' TO WS-EOF2.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM COACH-CA-LOOP THRU COACH-CA-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

	   PERFORM COACH-DY-LOOP THRU COACH-DY-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-EV-COUNT.

	   PERFORM COACH-GE-LOOP THRU COACH-GE-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-GE-COUNT.

	   MOVE CO-NAME TO WS-CAL-NAME.
	   MOVE SPACES TO ICS-DATANAME.
	   STRING 'cal-coach-' CO-KEY DELIMITED BY SPACE
		  '.ics'	  DELIMITED BY SIZE
		  INTO ICS-DATANAME.
	   PERFORM FEED-RTN THRU FEED-RTN-END.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO LINK-CAL-COACHES.
	   MOVE 'N' TO S-STATUS-CHECK.

        COACH-LOOP-END. EXIT.

        COACH-CA-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO COACH-CA-LOOP-END.

	   IF CA-CO-KEY NOT = CO-KEY
	      MOVE 'Y' TO WS-EOF2
	      GO TO COACH-CA-LOOP-END.

	   MOVE CA-CB-KEY TO WS-MARK-CB.
	   PERFORM ADD-CB-RTN THRU ADD-CB-RTN-END.

        COACH-CA-LOOP-END. EXIT.

        COACH-DY-LOOP.

	   INITIALIZE DY-REC.
	   MOVE WS-EV-KEY(WS-SUB) TO DY-EV-KEY.
	   MOVE LOW-VALUES	  TO DY-RING.
	   MOVE ZEROS		  TO DY-SLOT-HHMM.
	   MOVE 'N' TO WS-EOF2.
	   START DY-FILE KEY >= DY-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM COACH-DY-READ THRU COACH-DY-READ-END
		   UNTIL WS-EOF2 = 'Y'.

        COACH-DY-LOOP-END. EXIT.

        COACH-DY-READ.

	   READ DY-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO COACH-DY-READ-END.

	   IF DY-EV-KEY NOT = WS-EV-KEY(WS-SUB)
	      MOVE 'Y' TO WS-EOF2
	      GO TO COACH-DY-READ-END.

	   IF DY-CO-KEY = CO-KEY
	      MOVE 'Y' TO WS-EV-HIT(WS-SUB)
	      MOVE 'Y' TO WS-EOF2.

        COACH-DY-READ-END. EXIT.

        COACH-GE-LOOP.

	   IF WS-GE-EXAM(WS-SUB, 1) = CO-KEY OR
	      WS-GE-EXAM(WS-SUB, 2) = CO-KEY OR
	      WS-GE-EXAM(WS-SUB, 3) = CO-KEY
	      MOVE 'Y' TO WS-GE-HIT(WS-SUB).

        COACH-GE-LOOP-END. EXIT.

      ********************************************************************
      * One feed per household with an active student: the sessions
      * of each student's open clubs and the events and gradings
      * each is down for.
        HOUSE-RTN.

	   INITIALIZE FA-REC.
	   MOVE LOW-VALUES TO FA-KEY.
	   MOVE 'N' TO WS-EOF.
	   START FA-FILE KEY >= FA-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM HOUSE-LOOP THRU HOUSE-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        HOUSE-RTN-END. EXIT.

        HOUSE-LOOP.

	   READ FA-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO HOUSE-LOOP-END.

	   PERFORM RESET-RTN THRU RESET-RTN-END.
	   MOVE 'N' TO WS-FOUND.

	   INITIALIZE STD-REC.
	   MOVE FA-KEY TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-EOF2.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM HOUSE-STD-LOOP THRU HOUSE-STD-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

	   IF WS-FOUND = 'N'
	      GO TO HOUSE-LOOP-END.

	   MOVE FA-NAME TO WS-CAL-NAME.
	   MOVE SPACES TO ICS-DATANAME.
	   STRING 'cal-house-' FA-KEY DELIMITED BY SPACE
		  '.ics'	  DELIMITED BY SIZE
		  INTO ICS-DATANAME.
	   PERFORM FEED-RTN THRU FEED-RTN-END.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO LINK-CAL-HOUSES.
	   MOVE 'N' TO S-STATUS-CHECK.

        HOUSE-LOOP-END. EXIT.

        HOUSE-STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO HOUSE-STD-LOOP-END.

	   IF STD-FAMILY-CODE NOT = FA-KEY
	      MOVE 'Y' TO WS-EOF2
	      GO TO HOUSE-STD-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO HOUSE-STD-LOOP-END.

	   MOVE 'Y' TO WS-FOUND.
	   MOVE STD-KEY TO WS-MARK-STD.
	   PERFORM MARK-STD-RTN THRU MARK-STD-RTN-END.

	   INITIALIZE CM-REC.
	   MOVE STD-KEY	   TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-FOUND.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-FOUND.
	   PERFORM HOUSE-CM-LOOP THRU HOUSE-CM-LOOP-END
		   UNTIL WS-FOUND = 'Y'.

        HOUSE-STD-LOOP-END. EXIT.

      * WS-FOUND doubles as the end-of-clubs switch here; it is
      * always left at Y, which is what the household needs.
        HOUSE-CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-FOUND
		GO TO HOUSE-CM-LOOP-END.

	   IF CM-STD-KEY NOT = WS-MARK-STD
	      MOVE 'Y' TO WS-FOUND
	      GO TO HOUSE-CM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO HOUSE-CM-LOOP-END.

	   MOVE CM-CB-KEY TO WS-MARK-CB.
	   PERFORM ADD-CB-RTN THRU ADD-CB-RTN-END.

        HOUSE-CM-LOOP-END. EXIT.

      ********************************************************************
        RESET-RTN.

	   MOVE ZEROS TO WS-CB-COUNT.
	   PERFORM RESET-EV-LOOP THRU RESET-EV-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-EV-COUNT.
	   PERFORM RESET-GE-LOOP THRU RESET-GE-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-GE-COUNT.

        RESET-RTN-END. EXIT.

        RESET-EV-LOOP.
	   MOVE 'N' TO WS-EV-HIT(WS-SUB).
        RESET-EV-LOOP-END. EXIT.

        RESET-GE-LOOP.
	   MOVE 'N' TO WS-GE-HIT(WS-SUB).
        RESET-GE-LOOP-END. EXIT.

      * WS-MARK-CB onto the feed's club list, once.
        ADD-CB-RTN.

	   MOVE 'N' TO WS-FOUND2.
	   PERFORM ADD-CB-LOOP THRU ADD-CB-LOOP-END
		   VARYING WS-SUB2 FROM 1 BY 1
		   UNTIL WS-SUB2 > WS-CB-COUNT OR WS-FOUND2 = 'Y'.
	   IF WS-FOUND2 = 'Y'
	      GO TO ADD-CB-RTN-END.
	   IF WS-CB-COUNT NOT < T-CB-MAX
	      GO TO ADD-CB-RTN-END.

	   ADD 1 TO WS-CB-COUNT.
	   MOVE WS-MARK-CB TO WS-CB-HIT(WS-CB-COUNT).

        ADD-CB-RTN-END. EXIT.

        ADD-CB-LOOP.

	   IF WS-CB-HIT(WS-SUB2) = WS-MARK-CB
	      MOVE 'Y' TO WS-FOUND2.

        ADD-CB-LOOP-END. EXIT.

      ********************************************************************
      * The events WS-MARK-STD is entered for and the grading days
      * they are a candidate on.
        MARK-STD-RTN.

	   INITIALIZE ER-REC.
	   MOVE WS-MARK-STD TO ER-STD-KEY.
	   MOVE LOW-VALUES  TO ER-EV-KEY.
	   MOVE 'N' TO WS-EOF2.
	   START ER-FILE KEY >= ER-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM MARK-ER-LOOP THRU MARK-ER-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.
	   MOVE 'N' TO WS-EOF2.

	   PERFORM MARK-GC-LOOP THRU MARK-GC-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-GE-COUNT.

        MARK-STD-RTN-END. EXIT.

        MARK-ER-LOOP.

	   READ ER-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO MARK-ER-LOOP-END.

	   IF ER-STD-KEY NOT = WS-MARK-STD
	      MOVE 'Y' TO WS-EOF2
	      GO TO MARK-ER-LOOP-END.

	   IF ER-IS-WAITLISTED
	      GO TO MARK-ER-LOOP-END.

	   PERFORM MARK-EV-LOOP THRU MARK-EV-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-EV-COUNT.

        MARK-ER-LOOP-END. EXIT.

        MARK-EV-LOOP.

	   IF WS-EV-KEY(WS-SUB) = ER-EV-KEY
	      MOVE 'Y' TO WS-EV-HIT(WS-SUB).

        MARK-EV-LOOP-END. EXIT.

        MARK-GC-LOOP.

	   MOVE WS-GE-KEY(WS-SUB) TO GC-GE-KEY.
	   MOVE WS-MARK-STD	  TO GC-STD-KEY.
	   READ GC-FILE INVALID
		GO TO MARK-GC-LOOP-END.
	   MOVE 'Y' TO WS-GE-HIT(WS-SUB).

        MARK-GC-LOOP-END. EXIT.

      ********************************************************************
      * Writes the feed named in ICS-DATANAME. S-STATUS-CHECK comes
      * back Y when it could not be opened.
        FEED-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN OUTPUT ICS-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      ADD 1 TO LINK-CAL-FAILED
	      GO TO FEED-RTN-END.

	   MOVE 'BEGIN:VCALENDAR' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'VERSION:2.0' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'PRODID:-//Prestige Atlantic//SP2 Calendar//EN'
	     TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'CALSCALE:GREGORIAN' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'METHOD:PUBLISH' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE WS-CAL-NAME TO WS-ESC-IN.
	   PERFORM ESC-RTN THRU ESC-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'X-WR-CALNAME:' WS-ESC-OUT
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.

	   PERFORM FEED-SS-LOOP THRU FEED-SS-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-SS-COUNT.
	   PERFORM FEED-EV-LOOP THRU FEED-EV-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-EV-COUNT.
	   PERFORM FEED-GE-LOOP THRU FEED-GE-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-GE-COUNT.
	   PERFORM FEED-CL-LOOP THRU FEED-CL-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CL-COUNT.

	   MOVE 'END:VCALENDAR' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   CLOSE ICS-FILE.

        FEED-RTN-END. EXIT.

      * A session with no times on it is shown as an all-day entry.
        FEED-SS-LOOP.

	   MOVE WS-SS-CB(WS-SUB) TO WS-MARK-CB.
	   MOVE 'N' TO WS-FOUND.
	   PERFORM FEED-CB-LOOP THRU FEED-CB-LOOP-END
		   VARYING WS-SUB2 FROM 1 BY 1
		   UNTIL WS-SUB2 > WS-CB-COUNT OR WS-FOUND = 'Y'.
	   IF WS-FOUND = 'N'
	      GO TO FEED-SS-LOOP-END.

	   MOVE WS-SS-YMD(WS-SUB) TO WS-YMD-X.
	   MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'UID:SS-' WS-YMD-X '-' DELIMITED BY SIZE
		  WS-MARK-CB	    DELIMITED BY SPACE
		  '@prestige-atlantic' DELIMITED BY SIZE
		  INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   PERFORM STAMP-RTN THRU STAMP-RTN-END.

	   IF WS-SS-START(WS-SUB) = ZEROS
	      PERFORM ALL-DAY-RTN THRU ALL-DAY-RTN-END
	   ELSE
	      MOVE WS-SS-START(WS-SUB) TO WS-HHMM-X
	      MOVE SPACES TO WS-ICS-LINE
	      STRING 'DTSTART:' WS-YMD-X 'T' WS-HHMM-X '00'
		     DELIMITED BY SIZE INTO WS-ICS-LINE
	      PERFORM PUT-RTN THRU PUT-RTN-END
	      IF WS-SS-END(WS-SUB) > WS-SS-START(WS-SUB)
		 MOVE WS-SS-END(WS-SUB) TO WS-HHMM-X
		 MOVE SPACES TO WS-ICS-LINE
		 STRING 'DTEND:' WS-YMD-X 'T' WS-HHMM-X '00'
			DELIMITED BY SIZE INTO WS-ICS-LINE
		 PERFORM PUT-RTN THRU PUT-RTN-END.

	   MOVE WS-SS-CB-NAME(WS-SUB) TO WS-ESC-IN.
	   PERFORM ESC-RTN THRU ESC-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'SUMMARY:' DELIMITED BY SIZE
		  WS-ESC-OUT DELIMITED BY '  '
		  ' training' DELIMITED BY SIZE
		  INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.

	   IF WS-SS-HALL(WS-SUB) NOT = SPACES
	      MOVE WS-SS-HALL(WS-SUB) TO WS-ESC-IN
	      PERFORM ESC-RTN THRU ESC-RTN-END
	      MOVE SPACES TO WS-ICS-LINE
	      STRING 'LOCATION:' WS-ESC-OUT
		     DELIMITED BY SIZE INTO WS-ICS-LINE
	      PERFORM PUT-RTN THRU PUT-RTN-END.

	   IF WS-SS-PLANNED(WS-SUB) = 'N'
	      MOVE 'STATUS:CANCELLED' TO WS-ICS-LINE
	      PERFORM PUT-RTN THRU PUT-RTN-END
	      MOVE 'SEQUENCE:1' TO WS-ICS-LINE
	      ADD 1 TO LINK-CAL-CANCELLED
	   ELSE
	      MOVE 'STATUS:CONFIRMED' TO WS-ICS-LINE
	      PERFORM PUT-RTN THRU PUT-RTN-END
	      MOVE 'SEQUENCE:0' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.

	   MOVE 'END:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   ADD 1 TO LINK-CAL-SESSIONS.

        FEED-SS-LOOP-END. EXIT.

        FEED-CB-LOOP.

	   IF WS-CB-HIT(WS-SUB2) = WS-MARK-CB
	      MOVE 'Y' TO WS-FOUND.

        FEED-CB-LOOP-END. EXIT.

        FEED-EV-LOOP.

	   IF WS-EV-HIT(WS-SUB) NOT = 'Y'
	      GO TO FEED-EV-LOOP-END.

	   MOVE WS-EV-YMD(WS-SUB) TO WS-YMD-X.
	   MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'UID:EV-'	    DELIMITED BY SIZE
		  WS-EV-KEY(WS-SUB) DELIMITED BY SPACE
		  '@prestige-atlantic' DELIMITED BY SIZE
		  INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   PERFORM STAMP-RTN THRU STAMP-RTN-END.
	   PERFORM ALL-DAY-RTN THRU ALL-DAY-RTN-END.
	   MOVE WS-EV-NAME(WS-SUB) TO WS-ESC-IN.
	   PERFORM ESC-RTN THRU ESC-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'SUMMARY:' WS-ESC-OUT
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'STATUS:CONFIRMED' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'END:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   ADD 1 TO LINK-CAL-EVENTS.

        FEED-EV-LOOP-END. EXIT.

        FEED-GE-LOOP.

	   IF WS-GE-HIT(WS-SUB) NOT = 'Y'
	      GO TO FEED-GE-LOOP-END.

	   MOVE WS-GE-YMD(WS-SUB) TO WS-YMD-X.
	   MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'UID:GE-' WS-GE-KEY(WS-SUB) '@prestige-atlantic'
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   PERFORM STAMP-RTN THRU STAMP-RTN-END.
	   PERFORM ALL-DAY-RTN THRU ALL-DAY-RTN-END.
	   MOVE 'SUMMARY:Grading day' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'STATUS:CONFIRMED' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'END:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   ADD 1 TO LINK-CAL-GRADINGS.

        FEED-GE-LOOP-END. EXIT.

      * Closures are marked free time so they do not block the day.
        FEED-CL-LOOP.

	   MOVE WS-CL-YMD(WS-SUB) TO WS-YMD-X.
	   MOVE 'BEGIN:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'UID:CL-' WS-YMD-X '@prestige-atlantic'
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   PERFORM STAMP-RTN THRU STAMP-RTN-END.
	   PERFORM ALL-DAY-RTN THRU ALL-DAY-RTN-END.
	   MOVE WS-CL-DESC(WS-SUB) TO WS-ESC-IN.
	   PERFORM ESC-RTN THRU ESC-RTN-END.
	   MOVE SPACES TO WS-ICS-LINE.
	   IF WS-ESC-OUT = SPACES
	      MOVE 'SUMMARY:Academy closed' TO WS-ICS-LINE
	   ELSE
	      STRING 'SUMMARY:Closed - ' WS-ESC-OUT
		     DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'TRANSP:TRANSPARENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   MOVE 'END:VEVENT' TO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.
	   ADD 1 TO LINK-CAL-CLOSURES.

        FEED-CL-LOOP-END. EXIT.

      ********************************************************************
        STAMP-RTN.

	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'DTSTAMP:' WS-STAMP
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.

        STAMP-RTN-END. EXIT.

        ALL-DAY-RTN.

	   MOVE SPACES TO WS-ICS-LINE.
	   STRING 'DTSTART;VALUE=DATE:' WS-YMD-X
		  DELIMITED BY SIZE INTO WS-ICS-LINE.
	   PERFORM PUT-RTN THRU PUT-RTN-END.

        ALL-DAY-RTN-END. EXIT.

      * The content line ends at its first double space; the carriage
      * return goes straight after it.
        PUT-RTN.

	   MOVE SPACES TO ICS-REC.
	   STRING WS-ICS-LINE DELIMITED BY '  '
		  WS-CR	      DELIMITED BY SIZE
		  INTO ICS-REC.
	   WRITE ICS-REC.

        PUT-RTN-END. EXIT.

        ESC-RTN.

	   MOVE SPACES TO WS-ESC-OUT.
	   MOVE ZEROS  TO WS-ESC-O.
	   PERFORM ESC-LOOP THRU ESC-LOOP-END
		   VARYING WS-ESC-I FROM 1 BY 1 UNTIL WS-ESC-I > 40.

        ESC-RTN-END. EXIT.

        ESC-LOOP.

	   IF WS-ESC-IN-CHAR(WS-ESC-I) = ',' OR ';' OR '\'
	      ADD 1 TO WS-ESC-O
	      MOVE '\' TO WS-ESC-OUT-CHAR(WS-ESC-O).
	   ADD 1 TO WS-ESC-O.
	   MOVE WS-ESC-IN-CHAR(WS-ESC-I) TO WS-ESC-OUT-CHAR(WS-ESC-O).

        ESC-LOOP-END. EXIT.

      ********************************************************************
        CV-YMD-RTN.

	   MOVE ZEROS TO WS-CV-YMD.
	   IF WS-CV-DMY = ZEROS
	      GO TO CV-YMD-RTN-END.

	   MOVE WS-CV-YYYY TO WS-CV-Y-YYYY.
	   MOVE WS-CV-MM   TO WS-CV-Y-MM.
	   MOVE WS-CV-DD   TO WS-CV-Y-DD.

        CV-YMD-RTN-END. EXIT.

      * End of program.
