       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTWL.

      * CLUB WAITLIST REPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Demand per club - roster
      *					limit against open places
      *					taken, then everyone still
      *					waiting or holding an offer
      *					in queue order, off the
      *					WL-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CLUB WAITLIST REPORT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SEL-CB-KEY	PIC X(02).
	  03 WS-CB-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-WL-EOF		PIC X(01).
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 WS-OPEN-COUNT	PIC 9(05).
	  03 WS-WAIT-COUNT	PIC 9(05).
	  03 WS-OFFER-COUNT	PIC 9(05).
	  03 WS-POS		PIC 9(05).
	  03 WS-CLUB-COUNT	PIC 9(05).
	  03 WS-TOT-WAIT	PIC 9(05).
	  03 WS-TOT-OFFER	PIC 9(05).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: CLUB WAITLIST REPORT'.
	  03 FIL		PIC X(07) VALUE 'CLUB :'.
	  03 PRT-SEL-CB-KEY	PIC X(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(39) VALUE
	     ' POS AC#    STUDENT NAME              '.
	  03 FIL		PIC X(39) VALUE
	     'REQUESTED  STAGE    OFFERED    REPLY BY'.

       01 PRT-CLUB.
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CB-NAME	PIC X(20).
	  03 FIL		PIC X(07) VALUE ' LIMIT'.
	  03 PRT-MAX		PIC ZZZ9.
	  03 FIL		PIC X(07) VALUE '  OPEN'.
	  03 PRT-OPEN		PIC ZZZZ9.
	  03 FIL		PIC X(09) VALUE '  WAITING'.
	  03 PRT-WAIT		PIC ZZZZ9.
	  03 FIL		PIC X(09) VALUE '  OFFERED'.
	  03 PRT-OFFER		PIC ZZZZ9.

       01 PRT-DETAIL.
	  03 PRT-POS		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(25).
	  03 FIL		PIC X(02).
	  03 PRT-REQ-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-STAGE		PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-OFFER-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-REPLY-DMY	PIC 99/99/9999.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'CLUBS WITH DEMAND:'.
	  03 PRT-END-CLUBS	PIC ZZZZ9.
	  03 FIL		PIC X(12) VALUE '   WAITING:'.
	  03 PRT-END-WAIT	PIC ZZZZ9.
	  03 FIL		PIC X(12) VALUE '   OFFERED:'.
	  03 PRT-END-OFFER	PIC ZZZZ9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Club:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(02)
	     USING WS-SEL-CB-KEY UPPER.
	  03 LABEL COL + 2 '(blank = all clubs)'.
	  03 LABEL LINE 04 COL 02
	     'Print Club Waitlist Report?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwl'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT WL-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE SPACES TO WS-SEL-CB-KEY.
	   MOVE 'Club Waitlist Report' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE WL-FILE.
	   CLOSE CB-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   IF WS-SEL-CB-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-SEL-CB-KEY TO CB-KEY
	      READ CB-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 101 TO S-CONTROL-ID
		 GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE ZEROS TO WS-CLUB-COUNT, WS-TOT-WAIT, WS-TOT-OFFER.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'CLUB ' WS-SEL-CB-KEY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE CB-REC.
	   MOVE LOW-VALUES TO CB-KEY.
	   IF WS-SEL-CB-KEY NOT = SPACES
	      MOVE WS-SEL-CB-KEY TO CB-KEY.
	   MOVE 'N' TO WS-CB-EOF.
	   START CB-FILE KEY >= CB-KEY INVALID
		 MOVE 'Y' TO WS-CB-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-CB-EOF = 'Y'.

	   MOVE WS-CLUB-COUNT TO PRT-END-CLUBS.
	   MOVE WS-TOT-WAIT   TO PRT-END-WAIT.
	   MOVE WS-TOT-OFFER  TO PRT-END-OFFER.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * A club with nobody waiting or holding an offer has no unmet
      * demand and is left off - unless it was asked for by name.
        CLUB-LOOP.

	   READ CB-FILE NEXT END
		MOVE 'Y' TO WS-CB-EOF
		GO TO CLUB-LOOP-END.

	   IF WS-SEL-CB-KEY NOT = SPACES AND
	      CB-KEY NOT = WS-SEL-CB-KEY
	      MOVE 'Y' TO WS-CB-EOF
	      GO TO CLUB-LOOP-END.

	   MOVE CB-KEY TO WS-CUR-CB-KEY.
	   MOVE ZEROS  TO WS-OPEN-COUNT, WS-WAIT-COUNT,
			  WS-OFFER-COUNT.

	   INITIALIZE WL-REC.
	   MOVE WS-CUR-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS	      TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM WL-TALLY-LOOP THRU WL-TALLY-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

	   IF WS-WAIT-COUNT = ZEROS AND WS-OFFER-COUNT = ZEROS AND
	      WS-SEL-CB-KEY = SPACES
	      GO TO CLUB-LOOP-END.

	   INITIALIZE CM-REC.
	   MOVE WS-CUR-CB-KEY TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES    TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CM-TALLY-LOOP THRU CM-TALLY-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   ADD 1 TO WS-CLUB-COUNT.
	   ADD WS-WAIT-COUNT  TO WS-TOT-WAIT.
	   ADD WS-OFFER-COUNT TO WS-TOT-OFFER.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-CUR-CB-KEY	TO PRT-CB-KEY.
	   MOVE CB-NAME		TO PRT-CB-NAME.
	   MOVE CB-MAX-ROSTER	TO PRT-MAX.
	   MOVE WS-OPEN-COUNT	TO PRT-OPEN.
	   MOVE WS-WAIT-COUNT	TO PRT-WAIT.
	   MOVE WS-OFFER-COUNT	TO PRT-OFFER.
	   WRITE PRINT-REC FROM PRT-CLUB AFTER 2.

	   MOVE ZEROS TO WS-POS.
	   MOVE WS-CUR-CB-KEY TO WL-CB-KEY.
	   MOVE ZEROS	      TO WL-SEQ.
	   MOVE 'N' TO WS-WL-EOF.
	   START WL-FILE KEY >= WL-KEY INVALID
		 MOVE 'Y' TO WS-WL-EOF.
	   PERFORM WL-LIST-LOOP THRU WL-LIST-LOOP-END
		   UNTIL WS-WL-EOF = 'Y'.

        CLUB-LOOP-END. EXIT.

      ********************************************************************
        WL-TALLY-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO WL-TALLY-LOOP-END.

	   IF WL-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO WL-TALLY-LOOP-END.

	   IF WL-IS-WAITING
	      ADD 1 TO WS-WAIT-COUNT.
	   IF WL-IS-OFFERED
	      ADD 1 TO WS-OFFER-COUNT.

        WL-TALLY-LOOP-END. EXIT.

      ********************************************************************
        CM-TALLY-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-TALLY-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-TALLY-LOOP-END.

	   IF CM-IS-OPEN
	      ADD 1 TO WS-OPEN-COUNT.

        CM-TALLY-LOOP-END. EXIT.

      ********************************************************************
      * Queue order is arrival order - position counts only the rows
      * still waiting or holding an offer.
        WL-LIST-LOOP.

	   READ WL-FILE NEXT END
		MOVE 'Y' TO WS-WL-EOF
		GO TO WL-LIST-LOOP-END.

	   IF WL-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE 'Y' TO WS-WL-EOF
	      GO TO WL-LIST-LOOP-END.

	   IF NOT WL-IS-QUEUED
	      GO TO WL-LIST-LOOP-END.

	   ADD 1 TO WS-POS.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WL-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	      TO PRT-DETAIL.
	   MOVE WS-POS	      TO PRT-POS.
	   MOVE WL-STD-KEY    TO PRT-STD-KEY.
	   MOVE STD-NAME      TO PRT-STD-NAME.
	   MOVE WL-REQ-DMY    TO PRT-REQ-DMY.
	   IF WL-IS-OFFERED
	      MOVE 'OFFERED'	  TO PRT-STAGE
	      MOVE WL-OFFER-DMY	  TO PRT-OFFER-DMY
	      MOVE WL-REPLY-DMY	  TO PRT-REPLY-DMY
	   ELSE
	      MOVE 'WAITING'	  TO PRT-STAGE
	   END-IF.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        WL-LIST-LOOP-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

	   IF S-FIRST-PRINT = 'Y'
	      MOVE 'N' TO S-FIRST-PRINT
	      CALL   '/v/cps/lib/std/f-dmyhm' USING
		     PRT-SYS-DMY, PRT-START-HHMM
	      CANCEL '/v/cps/lib/std/f-dmyhm'
	      MOVE 'PRESTIGE ATLANTIC' TO PRT-COMPNAME
	      MOVE 1			TO S-PAGE-COUNT
	   ELSE
	      ADD 1		TO S-PAGE-COUNT
	      WRITE PRINT-REC FROM SPACE AFTER PAGE
	   END-IF.

	   MOVE WS-SEL-CB-KEY TO PRT-SEL-CB-KEY.
	   IF WS-SEL-CB-KEY = SPACES
	      MOVE 'ALL' TO PRT-SEL-CB-KEY.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
