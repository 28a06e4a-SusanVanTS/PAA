       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTTV.

      * AWAY-EVENT PASSENGER MANIFEST AND ROOMING LIST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	TV-FILE travellers of one
      *					event: the coach bus
      *					manifest in seat order with
      *					each person's phone,
      *					emergency contact and
      *					dietary needs, and the
      *					hotel rooming list room by
      *					room; travel costs charged
      *					and outstanding at the foot
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmed'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmed'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmed'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'TRAVEL MANIFEST/ROOMING LIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-EV-KEY		PIC X(04).
	  03 WS-LIST		PIC X(01) VALUE 'B'.
	     88 VALID-LIST	VALUE 'M', 'R', 'B'.
	  03 WS-PART		PIC X(01).
	  03 WS-TV-EOF		PIC X(01).
	  03 WS-LAST-ROOM	PIC X(04).
	  03 WS-TRAVELLERS	PIC 9(05).
	  03 WS-ON-BUS		PIC 9(05).
	  03 WS-MINORS		PIC 9(05).
	  03 WS-DIETS		PIC 9(05).
	  03 WS-ROOMS		PIC 9(05).
	  03 WS-UNROOMED	PIC 9(05).
	  03 WS-TOT-CHARGED	PIC 9(08)V9(02).
	  03 WS-TOT-UNCHARGED	PIC 9(08)V9(02).
	  03 WS-TOT-CLUB	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(14) VALUE 'REPORT TITLE:'.
	  03 PRT-TITLE		PIC X(20).
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'EVENT:'.
	  03 PRT-EV-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-EV-NAME	PIC X(30).

       01 PRT-M-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'SEAT T NAME                           G '.
	  03 FIL		PIC X(40) VALUE
	     'AGE   PHONE           ROOM              '.

       01 PRT-M-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- - ------------------------------ - '.
	  03 FIL		PIC X(40) VALUE
	     '----- --------------- ----              '.

       01 PRT-R-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'ROOM  T NAME                           G'.
	  03 FIL		PIC X(40) VALUE
	     ' AGE   AC#    SEAT                      '.

       01 PRT-R-LINE.
	  03 FIL		PIC X(40) VALUE
	     '----  - ------------------------------ -'.
	  03 FIL		PIC X(40) VALUE
	     ' ----- ------ ----                      '.

       01 PRT-M-DETAIL.
	  03 FIL		PIC X(01).
	  03 PRT-M-SEAT		PIC ZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-M-TYPE		PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-M-NAME		PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-M-GENDER	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-M-AGE		PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-M-PHONE	PIC X(15).
	  03 FIL		PIC X(01).
	  03 PRT-M-ROOM		PIC X(04).

       01 PRT-M-EMERG.
	  03 FIL		PIC X(07).
	  03 FIL		PIC X(11) VALUE 'EMERGENCY:'.
	  03 PRT-EM-NAME	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-EM-REL		PIC X(12).
	  03 FIL		PIC X(01).
	  03 PRT-EM-PHONE	PIC X(15).

       01 PRT-M-DIET.
	  03 FIL		PIC X(07).
	  03 FIL		PIC X(11) VALUE 'DIET:'.
	  03 PRT-DIET		PIC X(60).

       01 PRT-R-DETAIL.
	  03 PRT-R-ROOM		PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-R-TYPE		PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-R-NAME		PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-R-GENDER	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-R-AGE		PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-R-KEY		PIC X(06).
	  03 FIL		PIC X(02).
	  03 PRT-R-SEAT		PIC ZZ9.

       01 PRT-TOTAL.
	  03 FIL		PIC X(02).
	  03 PRT-TOT-DESC	PIC X(40).
	  03 PRT-TOT-COUNT	PIC ZZ,ZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-TOT-AMOUNT	PIC ZZ,ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(60) VALUE
	     'T: E = ENTRANT, C = COACH, G = GUARDIAN'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Event Code:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 30 PIC X(04)
	     USING WS-EV-KEY BELL UPPER.
	  03 LABEL LINE 03 COL 02
	     'M Manifest, R Rooming, B Both:'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 03 COL 34 PIC X(01)
	     USING WS-LIST BELL UPPER.
	  03 LABEL LINE 05 COL 02
	     'Print Travel Manifest?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmed'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT TV-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN INPUT MED-FILE.

	   MOVE 'Travel Manifest' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TV-FILE.
	   CLOSE EV-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE MED-FILE.
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

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT VALID-LIST
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
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

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'EVENT ' WS-EV-KEY ' LIST ' WS-LIST
		  DELIMITED BY SIZE INTO WS-SPL-SEL.
	   MOVE WS-EV-KEY  TO PRT-EV-KEY.
	   MOVE EV-NAME	   TO PRT-EV-NAME.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.

	   IF WS-LIST = 'M' OR WS-LIST = 'B'
	      PERFORM MANIFEST-RTN THRU MANIFEST-RTN-END.
	   IF WS-LIST = 'R' OR WS-LIST = 'B'
	      PERFORM ROOMING-RTN THRU ROOMING-RTN-END.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The coach bus manifest in seat order - those with no seat on
      * the bus (making their own way) come first, under seat blank.
        MANIFEST-RTN.

	   MOVE 'M' TO WS-PART.
	   MOVE 'PASSENGER MANIFEST' TO PRT-TITLE.
	   MOVE ZEROS TO WS-TRAVELLERS, WS-ON-BUS, WS-MINORS, WS-DIETS,
			 WS-TOT-CHARGED, WS-TOT-UNCHARGED, WS-TOT-CLUB.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE TV-REC.
	   MOVE WS-EV-KEY TO TV-ALT2-EV-KEY.
	   MOVE ZEROS	  TO TV-SEAT.
	   MOVE 'N' TO WS-TV-EOF.
	   START TV-FILE KEY >= TV-ALT-KEY2 INVALID
		 MOVE 'Y' TO WS-TV-EOF.
	   PERFORM MANIFEST-LOOP THRU MANIFEST-LOOP-END
		   UNTIL WS-TV-EOF = 'Y'.

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-M-LINE.
	   MOVE ZEROS TO PRT-TOT-AMOUNT.
	   MOVE 'TRAVELLERS'		 TO PRT-TOT-DESC.
	   MOVE WS-TRAVELLERS		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'SEATED ON THE BUS'	 TO PRT-TOT-DESC.
	   MOVE WS-ON-BUS		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'MINORS'		 TO PRT-TOT-DESC.
	   MOVE WS-MINORS		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'WITH DIETARY NEEDS'	 TO PRT-TOT-DESC.
	   MOVE WS-DIETS		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE ZEROS			 TO PRT-TOT-COUNT.
	   MOVE 'TRAVEL COSTS CHARGED'	 TO PRT-TOT-DESC.
	   MOVE WS-TOT-CHARGED		 TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.
	   MOVE 'TRAVEL COSTS NOT YET CHARGED' TO PRT-TOT-DESC.
	   MOVE WS-TOT-UNCHARGED	 TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'COACHES - CARRIED BY THE CLUB' TO PRT-TOT-DESC.
	   MOVE WS-TOT-CLUB		 TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.

        MANIFEST-RTN-END. EXIT.
      ********************************************************************
        MANIFEST-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-TV-EOF
		GO TO MANIFEST-LOOP-END.

	   IF TV-ALT2-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO MANIFEST-LOOP-END.

	   ADD 1 TO WS-TRAVELLERS.
	   IF TV-SEAT NOT = ZEROS
	      ADD 1 TO WS-ON-BUS.
	   IF TV-IS-MINOR
	      ADD 1 TO WS-MINORS.
	   EVALUATE TRUE
	     WHEN TV-IS-COACH
		  ADD TV-COST TO WS-TOT-CLUB
	     WHEN TV-FEE-DMY NOT = ZEROS
		  ADD TV-COST TO WS-TOT-CHARGED
	     WHEN OTHER
		  ADD TV-COST TO WS-TOT-UNCHARGED
	   END-EVALUATE.

	   IF LINAGE-COUNTER > 54
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE TV-SEAT		TO PRT-M-SEAT.
	   MOVE TV-TYPE		TO PRT-M-TYPE.
	   MOVE TV-NAME		TO PRT-M-NAME.
	   MOVE TV-GENDER	TO PRT-M-GENDER.
	   IF TV-IS-MINOR
	      MOVE 'MINOR'	TO PRT-M-AGE
	   ELSE
	      MOVE 'ADULT'	TO PRT-M-AGE.
	   MOVE TV-ROOM		TO PRT-M-ROOM.
	   MOVE TV-PHONE	TO PRT-M-PHONE.
	   MOVE TV-DIET		TO PRT-DIET.
	   MOVE SPACES		TO PRT-EM-NAME, PRT-EM-REL,
				   PRT-EM-PHONE.

      * An entrant's own number, emergency contact and diet come
      * off the student, guardian and medical records.
	   IF TV-IS-ENTRANT
	      MOVE SPACES TO PRT-M-PHONE, PRT-DIET
	      MOVE TV-PERSON-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE STD-MOBILE TO PRT-M-PHONE
	      END-READ
	      MOVE TV-PERSON-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE '(NONE ON FILE)' TO PRT-EM-NAME
	      NOT INVALID
		   MOVE GD-NAME		TO PRT-EM-NAME
		   MOVE GD-RELATIONSHIP TO PRT-EM-REL
		   MOVE GD-PHONE	TO PRT-EM-PHONE
	      END-READ
	      MOVE TV-PERSON-KEY TO MED-KEY
	      READ MED-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE MED-DIET TO PRT-DIET
	      END-READ.

	   WRITE PRINT-REC FROM PRT-M-DETAIL.
	   IF TV-IS-ENTRANT
	      WRITE PRINT-REC FROM PRT-M-EMERG.
	   IF PRT-DIET NOT = SPACES
	      ADD 1 TO WS-DIETS
	      WRITE PRINT-REC FROM PRT-M-DIET.

        MANIFEST-LOOP-END. EXIT.
      ********************************************************************
      * The rooming list room by room, those not yet roomed first.
        ROOMING-RTN.

	   MOVE 'R' TO WS-PART.
	   MOVE 'ROOMING LIST' TO PRT-TITLE.
	   MOVE ZEROS TO WS-ROOMS, WS-UNROOMED.
	   MOVE HIGH-VALUES TO WS-LAST-ROOM.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE TV-REC.
	   MOVE WS-EV-KEY TO TV-ALT-EV-KEY.
	   MOVE SPACES	  TO TV-ROOM.
	   MOVE 'N' TO WS-TV-EOF.
	   START TV-FILE KEY >= TV-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TV-EOF.
	   PERFORM ROOMING-LOOP THRU ROOMING-LOOP-END
		   UNTIL WS-TV-EOF = 'Y'.

	   IF LINAGE-COUNTER > 54
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-R-LINE.
	   MOVE ZEROS TO PRT-TOT-AMOUNT.
	   MOVE 'ROOMS IN USE'		 TO PRT-TOT-DESC.
	   MOVE WS-ROOMS		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'TRAVELLERS NOT YET ROOMED' TO PRT-TOT-DESC.
	   MOVE WS-UNROOMED		 TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.

        ROOMING-RTN-END. EXIT.
      ********************************************************************
        ROOMING-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-TV-EOF
		GO TO ROOMING-LOOP-END.

	   IF TV-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TV-EOF
	      GO TO ROOMING-LOOP-END.

	   IF LINAGE-COUNTER > 57
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      MOVE HIGH-VALUES TO WS-LAST-ROOM.

	   MOVE SPACES TO PRT-R-ROOM.
	   IF TV-ROOM NOT = WS-LAST-ROOM
	      IF TV-ROOM = SPACES
		 MOVE 'NONE' TO PRT-R-ROOM
	      ELSE
		 MOVE TV-ROOM TO PRT-R-ROOM
		 IF WS-LAST-ROOM NOT = HIGH-VALUES
		    WRITE PRINT-REC FROM SPACE
		 END-IF
		 ADD 1 TO WS-ROOMS.
	   MOVE TV-ROOM TO WS-LAST-ROOM.
	   IF TV-ROOM = SPACES
	      ADD 1 TO WS-UNROOMED.

	   MOVE TV-TYPE		TO PRT-R-TYPE.
	   MOVE TV-NAME		TO PRT-R-NAME.
	   MOVE TV-GENDER	TO PRT-R-GENDER.
	   IF TV-IS-MINOR
	      MOVE 'MINOR'	TO PRT-R-AGE
	   ELSE
	      MOVE 'ADULT'	TO PRT-R-AGE.
	   MOVE TV-PERSON-KEY	TO PRT-R-KEY.
	   MOVE TV-SEAT		TO PRT-R-SEAT.
	   WRITE PRINT-REC FROM PRT-R-DETAIL.

        ROOMING-LOOP-END. EXIT.
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

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   IF WS-PART = 'M'
	      WRITE PRINT-REC FROM PRT-M-HEADER3 AFTER 2
	      WRITE PRINT-REC FROM PRT-M-LINE
	   ELSE
	      WRITE PRINT-REC FROM PRT-R-HEADER3 AFTER 2
	      WRITE PRINT-REC FROM PRT-R-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
