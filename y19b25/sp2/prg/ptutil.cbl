       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTUTIL.

      * SESSION UTILISATION AGAINST VENUE CAPACITY
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Planned sessions in the
      *					date range held in a keyed
      *					VN-FILE hall, attendance off
      *					the register as a percentage
      *					of the hall's capacity: a
      *					day-of-week by start-time
      *					grid per venue, the recurring
      *					sessions running under the
      *					keyed percentage or over
      *					capacity, and each venue term
      *					by term off the CL-FILE term
      *					dates
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fccl'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcl'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'SESSION UTILISATION REPORT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-VN-MAX		VALUE 20.
       78 T-SLOT-MAX		VALUE 500.
       78 T-TERM-MAX		VALUE 40.
      * A recurring session needs this many dates in the range before
      * its average says anything about it.
       78 T-SLOT-MIN		VALUE 2.
      * Under-percentage used when none is keyed.
       78 T-UNDER-DEFAULT	VALUE 50.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-S-DATE-DMY	PIC 9(08).
	  03 WS-E-DATE-DMY	PIC 9(08).
	  03 WS-UNDER-PCT	PIC 9(03).
	  03 WS-S-YMD		PIC 9(08).
	  03 WS-E-YMD		PIC 9(08).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-SS-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-MU-EOF		PIC X(01).
	  03 WS-CL-EOF		PIC X(01).
	  03 WS-DATE		PIC X(01).
	  03 WS-PRESENT		PIC 9(04).
	  03 WS-PCT		PIC 9(05).
	  03 WS-AVG		PIC 9(05).
	  03 WS-HR		PIC 9(02).
	  03 WS-HR-SUB		PIC 9(02).
	  03 WS-DAY-SUB		PIC 9(01).
	  03 WS-ANY		PIC X(01).
	  03 WS-SESS-COUNT	PIC 9(05).
	  03 WS-NOVN-COUNT	PIC 9(05).
	  03 WS-EXC-COUNT	PIC 9(05).
	  03 WS-DOW		PIC 9(01).
	  03 PRT-START-HHMM	PIC X(07).

      * Zeller's congruence, one integer step at a time.
       01 WS-ZELLER.
	  03 WS-Z-DD		PIC 9(02).
	  03 WS-Z-MM		PIC 9(02).
	  03 WS-Z-YYYY		PIC 9(04).
	  03 WS-Z-K		PIC 9(02).
	  03 WS-Z-J		PIC 9(02).
	  03 WS-Z-T1		PIC 9(03).
	  03 WS-Z-T2		PIC 9(02).
	  03 WS-Z-T3		PIC 9(02).
	  03 WS-Z-H		PIC 9(05).
	  03 WS-Z-Q		PIC 9(05).
	  03 WS-Z-REM		PIC 9(01).

       01 WS-SS-DMY		PIC 9(08).
       01 REDEFINES WS-SS-DMY.
	  03 WS-SD-DD		PIC 9(02).
	  03 WS-SD-MM		PIC 9(02).
	  03 WS-SD-YYYY		PIC 9(04).

       01 WS-SHOW-YMD		PIC 9(08).
       01 REDEFINES WS-SHOW-YMD.
	  03 WS-SY-YYYY		PIC 9(04).
	  03 WS-SY-MM		PIC 9(02).
	  03 WS-SY-DD		PIC 9(02).

       01 WS-SHOW-DMY.
	  03 WS-SW-DD		PIC 9(02).
	  03 WS-SW-MM		PIC 9(02).
	  03 WS-SW-YYYY		PIC 9(04).
       01 WS-SHOW-DMY-N REDEFINES WS-SHOW-DMY PIC 9(08).

       01 WS-DAY-NAMES.
	  03 FIL		PIC X(21) VALUE
	     'MONTUEWEDTHUFRISATSUN'.
       01 REDEFINES WS-DAY-NAMES.
	  03 WS-DAY-NAME	PIC X(03) OCCURS 7.

      * One grid per keyed venue: a cell per weekday per start hour,
      * the sessions held in it and their percentages summed.
       01 WS-VN-TABLE.
	  03 WS-VN-COUNT	PIC 9(02).
	  03 WS-VN-SUB		PIC 9(02).
	  03 WS-VNT OCCURS T-VN-MAX.
	     05 WS-VNT-KEY	PIC X(04).
	     05 WS-VNT-NAME	PIC X(20).
	     05 WS-VNT-CAP	PIC 9(04).
	     05 WS-VNT-DAY OCCURS 7.
		07 WS-VNT-HR OCCURS 24.
		   09 WS-CELL-SESS PIC 9(04).
		   09 WS-CELL-PCT  PIC 9(07).

      * A recurring session: one club in one hall on one weekday at
      * one start time.
       01 WS-SLOT-TABLE.
	  03 WS-SLOT-COUNT	PIC 9(03).
	  03 WS-SLOT-SUB	PIC 9(03).
	  03 WS-SLT OCCURS T-SLOT-MAX.
	     05 WS-SLT-VN-KEY	PIC X(04).
	     05 WS-SLT-CB-KEY	PIC X(04).
	     05 WS-SLT-DOW	PIC 9(01).
	     05 WS-SLT-HHMM	PIC 9(04).
	     05 WS-SLT-SESS	PIC 9(04).
	     05 WS-SLT-PCT	PIC 9(07).

      * Terms off CL-FILE: each T row is a term start, closed by the
      * first E row on or after it.
       01 WS-TERM-TABLE.
	  03 WS-TERM-COUNT	PIC 9(02).
	  03 WS-TERM-SUB	PIC 9(02).
	  03 WS-TERM-HIT	PIC 9(02).
	  03 WS-TERM-NEXT	PIC 9(02).
	  03 WS-TRM OCCURS T-TERM-MAX.
	     05 WS-TRM-FROM-YMD	PIC 9(08).
	     05 WS-TRM-TO-YMD	PIC 9(08).
	     05 WS-TRM-DONE	PIC X(01).
	     05 WS-TRM-VN OCCURS T-VN-MAX.
		07 WS-TRM-SESS	PIC 9(04).
		07 WS-TRM-PCT	PIC 9(07).
       01 WS-END-TABLE.
	  03 WS-END-COUNT	PIC 9(02).
	  03 WS-END-SUB		PIC 9(02).
	  03 WS-END-YMD		PIC 9(08) OCCURS T-TERM-MAX.
       01 WS-PREV-TABLE.
	  03 WS-PREV-AVG	PIC 9(05) OCCURS T-VN-MAX.
	  03 WS-PREV-SET	PIC X(01) OCCURS T-VN-MAX.

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: SESSION UTILISATION REPORT'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(08) VALUE 'PERIOD:'.
	  03 PRT-S-DMY		PIC 99/99/9999.
	  03 FIL		PIC X(04) VALUE ' TO '.
	  03 PRT-E-DMY		PIC 99/99/9999.
	  03 FIL		PIC X(13) VALUE '   UNDER % :'.
	  03 PRT-UNDER		PIC ZZ9.

       01 PRT-VN-HDR.
	  03 FIL		PIC X(07) VALUE 'VENUE:'.
	  03 PRT-VN-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-VN-NAME	PIC X(20).
	  03 FIL		PIC X(12) VALUE ' CAPACITY :'.
	  03 PRT-VN-CAP		PIC ZZZ9.

       01 PRT-GRID-HDR.
	  03 FIL		PIC X(48) VALUE
	     'START   MON   TUE   WED   THU   FRI   SAT   SUN'.

       01 PRT-GRID-LINE.
	  03 FIL		PIC X(48) VALUE
	     '-----  ----- ----- ----- ----- ----- ----- -----'.

      * Average attendance as a percentage of capacity; a blank cell
      * had no session.
       01 PRT-GRID.
	  03 PRT-G-HR		PIC 99.
	  03 FIL		PIC X(03) VALUE ':00'.
	  03 PRT-G-CELL OCCURS 7.
	     05 FIL		PIC X(01).
	     05 PRT-G-PCT	PIC ZZZZ9.

       01 PRT-EXC-HDR.
	  03 FIL		PIC X(50) VALUE
	     'RECURRING SESSIONS UNDER THE PERCENTAGE OR OVER 100'.

       01 PRT-EXC-HDR2.
	  03 FIL		PIC X(48) VALUE
	     'VENUE CLUB DAY START SESS  AVG %'.

       01 PRT-EXC-DETAIL.
	  03 PRT-X-VN-KEY	PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-X-CB-KEY	PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-X-DAY		PIC X(03).
	  03 FIL		PIC X(01).
	  03 PRT-X-HHMM		PIC 9(04).
	  03 FIL		PIC X(02).
	  03 PRT-X-SESS		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-X-AVG		PIC ZZZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-X-FLAG		PIC X(05).

       01 PRT-TERM-HDR.
	  03 FIL		PIC X(07) VALUE 'TERM :'.
	  03 PRT-T-FROM		PIC 99/99/9999.
	  03 FIL		PIC X(03) VALUE ' - '.
	  03 PRT-T-TO		PIC 99/99/9999.

       01 PRT-TERM-DETAIL.
	  03 FIL		PIC X(02).
	  03 PRT-T-VN-KEY	PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-T-VN-NAME	PIC X(20).
	  03 FIL		PIC X(07) VALUE ' SESS:'.
	  03 PRT-T-SESS		PIC ZZZ9.
	  03 FIL		PIC X(08) VALUE '  AVG %:'.
	  03 PRT-T-AVG		PIC ZZZZ9.
	  03 FIL		PIC X(10) VALUE '  CHANGE:'.
	  03 PRT-T-CHANGE	PIC -ZZZZ9.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'SESSIONS MEASURED   :'.
	  03 PRT-END-COUNT	PIC Z(04)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'NO VENUE / CAPACITY :'.
	  03 PRT-END-NOVN	PIC Z(04)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'EXCEPTIONS LISTED   :'.
	  03 PRT-END-EXC	PIC Z(04)9.

       01 WS-CHANGE		PIC S9(05).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Date Range:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC 99/99/9999
	     USING WS-S-DATE-DMY.
	  03 LABEL COL + 2 'to'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC 99/99/9999
	     USING WS-E-DATE-DMY.
	  03 LABEL LINE 04 COL 04 'Under %:'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL 18 PIC ZZ9
	     USING WS-UNDER-PCT.
	  03 LABEL LINE 04 COL + 2 '[0=50]'.
	  03 LABEL LINE 06 COL 04
	     'Run Session Utilisation Report?'.
	  03 LABEL LINE 06 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 06 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dccl'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT MU-FILE.
	   OPEN INPUT CL-FILE.

	   MOVE 'Session Utilisation Report' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SS-FILE.
	   CLOSE VN-FILE.
	   CLOSE CM-FILE.
	   CLOSE ATT-FILE.
	   CLOSE MU-FILE.
	   CLOSE CL-FILE.
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
	      MOVE 104 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   IF WS-S-DATE-DMY = ZEROS OR WS-E-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-S-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-E-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-S-DATE-DMY TO WS-S-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-S-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-E-DATE-DMY TO WS-E-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-E-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-UNDER-PCT = ZEROS
	      MOVE T-UNDER-DEFAULT TO WS-UNDER-PCT.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE ZEROS TO WS-SESS-COUNT, WS-NOVN-COUNT, WS-EXC-COUNT.
	   INITIALIZE WS-VN-TABLE, WS-SLOT-TABLE, WS-TERM-TABLE,
		      WS-END-TABLE, WS-PREV-TABLE.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM TERM-LOAD-RTN THRU TERM-LOAD-RTN-END.

	   INITIALIZE SS-REC.
	   MOVE LOW-VALUES TO SS-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM SS-LOOP THRU SS-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.

	   PERFORM GRID-PRT-RTN THRU GRID-PRT-RTN-END
		   VARYING WS-VN-SUB FROM 1 BY 1
		   UNTIL WS-VN-SUB > WS-VN-COUNT.

	   PERFORM EXC-PRT-RTN THRU EXC-PRT-RTN-END.
	   PERFORM TERM-PRT-RTN THRU TERM-PRT-RTN-END.

	   MOVE WS-SESS-COUNT TO PRT-END-COUNT.
	   MOVE WS-NOVN-COUNT TO PRT-END-NOVN.
	   MOVE WS-EXC-COUNT  TO PRT-END-EXC.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Term starts and ends off the academy calendar. The key runs
      * day-first, so both lists are gathered whole and each start
      * is then closed by the earliest end on or after it.
        TERM-LOAD-RTN.

	   INITIALIZE CL-REC.
	   MOVE LOW-VALUES TO CL-KEY.
	   MOVE 'N' TO WS-CL-EOF.
	   START CL-FILE KEY >= CL-KEY INVALID
		 MOVE 'Y' TO WS-CL-EOF.
	   PERFORM TERM-LOAD-LOOP THRU TERM-LOAD-LOOP-END
		   UNTIL WS-CL-EOF = 'Y'.

	   PERFORM TERM-CLOSE-RTN THRU TERM-CLOSE-RTN-END
		   VARYING WS-TERM-SUB FROM 1 BY 1
		   UNTIL WS-TERM-SUB > WS-TERM-COUNT.

        TERM-LOAD-RTN-END. EXIT.

        TERM-LOAD-LOOP.

	   READ CL-FILE NEXT END
		MOVE 'Y' TO WS-CL-EOF
		GO TO TERM-LOAD-LOOP-END.

	   IF NOT CL-IS-TERM-START AND NOT CL-IS-TERM-END
	      GO TO TERM-LOAD-LOOP-END.

	   MOVE CL-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF CL-IS-TERM-START
	      IF WS-TERM-COUNT < T-TERM-MAX
		 ADD 1 TO WS-TERM-COUNT
		 MOVE WS-ROW-YMD TO WS-TRM-FROM-YMD (WS-TERM-COUNT)
	      END-IF
	   ELSE
	      IF WS-END-COUNT < T-TERM-MAX
		 ADD 1 TO WS-END-COUNT
		 MOVE WS-ROW-YMD TO WS-END-YMD (WS-END-COUNT)
	      END-IF
	   END-IF.

        TERM-LOAD-LOOP-END. EXIT.

      * A start with no end keyed after it runs open.
        TERM-CLOSE-RTN.

	   MOVE 99999999 TO WS-TRM-TO-YMD (WS-TERM-SUB).
	   PERFORM TERM-CLOSE-LOOP THRU TERM-CLOSE-LOOP-END
		   VARYING WS-END-SUB FROM 1 BY 1
		   UNTIL WS-END-SUB > WS-END-COUNT.

        TERM-CLOSE-RTN-END. EXIT.

        TERM-CLOSE-LOOP.

	   IF WS-END-YMD (WS-END-SUB) >= WS-TRM-FROM-YMD (WS-TERM-SUB)
	      AND WS-END-YMD (WS-END-SUB) < WS-TRM-TO-YMD (WS-TERM-SUB)
	      MOVE WS-END-YMD (WS-END-SUB)
		TO WS-TRM-TO-YMD (WS-TERM-SUB).

        TERM-CLOSE-LOOP-END. EXIT.

      ********************************************************************
      * Every planned session in the range. Only a session in a keyed
      * hall with a capacity can be measured; the rest are counted
      * at the foot.
        SS-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO SS-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO SS-LOOP-END.

	   MOVE SS-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-S-YMD OR WS-ROW-YMD > WS-E-YMD
	      GO TO SS-LOOP-END.

	   IF SS-VN-KEY = SPACES
	      ADD 1 TO WS-NOVN-COUNT
	      GO TO SS-LOOP-END.

	   PERFORM VN-FIND-RTN THRU VN-FIND-RTN-END.
	   IF WS-VN-SUB = ZEROS
	      ADD 1 TO WS-NOVN-COUNT
	      GO TO SS-LOOP-END.

	   PERFORM PRESENT-RTN THRU PRESENT-RTN-END.
	   COMPUTE WS-PCT ROUNDED =
		   (WS-PRESENT * 100) / WS-VNT-CAP (WS-VN-SUB).
	   ADD 1 TO WS-SESS-COUNT.

	   MOVE SS-DATE-DMY TO WS-SS-DMY.
	   PERFORM ZELLER-RTN THRU ZELLER-RTN-END.
	   DIVIDE SS-START-HHMM BY 100 GIVING WS-HR.
	   COMPUTE WS-HR-SUB = WS-HR + 1.
	   IF WS-HR-SUB > 24
	      MOVE 24 TO WS-HR-SUB.

	   ADD 1	TO WS-CELL-SESS (WS-VN-SUB, WS-DOW, WS-HR-SUB).
	   ADD WS-PCT	TO WS-CELL-PCT (WS-VN-SUB, WS-DOW, WS-HR-SUB).

	   PERFORM SLOT-POST-RTN THRU SLOT-POST-RTN-END.
	   PERFORM TERM-POST-RTN THRU TERM-POST-RTN-END.

        SS-LOOP-END. EXIT.

      ********************************************************************
      * The hall's slot in the venue table, read off VN-FILE the first
      * time it is met; zero back when it is missing or uncapped.
        VN-FIND-RTN.

	   PERFORM VN-FIND-LOOP THRU VN-FIND-LOOP-END
		   VARYING WS-VN-SUB FROM 1 BY 1
		   UNTIL WS-VN-SUB > WS-VN-COUNT
		      OR WS-VNT-KEY (WS-VN-SUB) = SS-VN-KEY.
	   IF WS-VN-SUB NOT > WS-VN-COUNT
	      GO TO VN-FIND-RTN-END.

	   MOVE ZEROS TO WS-VN-SUB.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO VN-FIND-RTN-END.
	   IF VN-CAPACITY = ZEROS OR WS-VN-COUNT NOT < T-VN-MAX
	      GO TO VN-FIND-RTN-END.

	   ADD 1 TO WS-VN-COUNT.
	   MOVE WS-VN-COUNT TO WS-VN-SUB.
	   MOVE VN-KEY	     TO WS-VNT-KEY (WS-VN-SUB).
	   MOVE VN-NAME	     TO WS-VNT-NAME (WS-VN-SUB).
	   MOVE VN-CAPACITY  TO WS-VNT-CAP (WS-VN-SUB).

        VN-FIND-RTN-END. EXIT.

        VN-FIND-LOOP.
        VN-FIND-LOOP-END. EXIT.

      ********************************************************************
      * Heads on the register for the session: the club's members
      * marked present that date, and the make-up guests booked into
      * it who turned up - the same two groups FMMU counts against
      * the hall.
        PRESENT-RTN.

	   MOVE ZEROS TO WS-PRESENT.

	   INITIALIZE CM-REC.
	   MOVE SS-CB-KEY  TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM PRESENT-CM-LOOP THRU PRESENT-CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   INITIALIZE MU-REC.
	   MOVE SS-CB-KEY   TO MU-USE-CB-KEY.
	   MOVE SS-DATE-DMY TO MU-USE-DMY.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-ALT-KEY2 INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM PRESENT-MU-LOOP THRU PRESENT-MU-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

        PRESENT-RTN-END. EXIT.

        PRESENT-CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO PRESENT-CM-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = SS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO PRESENT-CM-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY    TO ATT-DATE-DMY.
	   MOVE CM-ALT-STD-KEY TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PRESENT-CM-LOOP-END.

	   IF ATT-PRESENT = 'Y' AND NOT ATT-IS-MAKEUP
	      ADD 1 TO WS-PRESENT.

        PRESENT-CM-LOOP-END. EXIT.

        PRESENT-MU-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO PRESENT-MU-LOOP-END.

	   IF MU-USE-CB-KEY NOT = SS-CB-KEY OR
	      MU-USE-DMY NOT = SS-DATE-DMY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO PRESENT-MU-LOOP-END.

	   IF NOT MU-IS-USED
	      GO TO PRESENT-MU-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SS-DATE-DMY TO ATT-DATE-DMY.
	   MOVE MU-STD-KEY  TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PRESENT-MU-LOOP-END.

	   IF ATT-PRESENT = 'Y'
	      ADD 1 TO WS-PRESENT.

        PRESENT-MU-LOOP-END. EXIT.

      ********************************************************************
      * Weekday of the session date, 1 = Monday .. 7 = Sunday.
      * January and February count as months 13 and 14 of the year
      * before.
        ZELLER-RTN.

	   MOVE WS-SD-DD   TO WS-Z-DD.
	   MOVE WS-SD-MM   TO WS-Z-MM.
	   MOVE WS-SD-YYYY TO WS-Z-YYYY.
	   IF WS-Z-MM < 3
	      COMPUTE WS-Z-MM = WS-SD-MM + 12
	      COMPUTE WS-Z-YYYY = WS-SD-YYYY - 1.

	   DIVIDE WS-Z-YYYY BY 100
		  GIVING WS-Z-J REMAINDER WS-Z-K.
	   COMPUTE WS-Z-T1 = 13 * (WS-Z-MM + 1).
	   DIVIDE WS-Z-T1 BY 5 GIVING WS-Z-T1.
	   DIVIDE WS-Z-K BY 4 GIVING WS-Z-T2.
	   DIVIDE WS-Z-J BY 4 GIVING WS-Z-T3.
	   COMPUTE WS-Z-H = WS-Z-DD + WS-Z-T1 + WS-Z-K + WS-Z-T2
			  + WS-Z-T3 + (5 * WS-Z-J).
	   DIVIDE WS-Z-H BY 7 GIVING WS-Z-Q REMAINDER WS-Z-REM.

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

      ********************************************************************
        SLOT-POST-RTN.

	   PERFORM SLOT-FIND-LOOP THRU SLOT-FIND-LOOP-END
		   VARYING WS-SLOT-SUB FROM 1 BY 1
		   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT
		      OR (WS-SLT-VN-KEY (WS-SLOT-SUB) = SS-VN-KEY AND
			  WS-SLT-CB-KEY (WS-SLOT-SUB) = SS-CB-KEY AND
			  WS-SLT-DOW (WS-SLOT-SUB) = WS-DOW AND
			  WS-SLT-HHMM (WS-SLOT-SUB) = SS-START-HHMM).

	   IF WS-SLOT-SUB > WS-SLOT-COUNT
	      IF WS-SLOT-COUNT NOT < T-SLOT-MAX
		 GO TO SLOT-POST-RTN-END
	      END-IF
	      ADD 1 TO WS-SLOT-COUNT
	      MOVE WS-SLOT-COUNT TO WS-SLOT-SUB
	      MOVE SS-VN-KEY	 TO WS-SLT-VN-KEY (WS-SLOT-SUB)
	      MOVE SS-CB-KEY	 TO WS-SLT-CB-KEY (WS-SLOT-SUB)
	      MOVE WS-DOW	 TO WS-SLT-DOW (WS-SLOT-SUB)
	      MOVE SS-START-HHMM TO WS-SLT-HHMM (WS-SLOT-SUB).

	   ADD 1      TO WS-SLT-SESS (WS-SLOT-SUB).
	   ADD WS-PCT TO WS-SLT-PCT (WS-SLOT-SUB).

        SLOT-POST-RTN-END. EXIT.

        SLOT-FIND-LOOP.
        SLOT-FIND-LOOP-END. EXIT.

      ********************************************************************
      * The session goes to the term whose dates hold it - the latest
      * start on or before it, provided that term has not yet closed.
        TERM-POST-RTN.

	   MOVE ZEROS TO WS-TERM-HIT.
	   PERFORM TERM-FIND-LOOP THRU TERM-FIND-LOOP-END
		   VARYING WS-TERM-SUB FROM 1 BY 1
		   UNTIL WS-TERM-SUB > WS-TERM-COUNT.
	   IF WS-TERM-HIT = ZEROS
	      GO TO TERM-POST-RTN-END.
	   IF WS-ROW-YMD > WS-TRM-TO-YMD (WS-TERM-HIT)
	      GO TO TERM-POST-RTN-END.

	   ADD 1      TO WS-TRM-SESS (WS-TERM-HIT, WS-VN-SUB).
	   ADD WS-PCT TO WS-TRM-PCT (WS-TERM-HIT, WS-VN-SUB).

        TERM-POST-RTN-END. EXIT.

        TERM-FIND-LOOP.

	   IF WS-TRM-FROM-YMD (WS-TERM-SUB) > WS-ROW-YMD
	      GO TO TERM-FIND-LOOP-END.
	   IF WS-TERM-HIT = ZEROS
	      MOVE WS-TERM-SUB TO WS-TERM-HIT
	      GO TO TERM-FIND-LOOP-END.
	   IF WS-TRM-FROM-YMD (WS-TERM-SUB) >
	      WS-TRM-FROM-YMD (WS-TERM-HIT)
	      MOVE WS-TERM-SUB TO WS-TERM-HIT.

        TERM-FIND-LOOP-END. EXIT.

      ********************************************************************
      * One grid a venue; an hour with no session on any day is left
      * out.
        GRID-PRT-RTN.

	   IF LINAGE-COUNTER > 44
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-VNT-KEY (WS-VN-SUB)	TO PRT-VN-KEY.
	   MOVE WS-VNT-NAME (WS-VN-SUB) TO PRT-VN-NAME.
	   MOVE WS-VNT-CAP (WS-VN-SUB)	TO PRT-VN-CAP.
	   WRITE PRINT-REC FROM PRT-VN-HDR AFTER 2.
	   WRITE PRINT-REC FROM PRT-GRID-HDR.
	   WRITE PRINT-REC FROM PRT-GRID-LINE.

	   PERFORM GRID-HR-RTN THRU GRID-HR-RTN-END
		   VARYING WS-HR-SUB FROM 1 BY 1 UNTIL WS-HR-SUB > 24.

        GRID-PRT-RTN-END. EXIT.

        GRID-HR-RTN.

	   MOVE 'N' TO WS-ANY.
	   MOVE SPACES TO PRT-GRID.
	   PERFORM GRID-DAY-RTN THRU GRID-DAY-RTN-END
		   VARYING WS-DAY-SUB FROM 1 BY 1 UNTIL WS-DAY-SUB > 7.
	   IF WS-ANY NOT = 'Y'
	      GO TO GRID-HR-RTN-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   COMPUTE PRT-G-HR = WS-HR-SUB - 1.
	   MOVE ':00' TO PRT-GRID (3:3).
	   WRITE PRINT-REC FROM PRT-GRID.

        GRID-HR-RTN-END. EXIT.

        GRID-DAY-RTN.

	   IF WS-CELL-SESS (WS-VN-SUB, WS-DAY-SUB, WS-HR-SUB) = ZEROS
	      GO TO GRID-DAY-RTN-END.

	   MOVE 'Y' TO WS-ANY.
	   COMPUTE WS-AVG ROUNDED =
		   WS-CELL-PCT (WS-VN-SUB, WS-DAY-SUB, WS-HR-SUB) /
		   WS-CELL-SESS (WS-VN-SUB, WS-DAY-SUB, WS-HR-SUB).
	   MOVE WS-AVG TO PRT-G-PCT (WS-DAY-SUB).

        GRID-DAY-RTN-END. EXIT.

      ********************************************************************
        EXC-PRT-RTN.

	   IF LINAGE-COUNTER > 54
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-EXC-HDR AFTER 2.
	   WRITE PRINT-REC FROM PRT-EXC-HDR2.

	   PERFORM EXC-PRT-LOOP THRU EXC-PRT-LOOP-END
		   VARYING WS-SLOT-SUB FROM 1 BY 1
		   UNTIL WS-SLOT-SUB > WS-SLOT-COUNT.

        EXC-PRT-RTN-END. EXIT.

        EXC-PRT-LOOP.

	   IF WS-SLT-SESS (WS-SLOT-SUB) < T-SLOT-MIN
	      GO TO EXC-PRT-LOOP-END.

	   COMPUTE WS-AVG ROUNDED =
		   WS-SLT-PCT (WS-SLOT-SUB) / WS-SLT-SESS (WS-SLOT-SUB).
	   IF WS-AVG < WS-UNDER-PCT
	      MOVE 'UNDER' TO PRT-X-FLAG
	   ELSE
	      IF WS-AVG > 100
		 MOVE 'OVER' TO PRT-X-FLAG
	      ELSE
		 GO TO EXC-PRT-LOOP-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1 TO WS-EXC-COUNT.
	   MOVE WS-SLT-VN-KEY (WS-SLOT-SUB) TO PRT-X-VN-KEY.
	   MOVE WS-SLT-CB-KEY (WS-SLOT-SUB) TO PRT-X-CB-KEY.
	   MOVE WS-DAY-NAME (WS-SLT-DOW (WS-SLOT-SUB)) TO PRT-X-DAY.
	   MOVE WS-SLT-HHMM (WS-SLOT-SUB)   TO PRT-X-HHMM.
	   MOVE WS-SLT-SESS (WS-SLOT-SUB)   TO PRT-X-SESS.
	   MOVE WS-AVG			    TO PRT-X-AVG.
	   WRITE PRINT-REC FROM PRT-EXC-DETAIL.

        EXC-PRT-LOOP-END. EXIT.

      ********************************************************************
      * Terms printed oldest first, each venue's average set against
      * its average the term before.
        TERM-PRT-RTN.

	   PERFORM TERM-NEXT-RTN THRU TERM-NEXT-RTN-END.
	   IF WS-TERM-NEXT = ZEROS
	      GO TO TERM-PRT-RTN-END.

	   MOVE 'Y' TO WS-TRM-DONE (WS-TERM-NEXT).
	   PERFORM TERM-VN-RTN THRU TERM-VN-RTN-END.
	   GO TO TERM-PRT-RTN.

        TERM-PRT-RTN-END. EXIT.

        TERM-NEXT-RTN.

	   MOVE ZEROS TO WS-TERM-NEXT.
	   PERFORM TERM-NEXT-LOOP THRU TERM-NEXT-LOOP-END
		   VARYING WS-TERM-SUB FROM 1 BY 1
		   UNTIL WS-TERM-SUB > WS-TERM-COUNT.

        TERM-NEXT-RTN-END. EXIT.

        TERM-NEXT-LOOP.

	   IF WS-TRM-DONE (WS-TERM-SUB) = 'Y'
	      GO TO TERM-NEXT-LOOP-END.
	   IF WS-TERM-NEXT = ZEROS
	      MOVE WS-TERM-SUB TO WS-TERM-NEXT
	      GO TO TERM-NEXT-LOOP-END.
	   IF WS-TRM-FROM-YMD (WS-TERM-SUB) <
	      WS-TRM-FROM-YMD (WS-TERM-NEXT)
	      MOVE WS-TERM-SUB TO WS-TERM-NEXT.

        TERM-NEXT-LOOP-END. EXIT.

      * A term with nothing measured in it prints no heading.
        TERM-VN-RTN.

	   MOVE 'N' TO WS-ANY.
	   PERFORM TERM-VN-LOOP THRU TERM-VN-LOOP-END
		   VARYING WS-VN-SUB FROM 1 BY 1
		   UNTIL WS-VN-SUB > WS-VN-COUNT.

        TERM-VN-RTN-END. EXIT.

        TERM-VN-LOOP.

	   IF WS-TRM-SESS (WS-TERM-NEXT, WS-VN-SUB) = ZEROS
	      GO TO TERM-VN-LOOP-END.

	   IF LINAGE-COUNTER > 56
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   IF WS-ANY NOT = 'Y'
	      MOVE 'Y' TO WS-ANY
	      MOVE WS-TRM-FROM-YMD (WS-TERM-NEXT) TO WS-SHOW-YMD
	      PERFORM SHOW-DMY-RTN THRU SHOW-DMY-RTN-END
	      MOVE WS-SHOW-DMY-N TO PRT-T-FROM
	      MOVE ZEROS TO PRT-T-TO
	      IF WS-TRM-TO-YMD (WS-TERM-NEXT) NOT = 99999999
		 MOVE WS-TRM-TO-YMD (WS-TERM-NEXT) TO WS-SHOW-YMD
		 PERFORM SHOW-DMY-RTN THRU SHOW-DMY-RTN-END
		 MOVE WS-SHOW-DMY-N TO PRT-T-TO
	      END-IF
	      WRITE PRINT-REC FROM PRT-TERM-HDR AFTER 2.

	   COMPUTE WS-AVG ROUNDED =
		   WS-TRM-PCT (WS-TERM-NEXT, WS-VN-SUB) /
		   WS-TRM-SESS (WS-TERM-NEXT, WS-VN-SUB).
	   MOVE ZEROS TO WS-CHANGE.
	   IF WS-PREV-SET (WS-VN-SUB) = 'Y'
	      COMPUTE WS-CHANGE = WS-AVG - WS-PREV-AVG (WS-VN-SUB).
	   MOVE WS-AVG TO WS-PREV-AVG (WS-VN-SUB).
	   MOVE 'Y'    TO WS-PREV-SET (WS-VN-SUB).

	   MOVE WS-VNT-KEY (WS-VN-SUB)		   TO PRT-T-VN-KEY.
	   MOVE WS-VNT-NAME (WS-VN-SUB)		   TO PRT-T-VN-NAME.
	   MOVE WS-TRM-SESS (WS-TERM-NEXT, WS-VN-SUB) TO PRT-T-SESS.
	   MOVE WS-AVG				   TO PRT-T-AVG.
	   MOVE WS-CHANGE			   TO PRT-T-CHANGE.
	   WRITE PRINT-REC FROM PRT-TERM-DETAIL.

        TERM-VN-LOOP-END. EXIT.

      ********************************************************************
        SHOW-DMY-RTN.

	   MOVE WS-SY-DD   TO WS-SW-DD.
	   MOVE WS-SY-MM   TO WS-SW-MM.
	   MOVE WS-SY-YYYY TO WS-SW-YYYY.

        SHOW-DMY-RTN-END. EXIT.

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

	   MOVE WS-S-DATE-DMY TO PRT-S-DMY.
	   MOVE WS-E-DATE-DMY TO PRT-E-DMY.
	   MOVE WS-UNDER-PCT  TO PRT-UNDER.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
