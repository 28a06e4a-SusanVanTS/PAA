       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-BKGTR.

      * DATA FILE GROWTH TREND FROM THE BACKUP CATALOG
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2
      *
      * Every BKMST run leaves one BKG-FILE row per file with the
      * record count of the live file (BKG-SRC-COUNT); that history is
      * the growth trend. The thresholds come from CFIG-FILE and are
      * handed back in LINK-TREND so the caller can show them.
      *
      * LINK-MODE N - LINK-FILE-NAME becomes the next file name on
      *		      the catalog after the one passed (spaces in, the
      *		      first); spaces back when there are no more.
      *		  T - LINK-TREND for LINK-FILE-NAME: last count,
      *		      growth over the last week and month, average
      *		      daily growth over the last T-AVG-DAYS days and
      *		      the days and date at which that rate reaches
      *		      CFIG-GR-LIMIT, plus the abnormal jumps between
      *		      consecutive backups inside the same window and
      *		      the latest of them. LINK-LAST-YMD zero means
      *		      the file has no backup history; LINK-DAYS-LEFT
      *		      is T-NEVER when the file is not growing.
      *		  J - the next jump for LINK-FILE-NAME after
      *		      LINK-JUMP-YMD; LINK-JUMP-YMD zero when no more.
      *		      Seeded with LINK-FROM-YMD from mode T, it walks
      *		      the jumps that mode counted.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.

      * Week and month are measured back from the file's latest backup,
      * not from today, so a run that has stopped still reads sensibly.
      * A jump also has to move T-JUMP-MIN records, so a file of a
      * dozen rows doubling is not reported.
       78 T-WEEK-DAYS		VALUE 7.
       78 T-MONTH-DAYS		VALUE 30.
       78 T-AVG-DAYS		VALUE 90.
       78 T-JUMP-MIN		VALUE 50.
       78 T-NEVER		VALUE 99999.

       01 WS-MISC.
	  03 WS-BKG-EOF		PIC X(01).
	  03 WS-NEXT-NAME	PIC X(12).
	  03 WS-AFTER-YMD	PIC 9(08).
	  03 WS-PREV-SW		PIC X(01).
	  03 WS-PREV-COUNT	PIC 9(08).
	  03 WS-FROM-COUNT	PIC 9(08).
	  03 WS-FROM-DAYS	PIC S9(07).
	  03 WS-DIFF		PIC S9(08).
	  03 WS-ABS-DIFF	PIC 9(08).
	  03 WS-PCT		PIC S9(05).
	  03 WS-ABS-PCT		PIC 9(05).
	  03 WS-SPAN		PIC 9(05).
	  03 WS-LEFT		PIC 9(08).
	  03 WS-PROJ-DAYS	PIC 9(07).
	  03 WS-ADD-LEFT	PIC 9(05).
	  03 WS-MTH-LEN		PIC 9(02).

      * Day-count table, duplicated locally the same way PTVQX and
      * BPDUN keep their own copy rather than sharing a copybook.
       01 WS-DAY-TABLE.
	  03 WS-NO		PIC X(36) VALUE
	     '000031059090120151181212243273304334'.
	  03 WS-DAY REDEFINES WS-NO
				PIC 9(03) OCCURS 12 TIMES.

       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-DAYS REDEFINES WS-MTH-NO
				PIC 9(02) OCCURS 12 TIMES.

       01 WS-DATE-MISC.
	  03 WS-SUB2		PIC 9(02).
	  03 WS-MTH		PIC 9(02).
	  03 WS-LEAP-YEAR-COUNT	PIC 9(04).

      * Gregorian leap-year test: divisible by 4, except centuries
      * (divisible by 100) unless also divisible by 400.
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	     88 LEAP-DIV-4	VALUE 0.
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	     88 LEAP-DIV-100	VALUE 0.
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	     88 LEAP-DIV-400	VALUE 0.
	  03 WS-LEAP-SW		PIC X(01).
	     88 GREGORIAN-LEAP-YEAR	VALUE 'Y'.
	  03 OCCURS 2 TIMES.
	     05 WS-YYYYMMDD.
		07 WS-YYYY	PIC 9(04).
		07 WS-MM	PIC 9(02).
		07 WS-DD	PIC 9(02).
	     05 WS-DAY-COUNT	PIC S9(07).

       LINKAGE SECTION.
       01 LINK-MODE		PIC X(01).
       01 LINK-FILE-NAME	PIC X(12).
       01 LINK-TREND.
	  03 LINK-LIMIT		PIC 9(08).
	  03 LINK-JUMP-PCT	PIC 9(03).
	  03 LINK-WARN-DAYS	PIC 9(03).
	  03 LINK-LAST-YMD	PIC 9(08).
	  03 LINK-LAST-COUNT	PIC 9(08).
	  03 LINK-WEEK-BASE	PIC X(01).
	  03 LINK-WEEK-GROWTH	PIC S9(08).
	  03 LINK-MONTH-BASE	PIC X(01).
	  03 LINK-MONTH-GROWTH	PIC S9(08).
	  03 LINK-FROM-YMD	PIC 9(08).
	  03 LINK-DAILY		PIC S9(06)V9(02).
	  03 LINK-DAYS-LEFT	PIC 9(05).
	  03 LINK-LIMIT-YMD	PIC 9(08).
	  03 LINK-JUMPS		PIC 9(03).
	  03 LINK-JUMP-YMD	PIC 9(08).
	  03 LINK-JUMP-FROM	PIC 9(08).
	  03 LINK-JUMP-TO	PIC 9(08).
	  03 LINK-JUMP-CHG	PIC S9(05).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-MODE, LINK-FILE-NAME, LINK-TREND.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   IF LINK-MODE = 'T'
	      INITIALIZE LINK-TREND
	      MOVE T-NEVER TO LINK-DAYS-LEFT
	      PERFORM LIMIT-RTN THRU LIMIT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT BKG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      IF LINK-MODE = 'N'
		 MOVE SPACES TO LINK-FILE-NAME
	      END-IF
	      IF LINK-MODE = 'J'
		 MOVE ZEROS TO LINK-JUMP-YMD
	      END-IF
	      GO TO TERMINATION.

	   IF LINK-MODE = 'N'
	      PERFORM NAME-RTN THRU NAME-RTN-END.
	   IF LINK-MODE = 'T'
	      PERFORM TREND-RTN THRU TREND-RTN-END.
	   IF LINK-MODE = 'J'
	      PERFORM JUMP-RTN THRU JUMP-RTN-END.

	   CLOSE BKG-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
	LIMIT-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT CFIG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO LIMIT-RTN-DEFAULT.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE INVALID
		INITIALIZE CFIG-REC.
	   CLOSE CFIG-FILE.

	   MOVE CFIG-GR-LIMIT	  TO LINK-LIMIT.
	   MOVE CFIG-GR-JUMP-PCT  TO LINK-JUMP-PCT.
	   MOVE CFIG-GR-WARN-DAYS TO LINK-WARN-DAYS.

	LIMIT-RTN-DEFAULT.

	   IF LINK-LIMIT = ZEROS
	      MOVE 1000000 TO LINK-LIMIT.
	   IF LINK-JUMP-PCT = ZEROS
	      MOVE 25 TO LINK-JUMP-PCT.
	   IF LINK-WARN-DAYS = ZEROS
	      MOVE 60 TO LINK-WARN-DAYS.

	LIMIT-RTN-END. EXIT.

      ********************************************************************
      * The catalog is keyed date first, so the names are gathered by
      * taking the lowest one above the name passed in.
	NAME-RTN.

	   MOVE SPACES TO WS-NEXT-NAME.
	   PERFORM START-RTN THRU START-RTN-END.
	   PERFORM NAME-LOOP THRU NAME-LOOP-END
		   UNTIL WS-BKG-EOF = 'Y'.
	   MOVE WS-NEXT-NAME TO LINK-FILE-NAME.

	NAME-RTN-END. EXIT.

	NAME-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-BKG-EOF
		GO TO NAME-LOOP-END.

	   IF BKG-FILE-NAME NOT > LINK-FILE-NAME
	      GO TO NAME-LOOP-END.
	   IF WS-NEXT-NAME = SPACES OR BKG-FILE-NAME < WS-NEXT-NAME
	      MOVE BKG-FILE-NAME TO WS-NEXT-NAME.

	NAME-LOOP-END. EXIT.

      ********************************************************************
	TREND-RTN.

      * First pass - the file's latest backup.
	   PERFORM START-RTN THRU START-RTN-END.
	   PERFORM LAST-LOOP THRU LAST-LOOP-END
		   UNTIL WS-BKG-EOF = 'Y'.
	   IF LINK-LAST-YMD = ZEROS
	      GO TO TREND-RTN-END.

	   MOVE LINK-LAST-YMD TO WS-YYYYMMDD(1).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

      * Second pass - the week, month and average bases and the jumps,
      * all measured back from that latest backup.
	   MOVE 'N'   TO WS-PREV-SW.
	   MOVE ZEROS TO WS-FROM-COUNT, WS-FROM-DAYS.
	   PERFORM START-RTN THRU START-RTN-END.
	   PERFORM TREND-LOOP THRU TREND-LOOP-END
		   UNTIL WS-BKG-EOF = 'Y'.

	   IF LINK-WEEK-BASE = 'Y'
	      ADD LINK-LAST-COUNT TO LINK-WEEK-GROWTH.
	   IF LINK-MONTH-BASE = 'Y'
	      ADD LINK-LAST-COUNT TO LINK-MONTH-GROWTH.

	   IF LINK-LAST-COUNT NOT < LINK-LIMIT
	      MOVE ZEROS	 TO LINK-DAYS-LEFT
	      MOVE LINK-LAST-YMD TO LINK-LIMIT-YMD
	      GO TO TREND-RTN-END.

	   IF LINK-FROM-YMD = ZEROS OR LINK-FROM-YMD = LINK-LAST-YMD
	      GO TO TREND-RTN-END.

	   COMPUTE WS-SPAN = WS-DAY-COUNT(1) - WS-FROM-DAYS.
	   COMPUTE LINK-DAILY ROUNDED =
		   (LINK-LAST-COUNT - WS-FROM-COUNT) / WS-SPAN.
	   IF LINK-DAILY NOT > ZEROS
	      GO TO TREND-RTN-END.

      * Part of a day still counts as a day - the limit is reached
      * during it.
	   COMPUTE WS-LEFT = LINK-LIMIT - LINK-LAST-COUNT.
	   DIVIDE WS-LEFT BY LINK-DAILY GIVING WS-PROJ-DAYS.
	   IF WS-PROJ-DAYS * LINK-DAILY < WS-LEFT
	      ADD 1 TO WS-PROJ-DAYS.
	   IF WS-PROJ-DAYS NOT < T-NEVER
	      GO TO TREND-RTN-END.

	   MOVE WS-PROJ-DAYS  TO LINK-DAYS-LEFT.
	   MOVE LINK-LAST-YMD TO WS-YYYYMMDD(2).
	   MOVE WS-PROJ-DAYS  TO WS-ADD-LEFT.
	   PERFORM ADD-DAY-LOOP THRU ADD-DAY-LOOP-END
		   UNTIL WS-ADD-LEFT = ZEROS.
	   MOVE WS-YYYYMMDD(2) TO LINK-LIMIT-YMD.

	TREND-RTN-END. EXIT.

	LAST-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-BKG-EOF
		GO TO LAST-LOOP-END.

	   IF BKG-FILE-NAME NOT = LINK-FILE-NAME
	      GO TO LAST-LOOP-END.
	   MOVE BKG-YMD	      TO LINK-LAST-YMD.
	   MOVE BKG-SRC-COUNT TO LINK-LAST-COUNT.

	LAST-LOOP-END. EXIT.

      * Rows come in date order, so the last one that qualifies as a
      * week or month base is the nearest to it.
	TREND-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-BKG-EOF
		GO TO TREND-LOOP-END.

	   IF BKG-FILE-NAME NOT = LINK-FILE-NAME
	      GO TO TREND-LOOP-END.
	   IF BKG-YMD > LINK-LAST-YMD
	      MOVE 'Y' TO WS-BKG-EOF
	      GO TO TREND-LOOP-END.

	   MOVE BKG-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   IF WS-DAY-COUNT(2) NOT > WS-DAY-COUNT(1) - T-WEEK-DAYS
	      MOVE 'Y' TO LINK-WEEK-BASE
	      COMPUTE LINK-WEEK-GROWTH = ZEROS - BKG-SRC-COUNT.
	   IF WS-DAY-COUNT(2) NOT > WS-DAY-COUNT(1) - T-MONTH-DAYS
	      MOVE 'Y' TO LINK-MONTH-BASE
	      COMPUTE LINK-MONTH-GROWTH = ZEROS - BKG-SRC-COUNT.

	   IF LINK-FROM-YMD = ZEROS AND
	      WS-DAY-COUNT(2) NOT < WS-DAY-COUNT(1) - T-AVG-DAYS
	      MOVE BKG-YMD	   TO LINK-FROM-YMD
	      MOVE BKG-SRC-COUNT   TO WS-FROM-COUNT
	      MOVE WS-DAY-COUNT(2) TO WS-FROM-DAYS.

	   IF LINK-FROM-YMD NOT = ZEROS AND BKG-YMD > LINK-FROM-YMD
	      PERFORM JUMP-TEST-RTN THRU JUMP-TEST-RTN-END
	      IF WS-ABS-PCT NOT = ZEROS
		 ADD 1 TO LINK-JUMPS
		 MOVE BKG-YMD	    TO LINK-JUMP-YMD
		 MOVE WS-PREV-COUNT TO LINK-JUMP-FROM
		 MOVE BKG-SRC-COUNT TO LINK-JUMP-TO
		 MOVE WS-PCT	    TO LINK-JUMP-CHG
	      END-IF.

	   MOVE 'Y'	      TO WS-PREV-SW.
	   MOVE BKG-SRC-COUNT TO WS-PREV-COUNT.

	TREND-LOOP-END. EXIT.

      ********************************************************************
	JUMP-RTN.

	   MOVE 'N' TO WS-PREV-SW.
	   MOVE LINK-JUMP-YMD TO WS-AFTER-YMD.
	   MOVE ZEROS TO LINK-JUMP-YMD.
	   PERFORM START-RTN THRU START-RTN-END.
	   PERFORM JUMP-LOOP THRU JUMP-LOOP-END
		   UNTIL WS-BKG-EOF = 'Y'.

	JUMP-RTN-END. EXIT.

	JUMP-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-BKG-EOF
		GO TO JUMP-LOOP-END.

	   IF BKG-FILE-NAME NOT = LINK-FILE-NAME
	      GO TO JUMP-LOOP-END.

	   IF BKG-YMD > WS-AFTER-YMD
	      PERFORM JUMP-TEST-RTN THRU JUMP-TEST-RTN-END
	      IF WS-ABS-PCT NOT = ZEROS
		 MOVE BKG-YMD	    TO LINK-JUMP-YMD
		 MOVE WS-PREV-COUNT TO LINK-JUMP-FROM
		 MOVE BKG-SRC-COUNT TO LINK-JUMP-TO
		 MOVE WS-PCT	    TO LINK-JUMP-CHG
		 MOVE 'Y'	    TO WS-BKG-EOF
		 GO TO JUMP-LOOP-END
	      END-IF.

	   MOVE 'Y'	      TO WS-PREV-SW.
	   MOVE BKG-SRC-COUNT TO WS-PREV-COUNT.

	JUMP-LOOP-END. EXIT.

      * Leaves WS-ABS-PCT non-zero only when this row moved the count
      * by at least LINK-JUMP-PCT and T-JUMP-MIN against the previous
      * backup. A file that was empty has no percentage to speak of.
	JUMP-TEST-RTN.

	   MOVE ZEROS TO WS-ABS-PCT, WS-PCT.
	   IF WS-PREV-SW NOT = 'Y' OR WS-PREV-COUNT = ZEROS
	      GO TO JUMP-TEST-RTN-END.

	   COMPUTE WS-DIFF = BKG-SRC-COUNT - WS-PREV-COUNT.
	   MOVE WS-DIFF TO WS-ABS-DIFF.
	   IF WS-ABS-DIFF < T-JUMP-MIN
	      GO TO JUMP-TEST-RTN-END.

	   COMPUTE WS-PCT = WS-DIFF * 100 / WS-PREV-COUNT.
	   MOVE WS-PCT TO WS-ABS-PCT.
	   IF WS-ABS-PCT < LINK-JUMP-PCT
	      MOVE ZEROS TO WS-ABS-PCT, WS-PCT.

	JUMP-TEST-RTN-END. EXIT.

      ********************************************************************
	START-RTN.

	   INITIALIZE BKG-REC.
	   MOVE LOW-VALUES TO BKG-KEY.
	   MOVE 'N' TO WS-BKG-EOF.
	   START BKG-FILE KEY >= BKG-KEY INVALID
		 MOVE 'Y' TO WS-BKG-EOF.

	START-RTN-END. EXIT.

      ********************************************************************
      * Steps WS-YYYYMMDD(2) forward WS-ADD-LEFT days, a month at a
      * time.
	ADD-DAY-LOOP.

	   MOVE WS-MTH-DAYS(WS-MM(2)) TO WS-MTH-LEN.
	   IF WS-MM(2) = 2
	      MOVE 2 TO WS-SUB2
	      PERFORM LEAP-TEST-RTN THRU LEAP-TEST-RTN-END
	      IF GREGORIAN-LEAP-YEAR
		 MOVE 29 TO WS-MTH-LEN
	      END-IF
	   END-IF.

	   IF WS-DD(2) + WS-ADD-LEFT NOT > WS-MTH-LEN
	      ADD WS-ADD-LEFT TO WS-DD(2)
	      MOVE ZEROS TO WS-ADD-LEFT
	      GO TO ADD-DAY-LOOP-END.

	   COMPUTE WS-ADD-LEFT =
		   WS-ADD-LEFT - (WS-MTH-LEN - WS-DD(2) + 1).
	   MOVE 1 TO WS-DD(2).
	   ADD 1 TO WS-MM(2).
	   IF WS-MM(2) > 12
	      MOVE 1 TO WS-MM(2)
	      ADD 1 TO WS-YYYY(2).

	ADD-DAY-LOOP-END. EXIT.

      ********************************************************************
        GET-TOTAL-DAY.

	   PERFORM LEAP-TEST-RTN THRU LEAP-TEST-RTN-END.

	   COMPUTE WS-LEAP-YEAR-COUNT =
		   WS-L4-DIV - WS-L100-DIV + WS-L400-DIV.

	   IF GREGORIAN-LEAP-YEAR AND WS-MM(WS-SUB2) < 3
	      SUBTRACT 1 FROM WS-LEAP-YEAR-COUNT.

	   MOVE WS-MM(WS-SUB2) TO WS-MTH.
	   COMPUTE WS-DAY-COUNT(WS-SUB2) = WS-YYYY(WS-SUB2) * 365 +
		   WS-LEAP-YEAR-COUNT + WS-DAY(WS-MTH) + WS-DD(WS-SUB2).

        GET-TOTAL-DAY-END. EXIT.

	LEAP-TEST-RTN.

	   DIVIDE WS-YYYY(WS-SUB2) BY 4
	      GIVING WS-L4-DIV REMAINDER WS-L4-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 100
	      GIVING WS-L100-DIV REMAINDER WS-L100-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 400
	      GIVING WS-L400-DIV REMAINDER WS-L400-REM.

	   MOVE 'N' TO WS-LEAP-SW.
	   IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
	      MOVE 'Y' TO WS-LEAP-SW.

	LEAP-TEST-RTN-END. EXIT.

      * End of program.
