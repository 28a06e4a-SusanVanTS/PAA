       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-ASATT.

      * A STUDENT'S ATTENDANCE COUNTS BETWEEN TWO DATES
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * Present, excused and absent marks for LINK-STD-KEY dated
      * LINK-FROM-YMD to LINK-TO-YMD inclusive (zero to = no end),
      * leaving out any day inside LINK-SKIP-FROM/TO-YMD (a freeze
      * window; zeros = nothing skipped). Every month lying wholly in
      * the range and clear of the skip window is taken from the
      * blank-club AS-FILE row; only the months at the ends of the
      * range, or touching the skip window, are read day by day off
      * ATT-FILE - at most 31 direct reads each, never the student's
      * whole history.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcas'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdas'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbas'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-AS-EOF		PIC X(01).
	  03 WS-DD		PIC 9(02).
	  03 WS-TO-YMD		PIC 9(08).
	  03 WS-FROM-MONTH	PIC 9(06).
	  03 WS-TO-MONTH	PIC 9(06).
	  03 WS-MONTH-FIRST	PIC 9(08).
	  03 WS-MONTH-LAST	PIC 9(08).
	  03 WS-DAY-YMD		PIC 9(08).
	  03 WS-WHOLE		PIC X(01).

       01 WS-DAY-DMY		PIC 9(08).
       01 REDEFINES WS-DAY-DMY.
	  03 WS-DY-DD		PIC 9(02).
	  03 WS-DY-MM		PIC 9(02).
	  03 WS-DY-YYYY		PIC 9(04).

       01 WS-MONTH		PIC 9(06).
       01 REDEFINES WS-MONTH.
	  03 WS-MO-YYYY		PIC 9(04).
	  03 WS-MO-MM		PIC 9(02).

       LINKAGE SECTION.
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-FROM-YMD		PIC 9(08).
       01 LINK-TO-YMD		PIC 9(08).
       01 LINK-SKIP-FROM-YMD	PIC 9(08).
       01 LINK-SKIP-TO-YMD	PIC 9(08).
       01 LINK-COUNTS.
	  03 LINK-PRESENT	PIC 9(05).
	  03 LINK-EXCUSED	PIC 9(05).
	  03 LINK-ABSENT	PIC 9(05).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-FROM-YMD,
				LINK-TO-YMD, LINK-SKIP-FROM-YMD,
				LINK-SKIP-TO-YMD, LINK-COUNTS.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcas'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE ZEROS TO LINK-COUNTS.
	   IF LINK-STD-KEY = SPACES
	      GO TO TERMINATION.

	   MOVE LINK-TO-YMD TO WS-TO-YMD.
	   IF WS-TO-YMD = ZEROS
	      MOVE 99999999 TO WS-TO-YMD.
	   DIVIDE LINK-FROM-YMD BY 100 GIVING WS-FROM-MONTH.
	   DIVIDE WS-TO-YMD     BY 100 GIVING WS-TO-MONTH.

	   OPEN INPUT ATT-FILE.
	   OPEN INPUT AS-FILE.

	   INITIALIZE AS-REC.
	   MOVE LINK-STD-KEY  TO AS-STD-KEY.
	   MOVE SPACES	      TO AS-CB-KEY.
	   MOVE WS-FROM-MONTH TO AS-YYYYMM.
	   MOVE 'N' TO WS-AS-EOF.
	   START AS-FILE KEY >= AS-KEY INVALID
		 MOVE 'Y' TO WS-AS-EOF.
	   PERFORM MONTH-LOOP THRU MONTH-LOOP-END
		   UNTIL WS-AS-EOF = 'Y'.

	   CLOSE ATT-FILE.
	   CLOSE AS-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
	MONTH-LOOP.

	   READ AS-FILE NEXT END
		MOVE 'Y' TO WS-AS-EOF
		GO TO MONTH-LOOP-END.

	   IF AS-STD-KEY NOT = LINK-STD-KEY OR AS-CB-KEY NOT = SPACES
	      OR AS-YYYYMM > WS-TO-MONTH
	      MOVE 'Y' TO WS-AS-EOF
	      GO TO MONTH-LOOP-END.

	   MOVE AS-YYYYMM TO WS-MONTH.
	   COMPUTE WS-MONTH-FIRST = (AS-YYYYMM * 100) + 1.
	   COMPUTE WS-MONTH-LAST  = (AS-YYYYMM * 100) + 31.

	   MOVE 'Y' TO WS-WHOLE.
	   IF WS-MONTH-FIRST < LINK-FROM-YMD OR
	      WS-MONTH-LAST > WS-TO-YMD
	      MOVE 'N' TO WS-WHOLE.
	   IF LINK-SKIP-FROM-YMD NOT = ZEROS AND
	      LINK-SKIP-TO-YMD NOT = ZEROS AND
	      WS-MONTH-FIRST NOT > LINK-SKIP-TO-YMD AND
	      WS-MONTH-LAST NOT < LINK-SKIP-FROM-YMD
	      MOVE 'N' TO WS-WHOLE.

	   IF WS-WHOLE = 'Y'
	      ADD AS-PRESENT TO LINK-PRESENT
	      ADD AS-EXCUSED TO LINK-EXCUSED
	      ADD AS-ABSENT  TO LINK-ABSENT
	      GO TO MONTH-LOOP-END.

	   MOVE WS-MO-MM   TO WS-DY-MM.
	   MOVE WS-MO-YYYY TO WS-DY-YYYY.
	   PERFORM DAY-RTN THRU DAY-RTN-END
		   VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31.

	MONTH-LOOP-END. EXIT.

      ********************************************************************
	DAY-RTN.

	   MOVE WS-DD TO WS-DY-DD.
	   COMPUTE WS-DAY-YMD = (WS-DY-YYYY * 10000) +
				(WS-DY-MM * 100) + WS-DY-DD.
	   IF WS-DAY-YMD < LINK-FROM-YMD OR WS-DAY-YMD > WS-TO-YMD
	      GO TO DAY-RTN-END.
	   IF LINK-SKIP-FROM-YMD NOT = ZEROS AND
	      LINK-SKIP-TO-YMD NOT = ZEROS AND
	      WS-DAY-YMD NOT < LINK-SKIP-FROM-YMD AND
	      WS-DAY-YMD NOT > LINK-SKIP-TO-YMD
	      GO TO DAY-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-DAY-DMY   TO ATT-DATE-DMY.
	   MOVE LINK-STD-KEY TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO DAY-RTN-END.

	   EVALUATE ATT-PRESENT
	     WHEN 'Y'	ADD 1 TO LINK-PRESENT
	     WHEN 'E'	ADD 1 TO LINK-EXCUSED
	     WHEN OTHER ADD 1 TO LINK-ABSENT
	   END-EVALUATE.

	DAY-RTN-END. EXIT.

      * End of program.
