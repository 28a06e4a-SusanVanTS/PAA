      *					the next rank's time-in-rank
      *					and attendance minimums -
      *					the grading shortlist
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sessions since promotion
      *					counted off the monthly
      *					AS-FILE summary via F-ASATT
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrk'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrk'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrk'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-RH-EOF		PIC X(01).
	  03 WS-RANK-YMD	PIC 9(08).
	  03 WS-BEST-YMD	PIC 9(08).
	  03 WS-BEST-RK		PIC 9(02).
	  03 WS-CUR-RANK-NAME	PIC X(20).
	  03 WS-MONTHS		PIC S9(06).
	  03 WS-SESSIONS	PIC 9(04).
	  03 WS-ATT-OPEN-YMD	PIC 9(08) VALUE ZEROS.
	  03 WS-ATT-COUNTS.
	     05 WS-ATT-PRESENT	PIC 9(05).
	     05 WS-ATT-EXCUSED	PIC 9(05).
	     05 WS-ATT-ABSENT	PIC 9(05).
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-YMD-PARTS.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrk'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT RH-FILE.
	   OPEN INPUT RK-FILE.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.

	   MOVE 'Promotion Eligibility' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE STD-FILE.
	   CLOSE RH-FILE.
	   CLOSE RK-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      * ungraded student).
        ATT-COUNT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING STD-KEY, WS-BEST-YMD, WS-ATT-OPEN-YMD,
			WS-ATT-OPEN-YMD, WS-ATT-OPEN-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.
	   MOVE WS-ATT-PRESENT TO WS-SESSIONS.

        ATT-COUNT-RTN-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

