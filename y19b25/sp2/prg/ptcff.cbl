       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCFF.

      * THIRTEEN-WEEK CASH FLOW FORECAST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Weekly expected in, expected
      *					out and running bank balance
      *					over the 13 weeks from the
      *					keyed date and opening bank
      *					figure, off what the files
      *					already know: fee codes
      *					falling due for open
      *					memberships, unposted plan
      *					installments, GIRO not yet
      *					confirmed and upcoming event
      *					entries in; draft/approved
      *					coach pay, open purchase
      *					orders and planned event
      *					costs out. One section per
      *					branch, then the whole club
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgiro'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcer'.
	   COPY '/z/y19b25/sp2/lib/fd/fctm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fcex'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgiro'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fder'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fdex'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgiro'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dber'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dbex'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CASH FLOW FORECAST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

      * Thirteen weeks from the keyed date. A purchase order is taken
      * as paid T-PO-DAYS after it was raised; coach pay goes out at
      * the start of the month after the timesheet period.
       78 T-WEEKS		VALUE 13.
       78 T-BR-MAX		VALUE 21.
       78 T-PO-DAYS		VALUE 30.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-FROM-DMY	PIC 9(08).
	  03 WS-OPENING		PIC S9(08)V9(02).
	  03 WS-TODAY-DMY	PIC 99/99/9999.
	  03 WS-BR-EOF		PIC X(01).
	  03 WS-FS-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-PP-EOF		PIC X(01).
	  03 WS-GIRO-EOF	PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-EV-EOF		PIC X(01).
	  03 WS-ER-EOF		PIC X(01).
	  03 WS-TM-EOF		PIC X(01).
	  03 WS-PO-EOF		PIC X(01).
	  03 WS-EX-EOF		PIC X(01).
	  03 WS-LAST-STD	PIC X(06).
	  03 WS-STD-OK		PIC X(01).
	  03 WS-ANY-DUE		PIC X(01).
	  03 WS-CONFIRMED	PIC X(01).
	  03 WS-INST-SUB	PIC 9(02).
	  03 WS-AMOUNT		PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

      * The posting a source hands to ADD-RTN: its day number, the
      * branch it belongs to, the amount and I in or O out.
       01 WS-ADD-MISC.
	  03 WS-ADD-DAY		PIC S9(07).
	  03 WS-ADD-BR		PIC X(02).
	  03 WS-ADD-AMT		PIC 9(08)V9(02).
	  03 WS-ADD-DIR		PIC X(01).
	  03 WS-ADD-OK		PIC X(01).
	  03 WS-ADD-WEEK	PIC S9(05).

       01 WS-WINDOW-MISC.
	  03 WS-START-DAY	PIC S9(07).
	  03 WS-END-DAY		PIC S9(07).
	  03 WS-WK-SUB		PIC 9(02).
	  03 WS-STEP		PIC 9(02).
	  03 WS-WK-FROM		PIC 9(08) OCCURS T-WEEKS.

      * The first of each month falling inside the window - the day
      * BPFEE dates a period's charges - and whether the code being
      * looked at falls due on it.
       01 WS-MF-MISC.
	  03 WS-MF-SUB		PIC 9(01).
	  03 WS-MF OCCURS 4.
	     05 WS-MF-MM	PIC 9(02).
	     05 WS-MF-DAY	PIC S9(07).
	     05 WS-MF-IN	PIC X(01).
	     05 WS-MF-DUE	PIC X(01).

      * Branches off BR-FILE; the first slot (blank key) takes what
      * belongs to no branch - head-office outgoings and students
      * not stamped with a branch on file.
       01 WS-BR-TABLE.
	  03 WS-BR-COUNT	PIC 9(02).
	  03 WS-BR-SUB		PIC 9(02).
	  03 WS-BR-FIND		PIC 9(02).
	  03 WS-BR OCCURS T-BR-MAX.
	     05 WS-BR-KEY	PIC X(02).
	     05 WS-BR-NAME	PIC X(20).
	     05 WS-BR-WEEK OCCURS T-WEEKS.
		07 WS-BR-IN	PIC 9(08)V9(02).
		07 WS-BR-OUT	PIC 9(08)V9(02).

       01 WS-SRC-TOTALS.
	  03 WS-SRC-FEES	PIC 9(08)V9(02).
	  03 WS-SRC-PLAN	PIC 9(08)V9(02).
	  03 WS-SRC-GIRO	PIC 9(08)V9(02).
	  03 WS-SRC-EVENT	PIC 9(08)V9(02).
	  03 WS-SRC-COACH	PIC 9(08)V9(02).
	  03 WS-SRC-PO		PIC 9(08)V9(02).
	  03 WS-SRC-EX		PIC 9(08)V9(02).

       01 WS-SUM-MISC.
	  03 WS-WK-IN		PIC 9(08)V9(02).
	  03 WS-WK-OUT		PIC 9(08)V9(02).
	  03 WS-WK-NET		PIC S9(08)V9(02).
	  03 WS-RUNNING		PIC S9(09)V9(02).
	  03 WS-TOT-IN		PIC 9(09)V9(02).
	  03 WS-TOT-OUT		PIC 9(09)V9(02).
	  03 WS-LOW-BAL		PIC S9(09)V9(02).
	  03 WS-LOW-WEEK	PIC 9(02).
	  03 WS-BR-ACTIVE	PIC X(01).
	  03 WS-SECTION		PIC X(01).

      * Any DDMMYYYY turned into a day number (GET-TOTAL-DAY) so the
      * week a date falls in is a plain subtraction.
       01 WS-CV-DMY		PIC 9(08).
       01 REDEFINES WS-CV-DMY.
	  03 WS-CV-DD		PIC 9(02).
	  03 WS-CV-MM		PIC 9(02).
	  03 WS-CV-YYYY		PIC 9(04).

       01 WS-CV-DAY		PIC S9(07).
       01 WS-GIRO-DAY		PIC S9(07).

      * Day-count table, duplicated locally the same way F-GTAGE keeps
      * its own copy rather than sharing one via a copybook.
       01 WS-DAY-TABLE.
	  03 WS-NO		PIC X(36) VALUE
	     '000031059090120151181212243273304334'.
	  03 WS-DAY REDEFINES WS-NO
				PIC 9(03) OCCURS 12 TIMES.

       01 WS-DATE-MISC.
	  03 WS-MTH		PIC 9(02).
	  03 WS-MONTH-LEN	PIC 9(02).
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
	  03 WS-YYYYMMDD.
	     05 WS-YYYY		PIC 9(04).
	     05 WS-MM		PIC 9(02).
	     05 WS-DD		PIC 9(02).
	  03 WS-DAY-COUNT	PIC S9(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: CASH FLOW FORECAST'.
	  03 FIL		PIC X(15) VALUE '13 WEEKS FROM :'.
	  03 PRT-FROM-DMY	PIC 99/99/9999.

       01 PRT-BR-HEAD.
	  03 FIL		PIC X(09) VALUE 'BRANCH :'.
	  03 PRT-BR-KEY		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-BR-NAME	PIC X(30).

       01 PRT-HEADER3.
	  03 FIL		PIC X(45) VALUE
	     'WEEK FROM         EXPECTED IN  EXPECTED OUT'.
	  03 FIL		PIC X(15) VALUE
	     '           NET'.
	  03 PRT-H3-LAST	PIC X(14).

       01 PRT-LINE.
	  03 FIL		PIC X(45) VALUE
	     '---- ---------- ------------- -------------'.
	  03 FIL		PIC X(30) VALUE
	     '-------------- --------------'.

       01 PRT-DETAIL.
	  03 PRT-WEEK		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-WK-FROM	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-IN		PIC ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-OUT		PIC ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(02).
	  03 PRT-NET		PIC -ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-CUM		PIC -ZZ,ZZZ,ZZ9.99.

       01 PRT-TOTAL.
	  03 FIL		PIC X(15) VALUE 'TOTAL'.
	  03 PRT-TOT-IN		PIC ZZZ,ZZZ,ZZ9.99.
	  03 PRT-TOT-OUT	PIC ZZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-TOT-NET	PIC -ZZZ,ZZZ,ZZ9.99.

       01 PRT-OPEN.
	  03 FIL		PIC X(30) VALUE
	     'OPENING BANK BALANCE'.
	  03 PRT-OPEN-BAL	PIC -ZZZ,ZZZ,ZZ9.99.

       01 PRT-CLOSE.
	  03 FIL		PIC X(30) VALUE
	     'CLOSING BANK BALANCE'.
	  03 PRT-CLOSE-BAL	PIC -ZZZ,ZZZ,ZZ9.99.

       01 PRT-LOW.
	  03 FIL		PIC X(30) VALUE
	     'LOWEST BALANCE - WEEK'.
	  03 PRT-LOW-BAL	PIC -ZZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(02).
	  03 PRT-LOW-WEEK	PIC Z9.

       01 PRT-SRC-HEAD.
	  03 FIL		PIC X(50) VALUE
	     'MADE UP OF (ALL 13 WEEKS)'.

       01 PRT-SRC.
	  03 PRT-SRC-DESC	PIC X(30).
	  03 PRT-SRC-AMT	PIC ZZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-SRC-DIR	PIC X(03).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Forecast From:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 25 PIC 99/99/9999
	     USING WS-FROM-DMY.
	  03 LABEL LINE 03 COL 02 'Opening Bank Balance:'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 03 COL 25
	     PIC -ZZ,ZZZ,ZZ9.99 USING WS-OPENING.
	  03 LABEL LINE 05 COL 02
	     'Print 13-Week Cash Flow Forecast?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgiro'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcer'.
	   COPY '/z/y19b25/sp2/lib/fd/dctm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dcex'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT PP-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT ER-FILE.
	   OPEN INPUT TM-FILE.
	   OPEN INPUT PO-FILE.
	   OPEN INPUT EX-FILE.

	   MOVE SPACE TO GIRO-DATANAME.
	   ACCEPT GIRO-DATANAME FROM ENVIRONMENT 'PA-GIRO-FILE'.
	   IF GIRO-DATANAME = SPACE
	      MOVE 'giro/GIRO-SUBMIT' TO GIRO-DATANAME.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-DMY, PRT-START-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-DMY TO WS-FROM-DMY.
	   MOVE ZEROS	     TO WS-OPENING.

	   MOVE 'Cash Flow Forecast' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE BR-FILE.
	   CLOSE FS-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE PP-FILE.
	   CLOSE FEE-FILE.
	   CLOSE EV-FILE.
	   CLOSE ER-FILE.
	   CLOSE TM-FILE.
	   CLOSE PO-FILE.
	   CLOSE EX-FILE.
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

	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  'D', WS-FROM-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
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

	   MOVE WS-FROM-DMY TO WS-CV-DMY.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING '13 WEEKS FROM ' WS-CV-DD '/' WS-CV-MM '/'
		  WS-CV-YYYY DELIMITED BY SIZE INTO WS-SPL-SEL.

	   PERFORM WINDOW-RTN THRU WINDOW-RTN-END.
	   PERFORM BR-LOAD-RTN THRU BR-LOAD-RTN-END.
	   INITIALIZE WS-SRC-TOTALS.

	   PERFORM FEES-RTN  THRU FEES-RTN-END.
	   PERFORM PLAN-RTN  THRU PLAN-RTN-END.
	   PERFORM GIRO-RTN  THRU GIRO-RTN-END.
	   PERFORM EVENT-RTN THRU EVENT-RTN-END.
	   PERFORM COACH-RTN THRU COACH-RTN-END.
	   PERFORM PO-RTN    THRU PO-RTN-END.
	   PERFORM EX-RTN    THRU EX-RTN-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   MOVE 'B' TO WS-SECTION.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM BR-PRINT-RTN THRU BR-PRINT-RTN-END
		   VARYING WS-BR-SUB FROM 1 BY 1
		   UNTIL WS-BR-SUB > WS-BR-COUNT.

	   PERFORM CLUB-PRINT-RTN THRU CLUB-PRINT-RTN-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The window runs from the keyed date for 13 x 7 days. Each
      * week's first date is stepped on a day at a time for the
      * print, and the month-firsts inside the window noted for the
      * fee codes.
        WINDOW-RTN.

	   MOVE WS-FROM-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   MOVE WS-CV-DAY TO WS-START-DAY.
	   COMPUTE WS-END-DAY = WS-START-DAY + (T-WEEKS * 7).

	   MOVE WS-CV-YYYY TO WS-YYYY.
	   MOVE WS-CV-MM   TO WS-MM.
	   MOVE WS-CV-DD   TO WS-DD.
	   PERFORM WEEK-FROM-RTN THRU WEEK-FROM-RTN-END
		   VARYING WS-WK-SUB FROM 1 BY 1
		   UNTIL WS-WK-SUB > T-WEEKS.

	   MOVE WS-CV-YYYY TO WS-YYYY.
	   MOVE WS-CV-MM   TO WS-MM.
	   MOVE 1	   TO WS-DD.
	   PERFORM MONTH-FIRST-RTN THRU MONTH-FIRST-RTN-END
		   VARYING WS-MF-SUB FROM 1 BY 1
		   UNTIL WS-MF-SUB > 4.

        WINDOW-RTN-END. EXIT.

      ********************************************************************
        WEEK-FROM-RTN.

	   COMPUTE WS-WK-FROM (WS-WK-SUB) =
		   (WS-DD * 1000000) + (WS-MM * 10000) + WS-YYYY.
	   PERFORM NEXT-DAY-RTN THRU NEXT-DAY-RTN-END
		   VARYING WS-STEP FROM 1 BY 1 UNTIL WS-STEP > 7.

        WEEK-FROM-RTN-END. EXIT.

      ********************************************************************
        NEXT-DAY-RTN.

	   PERFORM MONTH-LEN-RTN THRU MONTH-LEN-RTN-END.
	   ADD 1 TO WS-DD.
	   IF WS-DD > WS-MONTH-LEN
	      MOVE 1 TO WS-DD
	      ADD 1 TO WS-MM
	      IF WS-MM > 12
		 MOVE 1 TO WS-MM
		 ADD 1 TO WS-YYYY.

        NEXT-DAY-RTN-END. EXIT.

      ********************************************************************
        MONTH-LEN-RTN.

	   IF WS-MM = 12
	      MOVE 31 TO WS-MONTH-LEN
	   ELSE
	      COMPUTE WS-MONTH-LEN =
		      WS-DAY (WS-MM + 1) - WS-DAY (WS-MM).

	   IF WS-MM = 2
	      DIVIDE WS-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 ADD 1 TO WS-MONTH-LEN.

        MONTH-LEN-RTN-END. EXIT.

      ********************************************************************
        MONTH-FIRST-RTN.

	   MOVE WS-MM TO WS-MF-MM (WS-MF-SUB).
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-MF-DAY (WS-MF-SUB).
	   MOVE 'N' TO WS-MF-IN (WS-MF-SUB).
	   IF WS-DAY-COUNT NOT < WS-START-DAY AND
	      WS-DAY-COUNT < WS-END-DAY
	      MOVE 'Y' TO WS-MF-IN (WS-MF-SUB).

	   ADD 1 TO WS-MM.
	   IF WS-MM > 12
	      MOVE 1 TO WS-MM
	      ADD 1 TO WS-YYYY.

        MONTH-FIRST-RTN-END. EXIT.

      ********************************************************************
        BR-LOAD-RTN.

	   INITIALIZE WS-BR-TABLE.
	   MOVE 1 TO WS-BR-COUNT.
	   MOVE SPACES TO WS-BR-KEY (1).
	   MOVE 'HEAD OFFICE / NO BRANCH' TO WS-BR-NAME (1).

	   INITIALIZE BR-REC.
	   MOVE LOW-VALUES TO BR-KEY.
	   MOVE 'N' TO WS-BR-EOF.
	   START BR-FILE KEY >= BR-KEY INVALID
		 MOVE 'Y' TO WS-BR-EOF.
	   PERFORM BR-LOAD-LOOP THRU BR-LOAD-LOOP-END
		   UNTIL WS-BR-EOF = 'Y'.

        BR-LOAD-RTN-END. EXIT.

      ********************************************************************
        BR-LOAD-LOOP.

	   READ BR-FILE NEXT END
		MOVE 'Y' TO WS-BR-EOF
		GO TO BR-LOAD-LOOP-END.

	   IF WS-BR-COUNT NOT < T-BR-MAX
	      MOVE 'Y' TO WS-BR-EOF
	      GO TO BR-LOAD-LOOP-END.

	   ADD 1 TO WS-BR-COUNT.
	   MOVE BR-KEY	TO WS-BR-KEY (WS-BR-COUNT).
	   MOVE BR-NAME TO WS-BR-NAME (WS-BR-COUNT).

        BR-LOAD-LOOP-END. EXIT.

      ********************************************************************
      * Fee codes falling due: each month-first in the window that a
      * code bills on (monthly every month, quarterly January/April/
      * July/October, yearly January) brings in the code's rate from
      * every open membership it would bill, the way BPFEE walks
      * them. Discounts and pro-rata are left to the billing run.
        FEES-RTN.

	   INITIALIZE FS-REC.
	   MOVE LOW-VALUES TO FS-KEY.
	   MOVE 'N' TO WS-FS-EOF.
	   START FS-FILE KEY >= FS-KEY INVALID
		 MOVE 'Y' TO WS-FS-EOF.
	   PERFORM FS-LOOP THRU FS-LOOP-END
		   UNTIL WS-FS-EOF = 'Y'.

        FEES-RTN-END. EXIT.

      ********************************************************************
        FS-LOOP.

	   READ FS-FILE NEXT END
		MOVE 'Y' TO WS-FS-EOF
		GO TO FS-LOOP-END.

	   MOVE 'N' TO WS-ANY-DUE.
	   PERFORM MF-DUE-RTN THRU MF-DUE-RTN-END
		   VARYING WS-MF-SUB FROM 1 BY 1
		   UNTIL WS-MF-SUB > 4.
	   IF WS-ANY-DUE NOT = 'Y'
	      GO TO FS-LOOP-END.

	   MOVE SPACES TO WS-LAST-STD.
	   IF FS-CB-KEY = SPACES
	      INITIALIZE CM-REC
	      MOVE LOW-VALUES TO CM-KEY
	      MOVE 'N' TO WS-CM-EOF
	      START CM-FILE KEY >= CM-KEY INVALID
		    MOVE 'Y' TO WS-CM-EOF
	      END-START
	      PERFORM CM-ALL-LOOP THRU CM-ALL-LOOP-END
		      UNTIL WS-CM-EOF = 'Y'
	   ELSE
	      INITIALIZE CM-REC
	      MOVE FS-CB-KEY  TO CM-ALT-CB-KEY
	      MOVE LOW-VALUES TO CM-ALT-STD-KEY
	      MOVE 'N' TO WS-CM-EOF
	      START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		    MOVE 'Y' TO WS-CM-EOF
	      END-START
	      PERFORM CM-CLUB-LOOP THRU CM-CLUB-LOOP-END
		      UNTIL WS-CM-EOF = 'Y'.

        FS-LOOP-END. EXIT.

      ********************************************************************
        MF-DUE-RTN.

	   MOVE 'N' TO WS-MF-DUE (WS-MF-SUB).
	   IF WS-MF-IN (WS-MF-SUB) NOT = 'Y'
	      GO TO MF-DUE-RTN-END.

	   IF FS-IS-MONTHLY
	      MOVE 'Y' TO WS-MF-DUE (WS-MF-SUB).
	   IF FS-IS-QUARTERLY AND
	      (WS-MF-MM (WS-MF-SUB) = 1 OR 4 OR 7 OR 10)
	      MOVE 'Y' TO WS-MF-DUE (WS-MF-SUB).
	   IF FS-IS-YEARLY AND WS-MF-MM (WS-MF-SUB) = 1
	      MOVE 'Y' TO WS-MF-DUE (WS-MF-SUB).

	   IF WS-MF-DUE (WS-MF-SUB) = 'Y'
	      MOVE 'Y' TO WS-ANY-DUE.

        MF-DUE-RTN-END. EXIT.

      ********************************************************************
      * A code for every club is counted once per student, however
      * many clubs the student is in.
        CM-ALL-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-ALL-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CM-ALL-LOOP-END.

	   IF CM-STD-KEY = WS-LAST-STD
	      GO TO CM-ALL-LOOP-END.
	   MOVE CM-STD-KEY TO WS-LAST-STD.

	   PERFORM FEE-ONE-RTN THRU FEE-ONE-RTN-END.

        CM-ALL-LOOP-END. EXIT.

      ********************************************************************
        CM-CLUB-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-CLUB-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = FS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-CLUB-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CM-CLUB-LOOP-END.

	   PERFORM FEE-ONE-RTN THRU FEE-ONE-RTN-END.

        CM-CLUB-LOOP-END. EXIT.

      ********************************************************************
        FEE-ONE-RTN.

	   MOVE CM-STD-KEY TO STD-KEY.
	   PERFORM STD-BR-RTN THRU STD-BR-RTN-END.
	   IF WS-STD-OK NOT = 'Y' OR STD-IS-INACTIVE
	      GO TO FEE-ONE-RTN-END.

	   IF FS-MB-KEY NOT = SPACES AND FS-MB-KEY NOT = STD-MB-KEY
	      GO TO FEE-ONE-RTN-END.

	   PERFORM FEE-MONTH-RTN THRU FEE-MONTH-RTN-END
		   VARYING WS-MF-SUB FROM 1 BY 1
		   UNTIL WS-MF-SUB > 4.

        FEE-ONE-RTN-END. EXIT.

      ********************************************************************
        FEE-MONTH-RTN.

	   IF WS-MF-DUE (WS-MF-SUB) NOT = 'Y'
	      GO TO FEE-MONTH-RTN-END.

	   MOVE WS-MF-DAY (WS-MF-SUB) TO WS-ADD-DAY.
	   MOVE FS-AMOUNT TO WS-ADD-AMT.
	   MOVE 'I'	  TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD FS-AMOUNT TO WS-SRC-FEES.

        FEE-MONTH-RTN-END. EXIT.

      ********************************************************************
      * Plan installments not yet posted: one already fallen due goes
      * in the first week, with the next billing run.
        PLAN-RTN.

	   INITIALIZE PP-REC.
	   MOVE LOW-VALUES TO PP-KEY.
	   MOVE 'N' TO WS-PP-EOF.
	   START PP-FILE KEY >= PP-KEY INVALID
		 MOVE 'Y' TO WS-PP-EOF.
	   PERFORM PLAN-LOOP THRU PLAN-LOOP-END
		   UNTIL WS-PP-EOF = 'Y'.

        PLAN-RTN-END. EXIT.

      ********************************************************************
        PLAN-LOOP.

	   READ PP-FILE NEXT END
		MOVE 'Y' TO WS-PP-EOF
		GO TO PLAN-LOOP-END.

	   IF NOT PP-IS-OPEN
	      GO TO PLAN-LOOP-END.

	   MOVE PP-STD-KEY TO STD-KEY.
	   PERFORM STD-BR-RTN THRU STD-BR-RTN-END.
	   IF WS-STD-OK NOT = 'Y' OR STD-IS-INACTIVE
	      GO TO PLAN-LOOP-END.

	   PERFORM PLAN-INST-RTN THRU PLAN-INST-RTN-END
		   VARYING WS-INST-SUB FROM 1 BY 1
		   UNTIL WS-INST-SUB > PP-INST-COUNT
		      OR WS-INST-SUB > 12.

        PLAN-LOOP-END. EXIT.

      ********************************************************************
        PLAN-INST-RTN.

	   IF PP-INST-POSTED (WS-INST-SUB) = 'Y'
	      GO TO PLAN-INST-RTN-END.

	   MOVE PP-INST-DMY (WS-INST-SUB) TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   MOVE WS-CV-DAY TO WS-ADD-DAY.
	   MOVE PP-INST-AMOUNT (WS-INST-SUB) TO WS-ADD-AMT.
	   MOVE 'I' TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD PP-INST-AMOUNT (WS-INST-SUB) TO WS-SRC-PLAN.

        PLAN-INST-RTN-END. EXIT.

      ********************************************************************
      * The last GIRO submission BPGIRO wrote. A row is still pending
      * until PSGIRO has posted a GIRO DEDUCTION for the student on
      * or after the day it was submitted; pending money is expected
      * from the submission day on.
        GIRO-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT GIRO-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO GIRO-RTN-END.

	   MOVE 'N' TO WS-GIRO-EOF.
	   PERFORM GIRO-LOOP THRU GIRO-LOOP-END
		   UNTIL WS-GIRO-EOF = 'Y'.
	   CLOSE GIRO-FILE.

        GIRO-RTN-END. EXIT.

      ********************************************************************
        GIRO-LOOP.

	   READ GIRO-FILE NEXT END
		MOVE 'Y' TO WS-GIRO-EOF
		GO TO GIRO-LOOP-END.

	   IF NOT GIRO-IS-DETAIL OR GIRO-AMOUNT = ZEROS
	      GO TO GIRO-LOOP-END.

	   MOVE GIRO-DATE-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   MOVE WS-CV-DAY TO WS-GIRO-DAY.

	   MOVE 'N' TO WS-CONFIRMED.
	   INITIALIZE FEE-REC.
	   MOVE GIRO-STD-KEY TO FEE-STD-KEY.
	   MOVE LOW-VALUES   TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM GIRO-FEE-LOOP THRU GIRO-FEE-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.
	   IF WS-CONFIRMED = 'Y'
	      GO TO GIRO-LOOP-END.

	   MOVE GIRO-STD-KEY TO STD-KEY.
	   PERFORM STD-BR-RTN THRU STD-BR-RTN-END.

	   COMPUTE WS-AMOUNT = GIRO-AMOUNT / 100.
	   MOVE WS-GIRO-DAY TO WS-ADD-DAY.
	   MOVE WS-AMOUNT   TO WS-ADD-AMT.
	   MOVE 'I'	    TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD WS-AMOUNT TO WS-SRC-GIRO.

        GIRO-LOOP-END. EXIT.

      ********************************************************************
        GIRO-FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO GIRO-FEE-LOOP-END.

	   IF FEE-STD-KEY NOT = GIRO-STD-KEY
	      MOVE 'Y' TO WS-FEE-EOF
	      GO TO GIRO-FEE-LOOP-END.

	   IF NOT FEE-IS-PAYMENT OR FEE-IS-VOID OR
	      FEE-DESC NOT = 'GIRO DEDUCTION' OR
	      FEE-PAYER-TYPE NOT = GIRO-PAYER-TYPE OR
	      FEE-PAYER-KEY NOT = GIRO-PAYER-KEY
	      GO TO GIRO-FEE-LOOP-END.

	   MOVE FEE-DATE-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   IF WS-CV-DAY NOT < WS-GIRO-DAY
	      MOVE 'Y' TO WS-CONFIRMED
	      MOVE 'Y' TO WS-FEE-EOF.

        GIRO-FEE-LOOP-END. EXIT.

      ********************************************************************
      * Upcoming events bring in the entry fee for every entrant not
      * on the waiting list, on the day of the event, to the
      * entrant's branch.
        EVENT-RTN.

	   INITIALIZE EV-REC.
	   MOVE LOW-VALUES TO EV-KEY.
	   MOVE 'N' TO WS-EV-EOF.
	   START EV-FILE KEY >= EV-KEY INVALID
		 MOVE 'Y' TO WS-EV-EOF.
	   PERFORM EV-LOOP THRU EV-LOOP-END
		   UNTIL WS-EV-EOF = 'Y'.

        EVENT-RTN-END. EXIT.

      ********************************************************************
        EV-LOOP.

	   READ EV-FILE NEXT END
		MOVE 'Y' TO WS-EV-EOF
		GO TO EV-LOOP-END.

	   IF EV-ENTRY-FEE = ZEROS
	      GO TO EV-LOOP-END.

	   MOVE EV-DATE-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   IF WS-CV-DAY < WS-START-DAY OR WS-CV-DAY NOT < WS-END-DAY
	      GO TO EV-LOOP-END.

	   INITIALIZE ER-REC.
	   MOVE EV-KEY	   TO ER-ALT-EV-KEY.
	   MOVE LOW-VALUES TO ER-ALT-STD-KEY.
	   MOVE 'N' TO WS-ER-EOF.
	   START ER-FILE KEY >= ER-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ER-EOF.
	   PERFORM ER-LOOP THRU ER-LOOP-END
		   UNTIL WS-ER-EOF = 'Y'.

        EV-LOOP-END. EXIT.

      ********************************************************************
        ER-LOOP.

	   READ ER-FILE NEXT END
		MOVE 'Y' TO WS-ER-EOF
		GO TO ER-LOOP-END.

	   IF ER-ALT-EV-KEY NOT = EV-KEY
	      MOVE 'Y' TO WS-ER-EOF
	      GO TO ER-LOOP-END.

	   IF ER-IS-WAITLISTED
	      GO TO ER-LOOP-END.

	   MOVE ER-STD-KEY TO STD-KEY.
	   PERFORM STD-BR-RTN THRU STD-BR-RTN-END.

	   MOVE WS-CV-DAY    TO WS-ADD-DAY.
	   MOVE EV-ENTRY-FEE TO WS-ADD-AMT.
	   MOVE 'I'	     TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD EV-ENTRY-FEE TO WS-SRC-EVENT.

        ER-LOOP-END. EXIT.

      ********************************************************************
      * Coach pay not yet exported - draft and approved timesheets -
      * goes out at the start of the month after the period worked;
      * an earlier date than the window is due now, in week one.
        COACH-RTN.

	   INITIALIZE TM-REC.
	   MOVE LOW-VALUES TO TM-KEY.
	   MOVE 'N' TO WS-TM-EOF.
	   START TM-FILE KEY >= TM-KEY INVALID
		 MOVE 'Y' TO WS-TM-EOF.
	   PERFORM TM-LOOP THRU TM-LOOP-END
		   UNTIL WS-TM-EOF = 'Y'.

        COACH-RTN-END. EXIT.

      ********************************************************************
        TM-LOOP.

	   READ TM-FILE NEXT END
		MOVE 'Y' TO WS-TM-EOF
		GO TO TM-LOOP-END.

	   IF NOT (TM-IS-DRAFT OR TM-IS-APPROVED) OR
	      TM-AMOUNT = ZEROS
	      GO TO TM-LOOP-END.

	   COMPUTE WS-MM   = TM-PERIOD / 10000.
	   COMPUTE WS-YYYY = TM-PERIOD - (WS-MM * 10000).
	   ADD 1 TO WS-MM.
	   IF WS-MM > 12
	      MOVE 1 TO WS-MM
	      ADD 1 TO WS-YYYY.
	   MOVE 1 TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   MOVE WS-DAY-COUNT TO WS-ADD-DAY.
	   MOVE SPACES	     TO WS-ADD-BR.
	   MOVE TM-AMOUNT    TO WS-ADD-AMT.
	   MOVE 'O'	     TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD TM-AMOUNT TO WS-SRC-COACH.

        TM-LOOP-END. EXIT.

      ********************************************************************
      * Open purchase order lines are paid T-PO-DAYS after the order
      * was raised.
        PO-RTN.

	   INITIALIZE PO-REC.
	   MOVE ZEROS TO PO-KEY.
	   MOVE 'N' TO WS-PO-EOF.
	   START PO-FILE KEY >= PO-KEY INVALID
		 MOVE 'Y' TO WS-PO-EOF.
	   PERFORM PO-LOOP THRU PO-LOOP-END
		   UNTIL WS-PO-EOF = 'Y'.

        PO-RTN-END. EXIT.

      ********************************************************************
        PO-LOOP.

	   READ PO-FILE NEXT END
		MOVE 'Y' TO WS-PO-EOF
		GO TO PO-LOOP-END.

	   IF NOT PO-IS-OPEN
	      GO TO PO-LOOP-END.

	   COMPUTE WS-AMOUNT = PO-QTY * PO-COST.
	   IF WS-AMOUNT = ZEROS
	      GO TO PO-LOOP-END.

	   MOVE PO-ORDER-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   COMPUTE WS-ADD-DAY = WS-CV-DAY + T-PO-DAYS.
	   MOVE SPACES	   TO WS-ADD-BR.
	   MOVE WS-AMOUNT  TO WS-ADD-AMT.
	   MOVE 'O'	   TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD WS-AMOUNT TO WS-SRC-PO.

        PO-LOOP-END. EXIT.

      ********************************************************************
      * Event costs dated from the keyed date on are the ones still
      * planned; anything dated earlier is taken as already paid.
        EX-RTN.

	   INITIALIZE EX-REC.
	   MOVE LOW-VALUES TO EX-KEY.
	   MOVE 'N' TO WS-EX-EOF.
	   START EX-FILE KEY >= EX-KEY INVALID
		 MOVE 'Y' TO WS-EX-EOF.
	   PERFORM EX-LOOP THRU EX-LOOP-END
		   UNTIL WS-EX-EOF = 'Y'.

        EX-RTN-END. EXIT.

      ********************************************************************
        EX-LOOP.

	   READ EX-FILE NEXT END
		MOVE 'Y' TO WS-EX-EOF
		GO TO EX-LOOP-END.

	   MOVE EX-DATE-DMY TO WS-CV-DMY.
	   PERFORM DMY-DAY-RTN THRU DMY-DAY-RTN-END.
	   IF WS-CV-DAY < WS-START-DAY
	      GO TO EX-LOOP-END.

	   MOVE WS-CV-DAY  TO WS-ADD-DAY.
	   MOVE SPACES	   TO WS-ADD-BR.
	   MOVE EX-AMOUNT  TO WS-ADD-AMT.
	   MOVE 'O'	   TO WS-ADD-DIR.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   IF WS-ADD-OK = 'Y'
	      ADD EX-AMOUNT TO WS-SRC-EX.

        EX-LOOP-END. EXIT.

      ********************************************************************
      * The student's branch for the posting; one not on file or not
      * stamped with a branch goes to the head-office slot.
        STD-BR-RTN.

	   MOVE 'Y'    TO WS-STD-OK.
	   MOVE SPACES TO WS-ADD-BR.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ STD-FILE INVALID
		MOVE 'N' TO WS-STD-OK
	   NOT INVALID
		MOVE STD-BR-KEY TO WS-ADD-BR
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

        STD-BR-RTN-END. EXIT.

      ********************************************************************
      * Books WS-ADD-AMT into its week and branch. A day before the
      * window is due now and lands in week one; a day past the 13th
      * week is outside the forecast (WS-ADD-OK stays N).
        ADD-RTN.

	   MOVE 'N' TO WS-ADD-OK.
	   IF WS-ADD-DAY NOT < WS-END-DAY
	      GO TO ADD-RTN-END.

	   IF WS-ADD-DAY < WS-START-DAY
	      MOVE 1 TO WS-ADD-WEEK
	   ELSE
	      COMPUTE WS-ADD-WEEK =
		      ((WS-ADD-DAY - WS-START-DAY) / 7) + 1.
	   IF WS-ADD-WEEK > T-WEEKS
	      GO TO ADD-RTN-END.

	   MOVE 1 TO WS-BR-FIND.
	   PERFORM BR-FIND-RTN THRU BR-FIND-RTN-END
		   VARYING WS-BR-SUB FROM 2 BY 1
		   UNTIL WS-BR-SUB > WS-BR-COUNT OR WS-BR-FIND > 1.

	   IF WS-ADD-DIR = 'I'
	      ADD WS-ADD-AMT TO WS-BR-IN (WS-BR-FIND, WS-ADD-WEEK)
	   ELSE
	      ADD WS-ADD-AMT TO WS-BR-OUT (WS-BR-FIND, WS-ADD-WEEK).
	   MOVE 'Y' TO WS-ADD-OK.

        ADD-RTN-END. EXIT.

      ********************************************************************
        BR-FIND-RTN.

	   IF WS-BR-KEY (WS-BR-SUB) = WS-ADD-BR
	      MOVE WS-BR-SUB TO WS-BR-FIND.

        BR-FIND-RTN-END. EXIT.

      ********************************************************************
      * One section per branch with anything forecast: the week's in,
      * out and net, and the branch's net carried forward.
        BR-PRINT-RTN.

	   MOVE 'N' TO WS-BR-ACTIVE.
	   PERFORM BR-ACTIVE-RTN THRU BR-ACTIVE-RTN-END
		   VARYING WS-WK-SUB FROM 1 BY 1
		   UNTIL WS-WK-SUB > T-WEEKS.
	   IF WS-BR-ACTIVE NOT = 'Y'
	      GO TO BR-PRINT-RTN-END.

	   IF LINAGE-COUNTER > 40
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-BR-KEY (WS-BR-SUB)  TO PRT-BR-KEY.
	   MOVE WS-BR-NAME (WS-BR-SUB) TO PRT-BR-NAME.
	   MOVE '    CUMULATIVE' TO PRT-H3-LAST.
	   WRITE PRINT-REC FROM PRT-BR-HEAD AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER3.
	   WRITE PRINT-REC FROM PRT-LINE.

	   MOVE ZEROS TO WS-RUNNING, WS-TOT-IN, WS-TOT-OUT.
	   PERFORM BR-WEEK-RTN THRU BR-WEEK-RTN-END
		   VARYING WS-WK-SUB FROM 1 BY 1
		   UNTIL WS-WK-SUB > T-WEEKS.

	   PERFORM PRT-TOTAL-RTN THRU PRT-TOTAL-RTN-END.

        BR-PRINT-RTN-END. EXIT.

      ********************************************************************
        BR-ACTIVE-RTN.

	   IF WS-BR-IN (WS-BR-SUB, WS-WK-SUB) NOT = ZEROS OR
	      WS-BR-OUT (WS-BR-SUB, WS-WK-SUB) NOT = ZEROS
	      MOVE 'Y' TO WS-BR-ACTIVE.

        BR-ACTIVE-RTN-END. EXIT.

      ********************************************************************
        BR-WEEK-RTN.

	   MOVE WS-BR-IN (WS-BR-SUB, WS-WK-SUB)  TO WS-WK-IN.
	   MOVE WS-BR-OUT (WS-BR-SUB, WS-WK-SUB) TO WS-WK-OUT.
	   PERFORM PRT-WEEK-RTN THRU PRT-WEEK-RTN-END.

        BR-WEEK-RTN-END. EXIT.

      ********************************************************************
      * The whole club: every branch added together week by week and
      * run on from the keyed opening bank figure, with the lowest
      * point the balance reaches and what the totals are made of.
        CLUB-PRINT-RTN.

	   MOVE 'C' TO WS-SECTION.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-OPENING TO PRT-OPEN-BAL.
	   WRITE PRINT-REC FROM PRT-OPEN AFTER 2.

	   MOVE 'ALL BRANCHES' TO PRT-BR-NAME.
	   MOVE SPACES	       TO PRT-BR-KEY.
	   MOVE '  BANK BALANCE' TO PRT-H3-LAST.
	   WRITE PRINT-REC FROM PRT-BR-HEAD AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER3.
	   WRITE PRINT-REC FROM PRT-LINE.

	   MOVE WS-OPENING TO WS-RUNNING, WS-LOW-BAL.
	   MOVE ZEROS	   TO WS-TOT-IN, WS-TOT-OUT, WS-LOW-WEEK.
	   PERFORM CLUB-WEEK-RTN THRU CLUB-WEEK-RTN-END
		   VARYING WS-WK-SUB FROM 1 BY 1
		   UNTIL WS-WK-SUB > T-WEEKS.

	   PERFORM PRT-TOTAL-RTN THRU PRT-TOTAL-RTN-END.

	   MOVE WS-RUNNING TO PRT-CLOSE-BAL.
	   WRITE PRINT-REC FROM PRT-CLOSE AFTER 2.
	   MOVE WS-LOW-BAL  TO PRT-LOW-BAL.
	   MOVE WS-LOW-WEEK TO PRT-LOW-WEEK.
	   WRITE PRINT-REC FROM PRT-LOW.

	   WRITE PRINT-REC FROM PRT-SRC-HEAD AFTER 2.
	   MOVE 'FEE CODES FALLING DUE'	  TO PRT-SRC-DESC.
	   MOVE WS-SRC-FEES		  TO PRT-SRC-AMT.
	   MOVE 'IN'			  TO PRT-SRC-DIR.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'PLAN INSTALLMENTS'	  TO PRT-SRC-DESC.
	   MOVE WS-SRC-PLAN		  TO PRT-SRC-AMT.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'GIRO PENDING CONFIRMATION' TO PRT-SRC-DESC.
	   MOVE WS-SRC-GIRO		  TO PRT-SRC-AMT.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'EVENT ENTRY FEES'	  TO PRT-SRC-DESC.
	   MOVE WS-SRC-EVENT		  TO PRT-SRC-AMT.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'COACH PAY'		  TO PRT-SRC-DESC.
	   MOVE WS-SRC-COACH		  TO PRT-SRC-AMT.
	   MOVE 'OUT'			  TO PRT-SRC-DIR.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'OPEN PURCHASE ORDERS'	  TO PRT-SRC-DESC.
	   MOVE WS-SRC-PO		  TO PRT-SRC-AMT.
	   WRITE PRINT-REC FROM PRT-SRC.
	   MOVE 'PLANNED EVENT COSTS'	  TO PRT-SRC-DESC.
	   MOVE WS-SRC-EX		  TO PRT-SRC-AMT.
	   WRITE PRINT-REC FROM PRT-SRC.

        CLUB-PRINT-RTN-END. EXIT.

      ********************************************************************
        CLUB-WEEK-RTN.

	   MOVE ZEROS TO WS-WK-IN, WS-WK-OUT.
	   PERFORM CLUB-SUM-RTN THRU CLUB-SUM-RTN-END
		   VARYING WS-BR-SUB FROM 1 BY 1
		   UNTIL WS-BR-SUB > WS-BR-COUNT.
	   PERFORM PRT-WEEK-RTN THRU PRT-WEEK-RTN-END.

	   IF WS-LOW-WEEK = ZEROS OR WS-RUNNING < WS-LOW-BAL
	      MOVE WS-RUNNING TO WS-LOW-BAL
	      MOVE WS-WK-SUB  TO WS-LOW-WEEK.

        CLUB-WEEK-RTN-END. EXIT.

      ********************************************************************
        CLUB-SUM-RTN.

	   ADD WS-BR-IN (WS-BR-SUB, WS-WK-SUB)	TO WS-WK-IN.
	   ADD WS-BR-OUT (WS-BR-SUB, WS-WK-SUB) TO WS-WK-OUT.

        CLUB-SUM-RTN-END. EXIT.

      ********************************************************************
        PRT-WEEK-RTN.

	   COMPUTE WS-WK-NET = WS-WK-IN - WS-WK-OUT.
	   ADD WS-WK-NET TO WS-RUNNING.
	   ADD WS-WK-IN  TO WS-TOT-IN.
	   ADD WS-WK-OUT TO WS-TOT-OUT.

	   MOVE WS-WK-SUB		TO PRT-WEEK.
	   MOVE WS-WK-FROM (WS-WK-SUB)	TO PRT-WK-FROM.
	   MOVE WS-WK-IN		TO PRT-IN.
	   MOVE WS-WK-OUT		TO PRT-OUT.
	   MOVE WS-WK-NET		TO PRT-NET.
	   MOVE WS-RUNNING		TO PRT-CUM.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-WEEK-RTN-END. EXIT.

      ********************************************************************
        PRT-TOTAL-RTN.

	   MOVE WS-TOT-IN  TO PRT-TOT-IN.
	   MOVE WS-TOT-OUT TO PRT-TOT-OUT.
	   COMPUTE PRT-TOT-NET = WS-TOT-IN - WS-TOT-OUT.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.

        PRT-TOTAL-RTN-END. EXIT.

      ********************************************************************
        DMY-DAY-RTN.

	   MOVE WS-CV-YYYY TO WS-YYYY.
	   MOVE WS-CV-MM   TO WS-MM.
	   MOVE WS-CV-DD   TO WS-DD.
	   IF WS-MM < 1 OR WS-MM > 12
	      MOVE 1 TO WS-MM.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-CV-DAY.

        DMY-DAY-RTN-END. EXIT.

      ********************************************************************
        GET-TOTAL-DAY.

	   DIVIDE WS-YYYY BY 4
	      GIVING WS-L4-DIV REMAINDER WS-L4-REM.
	   DIVIDE WS-YYYY BY 100
	      GIVING WS-L100-DIV REMAINDER WS-L100-REM.
	   DIVIDE WS-YYYY BY 400
	      GIVING WS-L400-DIV REMAINDER WS-L400-REM.

	   COMPUTE WS-LEAP-YEAR-COUNT =
		   WS-L4-DIV - WS-L100-DIV + WS-L400-DIV.

	   MOVE 'N' TO WS-LEAP-SW.
	   IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
	      MOVE 'Y' TO WS-LEAP-SW.

	   IF GREGORIAN-LEAP-YEAR AND WS-MM < 3
	      SUBTRACT 1 FROM WS-LEAP-YEAR-COUNT.

	   MOVE WS-MM TO WS-MTH.
	   COMPUTE WS-DAY-COUNT = WS-YYYY * 365 +
		   WS-LEAP-YEAR-COUNT + WS-DAY(WS-MTH) + WS-DD.

        GET-TOTAL-DAY-END. EXIT.

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

	   MOVE WS-FROM-DMY	TO PRT-FROM-DMY.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
