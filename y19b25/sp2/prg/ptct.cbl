       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCT.

      * MEMBERSHIP CONTRACT RENEWAL/EXPIRY LIST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every running contract on
      *					the CT-FILE whose minimum
      *					term ends within the days
      *					ahead of an as-at date
      *					(30 by default), soonest
      *					first within the list, so
      *					the front desk can talk
      *					renewals before the term
      *					runs out
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcct'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdct'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbct'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CONTRACT RENEWAL LIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ASAT-DMY	PIC 9(08).
	  03 WS-ASAT-EDIT	PIC 99/99/9999.
	  03 WS-AHEAD		PIC 9(03) VALUE 30.
	  03 WS-DATE		PIC X(01).
	  03 WS-CT-EOF		PIC X(01).
	  03 WS-CT-COUNT	PIC 9(05).
	  03 WS-DAYS-LEFT	PIC S9(07).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-ASAT-YMD	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * Day-count table, duplicated locally the same way BPDUN and
      * F-GTAGE keep their own copy rather than sharing a copybook.
       01 WS-DAY-TABLE.
	  03 WS-NO		PIC X(36) VALUE
	     '000031059090120151181212243273304334'.
	  03 WS-DAY REDEFINES WS-NO
				PIC 9(03) OCCURS 12 TIMES.

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

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: CONTRACT RENEWAL LIST'.
	  03 FIL		PIC X(10) VALUE 'AS AT :'.
	  03 PRT-ASAT-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(13) VALUE 'DAYS AHEAD :'.
	  03 PRT-AHEAD		PIC ZZ9.

       01 PRT-HEADER3.
	  03 FIL		PIC X(39) VALUE
	     'AC#    STUDENT NAME                   '.
	  03 FIL		PIC X(37) VALUE
	     'PLAN                 START      TERM'.
	  03 FIL		PIC X(32) VALUE
	     'END              RATE  DAYS LEFT'.

       01 PRT-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(30).
	  03 FIL		PIC X(02).
	  03 PRT-PLAN		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-START-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-TERM		PIC Z9.
	  03 FIL		PIC X(03).
	  03 PRT-END-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-RATE		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(06).
	  03 PRT-DAYS		PIC ZZZ9.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'CONTRACTS LISTED:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'As At:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 16 PIC 99/99/9999
	     USING WS-ASAT-DMY.
	  03 LABEL LINE 03 COL 02 'Days Ahead:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 16 PIC ZZ9
	     USING WS-AHEAD.
	  03 LABEL LINE 05 COL 02
	     'Print Contract Renewal List?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcct'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT CT-FILE.
	   OPEN INPUT STD-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-ASAT-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-ASAT-EDIT TO WS-ASAT-DMY.

	   MOVE 'Contract Renewal List' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CT-FILE.
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

	   IF WS-ASAT-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-ASAT-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-AHEAD = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 132 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-ASAT-DMY TO WS-ASAT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ASAT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-ASAT-YMD TO WS-YYYYMMDD(1).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   MOVE ZEROS  TO WS-CT-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'AS AT ' WS-ASAT-DMY ' DAYS ' WS-AHEAD
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE CT-REC.
	   MOVE LOW-VALUES TO CT-KEY.
	   MOVE 'N' TO WS-CT-EOF.
	   START CT-FILE KEY >= CT-KEY INVALID
		 MOVE 'Y' TO WS-CT-EOF.
	   PERFORM CT-LOOP THRU CT-LOOP-END
		   UNTIL WS-CT-EOF = 'Y'.

	   MOVE WS-CT-COUNT TO PRT-END-COUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * A contract that ended early is settled, and a term already run
      * out has nothing left to renew ahead of - only running terms
      * ending inside the window are listed, leavers left off.
        CT-LOOP.

	   READ CT-FILE NEXT END
		MOVE 'Y' TO WS-CT-EOF
		GO TO CT-LOOP-END.

	   IF NOT CT-IS-ACTIVE
	      GO TO CT-LOOP-END.

	   MOVE CT-END-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-ASAT-YMD
	      GO TO CT-LOOP-END.

	   MOVE WS-ROW-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   COMPUTE WS-DAYS-LEFT =
		   WS-DAY-COUNT(2) - WS-DAY-COUNT(1).
	   IF WS-DAYS-LEFT > WS-AHEAD
	      GO TO CT-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME
		MOVE 'Y'    TO STD-ACTIVE-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF STD-IS-INACTIVE
	      GO TO CT-LOOP-END.

	   ADD 1 TO WS-CT-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	      TO PRT-DETAIL.
	   MOVE CT-STD-KEY    TO PRT-STD-KEY.
	   MOVE STD-NAME      TO PRT-STD-NAME.
	   MOVE CT-PLAN       TO PRT-PLAN.
	   MOVE CT-START-DMY  TO PRT-START-DMY.
	   MOVE CT-TERM-MM    TO PRT-TERM.
	   MOVE CT-END-DMY    TO PRT-END-DMY.
	   MOVE CT-RATE       TO PRT-RATE.
	   MOVE WS-DAYS-LEFT  TO PRT-DAYS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CT-LOOP-END. EXIT.

      ********************************************************************
        GET-TOTAL-DAY.

	   DIVIDE WS-YYYY(WS-SUB2) BY 4
	      GIVING WS-L4-DIV REMAINDER WS-L4-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 100
	      GIVING WS-L100-DIV REMAINDER WS-L100-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 400
	      GIVING WS-L400-DIV REMAINDER WS-L400-REM.

	   COMPUTE WS-LEAP-YEAR-COUNT =
		   WS-L4-DIV - WS-L100-DIV + WS-L400-DIV.

	   MOVE 'N' TO WS-LEAP-SW.
	   IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
	      MOVE 'Y' TO WS-LEAP-SW.

	   IF GREGORIAN-LEAP-YEAR AND WS-MM(WS-SUB2) < 3
	      SUBTRACT 1 FROM WS-LEAP-YEAR-COUNT.

	   MOVE WS-MM(WS-SUB2) TO WS-MTH.
	   COMPUTE WS-DAY-COUNT(WS-SUB2) = WS-YYYY(WS-SUB2) * 365 +
		   WS-LEAP-YEAR-COUNT + WS-DAY(WS-MTH) + WS-DD(WS-SUB2).

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

	   MOVE WS-ASAT-DMY  TO PRT-ASAT-DMY.
	   MOVE WS-AHEAD     TO PRT-AHEAD.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
