       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTVQX.

      * OVERDUE SAFETY INSPECTIONS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every VQ-FILE inspection
      *					item, for one venue or all,
      *					whose last inspection is
      *					older than its frequency at
      *					an as-at date, and every item
      *					never inspected at all
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'OVERDUE SAFETY INSPECTIONS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ASAT-DMY	PIC 9(08).
	  03 WS-VN-KEY		PIC X(04).
	  03 WS-DATE		PIC X(01).
	  03 WS-VQ-EOF		PIC X(01).
	  03 WS-VQ-COUNT	PIC 9(05).
	  03 WS-DUE-COUNT	PIC 9(05).
	  03 WS-NEVER-COUNT	PIC 9(05).
	  03 WS-DAYS-SINCE	PIC S9(07).
	  03 WS-DAYS-OVER	PIC S9(07).
	  03 WS-ASAT-YMD	PIC 9(08).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
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
	     'REPORT TITLE: OVERDUE SAFETY INSPECTIONS'.
	  03 FIL		PIC X(10) VALUE ' AS AT :'.
	  03 PRT-ASAT-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(08) VALUE 'VENUE :'.
	  03 PRT-SEL-VN		PIC X(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(27) VALUE
	     'VENUE                      '.
	  03 FIL		PIC X(36) VALUE
	     'ITEM                               '.
	  03 FIL		PIC X(44) VALUE
	     'TYPE EVERY CRIT LAST INSP  RESULT DAYS OVER'.

       01 PRT-DETAIL.
	  03 PRT-VN-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-VN-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-ITEM		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(30).
	  03 FIL		PIC X(02).
	  03 PRT-TYPE		PIC X(01).
	  03 FIL		PIC X(03).
	  03 PRT-FREQ		PIC ZZ9.
	  03 FIL		PIC X(04).
	  03 PRT-CRIT		PIC X(01).
	  03 FIL		PIC X(02).
	  03 PRT-LAST-DMY	PIC 99/99/9999 BLANK WHEN ZERO.
	  03 FIL		PIC X(03).
	  03 PRT-RESULT		PIC X(01).
	  03 FIL		PIC X(04).
	  03 PRT-DAYS		PIC ZZZZ9 BLANK WHEN ZERO.
	  03 FIL		PIC X(01).
	  03 PRT-STATE		PIC X(15).

       01 PRT-END.
	  03 FIL		PIC X(16) VALUE
	     'ITEMS CHECKED:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(10) VALUE 'OVERDUE:'.
	  03 PRT-END-DUE	PIC ZZZZ9.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(18) VALUE 'NEVER INSPECTED:'.
	  03 PRT-END-NEVER	PIC ZZZZ9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'As At:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 16 PIC 99/99/9999
	     USING WS-ASAT-DMY.
	  03 LABEL LINE 03 COL 02 'Venue:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 16 PIC X(04)
	     USING WS-VN-KEY BELL UPPER.
	  03 LABEL COL + 2 '(blank for all)'.
	  03 LABEL LINE 05 COL 02
	     'Print Overdue Safety Inspections?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT VQ-FILE.
	   OPEN INPUT VN-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-ASAT-DMY.
	   MOVE SPACES	      TO WS-VN-KEY.

	   MOVE 'Overdue Safety Inspections' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VQ-FILE.
	   CLOSE VN-FILE.
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

	   IF WS-VN-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-VN-KEY TO VN-KEY
	      READ VN-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
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

	   MOVE ZEROS  TO WS-VQ-COUNT, WS-DUE-COUNT, WS-NEVER-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'AS AT ' WS-ASAT-DMY ' VENUE ' WS-VN-KEY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE VQ-REC.
	   MOVE WS-VN-KEY  TO VQ-VN-KEY.
	   MOVE LOW-VALUES TO VQ-ITEM.
	   IF WS-VN-KEY = SPACES
	      MOVE LOW-VALUES TO VQ-KEY.
	   MOVE 'N' TO WS-VQ-EOF.
	   START VQ-FILE KEY >= VQ-KEY INVALID
		 MOVE 'Y' TO WS-VQ-EOF.
	   PERFORM VQ-LOOP THRU VQ-LOOP-END
		   UNTIL WS-VQ-EOF = 'Y'.

	   MOVE WS-VQ-COUNT    TO PRT-END-COUNT.
	   MOVE WS-DUE-COUNT   TO PRT-END-DUE.
	   MOVE WS-NEVER-COUNT TO PRT-END-NEVER.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * An item never inspected is overdue from the day it went on
      * the schedule; otherwise it is overdue once the days since
      * its last inspection run past its frequency.
        VQ-LOOP.

	   READ VQ-FILE NEXT END
		MOVE 'Y' TO WS-VQ-EOF
		GO TO VQ-LOOP-END.

	   IF WS-VN-KEY NOT = SPACES AND VQ-VN-KEY NOT = WS-VN-KEY
	      MOVE 'Y' TO WS-VQ-EOF
	      GO TO VQ-LOOP-END.

	   ADD 1 TO WS-VQ-COUNT.

	   MOVE ZEROS TO WS-DAYS-OVER.
	   IF VQ-LAST-DMY NOT = ZEROS
	      MOVE VQ-LAST-DMY TO WS-YYYYMMDD(2)
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-YYYYMMDD(2)
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE 2 TO WS-SUB2
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      COMPUTE WS-DAYS-SINCE =
		      WS-DAY-COUNT(1) - WS-DAY-COUNT(2)
	      IF WS-DAYS-SINCE NOT > VQ-FREQ-DAYS
		 GO TO VQ-LOOP-END
	      END-IF
	      COMPUTE WS-DAYS-OVER = WS-DAYS-SINCE - VQ-FREQ-DAYS.

	   ADD 1 TO WS-DUE-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE VQ-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE SPACES TO VN-NAME.

	   MOVE SPACES	       TO PRT-DETAIL.
	   MOVE VQ-VN-KEY      TO PRT-VN-KEY.
	   MOVE VN-NAME	       TO PRT-VN-NAME.
	   MOVE VQ-ITEM	       TO PRT-ITEM.
	   MOVE VQ-DESC	       TO PRT-DESC.
	   MOVE VQ-TYPE	       TO PRT-TYPE.
	   MOVE VQ-FREQ-DAYS   TO PRT-FREQ.
	   MOVE VQ-CRITICAL    TO PRT-CRIT.
	   MOVE VQ-LAST-DMY    TO PRT-LAST-DMY.
	   MOVE VQ-LAST-RESULT TO PRT-RESULT.
	   MOVE WS-DAYS-OVER   TO PRT-DAYS.
	   IF VQ-LAST-DMY = ZEROS
	      ADD 1 TO WS-NEVER-COUNT
	      MOVE 'NEVER INSPECTED' TO PRT-STATE
	   ELSE
	      MOVE 'OVERDUE' TO PRT-STATE
	   END-IF.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        VQ-LOOP-END. EXIT.

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
	   MOVE WS-VN-KEY    TO PRT-SEL-VN.
	   IF WS-VN-KEY = SPACES
	      MOVE 'ALL' TO PRT-SEL-VN.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
