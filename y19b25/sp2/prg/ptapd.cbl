       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTAPD.

      * SUPPLIER PAYMENTS DUE - AGED PAYABLES LIST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every open invoice on
      *					the AP-FILE payables ledger
      *					aged by its due date against
      *					an as-at date - not yet due,
      *					then 1-30, 31-60, 61-90 and
      *					over 90 days overdue - with
      *					a total per supplier, so the
      *					treasurer pays from the list
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcap'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsu'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdap'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsu'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbap'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsu'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'SUPPLIER PAYMENTS DUE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ASAT-DMY	PIC 9(08).
	  03 WS-ASAT-EDIT	PIC 99/99/9999.
	  03 WS-DATE		PIC X(01).
	  03 WS-AP-EOF		PIC X(01).
	  03 WS-LAST-SU-KEY	PIC X(04).
	  03 WS-INV-COUNT	PIC 9(05).
	  03 WS-AGE-DAYS	PIC S9(07).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-ASAT-YMD	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * Aging buckets: 1 = not yet due, 2 = 1-30, 3 = 31-60,
      * 4 = 61-90, 5 = over 90 days past the due date. One set for
      * the supplier being printed, one for the whole list.
       01 WS-BUCKETS.
	  03 WS-SU-BKT		PIC 9(08)V9(02) OCCURS 5.
	  03 WS-TOT-BKT		PIC 9(08)V9(02) OCCURS 5.
	  03 WS-BKT-SUB		PIC 9(01).

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
	     'REPORT TITLE: SUPPLIER PAYMENTS DUE'.
	  03 FIL		PIC X(10) VALUE 'AS AT :'.
	  03 PRT-ASAT-DMY	PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(39) VALUE
	     'SUPP SUPPLIER NAME        INVOICE NO   '.
	  03 FIL		PIC X(28) VALUE
	     'INV DATE   DUE DATE    DAYS '.
	  03 FIL		PIC X(39) VALUE
	     '  NOT YET DUE    1-30 DAYS   31-60 DAYS'.
	  03 FIL		PIC X(26) VALUE
	     '   61-90 DAYS      OVER 90'.

       01 PRT-DETAIL.
	  03 PRT-SU-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-SU-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-INV-NO		PIC X(12).
	  03 FIL		PIC X(01).
	  03 PRT-INV-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-DUE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-DAYS		PIC ZZZ9-.
	  03 FIL		PIC X(01).
	  03 OCCURS 5.
	     05 FIL		PIC X(01).
	     05 PRT-BKT		PIC Z,ZZZ,ZZ9.99.

       01 PRT-TOTAL.
	  03 FIL		PIC X(05).
	  03 PRT-TOT-LABEL	PIC X(62).
	  03 OCCURS 5.
	     05 FIL		PIC X(01).
	     05 PRT-TOT-BKT	PIC Z,ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'OPEN INVOICES LISTED:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Aged As At:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 99/99/9999
	     USING WS-ASAT-DMY.
	  03 LABEL LINE 04 COL 02
	     'Print Supplier Payments Due?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcap'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsu'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT AP-FILE.
	   OPEN INPUT SU-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-ASAT-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-ASAT-EDIT TO WS-ASAT-DMY.

	   MOVE 'Supplier Payments Due' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE AP-FILE.
	   CLOSE SU-FILE.
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

	   INITIALIZE WS-BUCKETS.
	   MOVE ZEROS  TO WS-INV-COUNT.
	   MOVE SPACES TO WS-LAST-SU-KEY.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'AS AT ' WS-ASAT-DMY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE AP-REC.
	   MOVE LOW-VALUES TO AP-KEY.
	   MOVE 'N' TO WS-AP-EOF.
	   START AP-FILE KEY >= AP-KEY INVALID
		 MOVE 'Y' TO WS-AP-EOF.
	   PERFORM AP-LOOP THRU AP-LOOP-END
		   UNTIL WS-AP-EOF = 'Y'.

	   IF WS-LAST-SU-KEY NOT = SPACES
	      PERFORM SU-TOTAL-RTN THRU SU-TOTAL-RTN-END.

	   MOVE SPACES TO PRT-TOTAL.
	   MOVE 'TOTAL PAYABLES DUE' TO PRT-TOT-LABEL.
	   MOVE 1 TO WS-BKT-SUB.
	   PERFORM TOT-MOVE-LOOP THRU TOT-MOVE-LOOP-END
		   UNTIL WS-BKT-SUB > 5.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.

	   MOVE WS-INV-COUNT TO PRT-END-COUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Paid rows are history; the ledger is keyed by supplier, so a
      * change of supplier key closes off the previous total.
        AP-LOOP.

	   READ AP-FILE NEXT END
		MOVE 'Y' TO WS-AP-EOF
		GO TO AP-LOOP-END.

	   IF NOT AP-IS-OPEN
	      GO TO AP-LOOP-END.

	   IF AP-SU-KEY NOT = WS-LAST-SU-KEY
	      IF WS-LAST-SU-KEY NOT = SPACES
		 PERFORM SU-TOTAL-RTN THRU SU-TOTAL-RTN-END
	      END-IF
	      MOVE AP-SU-KEY TO WS-LAST-SU-KEY
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE AP-SU-KEY TO SU-KEY
	      READ SU-FILE INVALID
		   MOVE SPACES TO SU-NAME
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK.

	   MOVE AP-DUE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-ROW-YMD  TO WS-YYYYMMDD(1).
	   MOVE WS-ASAT-YMD TO WS-YYYYMMDD(2).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   COMPUTE WS-AGE-DAYS =
		   WS-DAY-COUNT(2) - WS-DAY-COUNT(1).

	   EVALUATE TRUE
	     WHEN WS-AGE-DAYS <= 0	MOVE 1 TO WS-BKT-SUB
	     WHEN WS-AGE-DAYS <= 30	MOVE 2 TO WS-BKT-SUB
	     WHEN WS-AGE-DAYS <= 60	MOVE 3 TO WS-BKT-SUB
	     WHEN WS-AGE-DAYS <= 90	MOVE 4 TO WS-BKT-SUB
	     WHEN OTHER			MOVE 5 TO WS-BKT-SUB
	   END-EVALUATE.

	   ADD AP-AMOUNT TO WS-SU-BKT (WS-BKT-SUB),
			    WS-TOT-BKT (WS-BKT-SUB).
	   ADD 1 TO WS-INV-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	   TO PRT-DETAIL.
	   MOVE AP-SU-KEY  TO PRT-SU-KEY.
	   MOVE SU-NAME	   TO PRT-SU-NAME.
	   MOVE AP-INV-NO  TO PRT-INV-NO.
	   MOVE AP-INV-DMY TO PRT-INV-DMY.
	   MOVE AP-DUE-DMY TO PRT-DUE-DMY.
	   MOVE WS-AGE-DAYS TO PRT-DAYS.
	   MOVE AP-AMOUNT  TO PRT-BKT (WS-BKT-SUB).
	   WRITE PRINT-REC FROM PRT-DETAIL.

        AP-LOOP-END. EXIT.

      ********************************************************************
        SU-TOTAL-RTN.

	   MOVE SPACES TO PRT-TOTAL.
	   STRING 'SUPPLIER ' WS-LAST-SU-KEY ' TOTAL'
		  DELIMITED BY SIZE INTO PRT-TOT-LABEL.
	   MOVE 1 TO WS-BKT-SUB.
	   PERFORM SU-MOVE-LOOP THRU SU-MOVE-LOOP-END
		   UNTIL WS-BKT-SUB > 5.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   WRITE PRINT-REC FROM SPACES.

        SU-TOTAL-RTN-END. EXIT.

        SU-MOVE-LOOP.

	   MOVE WS-SU-BKT (WS-BKT-SUB) TO PRT-TOT-BKT (WS-BKT-SUB).
	   MOVE ZEROS TO WS-SU-BKT (WS-BKT-SUB).
	   ADD 1 TO WS-BKT-SUB.

        SU-MOVE-LOOP-END. EXIT.

        TOT-MOVE-LOOP.

	   MOVE WS-TOT-BKT (WS-BKT-SUB) TO PRT-TOT-BKT (WS-BKT-SUB).
	   ADD 1 TO WS-BKT-SUB.

        TOT-MOVE-LOOP-END. EXIT.

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
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
