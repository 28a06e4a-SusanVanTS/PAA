       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTBUD.

      * BUDGET VERSUS ACTUAL BY GL ACCOUNT AND BRANCH
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	BG-FILE budgets set
      *					against the month's and the
      *					year to date's actuals -
      *					fee income, refunds and
      *					write-offs through the
      *					GLM-FILE mappings BPGL uses,
      *					event expenses, coach pay
      *					and stock received - with
      *					variance and variance % per
      *					line, lines over the chosen
      *					% flagged, branch totals
      * VAN TZE SHAN 	15/10/26 WO	PAA	Quarterly and yearly
      *					charges counted a month at a
      *					time as BPDEF releases them
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbg'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcex'.
	   COPY '/z/y19b25/sp2/lib/fd/fctm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbg'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdex'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbg'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbex'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'BUDGET VERSUS ACTUAL'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MAX		VALUE 300.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-REP-MM		PIC 9(02).
	  03 WS-REP-YYYY	PIC 9(04).
	  03 WS-THRESHOLD	PIC 9(03)V9(01) VALUE 10.
	  03 WS-EOF		PIC X(01).
	  03 WS-LAST-STD-KEY	PIC X(06).
	  03 WS-STD-BR-KEY	PIC X(02).
	  03 WS-LAST-BR-KEY	PIC X(02).
	  03 WS-TYPE-KEY	PIC X(04).
	  03 WS-DEF-ACCT	PIC X(08).
	  03 WS-TABLE-FULL	PIC X(01).
	  03 WS-STOP		PIC X(01).
	  03 WS-BA-COUNT	PIC 9(03).
	  03 WS-SUB		PIC 9(03).
	  03 WS-MOVE-SUB	PIC 9(03).
	  03 WS-BLK		PIC 9(01).
	  03 WS-LINE-COUNT	PIC 9(05).
	  03 WS-SPREAD-MONTHS	PIC 9(02).
	  03 WS-SPREAD-COUNT	PIC 9(02).
	  03 WS-SPREAD-TOTAL	PIC 9(10)V9(02).
	  03 WS-SPREAD-PORTION	PIC 9(10)V9(02).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-TODAY-DMY		PIC 9(08).
       01 REDEFINES WS-TODAY-DMY.
	  03 WS-TODAY-DD	PIC 9(02).
	  03 WS-TODAY-MM	PIC 9(02).
	  03 WS-TODAY-YYYY	PIC 9(04).

      * Every source row's date comes through here DDMMYYYY.
       01 WS-ROW-DMY		PIC 9(08).
       01 REDEFINES WS-ROW-DMY.
	  03 WS-RD-DD		PIC 9(02).
	  03 WS-RD-MM		PIC 9(02).
	  03 WS-RD-YYYY		PIC 9(04).

       01 WS-TM-PERIOD		PIC 9(06).
       01 REDEFINES WS-TM-PERIOD.
	  03 WS-TP-MM		PIC 9(02).
	  03 WS-TP-YYYY		PIC 9(04).

       01 WS-BG-PERIOD		PIC 9(06).
       01 REDEFINES WS-BG-PERIOD.
	  03 WS-BP-YYYY		PIC 9(04).
	  03 WS-BP-MM		PIC 9(02).

      * One amount on its way into the table - budget (B) or
      * actual (A), for the branch/account and month given.
       01 WS-IN.
	  03 WS-IN-KEY.
	     05 WS-IN-BR	PIC X(02).
	     05 WS-IN-ACCT	PIC X(08).
	  03 WS-IN-DESC		PIC X(20).
	  03 WS-IN-YYYY		PIC 9(04).
	  03 WS-IN-MM		PIC 9(02).
	  03 WS-IN-KIND		PIC X(01).
	  03 WS-IN-AMOUNT	PIC 9(10)V9(02).

      * One line per branch/account, kept in branch then account
      * order as it fills. Block 1 is the month, block 2 the year
      * to date (January to the report month).
       01 WS-BA-TABLE.
	  03 WS-BA OCCURS T-MAX.
	     05 WS-BA-KEY.
		07 WS-BA-BR	PIC X(02).
		07 WS-BA-ACCT	PIC X(08).
	     05 WS-BA-DESC	PIC X(20).
	     05 WS-BA-BLOCK OCCURS 2.
		07 WS-BA-BUD	PIC 9(10)V9(02).
		07 WS-BA-ACT	PIC 9(10)V9(02).

      * Running totals for the branch being printed and the report.
       01 WS-TOTALS.
	  03 WS-BR-BLOCK OCCURS 2.
	     05 WS-BR-BUD	PIC 9(10)V9(02).
	     05 WS-BR-ACT	PIC 9(10)V9(02).
	  03 WS-GT-BLOCK OCCURS 2.
	     05 WS-GT-BUD	PIC 9(10)V9(02).
	     05 WS-GT-ACT	PIC 9(10)V9(02).

      * The pair being edited onto the print line.
       01 WS-CALC.
	  03 WS-CALC-BLOCK OCCURS 2.
	     05 WS-CALC-BUD	PIC 9(10)V9(02).
	     05 WS-CALC-ACT	PIC 9(10)V9(02).
	  03 WS-VARIANCE	PIC S9(10)V9(02).
	  03 WS-VAR-PCT		PIC S9(07)V9(01).
	  03 WS-ABS-PCT		PIC 9(07)V9(01).
	  03 WS-FLAG		PIC X(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: BUDGET VERSUS ACTUAL'.
	  03 FIL		PIC X(10) VALUE 'PERIOD :'.
	  03 PRT-REP-MM		PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-REP-YYYY	PIC 9(04).
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(15) VALUE 'FLAGGED OVER :'.
	  03 PRT-THRESHOLD	PIC ZZ9.9.
	  03 FIL		PIC X(01) VALUE '%'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(25).
	  03 FIL		PIC X(51) VALUE
	     ' ---------------- MONTH ----------------------------'.
	  03 FIL		PIC X(51) VALUE
	     ' --------------- YEAR TO DATE ---------------------'.
	  03 FIL		PIC X(05).

       01 PRT-HEADER4.
	  03 FIL		PIC X(25) VALUE
	     'ACCOUNT  DESCRIPTION'.
	  03 OCCURS 2.
	     05 FIL		PIC X(28) VALUE
		'        BUDGET        ACTUAL'.
	     05 FIL		PIC X(23) VALUE
		'       VARIANCE   VAR %'.
	  03 FIL		PIC X(05) VALUE '  FL'.

       01 PRT-BRANCH.
	  03 FIL		PIC X(09) VALUE 'BRANCH :'.
	  03 PRT-BR-NAME	PIC X(40).

       01 PRT-DETAIL.
	  03 PRT-LABEL		PIC X(25).
	  03 REDEFINES PRT-LABEL.
	     05 PRT-ACCT	PIC X(08).
	     05 FIL		PIC X(01).
	     05 PRT-DESC	PIC X(16).
	  03 OCCURS 2.
	     05 FIL		PIC X(01).
	     05 PRT-BUD		PIC ZZ,ZZZ,ZZ9.99.
	     05 FIL		PIC X(01).
	     05 PRT-ACT		PIC ZZ,ZZZ,ZZ9.99.
	     05 FIL		PIC X(01).
	     05 PRT-VAR		PIC ZZ,ZZZ,ZZ9.99-.
	     05 FIL		PIC X(01).
	     05 PRT-PCT		PIC ZZZ9.9-.
	  03 FIL		PIC X(02).
	  03 PRT-FLAG		PIC X(02).
	  03 FIL		PIC X(01).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'ACCOUNT LINES LISTED:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.

       01 PRT-END2.
	  03 FIL		PIC X(60) VALUE
	     '** = VARIANCE OVER THE FLAG % OF BUDGET, OR NO BUDGET'.

       01 PRT-END3.
	  03 FIL		PIC X(60) VALUE
	     'TABLE FULL - FURTHER ACCOUNT LINES WERE LEFT OFF'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Report Period:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC 9(02)
	     USING WS-REP-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 1 PIC 9(04)
	     USING WS-REP-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 03 COL 02 'Flag Over %:'.
	  03 ENTRY-FIELD 3-D ID 103 COL 18 PIC ZZ9.9
	     USING WS-THRESHOLD.
	  03 LABEL LINE 05 COL 02
	     'Print Budget Versus Actual?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbg'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcex'.
	   COPY '/z/y19b25/sp2/lib/fd/dctm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT BG-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN INPUT EX-FILE.
	   OPEN INPUT TM-FILE.
	   OPEN INPUT PO-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT  TO WS-TODAY-DMY.
	   MOVE WS-TODAY-MM    TO WS-REP-MM.
	   MOVE WS-TODAY-YYYY  TO WS-REP-YYYY.

	   MOVE 'Budget Versus Actual' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE BG-FILE.
	   CLOSE BR-FILE.
	   CLOSE FEE-FILE.
	   CLOSE STD-FILE.
	   CLOSE GLM-FILE.
	   CLOSE EX-FILE.
	   CLOSE TM-FILE.
	   CLOSE PO-FILE.
	   CLOSE FS-FILE.
	   CLOSE CFIG-FILE.
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

	   IF WS-REP-MM < 1 OR WS-REP-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-REP-YYYY = ZEROS
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

	   INITIALIZE WS-BA-TABLE.
	   INITIALIZE WS-TOTALS.
	   MOVE ZEROS  TO WS-BA-COUNT, WS-LINE-COUNT.
	   MOVE 'N'    TO WS-TABLE-FULL.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'PERIOD ' WS-REP-MM '/' WS-REP-YYYY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   PERFORM BG-READ-RTN  THRU BG-READ-RTN-END.
	   PERFORM FEE-READ-RTN THRU FEE-READ-RTN-END.
	   PERFORM EX-READ-RTN  THRU EX-READ-RTN-END.
	   PERFORM TM-READ-RTN  THRU TM-READ-RTN-END.
	   PERFORM PO-READ-RTN  THRU PO-READ-RTN-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE HIGH-VALUES TO WS-LAST-BR-KEY.
	   MOVE 1 TO WS-SUB.
	   PERFORM PRINT-LOOP THRU PRINT-LOOP-END
		   UNTIL WS-SUB > WS-BA-COUNT.

	   IF WS-BA-COUNT NOT = ZEROS
	      PERFORM BR-TOTAL-RTN THRU BR-TOTAL-RTN-END.

	   MOVE WS-GT-BLOCK (1) TO WS-CALC-BLOCK (1).
	   MOVE WS-GT-BLOCK (2) TO WS-CALC-BLOCK (2).
	   MOVE SPACES TO PRT-DETAIL.
	   MOVE 'GRAND TOTAL' TO PRT-LABEL.
	   PERFORM EDIT-LINE-RTN THRU EDIT-LINE-RTN-END.
	   WRITE PRINT-REC FROM PRT-DETAIL AFTER 2.

	   MOVE WS-LINE-COUNT TO PRT-END-COUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   IF WS-TABLE-FULL = 'Y'
	      WRITE PRINT-REC FROM PRT-END3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Budgets: every period of the report year up to the month.
        BG-READ-RTN.

	   INITIALIZE BG-REC.
	   MOVE LOW-VALUES TO BG-KEY.
	   MOVE 'N' TO WS-EOF.
	   START BG-FILE KEY >= BG-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM BG-LOOP THRU BG-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        BG-READ-RTN-END. EXIT.

        BG-LOOP.

	   READ BG-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO BG-LOOP-END.

	   MOVE BG-PERIOD	TO WS-BG-PERIOD.
	   MOVE BG-BR-KEY	TO WS-IN-BR.
	   MOVE BG-ACCT		TO WS-IN-ACCT.
	   MOVE BG-DESC		TO WS-IN-DESC.
	   MOVE WS-BP-YYYY	TO WS-IN-YYYY.
	   MOVE WS-BP-MM	TO WS-IN-MM.
	   MOVE 'B'		TO WS-IN-KIND.
	   MOVE BG-AMOUNT	TO WS-IN-AMOUNT.
	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

        BG-LOOP-END. EXIT.

      ********************************************************************
      * Fee ledger: the same split BPGL journals - charges net of
      * sales tax by charge type, refunds under *RFD, write-offs
      * under *WOF - each to the branch of the student it belongs
      * to. Payments are bank movements, not income, and are left
      * out.
        FEE-READ-RTN.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
	   MOVE SPACES TO WS-LAST-STD-KEY.
	   MOVE 'N' TO WS-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        FEE-READ-RTN-END. EXIT.

        FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO FEE-LOOP-END.

	   IF FEE-IS-VOID OR FEE-IS-PAYMENT
	      GO TO FEE-LOOP-END.

	   MOVE FEE-DATE-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM > WS-REP-MM
	      GO TO FEE-LOOP-END.

	   IF FEE-STD-KEY NOT = WS-LAST-STD-KEY
	      MOVE FEE-STD-KEY TO WS-LAST-STD-KEY
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE FEE-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE SPACES TO STD-BR-KEY
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-BR-KEY TO WS-STD-BR-KEY.

	   EVALUATE TRUE
	     WHEN FEE-IS-CHARGE
		  IF FEE-FS-KEY = SPACES
		     MOVE '*CHG' TO WS-TYPE-KEY
		  ELSE
		     MOVE FEE-FS-KEY TO WS-TYPE-KEY
		  END-IF
		  COMPUTE WS-IN-AMOUNT = FEE-AMOUNT - FEE-TAX-AMOUNT
	     WHEN FEE-IS-REFUND
		  MOVE '*RFD' TO WS-TYPE-KEY
		  MOVE FEE-AMOUNT TO WS-IN-AMOUNT
	     WHEN OTHER
		  MOVE '*WOF' TO WS-TYPE-KEY
		  MOVE FEE-AMOUNT TO WS-IN-AMOUNT
	   END-EVALUATE.

	   MOVE 'SUSPENSE'	TO WS-DEF-ACCT.
	   PERFORM GLM-RTN THRU GLM-RTN-END.
	   MOVE WS-STD-BR-KEY	TO WS-IN-BR.

	   IF FEE-IS-CHARGE AND CFIG-GL-DEF-ACCT NOT = SPACES
	      AND FEE-FS-KEY NOT = SPACES AND FEE-PERIOD NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE FEE-FS-KEY TO FS-KEY
	      READ FS-FILE INVALID
		   MOVE SPACES TO FS-FREQ
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      IF FS-IS-QUARTERLY OR FS-IS-YEARLY
		 PERFORM SPREAD-RTN THRU SPREAD-RTN-END
		 GO TO FEE-LOOP-END.

	   PERFORM ACTUAL-RTN THRU ACTUAL-RTN-END.

        FEE-LOOP-END. EXIT.

      * A quarterly or yearly charge BPGL holds as deferred income
      * is earned a third or a twelfth a month from its billed
      * MMYYYY period, the last month taking the odd cents - the
      * same split BPDEF releases.
        SPREAD-RTN.

	   IF FS-IS-YEARLY
	      MOVE 12 TO WS-SPREAD-MONTHS
	   ELSE
	      MOVE 3  TO WS-SPREAD-MONTHS.
	   MOVE WS-IN-AMOUNT TO WS-SPREAD-TOTAL.
	   DIVIDE WS-SPREAD-TOTAL BY WS-SPREAD-MONTHS
		  GIVING WS-SPREAD-PORTION.
	   MOVE FEE-PERIOD TO WS-TM-PERIOD.
	   MOVE WS-TP-MM   TO WS-IN-MM.
	   MOVE WS-TP-YYYY TO WS-IN-YYYY.
	   MOVE 'A'        TO WS-IN-KIND.
	   MOVE 1 TO WS-SPREAD-COUNT.
	   PERFORM SPREAD-LOOP THRU SPREAD-LOOP-END
		   UNTIL WS-SPREAD-COUNT > WS-SPREAD-MONTHS.

        SPREAD-RTN-END. EXIT.

        SPREAD-LOOP.

	   IF WS-SPREAD-COUNT = WS-SPREAD-MONTHS
	      COMPUTE WS-IN-AMOUNT = WS-SPREAD-TOTAL -
		      (WS-SPREAD-PORTION * (WS-SPREAD-MONTHS - 1))
	   ELSE
	      MOVE WS-SPREAD-PORTION TO WS-IN-AMOUNT.
	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

	   ADD 1 TO WS-SPREAD-COUNT.
	   ADD 1 TO WS-IN-MM.
	   IF WS-IN-MM > 12
	      MOVE 1 TO WS-IN-MM
	      ADD 1 TO WS-IN-YYYY.

        SPREAD-LOOP-END. EXIT.

      ********************************************************************
      * Event expenses have no branch of their own - head office.
        EX-READ-RTN.

	   INITIALIZE EX-REC.
	   MOVE LOW-VALUES TO EX-KEY.
	   MOVE 'N' TO WS-EOF.
	   START EX-FILE KEY >= EX-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM EX-LOOP THRU EX-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        EX-READ-RTN-END. EXIT.

        EX-LOOP.

	   READ EX-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO EX-LOOP-END.

	   MOVE EX-DATE-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM > WS-REP-MM
	      GO TO EX-LOOP-END.

	   MOVE '*EXP'		TO WS-TYPE-KEY.
	   MOVE 'SUSPENSE'	TO WS-DEF-ACCT.
	   PERFORM GLM-RTN THRU GLM-RTN-END.
	   MOVE SPACES		TO WS-IN-BR.
	   MOVE EX-AMOUNT	TO WS-IN-AMOUNT.
	   PERFORM ACTUAL-RTN THRU ACTUAL-RTN-END.

        EX-LOOP-END. EXIT.

      ********************************************************************
      * Coach pay once approved or paid, in its MMYYYY timesheet
      * period, through the *CPY mapping BPTMX journals - head
      * office.
        TM-READ-RTN.

	   INITIALIZE TM-REC.
	   MOVE LOW-VALUES TO TM-KEY.
	   MOVE 'N' TO WS-EOF.
	   START TM-FILE KEY >= TM-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM TM-LOOP THRU TM-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        TM-READ-RTN-END. EXIT.

        TM-LOOP.

	   READ TM-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO TM-LOOP-END.

	   IF TM-IS-DRAFT
	      GO TO TM-LOOP-END.

	   MOVE TM-PERIOD TO WS-TM-PERIOD.
	   IF WS-TP-YYYY NOT = WS-REP-YYYY OR WS-TP-MM > WS-REP-MM
	      GO TO TM-LOOP-END.

	   MOVE WS-TP-MM	TO WS-RD-MM.
	   MOVE WS-TP-YYYY	TO WS-RD-YYYY.
	   MOVE '*CPY'		TO WS-TYPE-KEY.
	   MOVE 'COACHPAY'	TO WS-DEF-ACCT.
	   PERFORM GLM-RTN THRU GLM-RTN-END.
	   MOVE SPACES		TO WS-IN-BR.
	   MOVE TM-AMOUNT	TO WS-IN-AMOUNT.
	   PERFORM ACTUAL-RTN THRU ACTUAL-RTN-END.

        TM-LOOP-END. EXIT.

      ********************************************************************
      * Purchase order lines in the month they were received, at
      * order cost, through the *STK mapping FMVI journals - head
      * office.
        PO-READ-RTN.

	   INITIALIZE PO-REC.
	   MOVE LOW-VALUES TO PO-KEY.
	   MOVE 'N' TO WS-EOF.
	   START PO-FILE KEY >= PO-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM PO-LOOP THRU PO-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        PO-READ-RTN-END. EXIT.

        PO-LOOP.

	   READ PO-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO PO-LOOP-END.

	   IF NOT PO-IS-RECEIVED
	      GO TO PO-LOOP-END.

	   MOVE PO-RCV-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM > WS-REP-MM
	      GO TO PO-LOOP-END.

	   MOVE '*STK'		TO WS-TYPE-KEY.
	   MOVE 'STOCK'		TO WS-DEF-ACCT.
	   PERFORM GLM-RTN THRU GLM-RTN-END.
	   MOVE SPACES		TO WS-IN-BR.
	   COMPUTE WS-IN-AMOUNT = PO-QTY * PO-COST.
	   PERFORM ACTUAL-RTN THRU ACTUAL-RTN-END.

        PO-LOOP-END. EXIT.

      ********************************************************************
      * WS-TYPE-KEY to its GL account; an unmapped type goes to
      * WS-DEF-ACCT, as the journal posters do.
        GLM-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TYPE-KEY TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE WS-DEF-ACCT TO WS-IN-ACCT
		MOVE SPACES TO WS-IN-DESC
		STRING 'UNMAPPED TYPE ' WS-TYPE-KEY
		       DELIMITED BY SIZE INTO WS-IN-DESC
	   NOT INVALID
		MOVE GLM-ACCT TO WS-IN-ACCT
		MOVE GLM-DESC TO WS-IN-DESC
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

        GLM-RTN-END. EXIT.

        ACTUAL-RTN.

	   MOVE WS-RD-YYYY	TO WS-IN-YYYY.
	   MOVE WS-RD-MM	TO WS-IN-MM.
	   MOVE 'A'		TO WS-IN-KIND.
	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

        ACTUAL-RTN-END. EXIT.

      ********************************************************************
      * Finds the branch/account line, opening one in key order if
      * it is new, and adds WS-IN-AMOUNT to the year to date and,
      * for the report month itself, to the month.
        ACCUM-RTN.

	   IF WS-IN-YYYY NOT = WS-REP-YYYY OR WS-IN-MM > WS-REP-MM
	      GO TO ACCUM-RTN-END.

	   MOVE 1   TO WS-SUB.
	   MOVE 'N' TO WS-STOP.
	   PERFORM FIND-LOOP THRU FIND-LOOP-END
		   UNTIL WS-STOP = 'Y'.

	   IF WS-SUB > WS-BA-COUNT
	      PERFORM INSERT-RTN THRU INSERT-RTN-END
	   ELSE
	      IF WS-BA-KEY (WS-SUB) NOT = WS-IN-KEY
		 PERFORM INSERT-RTN THRU INSERT-RTN-END.

	   IF WS-TABLE-FULL = 'Y' AND WS-SUB > WS-BA-COUNT
	      GO TO ACCUM-RTN-END.

	   IF WS-BA-DESC (WS-SUB) = SPACES
	      MOVE WS-IN-DESC TO WS-BA-DESC (WS-SUB).

	   IF WS-IN-KIND = 'B'
	      ADD WS-IN-AMOUNT TO WS-BA-BUD (WS-SUB, 2)
	      IF WS-IN-MM = WS-REP-MM
		 ADD WS-IN-AMOUNT TO WS-BA-BUD (WS-SUB, 1)
	      END-IF
	   ELSE
	      ADD WS-IN-AMOUNT TO WS-BA-ACT (WS-SUB, 2)
	      IF WS-IN-MM = WS-REP-MM
		 ADD WS-IN-AMOUNT TO WS-BA-ACT (WS-SUB, 1)
	      END-IF.

        ACCUM-RTN-END. EXIT.

      * Stops on the first line whose key is not below the one
      * wanted - the match, or where a new line belongs.
        FIND-LOOP.

	   IF WS-SUB > WS-BA-COUNT
	      MOVE 'Y' TO WS-STOP
	      GO TO FIND-LOOP-END.

	   IF WS-BA-KEY (WS-SUB) NOT < WS-IN-KEY
	      MOVE 'Y' TO WS-STOP
	      GO TO FIND-LOOP-END.

	   ADD 1 TO WS-SUB.

        FIND-LOOP-END. EXIT.

      * Opens line WS-SUB, moving the lines from there down one.
      * With the table full the amount is dropped and the report
      * says so at the foot.
        INSERT-RTN.

	   IF WS-BA-COUNT >= T-MAX
	      MOVE 'Y' TO WS-TABLE-FULL
	      MOVE WS-BA-COUNT TO WS-SUB
	      ADD 1 TO WS-SUB
	      GO TO INSERT-RTN-END.

	   ADD 1 TO WS-BA-COUNT.
	   MOVE WS-BA-COUNT TO WS-MOVE-SUB.
	   PERFORM SHIFT-LOOP THRU SHIFT-LOOP-END
		   UNTIL WS-MOVE-SUB NOT > WS-SUB.

	   INITIALIZE WS-BA (WS-SUB).
	   MOVE WS-IN-KEY TO WS-BA-KEY (WS-SUB).

        INSERT-RTN-END. EXIT.

        SHIFT-LOOP.

	   MOVE WS-BA (WS-MOVE-SUB - 1) TO WS-BA (WS-MOVE-SUB).
	   SUBTRACT 1 FROM WS-MOVE-SUB.

        SHIFT-LOOP-END. EXIT.

      ********************************************************************
      * Lines come off the table in branch then account order, so a
      * change of branch closes off the previous branch's total.
        PRINT-LOOP.

	   IF WS-BA-BR (WS-SUB) NOT = WS-LAST-BR-KEY
	      IF WS-LAST-BR-KEY NOT = HIGH-VALUES
		 PERFORM BR-TOTAL-RTN THRU BR-TOTAL-RTN-END
	      END-IF
	      MOVE WS-BA-BR (WS-SUB) TO WS-LAST-BR-KEY
	      PERFORM BR-HEAD-RTN THRU BR-HEAD-RTN-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-BA-BLOCK (WS-SUB, 1) TO WS-CALC-BLOCK (1).
	   MOVE WS-BA-BLOCK (WS-SUB, 2) TO WS-CALC-BLOCK (2).
	   ADD WS-BA-BUD (WS-SUB, 1) TO WS-BR-BUD (1), WS-GT-BUD (1).
	   ADD WS-BA-ACT (WS-SUB, 1) TO WS-BR-ACT (1), WS-GT-ACT (1).
	   ADD WS-BA-BUD (WS-SUB, 2) TO WS-BR-BUD (2), WS-GT-BUD (2).
	   ADD WS-BA-ACT (WS-SUB, 2) TO WS-BR-ACT (2), WS-GT-ACT (2).

	   MOVE SPACES TO PRT-DETAIL.
	   MOVE WS-BA-ACCT (WS-SUB) TO PRT-ACCT.
	   MOVE WS-BA-DESC (WS-SUB) TO PRT-DESC.
	   PERFORM EDIT-LINE-RTN THRU EDIT-LINE-RTN-END.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   ADD 1 TO WS-LINE-COUNT.
	   ADD 1 TO WS-SUB.

        PRINT-LOOP-END. EXIT.

        BR-HEAD-RTN.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES TO PRT-BR-NAME.
	   IF WS-LAST-BR-KEY = SPACES
	      MOVE 'HEAD OFFICE' TO PRT-BR-NAME
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-LAST-BR-KEY TO BR-KEY
	      READ BR-FILE INVALID
		   MOVE SPACES TO BR-NAME
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      STRING WS-LAST-BR-KEY ' ' BR-NAME
		     DELIMITED BY SIZE INTO PRT-BR-NAME.

	   WRITE PRINT-REC FROM PRT-BRANCH AFTER 2.

        BR-HEAD-RTN-END. EXIT.

        BR-TOTAL-RTN.

	   MOVE WS-BR-BLOCK (1) TO WS-CALC-BLOCK (1).
	   MOVE WS-BR-BLOCK (2) TO WS-CALC-BLOCK (2).
	   MOVE SPACES TO PRT-DETAIL.
	   MOVE 'BRANCH TOTAL' TO PRT-LABEL.
	   PERFORM EDIT-LINE-RTN THRU EDIT-LINE-RTN-END.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   INITIALIZE WS-BR-BLOCK (1), WS-BR-BLOCK (2).

        BR-TOTAL-RTN-END. EXIT.

      ********************************************************************
      * Budget, actual, variance (actual less budget) and variance
      * as a % of budget for the month and year to date blocks in
      * WS-CALC. Either block over the flag % - or an actual with
      * no budget behind it - flags the line.
        EDIT-LINE-RTN.

	   MOVE SPACES TO WS-FLAG.
	   MOVE 1 TO WS-BLK.
	   PERFORM EDIT-BLOCK-LOOP THRU EDIT-BLOCK-LOOP-END
		   UNTIL WS-BLK > 2.
	   MOVE WS-FLAG TO PRT-FLAG.

        EDIT-LINE-RTN-END. EXIT.

        EDIT-BLOCK-LOOP.

	   COMPUTE WS-VARIANCE =
		   WS-CALC-ACT (WS-BLK) - WS-CALC-BUD (WS-BLK).
	   MOVE WS-CALC-BUD (WS-BLK) TO PRT-BUD (WS-BLK).
	   MOVE WS-CALC-ACT (WS-BLK) TO PRT-ACT (WS-BLK).
	   MOVE WS-VARIANCE          TO PRT-VAR (WS-BLK).

	   IF WS-CALC-BUD (WS-BLK) = ZEROS
	      IF WS-CALC-ACT (WS-BLK) NOT = ZEROS
		 MOVE '**' TO WS-FLAG
	      END-IF
	      GO TO EDIT-BLOCK-NEXT.

	   COMPUTE WS-VAR-PCT ROUNDED =
		   WS-VARIANCE * 100 / WS-CALC-BUD (WS-BLK).
	   MOVE WS-VAR-PCT TO WS-ABS-PCT.
	   IF WS-ABS-PCT > WS-THRESHOLD
	      MOVE '**' TO WS-FLAG.
	   IF WS-ABS-PCT > 9999.9
	      IF WS-VAR-PCT < ZEROS
		 MOVE -9999.9 TO WS-VAR-PCT
	      ELSE
		 MOVE 9999.9 TO WS-VAR-PCT.
	   MOVE WS-VAR-PCT TO PRT-PCT (WS-BLK).

        EDIT-BLOCK-NEXT.
	   ADD 1 TO WS-BLK.

        EDIT-BLOCK-LOOP-END. EXIT.

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

	   MOVE WS-REP-MM    TO PRT-REP-MM.
	   MOVE WS-REP-YYYY  TO PRT-REP-YYYY.
	   MOVE WS-THRESHOLD TO PRT-THRESHOLD.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER4.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
