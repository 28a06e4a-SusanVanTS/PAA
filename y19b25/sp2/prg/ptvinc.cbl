       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTVINC.

      * MONTHLY VENUE INCOME - HALL HIRE AND COACHING
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	A month's hall hire
      *					income by venue - confirmed
      *					hires held and their hours,
      *					hire invoices less credits
      *					off HL-FILE net of tax -
      *					beside the month's coaching
      *					fee income, and the two
      *					combined
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fchb'.
	   COPY '/z/y19b25/sp2/lib/fd/fchl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'MONTHLY VENUE INCOME'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MAX		VALUE 100.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-REP-MM		PIC 9(02).
	  03 WS-REP-YYYY	PIC 9(04).
	  03 WS-EOF		PIC X(01).
	  03 WS-VN-COUNT	PIC 9(03).
	  03 WS-SUB		PIC 9(03).
	  03 WS-FIND-KEY	PIC X(04).
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

      * Hours hired, off the booked start and end times.
       01 WS-TIME-MISC.
	  03 WS-T-HH		PIC 9(02).
	  03 WS-T-MM		PIC 9(02).
	  03 WS-T-START-MINS	PIC 9(04).
	  03 WS-T-END-MINS	PIC 9(04).

      * One line per venue in VN-FILE order; a hire or ledger row
      * for a hall since taken off the master is added at the end.
       01 WS-VN-TABLE.
	  03 WS-VT OCCURS T-MAX.
	     05 WS-VT-KEY	PIC X(04).
	     05 WS-VT-NAME	PIC X(20).
	     05 WS-VT-HIRES	PIC 9(05).
	     05 WS-VT-MINS	PIC 9(07).
	     05 WS-VT-INCOME	PIC S9(10)V9(02).

       01 WS-TOTALS.
	  03 WS-TOT-HIRES	PIC 9(05).
	  03 WS-TOT-MINS	PIC 9(07).
	  03 WS-TOT-HIRE	PIC S9(10)V9(02).
	  03 WS-TOT-FEE		PIC 9(10)V9(02).
	  03 WS-TOT-REFUND	PIC 9(10)V9(02).
	  03 WS-TOT-COACH	PIC S9(10)V9(02).
	  03 WS-TOT-ALL		PIC S9(10)V9(02).
	  03 WS-HOURS		PIC 9(05)V9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: MONTHLY VENUE INCOME'.
	  03 FIL		PIC X(10) VALUE 'PERIOD :'.
	  03 PRT-REP-MM		PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-REP-YYYY	PIC 9(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(36) VALUE
	     'VENUE'.
	  03 FIL		PIC X(40) VALUE
	     'HIRES     HOURS   HIRE INCOME EXCL TAX'.

       01 PRT-DETAIL.
	  03 PRT-VN-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-VN-NAME	PIC X(30).
	  03 PRT-HIRES		PIC ZZZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-HOURS		PIC ZZ,ZZ9.99.
	  03 FIL		PIC X(05).
	  03 PRT-INCOME		PIC ZZ,ZZZ,ZZ9.99-.

       01 PRT-SUMMARY.
	  03 PRT-SUM-LABEL	PIC X(36).
	  03 FIL		PIC X(21).
	  03 PRT-SUM-AMOUNT	PIC ZZ,ZZZ,ZZ9.99-.

       01 PRT-END.
	  03 FIL		PIC X(60) VALUE
	     'HIRE INCOME = INVOICES LESS CREDITS, BY INVOICE DATE'.

       01 PRT-END2.
	  03 FIL		PIC X(60) VALUE
	     'COACHING FEES ARE ACADEMY-WIDE - FEES CARRY NO VENUE'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Report Period:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC 9(02)
	     USING WS-REP-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 1 PIC 9(04)
	     USING WS-REP-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 04 COL 02
	     'Print Monthly Venue Income?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dchb'.
	   COPY '/z/y19b25/sp2/lib/fd/dchl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT HB-FILE.
	   OPEN INPUT HL-FILE.
	   OPEN INPUT FEE-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT  TO WS-TODAY-DMY.
	   MOVE WS-TODAY-MM    TO WS-REP-MM.
	   MOVE WS-TODAY-YYYY  TO WS-REP-YYYY.

	   MOVE 'Monthly Venue Income' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VN-FILE.
	   CLOSE HB-FILE.
	   CLOSE HL-FILE.
	   CLOSE FEE-FILE.
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

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   INITIALIZE WS-VN-TABLE.
	   INITIALIZE WS-TOTALS.
	   MOVE ZEROS TO WS-VN-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'PERIOD ' WS-REP-MM '/' WS-REP-YYYY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   PERFORM VN-READ-RTN	THRU VN-READ-RTN-END.
	   PERFORM HB-READ-RTN	THRU HB-READ-RTN-END.
	   PERFORM HL-READ-RTN	THRU HL-READ-RTN-END.
	   PERFORM FEE-READ-RTN THRU FEE-READ-RTN-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM PRINT-LOOP THRU PRINT-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-VN-COUNT.

	   MOVE SPACES		TO PRT-DETAIL.
	   MOVE 'TOTAL HALL HIRE' TO PRT-VN-NAME.
	   MOVE WS-TOT-HIRES	TO PRT-HIRES.
	   COMPUTE WS-HOURS ROUNDED = WS-TOT-MINS / 60.
	   MOVE WS-HOURS	TO PRT-HOURS.
	   MOVE WS-TOT-HIRE	TO PRT-INCOME.
	   WRITE PRINT-REC FROM PRT-DETAIL AFTER 2.

	   COMPUTE WS-TOT-COACH = WS-TOT-FEE - WS-TOT-REFUND.
	   COMPUTE WS-TOT-ALL	= WS-TOT-HIRE + WS-TOT-COACH.

	   MOVE SPACES TO PRT-SUMMARY.
	   MOVE 'COACHING FEES CHARGED EXCL TAX' TO PRT-SUM-LABEL.
	   MOVE WS-TOT-FEE TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUMMARY AFTER 3.
	   MOVE 'LESS FEES REFUNDED' TO PRT-SUM-LABEL.
	   MOVE WS-TOT-REFUND TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUMMARY.
	   MOVE 'NET COACHING FEE INCOME' TO PRT-SUM-LABEL.
	   MOVE WS-TOT-COACH TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUMMARY.
	   MOVE 'HALL HIRE INCOME' TO PRT-SUM-LABEL.
	   MOVE WS-TOT-HIRE TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUMMARY.
	   MOVE 'TOTAL INCOME FOR THE MONTH' TO PRT-SUM-LABEL.
	   MOVE WS-TOT-ALL TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUMMARY AFTER 2.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Every hall on the master gets a line, hired that month or not.
        VN-READ-RTN.

	   INITIALIZE VN-REC.
	   MOVE LOW-VALUES TO VN-KEY.
	   MOVE 'N' TO WS-EOF.
	   START VN-FILE KEY >= VN-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM VN-LOOP THRU VN-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        VN-READ-RTN-END. EXIT.

        VN-LOOP.

	   READ VN-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO VN-LOOP-END.

	   IF WS-VN-COUNT NOT < T-MAX
	      MOVE 'Y' TO WS-EOF
	      GO TO VN-LOOP-END.

	   ADD 1 TO WS-VN-COUNT.
	   MOVE VN-KEY	TO WS-VT-KEY (WS-VN-COUNT).
	   MOVE VN-NAME TO WS-VT-NAME (WS-VN-COUNT).

        VN-LOOP-END. EXIT.

      ********************************************************************
      * Hires held: confirmed bookings dated in the month.
        HB-READ-RTN.

	   INITIALIZE HB-REC.
	   MOVE LOW-VALUES TO HB-KEY.
	   MOVE 'N' TO WS-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM HB-LOOP THRU HB-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        HB-READ-RTN-END. EXIT.

        HB-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO HB-LOOP-END.

	   IF NOT HB-IS-CONFIRMED
	      GO TO HB-LOOP-END.

	   MOVE HB-DATE-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM NOT = WS-REP-MM
	      GO TO HB-LOOP-END.

	   MOVE HB-VN-KEY TO WS-FIND-KEY.
	   PERFORM FIND-VN-RTN THRU FIND-VN-RTN-END.
	   IF WS-SUB > WS-VN-COUNT
	      GO TO HB-LOOP-END.

	   DIVIDE HB-START-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   COMPUTE WS-T-START-MINS = (WS-T-HH * 60) + WS-T-MM.
	   DIVIDE HB-END-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   COMPUTE WS-T-END-MINS = (WS-T-HH * 60) + WS-T-MM.

	   ADD 1 TO WS-VT-HIRES (WS-SUB), WS-TOT-HIRES.
	   COMPUTE WS-VT-MINS (WS-SUB) = WS-VT-MINS (WS-SUB) +
		   WS-T-END-MINS - WS-T-START-MINS.
	   COMPUTE WS-TOT-MINS = WS-TOT-MINS +
		   WS-T-END-MINS - WS-T-START-MINS.

        HB-LOOP-END. EXIT.

      ********************************************************************
      * Hire income: invoices raised in the month less invoices
      * credited in the month, each net of its tax. Deposits are
      * the hirer's money held, not income, and are left out.
        HL-READ-RTN.

	   INITIALIZE HL-REC.
	   MOVE LOW-VALUES TO HL-KEY.
	   MOVE 'N' TO WS-EOF.
	   START HL-FILE KEY >= HL-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM HL-LOOP THRU HL-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        HL-READ-RTN-END. EXIT.

        HL-LOOP.

	   READ HL-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO HL-LOOP-END.

	   IF NOT HL-IS-INVOICE AND NOT HL-IS-CREDIT
	      GO TO HL-LOOP-END.

	   MOVE HL-DATE-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM NOT = WS-REP-MM
	      GO TO HL-LOOP-END.

	   MOVE HL-VN-KEY TO WS-FIND-KEY.
	   PERFORM FIND-VN-RTN THRU FIND-VN-RTN-END.
	   IF WS-SUB > WS-VN-COUNT
	      GO TO HL-LOOP-END.

	   IF HL-IS-INVOICE
	      COMPUTE WS-VT-INCOME (WS-SUB) = WS-VT-INCOME (WS-SUB) +
		      HL-AMOUNT - HL-TAX-AMOUNT
	      COMPUTE WS-TOT-HIRE = WS-TOT-HIRE +
		      HL-AMOUNT - HL-TAX-AMOUNT
	   ELSE
	      COMPUTE WS-VT-INCOME (WS-SUB) = WS-VT-INCOME (WS-SUB) -
		      HL-AMOUNT + HL-TAX-AMOUNT
	      COMPUTE WS-TOT-HIRE = WS-TOT-HIRE -
		      HL-AMOUNT + HL-TAX-AMOUNT
	   END-IF.

        HL-LOOP-END. EXIT.

      ********************************************************************
      * Coaching income: the month's charges net of sales tax, less
      * the month's refunds. Payments are bank movements and
      * write-offs bad debt, not income, and are left out.
        FEE-READ-RTN.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
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

	   IF FEE-IS-VOID
	      GO TO FEE-LOOP-END.

	   MOVE FEE-DATE-DMY TO WS-ROW-DMY.
	   IF WS-RD-YYYY NOT = WS-REP-YYYY OR WS-RD-MM NOT = WS-REP-MM
	      GO TO FEE-LOOP-END.

	   IF FEE-IS-CHARGE
	      COMPUTE WS-TOT-FEE = WS-TOT-FEE +
		      FEE-AMOUNT - FEE-TAX-AMOUNT.
	   IF FEE-IS-REFUND
	      ADD FEE-AMOUNT TO WS-TOT-REFUND.

        FEE-LOOP-END. EXIT.

      ********************************************************************
      * WS-SUB left on the venue's line; a hall not on the master is
      * given a line of its own at the end while there is room.
        FIND-VN-RTN.

	   MOVE 1 TO WS-SUB.
	FIND-VN-LOOP.
	   IF WS-SUB > WS-VN-COUNT
	      GO TO FIND-VN-ADD.
	   IF WS-VT-KEY (WS-SUB) = WS-FIND-KEY
	      GO TO FIND-VN-RTN-END.
	   ADD 1 TO WS-SUB.
	   GO TO FIND-VN-LOOP.

	FIND-VN-ADD.
	   IF WS-VN-COUNT NOT < T-MAX
	      GO TO FIND-VN-RTN-END.
	   ADD 1 TO WS-VN-COUNT.
	   MOVE WS-VN-COUNT	  TO WS-SUB.
	   MOVE WS-FIND-KEY	  TO WS-VT-KEY (WS-SUB).
	   MOVE 'VENUE NOT ON FILE' TO WS-VT-NAME (WS-SUB).

        FIND-VN-RTN-END. EXIT.

      ********************************************************************
        PRINT-LOOP.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES			TO PRT-DETAIL.
	   MOVE WS-VT-KEY (WS-SUB)	TO PRT-VN-KEY.
	   MOVE WS-VT-NAME (WS-SUB)	TO PRT-VN-NAME.
	   MOVE WS-VT-HIRES (WS-SUB)	TO PRT-HIRES.
	   COMPUTE WS-HOURS ROUNDED = WS-VT-MINS (WS-SUB) / 60.
	   MOVE WS-HOURS		TO PRT-HOURS.
	   MOVE WS-VT-INCOME (WS-SUB)	TO PRT-INCOME.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRINT-LOOP-END. EXIT.

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
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
