       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPDEF.

      * MONTH-END DEFERRED INCOME RELEASE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Releases the quarterly
      *					and yearly fee charges BPGL
      *					held on DF-FILE into income
      *					a third or a twelfth a
      *					month, reverses the
      *					unreleased remainder of any
      *					charge voided since, writes
      *					the release journal to
      *					GLJ-FILE and prints the
      *					deferred income schedule
      *					per charge code
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcdf'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fddf'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbdf'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DEFERRED INCOME RELEASE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MAX		VALUE 50.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PERIOD-MM	PIC 9(02).
	  03 WS-PERIOD-YYYY	PIC 9(04).
	  03 WS-PERIOD		PIC 9(06).
	  03 WS-RUN-MONTHS	PIC 9(06).
	  03 WS-START-MONTHS	PIC 9(06).
	  03 WS-ELAPSED		PIC S9(06).
	  03 WS-DF-EOF		PIC X(01).
	  03 WS-CHANGED		PIC X(01).
	  03 WS-PORTION		PIC 9(06)V9(02).
	  03 WS-TARGET		PIC 9(06)V9(02).
	  03 WS-RELEASE		PIC 9(06)V9(02).
	  03 WS-REVERSE		PIC 9(06)V9(02).
	  03 WS-REL-TOTAL	PIC 9(10)V9(02).
	  03 WS-VOID-TOTAL	PIC 9(10)V9(02).
	  03 WS-DR-TOTAL	PIC 9(10)V9(02).
	  03 WS-CR-TOTAL	PIC 9(10)V9(02).
	  03 WS-ACCT-COUNT	PIC 9(02).
	  03 WS-CODE-COUNT	PIC 9(02).
	  03 WS-SUB		PIC 9(02).
	  03 WS-SECTION		PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-START-PERIOD	PIC 9(06).
       01 REDEFINES WS-START-PERIOD.
	  03 WS-SP-MM		PIC 9(02).
	  03 WS-SP-YYYY		PIC 9(04).

      * Released this run per income account - one credit each.
       01 WS-ACCT-TABLE.
	  03 WS-ACCT-TAB OCCURS T-MAX.
	     05 WS-ACCT-KEY	PIC X(08).
	     05 WS-ACCT-AMT	PIC 9(10)V9(02).

      * The schedule, one line per charge code.
       01 WS-CODE-TABLE.
	  03 WS-CODE-TAB OCCURS T-MAX.
	     05 WS-CODE-KEY	PIC X(04).
	     05 WS-CODE-CHGS	PIC 9(05).
	     05 WS-CODE-DEF	PIC 9(10)V9(02).
	     05 WS-CODE-REL	PIC 9(10)V9(02).
	     05 WS-CODE-VOID	PIC 9(10)V9(02).
	     05 WS-CODE-BAL	PIC 9(10)V9(02).

       01 WS-CODE-TOTALS.
	  03 WS-TOT-CHGS	PIC 9(05).
	  03 WS-TOT-DEF		PIC 9(10)V9(02).
	  03 WS-TOT-REL		PIC 9(10)V9(02).
	  03 WS-TOT-VOID	PIC 9(10)V9(02).
	  03 WS-TOT-BAL		PIC 9(10)V9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: DEFERRED INCOME RELEASE'.
	  03 FIL		PIC X(10) VALUE 'PERIOD :'.
	  03 PRT-PERIOD-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-PERIOD-YYYY	PIC 9(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(50) VALUE
	     'ACCOUNT  D/C       AMOUNT DESCRIPTION'.

       01 PRT-LINE.
	  03 FIL		PIC X(50) VALUE
	     '-------- --- ------------ ------------------------'.

       01 PRT-HEADER4.
	  03 FIL		PIC X(40) VALUE
	     'CODE DESCRIPTION      CHGS   DEFERRED   '.
	  03 FIL		PIC X(30) VALUE
	     'RELEASED     VOIDED UNRELEASED'.

       01 PRT-LINE2.
	  03 FIL		PIC X(40) VALUE
	     '---- ---------------- ---- ---------- --'.
	  03 FIL		PIC X(30) VALUE
	     '-------- ---------- ----------'.

       01 PRT-DETAIL.
	  03 PRT-ACCT		PIC X(08).
	  03 FIL		PIC X(02).
	  03 PRT-DC		PIC X(01).
	  03 FIL		PIC X(02).
	  03 PRT-AMOUNT		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(30).

       01 PRT-SCHED.
	  03 PRT-S-CODE		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-S-DESC		PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-S-CHGS		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-S-DEF		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-REL		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-VOID		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-BAL		PIC ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(16) VALUE 'DEBIT TOTAL  :'.
	  03 PRT-END-DR		PIC Z,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(16) VALUE 'CREDIT TOTAL :'.
	  03 PRT-END-CR		PIC Z,ZZZ,ZZ9.99.

       01 PRT-END3.
	  03 PRT-BALANCED	PIC X(30).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Release Period:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(02)
	     USING WS-PERIOD-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 1 PIC 9(04)
	     USING WS-PERIOD-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 04 COL 02
	     'Release Deferred Income For This Period?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcdf'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   DF-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

      * Nothing keyed on the training copy may reach the ledger.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'Deferred Income Release' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE DF-FILE.
	   CLOSE FEE-FILE.
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

	   IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-PERIOD-YYYY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

      * Releases debit the deferred income account; voided charges
      * credit back receivables - both set up in System
      * Configuration.
	   IF CFIG-GL-DEF-ACCT = SPACES OR CFIG-GL-AR-ACCT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO GLJ-DATANAME.
	   ACCEPT GLJ-DATANAME FROM ENVIRONMENT 'PA-GL-FILE'.
	   IF GLJ-DATANAME = SPACE
	      MOVE 'gl/GL-JOURNAL' TO GLJ-DATANAME.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

      * The release batch goes on after whatever BPGL has already
      * exported for the period.
	   OPEN EXTEND GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      CLOSE PRINT-FILE
	      GO TO 0199-END.

	   COMPUTE WS-PERIOD =
		   (WS-PERIOD-MM * 10000) + WS-PERIOD-YYYY.
	   COMPUTE WS-RUN-MONTHS =
		   (WS-PERIOD-YYYY * 12) + WS-PERIOD-MM.
	   MOVE ZEROS TO WS-REL-TOTAL, WS-VOID-TOTAL, WS-DR-TOTAL,
			 WS-CR-TOTAL, WS-ACCT-COUNT, WS-CODE-COUNT.
	   INITIALIZE WS-ACCT-TABLE.
	   INITIALIZE WS-CODE-TABLE.
	   INITIALIZE WS-CODE-TOTALS.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'PERIOD ' WS-PERIOD-MM '/' WS-PERIOD-YYYY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   MOVE 'J' TO WS-SECTION.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE DF-REC.
	   MOVE LOW-VALUES TO DF-KEY.
	   MOVE 'N' TO WS-DF-EOF.
	   START DF-FILE KEY >= DF-KEY INVALID
		 MOVE 'Y' TO WS-DF-EOF.
	   PERFORM DF-LOOP THRU DF-LOOP-END
		   UNTIL WS-DF-EOF = 'Y'.

	   PERFORM JOURNAL-RTN THRU JOURNAL-RTN-END.
	   PERFORM PRT-ENDING THRU PRT-ENDING-END.
	   PERFORM SCHEDULE-RTN THRU SCHEDULE-RTN-END.

	   CLOSE GLJ-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Each open charge is brought up to what should have gone to
      * income by the end of the run period: a third or a twelfth
      * per month counted from its billed period, the last month
      * taking the odd cents. Working from the running total rather
      * than adding a month's share means a period run twice
      * releases nothing the second time, and a missed month is
      * caught up by the next run.
        DF-LOOP.

	   READ DF-FILE NEXT END
		MOVE 'Y' TO WS-DF-EOF
		GO TO DF-LOOP-END.

	   IF NOT DF-IS-OPEN
	      GO TO DF-LOOP-END.

	   MOVE 'N' TO WS-CHANGED.
	   MOVE ZEROS TO WS-RELEASE, WS-REVERSE.

      * A charge voided in FMFEE since it was deferred never earns
      * the rest - what is still unreleased goes back off
      * receivables.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DF-KEY TO FEE-KEY.
	   READ FEE-FILE INVALID
		MOVE 'V' TO FEE-VOID-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF FEE-IS-VOID
	      COMPUTE WS-REVERSE = DF-AMOUNT - DF-RELEASED
	      MOVE WS-REVERSE TO DF-VOID-AMOUNT
	      MOVE 'V'        TO DF-STATUS-FLAG
	      MOVE WS-PERIOD  TO DF-LAST-PERIOD
	      ADD WS-REVERSE  TO WS-VOID-TOTAL
	      MOVE 'Y' TO WS-CHANGED
	      GO TO DF-LOOP-SAVE.

	   MOVE DF-START-PERIOD TO WS-START-PERIOD.
	   COMPUTE WS-START-MONTHS = (WS-SP-YYYY * 12) + WS-SP-MM.
	   COMPUTE WS-ELAPSED = WS-RUN-MONTHS - WS-START-MONTHS + 1.
	   IF WS-ELAPSED < 1
	      GO TO DF-LOOP-SAVE.

	   IF WS-ELAPSED >= DF-MONTHS
	      MOVE DF-AMOUNT TO WS-TARGET
	   ELSE
	      DIVIDE DF-AMOUNT BY DF-MONTHS GIVING WS-PORTION
	      COMPUTE WS-TARGET = WS-PORTION * WS-ELAPSED.

	   IF WS-TARGET NOT > DF-RELEASED
	      GO TO DF-LOOP-SAVE.

	   COMPUTE WS-RELEASE = WS-TARGET - DF-RELEASED.
	   MOVE WS-TARGET TO DF-RELEASED.
	   MOVE WS-PERIOD TO DF-LAST-PERIOD.
	   IF DF-RELEASED = DF-AMOUNT
	      MOVE 'R' TO DF-STATUS-FLAG.
	   ADD WS-RELEASE TO WS-REL-TOTAL.
	   PERFORM ACCT-TALLY-RTN THRU ACCT-TALLY-RTN-END.
	   MOVE 'Y' TO WS-CHANGED.

        DF-LOOP-SAVE.

	   IF WS-CHANGED = 'Y'
	      REWRITE DF-REC.

	   PERFORM CODE-TALLY-RTN THRU CODE-TALLY-RTN-END.

        DF-LOOP-END. EXIT.

      ********************************************************************
        ACCT-TALLY-RTN.

	   MOVE 1 TO WS-SUB.
	   PERFORM ACCT-FIND-LOOP THRU ACCT-FIND-LOOP-END
		   UNTIL WS-SUB > WS-ACCT-COUNT
		   OR WS-ACCT-KEY (WS-SUB) = DF-INC-ACCT.

	   IF WS-SUB > WS-ACCT-COUNT
	      IF WS-ACCT-COUNT >= T-MAX
		 GO TO ACCT-TALLY-RTN-END
	      END-IF
	      ADD 1 TO WS-ACCT-COUNT
	      MOVE DF-INC-ACCT TO WS-ACCT-KEY (WS-ACCT-COUNT)
	      MOVE WS-ACCT-COUNT TO WS-SUB.

	   ADD WS-RELEASE TO WS-ACCT-AMT (WS-SUB).

        ACCT-TALLY-RTN-END. EXIT.

        ACCT-FIND-LOOP.
	   ADD 1 TO WS-SUB.
        ACCT-FIND-LOOP-END. EXIT.

      ********************************************************************
      * Every charge still open after the run, and any this run
      * finished off or voided, goes on its code's schedule line.
        CODE-TALLY-RTN.

	   IF NOT DF-IS-OPEN AND WS-CHANGED NOT = 'Y'
	      GO TO CODE-TALLY-RTN-END.

	   MOVE 1 TO WS-SUB.
	   PERFORM CODE-FIND-LOOP THRU CODE-FIND-LOOP-END
		   UNTIL WS-SUB > WS-CODE-COUNT
		   OR WS-CODE-KEY (WS-SUB) = DF-FS-KEY.

	   IF WS-SUB > WS-CODE-COUNT
	      IF WS-CODE-COUNT >= T-MAX
		 GO TO CODE-TALLY-RTN-END
	      END-IF
	      ADD 1 TO WS-CODE-COUNT
	      MOVE DF-FS-KEY TO WS-CODE-KEY (WS-CODE-COUNT)
	      MOVE WS-CODE-COUNT TO WS-SUB.

	   ADD 1          TO WS-CODE-CHGS (WS-SUB).
	   ADD DF-AMOUNT  TO WS-CODE-DEF (WS-SUB).
	   ADD WS-RELEASE TO WS-CODE-REL (WS-SUB).
	   ADD WS-REVERSE TO WS-CODE-VOID (WS-SUB).
	   IF DF-IS-OPEN
	      COMPUTE WS-CODE-BAL (WS-SUB) =
		      WS-CODE-BAL (WS-SUB) + DF-AMOUNT - DF-RELEASED.

        CODE-TALLY-RTN-END. EXIT.

        CODE-FIND-LOOP.
	   ADD 1 TO WS-SUB.
        CODE-FIND-LOOP-END. EXIT.

      ********************************************************************
      * Releases: one debit of the total off the deferred income
      * account, one credit per income account it is earned into.
      * Voids: the unreleased remainder debited off deferred income
      * and credited back to the receivables control.
        JOURNAL-RTN.

	   IF WS-REL-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-DEF-ACCT	TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-REL-TOTAL * 100
	      MOVE 'DEFERRED INCOME RELEASED' TO GLJ-DESC
	      ADD WS-REL-TOTAL		TO WS-DR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

	   MOVE 1 TO WS-SUB.
	   PERFORM ACCT-ROW-RTN THRU ACCT-ROW-RTN-END
		   UNTIL WS-SUB > WS-ACCT-COUNT.

	   IF WS-VOID-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-DEF-ACCT	TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-VOID-TOTAL * 100
	      MOVE 'VOIDED DEFERRED CHARGES' TO GLJ-DESC
	      ADD WS-VOID-TOTAL		TO WS-DR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END

	      MOVE CFIG-GL-AR-ACCT	TO GLJ-ACCT
	      MOVE 'C'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-VOID-TOTAL * 100
	      MOVE 'VOIDED DEFERRED CHARGES' TO GLJ-DESC
	      ADD WS-VOID-TOTAL		TO WS-CR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

        JOURNAL-RTN-END. EXIT.

        ACCT-ROW-RTN.

	   MOVE WS-ACCT-KEY (WS-SUB)	TO GLJ-ACCT.
	   MOVE 'C'			TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-ACCT-AMT (WS-SUB) * 100.
	   MOVE 'DEFERRED FEES EARNED'	TO GLJ-DESC.
	   ADD WS-ACCT-AMT (WS-SUB)	TO WS-CR-TOTAL.
	   PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.
	   ADD 1 TO WS-SUB.

        ACCT-ROW-RTN-END. EXIT.

      ********************************************************************
        GLJ-WRITE-RTN.

	   MOVE WS-PERIOD TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE GLJ-ACCT	TO PRT-ACCT.
	   MOVE GLJ-DC		TO PRT-DC.
	   COMPUTE PRT-AMOUNT = GLJ-AMOUNT / 100.
	   MOVE GLJ-DESC	TO PRT-DESC.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        GLJ-WRITE-RTN-END. EXIT.

      ********************************************************************
      * The deferred income schedule: per charge code, what is held,
      * what this run released or reversed, and the balance still
      * to come into income.
        SCHEDULE-RTN.

	   MOVE 'S' TO WS-SECTION.
	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	   ELSE
	      WRITE PRINT-REC FROM PRT-HEADER4 AFTER 3
	      WRITE PRINT-REC FROM PRT-LINE2.

	   MOVE 1 TO WS-SUB.
	   PERFORM SCHED-ROW-RTN THRU SCHED-ROW-RTN-END
		   UNTIL WS-SUB > WS-CODE-COUNT.

	   MOVE SPACES		TO PRT-SCHED.
	   MOVE 'TOTAL'		TO PRT-S-DESC.
	   MOVE WS-TOT-CHGS	TO PRT-S-CHGS.
	   MOVE WS-TOT-DEF	TO PRT-S-DEF.
	   MOVE WS-TOT-REL	TO PRT-S-REL.
	   MOVE WS-TOT-VOID	TO PRT-S-VOID.
	   MOVE WS-TOT-BAL	TO PRT-S-BAL.
	   WRITE PRINT-REC FROM PRT-LINE2.
	   WRITE PRINT-REC FROM PRT-SCHED.

        SCHEDULE-RTN-END. EXIT.

        SCHED-ROW-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CODE-KEY (WS-SUB) TO FS-KEY.
	   READ FS-FILE INVALID
		MOVE SPACES TO FS-DESC.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES			TO PRT-SCHED.
	   MOVE WS-CODE-KEY (WS-SUB)	TO PRT-S-CODE.
	   MOVE FS-DESC			TO PRT-S-DESC.
	   MOVE WS-CODE-CHGS (WS-SUB)	TO PRT-S-CHGS.
	   MOVE WS-CODE-DEF (WS-SUB)	TO PRT-S-DEF.
	   MOVE WS-CODE-REL (WS-SUB)	TO PRT-S-REL.
	   MOVE WS-CODE-VOID (WS-SUB)	TO PRT-S-VOID.
	   MOVE WS-CODE-BAL (WS-SUB)	TO PRT-S-BAL.
	   WRITE PRINT-REC FROM PRT-SCHED.

	   ADD WS-CODE-CHGS (WS-SUB)	TO WS-TOT-CHGS.
	   ADD WS-CODE-DEF (WS-SUB)	TO WS-TOT-DEF.
	   ADD WS-CODE-REL (WS-SUB)	TO WS-TOT-REL.
	   ADD WS-CODE-VOID (WS-SUB)	TO WS-TOT-VOID.
	   ADD WS-CODE-BAL (WS-SUB)	TO WS-TOT-BAL.
	   ADD 1 TO WS-SUB.

        SCHED-ROW-RTN-END. EXIT.

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

	   MOVE WS-PERIOD-MM	TO PRT-PERIOD-MM.
	   MOVE WS-PERIOD-YYYY	TO PRT-PERIOD-YYYY.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   IF WS-SECTION = 'S'
	      WRITE PRINT-REC FROM PRT-HEADER4 AFTER 2
	      WRITE PRINT-REC FROM PRT-LINE2
	   ELSE
	      WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2
	      WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-DR-TOTAL TO PRT-END-DR.
	   MOVE WS-CR-TOTAL TO PRT-END-CR.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

	   IF WS-DR-TOTAL = WS-CR-TOTAL
	      MOVE '* JOURNAL BALANCED *'     TO PRT-BALANCED
	   ELSE
	      MOVE '* JOURNAL OUT OF BALANCE *' TO PRT-BALANCED.
	   WRITE PRINT-REC FROM PRT-END3 AFTER 2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
