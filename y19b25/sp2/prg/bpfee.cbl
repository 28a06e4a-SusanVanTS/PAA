      *					posted and marked, so a
      *					season fee splits over the
      *					months the family agreed
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every posted charge
      *					carries its sales tax code
      *					and the tax portion of the
      *					amount via F-GTTAX
      * VAN TZE SHAN 	15/10/26 WO	PAA	Payer splits: a student
      *					with PS-FILE rows for the
      *					charge code (or for every
      *					code) has each payer's share
      *					posted as its own row stamped
      *					with the payer, the rounding
      *					left on the last share
      * VAN TZE SHAN 	15/10/26 WO	PAA	Pro-rata first and last
      *					period: a membership joining
      *					or ending inside the period
      *					covered by a monthly,
      *					quarterly or yearly code is
      *					charged the fraction of the
      *					period's calendar days or
      *					planned sessions it covers,
      *					per CFIG-PRO-BASIS; the
      *					register shows the full rate,
      *					fraction and reason
      * VAN TZE SHAN 	15/10/26 WO	PAA	Each run draws a run number
      *					off CFIG-RUN-SEQ, stamps it on
      *					every row it posts and leaves
      *					a BRN-FILE control row with
      *					the period, operator, time,
      *					row count and total, so BPREV
      *					can reverse the whole run
      * VAN TZE SHAN 	15/10/26 WO	PAA	Each code bills at the FP-FILE
      *					price in force on the first
      *					day of the billed period, so
      *					a rise keyed ahead of time
      *					never reaches back-period
      *					billing
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sibling discount kept on
      *					the posted charge row for
      *					the household value report
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcds'.
	   COPY '/z/y19b25/sp2/lib/fd/fclk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfp'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdds'.
	   COPY '/z/y19b25/sp2/lib/fd/fdlk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfp'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbds'.
	   COPY '/z/y19b25/sp2/lib/fd/dblk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfp'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-FROZEN		PIC X(01).
	  03 WS-LK-EOF		PIC X(01).
	  03 WS-LK-TAG		PIC X(13).
	  03 WS-FP-EOF		PIC X(01).
	  03 WS-PRICE-YMD	PIC 9(08).
	  03 PRT-START-HHMM	PIC X(07).

      * The run number this run stamps on every row it posts, and
      * the rows written under it (a split charge is one row per
      * payer's share).
       01 WS-RUN-MISC.
	  03 WS-RUN-NO		PIC 9(06).
	  03 WS-RUN-ROWS	PIC 9(06).
	  03 WS-RUN-OPERATOR	PIC X(08).
	  03 WS-RUN-DMY		PIC 99/99/9999.
	  03 WS-RUN-HHMM	PIC X(07).

       01 WS-DISC-MISC.
	  03 WS-POST-KEY	PIC X(06).
	  03 WS-FAM-CODE	PIC X(08).
	  03 WS-PLAN-DESC	PIC X(30).
	  03 WS-PLAN-AMT	PIC 9(06)V9(02).

      * The payers sharing the charge being posted, loaded off PS-FILE
      * for the charge code or else the student's every-code split.
       78 T-SPLIT-MAX		VALUE 9.

       01 WS-SPLIT-MISC.
	  03 WS-PS-EOF		PIC X(01).
	  03 WS-WRITE-ERR	PIC X(01).
	  03 WS-SPLIT-FS	PIC X(04).
	  03 WS-SPLIT-COUNT	PIC 9(02).
	  03 WS-SPLIT-SUB	PIC 9(02).
	  03 WS-SPLIT-PCT-TOT	PIC 9(04)V9(02).
	  03 WS-SPLIT-AMT	PIC 9(06)V9(02).
	  03 WS-SHARE		PIC 9(06)V9(02).
	  03 WS-SHARE-TOT	PIC 9(06)V9(02).
	  03 WS-PUT-SEQ		PIC 9(02).
	  03 WS-PUT-PAYER-TYPE	PIC X(01).
	  03 WS-PUT-PAYER-KEY	PIC X(08).
	  03 WS-PUT-DISC		PIC 9(06)V9(02).
	  03 WS-SPLIT OCCURS T-SPLIT-MAX.
	     05 WS-SPLIT-TYPE	PIC X(01).
	     05 WS-SPLIT-KEY	PIC X(08).
	     05 WS-SPLIT-PCT	PIC 9(03)V9(02).

      * One FEE-REC image - the charge as built, copied back before
      * each share row is written.
       01 WS-FEE-SAVE		PIC X(174).

      * Pro-rata of a membership's first or last period. Dates are
      * turned into day numbers (GET-TOTAL-DAY) so the covered share
      * of the period is a plain subtraction; the period end is held
      * as the day after, so a range is start <= day < end.
       01 WS-PRO-MISC.
	  03 WS-PRO-BASIS	PIC X(01).
	     88 WS-PRO-BY-DAYS		VALUE 'D'.
	     88 WS-PRO-BY-SESS		VALUE 'S'.
	  03 WS-PRO-APPLIED	PIC X(01).
	  03 WS-PRO-MONTHS	PIC 9(02).
	  03 WS-PRO-END-MM	PIC 9(02).
	  03 WS-PRO-END-YYYY	PIC 9(04).
	  03 WS-PER-START-DAY	PIC S9(07).
	  03 WS-PER-END-DAY	PIC S9(07).
	  03 WS-PER-START-YMD	PIC 9(08).
	  03 WS-PRO-START-DAY	PIC S9(07).
	  03 WS-PRO-END-DAY	PIC S9(07).
	  03 WS-PRO-PART	PIC 9(03).
	  03 WS-PRO-WHOLE	PIC 9(03).
	  03 WS-PRO-FRACTION	PIC 9V9(04).
	  03 WS-PRO-AMOUNT	PIC 9(06)V9(02).
	  03 WS-PRO-REASON	PIC X(06).
	  03 WS-PRO-DATE	PIC X(10).
	  03 WS-PRO-BASIS-DESC	PIC X(08).
	  03 WS-LEAVER		PIC X(01).
	  03 WS-SS-MM		PIC 9(02).
	  03 WS-SS-DD		PIC 9(02).
	  03 WS-SS-DAYS		PIC 9(02).
	  03 WS-SS-DAY-NO	PIC S9(07).

       01 WS-CM-DMY-X		PIC X(10).
       01 WS-CM-PARTS REDEFINES WS-CM-DMY-X.
	  03 WS-CP-DD		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-MM		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-YYYY		PIC 9(04).

      * Day-count table, duplicated locally the same way F-GTAGE keeps
      * its own copy rather than sharing one via a copybook.
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
	  03 WS-YYYYMMDD.
	     05 WS-YYYY		PIC 9(04).
	     05 WS-MM		PIC 9(02).
	     05 WS-DD		PIC 9(02).
	  03 WS-DAY-COUNT	PIC S9(07).

       01 WS-INST-DMY		PIC 9(08).
       01 REDEFINES WS-INST-DMY.
	  03 WS-ID-DD		PIC 9(02).
	  03 PRT-PERIOD-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-PERIOD-YYYY	PIC 9(04).
	  03 FIL		PIC X(08) VALUE '  RUN :'.
	  03 PRT-RUN-NO		PIC 9(06).

       01 PRT-HEADER3.
	  03 FIL		PIC X(43) VALUE
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(08).

       01 PRT-PRO-LINE.
	  03 FIL		PIC X(06).
	  03 FIL		PIC X(10) VALUE 'FULL RATE'.
	  03 PRT-PRO-FULL	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(04) VALUE ' X '.
	  03 PRT-PRO-FRACTION	PIC 9.9999.
	  03 FIL		PIC X(01).
	  03 PRT-PRO-REASON	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-PRO-DATE	PIC X(10).
	  03 FIL		PIC X(01).
	  03 PRT-PRO-PART	PIC ZZ9.
	  03 FIL		PIC X(04) VALUE ' OF'.
	  03 PRT-PRO-WHOLE	PIC ZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-PRO-BASIS	PIC X(08).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'CHARGES POSTED      :'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcds'.
	   COPY '/z/y19b25/sp2/lib/fd/dclk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfp'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN I-O   PP-FILE.
	   OPEN INPUT DS-FILE.
	   OPEN INPUT LK-FILE.
	   OPEN INPUT PS-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN I-O   BRN-FILE.
	   OPEN INPUT FP-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE INVALID
		CONTINUE.
	   MOVE CFIG-PRO-BASIS TO WS-PRO-BASIS.

	   MOVE 'Fee Billing Run' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
	   CLOSE PP-FILE.
	   CLOSE DS-FILE.
	   CLOSE LK-FILE.
	   CLOSE PS-FILE.
	   CLOSE SS-FILE.
	   CLOSE BRN-FILE.
	   CLOSE FP-FILE.
	   CLOSE CFIG-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

		   1000000 + (WS-PERIOD-MM * 10000) + WS-PERIOD-YYYY.

	   MOVE ZEROS TO WS-POSTED-COUNT, WS-POSTED-AMOUNT,
			 WS-SKIP-COUNT, S-REC-COUNT, WS-RUN-ROWS.
	   PERFORM RUN-NO-RTN THRU RUN-NO-RTN-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.

	   PERFORM LOCKER-SCAN-RTN THRU LOCKER-SCAN-RTN-END.

	   PERFORM RUN-WRITE-RTN THRU RUN-WRITE-RTN-END.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   IF WS-DUE NOT = 'Y'
	      GO TO FS-LOOP-END.

	   PERFORM PRICE-RTN THRU PRICE-RTN-END.
	   PERFORM PERIOD-SPAN-RTN THRU PERIOD-SPAN-RTN-END.

      * A club-tied code walks only that club's memberships on the
      * club-first alternate key; a blank code walks every membership.
	   IF FS-CB-KEY = SPACES
		GO TO CM-ALL-LOOP-END.

	   IF NOT CM-IS-OPEN
	      PERFORM LEAVER-CHECK-RTN THRU LEAVER-CHECK-RTN-END
	      IF WS-LEAVER NOT = 'Y'
		 GO TO CM-ALL-LOOP-END.

	   PERFORM POST-ONE-RTN THRU POST-ONE-RTN-END.

	      GO TO CM-CLUB-LOOP-END.

	   IF NOT CM-IS-OPEN
	      PERFORM LEAVER-CHECK-RTN THRU LEAVER-CHECK-RTN-END
	      IF WS-LEAVER NOT = 'Y'
		 GO TO CM-CLUB-LOOP-END.

	   PERFORM POST-ONE-RTN THRU POST-ONE-RTN-END.

        CM-CLUB-LOOP-END. EXIT.

      ********************************************************************
      * The rate in force for the billed period is the latest dated
      * price effective on or before its first day; with none that
      * early the code's own FS-AMOUNT stands. The price is laid over
      * FS-AMOUNT in the record area - FS-FILE is read-only here - so
      * every charge, pro-rata and register line below picks it up.
        PRICE-RTN.

	   COMPUTE WS-PRICE-YMD = (WS-PERIOD-YYYY * 10000) +
				  (WS-PERIOD-MM * 100) + 1.
	   MOVE FS-KEY	   TO FP-FS-KEY.
	   MOVE LOW-VALUES TO FP-EFF-YMD.
	   MOVE 'N' TO WS-FP-EOF.
	   START FP-FILE KEY >= FP-KEY INVALID
		 MOVE 'Y' TO WS-FP-EOF.
	   PERFORM PRICE-LOOP THRU PRICE-LOOP-END
		   UNTIL WS-FP-EOF = 'Y'.

        PRICE-RTN-END. EXIT.

      ********************************************************************
        PRICE-LOOP.

	   READ FP-FILE NEXT END
		MOVE 'Y' TO WS-FP-EOF
		GO TO PRICE-LOOP-END.

	   IF FP-FS-KEY NOT = FS-KEY OR FP-EFF-YMD > WS-PRICE-YMD
	      MOVE 'Y' TO WS-FP-EOF
	      GO TO PRICE-LOOP-END.

	   MOVE FP-AMOUNT TO FS-AMOUNT.

        PRICE-LOOP-END. EXIT.

      ********************************************************************
      * The span of days the charge code's period covers: one month,
      * the quarter or the year from the billed month. Quarters and
      * the year start in January/April/July/October, so the span
      * never crosses a year end except onto the following 1st.
        PERIOD-SPAN-RTN.

	   MOVE 1 TO WS-PRO-MONTHS.
	   IF FS-IS-QUARTERLY
	      MOVE 3 TO WS-PRO-MONTHS.
	   IF FS-IS-YEARLY
	      MOVE 12 TO WS-PRO-MONTHS.

	   MOVE WS-PERIOD-YYYY	TO WS-YYYY.
	   MOVE WS-PERIOD-MM	TO WS-MM.
	   MOVE 1		TO WS-DD.
	   MOVE WS-YYYYMMDD	TO WS-PER-START-YMD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-PER-START-DAY.

	   COMPUTE WS-PRO-END-MM = WS-PERIOD-MM + WS-PRO-MONTHS.
	   MOVE WS-PERIOD-YYYY TO WS-PRO-END-YYYY.
	   IF WS-PRO-END-MM > 12
	      SUBTRACT 12 FROM WS-PRO-END-MM
	      ADD 1 TO WS-PRO-END-YYYY.
	   MOVE WS-PRO-END-YYYY	TO WS-YYYY.
	   MOVE WS-PRO-END-MM	TO WS-MM.
	   MOVE 1		TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-PER-END-DAY.

        PERIOD-SPAN-RTN-END. EXIT.

      ********************************************************************
      * A membership ended on or after the period's first day still
      * owes its last part-period when pro-rata billing is on; with
      * no basis set an ended membership is passed over as before.
        LEAVER-CHECK-RTN.

	   MOVE 'N' TO WS-LEAVER.
	   IF NOT (WS-PRO-BY-DAYS OR WS-PRO-BY-SESS)
	      GO TO LEAVER-CHECK-RTN-END.

	   MOVE CM-END-DMY TO WS-CM-DMY-X.
	   IF WS-CP-DD NOT NUMERIC OR WS-CP-MM NOT NUMERIC OR
	      WS-CP-YYYY NOT NUMERIC OR WS-CP-YYYY = ZEROS
	      GO TO LEAVER-CHECK-RTN-END.

	   MOVE WS-CP-YYYY TO WS-YYYY.
	   MOVE WS-CP-MM   TO WS-MM.
	   MOVE WS-CP-DD   TO WS-DD.
	   IF WS-YYYYMMDD NOT < WS-PER-START-YMD
	      MOVE 'Y' TO WS-LEAVER.

        LEAVER-CHECK-RTN-END. EXIT.

      ********************************************************************
        POST-ONE-RTN.

	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      GO TO POST-ONE-RTN-END.

	   PERFORM PRORATA-RTN THRU PRORATA-RTN-END.
	   IF WS-PRO-APPLIED = 'Y' AND WS-PRO-PART = ZEROS
	      ADD 1 TO WS-SKIP-COUNT
	      MOVE 'OUTSIDE'  TO PRT-STATUS
	      MOVE ZEROS      TO WS-GROSS, WS-DISC, WS-NET
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      PERFORM PRT-PRO-RTN THRU PRT-PRO-RTN-END
	      GO TO POST-ONE-RTN-END.

	   PERFORM DISCOUNT-RTN THRU DISCOUNT-RTN-END.
	   PERFORM BAL-RTN THRU BAL-RTN-END.
	   ADD WS-NET TO WS-BALANCE.
	      ADD 1 TO WS-SKIP-COUNT
	      MOVE 'WAIVED'   TO PRT-STATUS
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      PERFORM PRT-PRO-RTN THRU PRT-PRO-RTN-END
	      GO TO POST-ONE-RTN-END.

	   INITIALIZE FEE-REC.
	   MOVE FS-KEY		 TO FEE-FS-KEY.
	   MOVE WS-PERIOD	 TO FEE-PERIOD.
	   MOVE SPACES		 TO FEE-EV-KEY.
	   MOVE FS-TX-KEY	 TO FEE-TX-KEY.
	   MOVE WS-DISC		 TO FEE-DISC-AMOUNT.
	   PERFORM FEE-WRITE-RTN THRU FEE-WRITE-RTN-END.
	   IF WS-WRITE-ERR = 'Y'
	      ADD 1 TO WS-SKIP-COUNT
	      MOVE 'ERROR'    TO PRT-STATUS
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      PERFORM PRT-PRO-RTN THRU PRT-PRO-RTN-END
	      GO TO POST-ONE-RTN-END.

	   MOVE WS-NET TO WS-BAL-DELTA.
	      MOVE 'CREDIT'  TO PRT-STATUS
	   ELSE
	      MOVE 'POSTED'  TO PRT-STATUS.
	   IF WS-SPLIT-COUNT NOT = ZEROS
	      MOVE 'SPLIT'   TO PRT-STATUS.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.
	   PERFORM PRT-PRO-RTN THRU PRT-PRO-RTN-END.

        POST-ONE-RTN-END. EXIT.

      ********************************************************************
      * First or last period of a membership: the share of the
      * period from the join date, or up to and including the end
      * date, on the configured basis. Sessions count the club's
      * planned SS-FILE dates; a period with none planned falls back
      * to calendar days. WS-PRO-AMOUNT carries the full rate when no
      * pro-rata applies.
        PRORATA-RTN.

	   MOVE 'N'	  TO WS-PRO-APPLIED.
	   MOVE FS-AMOUNT TO WS-PRO-AMOUNT.
	   MOVE 1	  TO WS-PRO-FRACTION.
	   IF NOT (WS-PRO-BY-DAYS OR WS-PRO-BY-SESS)
	      GO TO PRORATA-RTN-END.

	   MOVE WS-PER-START-DAY TO WS-PRO-START-DAY.
	   MOVE WS-PER-END-DAY	 TO WS-PRO-END-DAY.
	   MOVE SPACES		 TO WS-PRO-REASON, WS-PRO-DATE.

	   MOVE CM-JOIN-DMY TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC AND WS-CP-YYYY NOT = ZEROS
	      MOVE WS-CP-YYYY TO WS-YYYY
	      MOVE WS-CP-MM   TO WS-MM
	      MOVE WS-CP-DD   TO WS-DD
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      IF WS-DAY-COUNT > WS-PER-START-DAY
		 MOVE WS-DAY-COUNT TO WS-PRO-START-DAY
		 MOVE 'JOINED'	   TO WS-PRO-REASON
		 MOVE CM-JOIN-DMY  TO WS-PRO-DATE
	      END-IF
	   END-IF.

	   MOVE CM-END-DMY TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC AND WS-CP-YYYY NOT = ZEROS
	      MOVE WS-CP-YYYY TO WS-YYYY
	      MOVE WS-CP-MM   TO WS-MM
	      MOVE WS-CP-DD   TO WS-DD
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      ADD 1 TO WS-DAY-COUNT
	      IF WS-DAY-COUNT < WS-PER-END-DAY
		 MOVE WS-DAY-COUNT TO WS-PRO-END-DAY
		 IF WS-PRO-REASON = SPACES
		    MOVE 'LEFT'	      TO WS-PRO-REASON
		    MOVE CM-END-DMY   TO WS-PRO-DATE
		 ELSE
		    MOVE 'JN+LFT'     TO WS-PRO-REASON
		 END-IF
	      END-IF
	   END-IF.

	   IF WS-PRO-REASON = SPACES
	      GO TO PRORATA-RTN-END.

	   MOVE 'Y' TO WS-PRO-APPLIED.
	   MOVE ZEROS TO WS-PRO-PART, WS-PRO-WHOLE.
	   IF WS-PRO-BY-SESS
	      MOVE 'SESSIONS' TO WS-PRO-BASIS-DESC
	      PERFORM SESS-MONTH-RTN THRU SESS-MONTH-RTN-END
		      VARYING WS-SS-MM FROM WS-PERIOD-MM BY 1
		      UNTIL WS-SS-MM >
			    WS-PERIOD-MM + WS-PRO-MONTHS - 1.

	   IF WS-PRO-WHOLE = ZEROS
	      MOVE 'DAYS'     TO WS-PRO-BASIS-DESC
	      COMPUTE WS-PRO-WHOLE = WS-PER-END-DAY - WS-PER-START-DAY
	      MOVE ZEROS TO WS-PRO-PART
	      IF WS-PRO-END-DAY > WS-PRO-START-DAY
		 COMPUTE WS-PRO-PART =
			 WS-PRO-END-DAY - WS-PRO-START-DAY
	      END-IF
	   END-IF.

	   COMPUTE WS-PRO-FRACTION ROUNDED =
		   WS-PRO-PART / WS-PRO-WHOLE.
	   COMPUTE WS-PRO-AMOUNT ROUNDED =
		   (FS-AMOUNT * WS-PRO-PART) / WS-PRO-WHOLE.

        PRORATA-RTN-END. EXIT.

      ********************************************************************
      * One month of the period, a day at a time: each planned session
      * for the member's club counts toward the period, and toward
      * the member's share when it falls inside the covered days.
        SESS-MONTH-RTN.

	   MOVE WS-PERIOD-YYYY TO WS-YYYY.
	   MOVE WS-SS-MM       TO WS-MM.
	   MOVE 1	       TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-SS-DAY-NO.

	   IF WS-SS-MM = 12
	      MOVE 31 TO WS-SS-DAYS
	   ELSE
	      ADD 1 TO WS-MM
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      COMPUTE WS-SS-DAYS = WS-DAY-COUNT - WS-SS-DAY-NO.

	   PERFORM SESS-DAY-RTN THRU SESS-DAY-RTN-END
		   VARYING WS-SS-DD FROM 1 BY 1
		   UNTIL WS-SS-DD > WS-SS-DAYS.

        SESS-MONTH-RTN-END. EXIT.

        SESS-DAY-RTN.

	   COMPUTE SS-DATE-DMY = (WS-SS-DD * 1000000) +
				 (WS-SS-MM * 10000) + WS-PERIOD-YYYY.
	   MOVE CM-CB-KEY TO SS-CB-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ SS-FILE INVALID
		GO TO SESS-DAY-RTN-END.
	   IF SS-PLANNED NOT = 'Y'
	      GO TO SESS-DAY-RTN-END.

	   ADD 1 TO WS-PRO-WHOLE.
	   IF WS-SS-DAY-NO + WS-SS-DD - 1 NOT < WS-PRO-START-DAY AND
	      WS-SS-DAY-NO + WS-SS-DD - 1 < WS-PRO-END-DAY
	      ADD 1 TO WS-PRO-PART.

        SESS-DAY-RTN-END. EXIT.

      ********************************************************************
      * Committee sibling policy: the child's position within the
      * household (lowest AC# of the active siblings is the first
      * before the posting carries on.
        DISCOUNT-RTN.

	   MOVE WS-PRO-AMOUNT TO WS-GROSS, WS-NET.
	   MOVE ZEROS	  TO WS-DISC.

	   IF STD-FAMILY-CODE = SPACES
	   MOVE SPACES	TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
			   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS	TO FEE-VOID-DMY.
	   MOVE SPACES	TO FEE-TX-KEY.
	   MOVE ZEROS	TO FEE-TS-KEY, FEE-DISC-AMOUNT.

	   PERFORM FEE-WRITE-RTN THRU FEE-WRITE-RTN-END.
	   IF WS-WRITE-ERR = 'Y'
	      ADD 1 TO WS-SKIP-COUNT
	      MOVE 'ERROR'    TO PRT-STATUS
	      PERFORM PLAN-PRT-RTN THRU PLAN-PRT-RTN-END
	   IF WS-DUE NOT = 'Y'
	      GO TO LOCKER-LOOP-END.

	   PERFORM PRICE-RTN THRU PRICE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LK-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
	   MOVE FS-KEY		 TO FEE-FS-KEY.
	   MOVE WS-PERIOD	 TO FEE-PERIOD.
	   MOVE SPACES		 TO FEE-EV-KEY.
	   MOVE FS-TX-KEY	 TO FEE-TX-KEY.
	   MOVE WS-DISC		 TO FEE-DISC-AMOUNT.
	   PERFORM FEE-WRITE-RTN THRU FEE-WRITE-RTN-END.
	   IF WS-WRITE-ERR = 'Y'
	      ADD 1 TO WS-SKIP-COUNT
	      GO TO LOCKER-LOOP-END.


        LK-DUP-GUARD-RTN-END. EXIT.

      ********************************************************************
      * Writes the charge built in FEE-REC. A student whose fees are
      * split between payers gets one row per payer's share instead,
      * each on the next free sequence for the date and stamped with
      * its payer; when the shares make 100% the last one takes the
      * rounding, and a split short of 100% leaves the rest on a row
      * of its own for the student's household.
        FEE-WRITE-RTN.

	   MOVE 'N' TO WS-WRITE-ERR.
	   MOVE SPACES TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS  TO FEE-GV-KEY.
	   MOVE WS-RUN-NO TO FEE-RUN-NO.
	   PERFORM SPLIT-FIND-RTN THRU SPLIT-FIND-RTN-END.

	   IF WS-SPLIT-COUNT = ZEROS
	      PERFORM TAX-RTN THRU TAX-RTN-END
	      MOVE 'N' TO S-STATUS-CHECK
	      WRITE FEE-REC
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'Y' TO WS-WRITE-ERR
	      ELSE
		 ADD 1 TO WS-RUN-ROWS
	      END-IF
	      GO TO FEE-WRITE-RTN-END.

	   MOVE FEE-REC	   TO WS-FEE-SAVE.
	   MOVE FEE-AMOUNT TO WS-SPLIT-AMT.
	   MOVE FEE-SEQ	   TO WS-PUT-SEQ.
	   MOVE FEE-DISC-AMOUNT TO WS-PUT-DISC.
	   MOVE ZEROS	   TO WS-SHARE-TOT.

	   PERFORM SPLIT-ROW-RTN THRU SPLIT-ROW-RTN-END
		   VARYING WS-SPLIT-SUB FROM 1 BY 1
		   UNTIL WS-SPLIT-SUB > WS-SPLIT-COUNT.

	   IF WS-SHARE-TOT < WS-SPLIT-AMT
	      COMPUTE WS-SHARE = WS-SPLIT-AMT - WS-SHARE-TOT
	      MOVE SPACES TO WS-PUT-PAYER-TYPE, WS-PUT-PAYER-KEY
	      PERFORM SPLIT-PUT-RTN THRU SPLIT-PUT-RTN-END.

        FEE-WRITE-RTN-END. EXIT.

      ********************************************************************
        SPLIT-ROW-RTN.

	   IF WS-SPLIT-SUB = WS-SPLIT-COUNT AND WS-SPLIT-PCT-TOT = 100
	      COMPUTE WS-SHARE = WS-SPLIT-AMT - WS-SHARE-TOT
	   ELSE
	      COMPUTE WS-SHARE ROUNDED = (WS-SPLIT-AMT *
		      WS-SPLIT-PCT (WS-SPLIT-SUB)) / 100.

	   IF WS-SHARE-TOT + WS-SHARE > WS-SPLIT-AMT
	      COMPUTE WS-SHARE = WS-SPLIT-AMT - WS-SHARE-TOT.

	   IF WS-SHARE = ZEROS
	      GO TO SPLIT-ROW-RTN-END.

	   MOVE WS-SPLIT-TYPE (WS-SPLIT-SUB) TO WS-PUT-PAYER-TYPE.
	   MOVE WS-SPLIT-KEY (WS-SPLIT-SUB)  TO WS-PUT-PAYER-KEY.
	   PERFORM SPLIT-PUT-RTN THRU SPLIT-PUT-RTN-END.

        SPLIT-ROW-RTN-END. EXIT.

      ********************************************************************
        SPLIT-PUT-RTN.

	SPLIT-SEQ-LOOP.
	   MOVE WS-FEE-SAVE TO FEE-REC.
	   MOVE WS-PUT-SEQ  TO FEE-SEQ.
	   READ FEE-FILE INVALID
		CONTINUE
	   NOT INVALID
		ADD 1 TO WS-PUT-SEQ
		GO TO SPLIT-SEQ-LOOP.

	   MOVE WS-FEE-SAVE	  TO FEE-REC.
	   MOVE WS-PUT-SEQ	  TO FEE-SEQ.
	   MOVE WS-SHARE	  TO FEE-AMOUNT.
	   MOVE WS-PUT-PAYER-TYPE TO FEE-PAYER-TYPE.
	   MOVE WS-PUT-PAYER-KEY  TO FEE-PAYER-KEY.
	   MOVE WS-PUT-DISC	  TO FEE-DISC-AMOUNT.
	   PERFORM TAX-RTN THRU TAX-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'Y' TO WS-WRITE-ERR
	      GO TO SPLIT-PUT-RTN-END.

	   ADD WS-SHARE TO WS-SHARE-TOT.
	   MOVE ZEROS	  TO WS-PUT-DISC.
	   ADD 1 TO WS-PUT-SEQ.
	   ADD 1 TO WS-RUN-ROWS.

        SPLIT-PUT-RTN-END. EXIT.

      ********************************************************************
      * The charge code's own split wins; a code without one falls
      * back to the student's every-code split (blank PS-FS-KEY).
        SPLIT-FIND-RTN.

	   MOVE ZEROS	   TO WS-SPLIT-COUNT, WS-SPLIT-PCT-TOT.
	   MOVE FEE-FS-KEY TO WS-SPLIT-FS.
	   PERFORM SPLIT-LOAD-RTN THRU SPLIT-LOAD-RTN-END.

	   IF WS-SPLIT-COUNT = ZEROS AND WS-SPLIT-FS NOT = SPACES
	      MOVE SPACES TO WS-SPLIT-FS
	      PERFORM SPLIT-LOAD-RTN THRU SPLIT-LOAD-RTN-END.

        SPLIT-FIND-RTN-END. EXIT.

        SPLIT-LOAD-RTN.

	   MOVE FEE-STD-KEY TO PS-STD-KEY.
	   MOVE WS-SPLIT-FS TO PS-FS-KEY.
	   MOVE LOW-VALUES  TO PS-PAYER-TYPE, PS-PAYER-KEY.
	   MOVE 'N' TO WS-PS-EOF.
	   START PS-FILE KEY >= PS-KEY INVALID
		 MOVE 'Y' TO WS-PS-EOF.
	   PERFORM SPLIT-LOAD-LOOP THRU SPLIT-LOAD-LOOP-END
		   UNTIL WS-PS-EOF = 'Y'.

        SPLIT-LOAD-RTN-END. EXIT.

        SPLIT-LOAD-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PS-EOF
		GO TO SPLIT-LOAD-LOOP-END.

	   IF PS-STD-KEY NOT = FEE-STD-KEY OR
	      PS-FS-KEY NOT = WS-SPLIT-FS
	      MOVE 'Y' TO WS-PS-EOF
	      GO TO SPLIT-LOAD-LOOP-END.

	   IF PS-PCT = ZEROS OR WS-SPLIT-COUNT NOT < T-SPLIT-MAX
	      GO TO SPLIT-LOAD-LOOP-END.

	   ADD 1 TO WS-SPLIT-COUNT.
	   MOVE PS-PAYER-TYPE TO WS-SPLIT-TYPE (WS-SPLIT-COUNT).
	   MOVE PS-PAYER-KEY  TO WS-SPLIT-KEY (WS-SPLIT-COUNT).
	   MOVE PS-PCT	      TO WS-SPLIT-PCT (WS-SPLIT-COUNT).
	   ADD PS-PCT	      TO WS-SPLIT-PCT-TOT.

        SPLIT-LOAD-LOOP-END. EXIT.

      ********************************************************************
      * Splits the tax-inclusive FEE-AMOUNT about to be written: a
      * blank FEE-TX-KEY comes back as the CFIG standard code, and
      * FEE-TAX-AMOUNT as the tax portion at the rate in force on
      * FEE-DATE-DMY.
        TAX-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

        TAX-RTN-END. EXIT.

      ********************************************************************
        PLAN-PRT-RTN.


        PRT-DETAIL-RTN-END. EXIT.

      ********************************************************************
      * The working under a pro-rated charge: the rate it was cut from,
      * the fraction taken and why.
        PRT-PRO-RTN.

	   IF WS-PRO-APPLIED NOT = 'Y'
	      GO TO PRT-PRO-RTN-END.

	   MOVE FS-AMOUNT	   TO PRT-PRO-FULL.
	   MOVE WS-PRO-FRACTION	   TO PRT-PRO-FRACTION.
	   MOVE WS-PRO-REASON	   TO PRT-PRO-REASON.
	   MOVE WS-PRO-DATE	   TO PRT-PRO-DATE.
	   MOVE WS-PRO-PART	   TO PRT-PRO-PART.
	   MOVE WS-PRO-WHOLE	   TO PRT-PRO-WHOLE.
	   MOVE WS-PRO-BASIS-DESC  TO PRT-PRO-BASIS.
	   WRITE PRINT-REC FROM PRT-PRO-LINE.

        PRT-PRO-RTN-END. EXIT.

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


	   MOVE WS-PERIOD-MM	TO PRT-PERIOD-MM.
	   MOVE WS-PERIOD-YYYY	TO PRT-PERIOD-YYYY.
	   MOVE WS-RUN-NO	TO PRT-RUN-NO.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
      * The run number comes off CFIG-RUN-SEQ under the CFIG lock,
      * the way receipt numbers do; the file goes back to input for
      * the rest of the run.
        RUN-NO-RTN.

	   CLOSE CFIG-FILE.
	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-RUN-SEQ.
	   MOVE CFIG-RUN-SEQ TO WS-RUN-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.
	   OPEN INPUT CFIG-FILE.

	   ACCEPT WS-RUN-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-RUN-DMY, WS-RUN-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

        RUN-NO-RTN-END. EXIT.
      ********************************************************************
      * The run's control row - what BPREV offers for reversal and
      * checks the period of before it voids anything.
        RUN-WRITE-RTN.

	   INITIALIZE BRN-REC.
	   MOVE WS-RUN-NO	 TO BRN-KEY.
	   MOVE WS-PERIOD	 TO BRN-PERIOD.
	   MOVE WS-RUN-OPERATOR	 TO BRN-OPERATOR.
	   MOVE WS-RUN-DMY	 TO BRN-RUN-DMY.
	   MOVE WS-RUN-HHMM	 TO BRN-RUN-HHMM.
	   MOVE WS-RUN-ROWS	 TO BRN-ROW-COUNT.
	   MOVE WS-POSTED-AMOUNT TO BRN-TOTAL.
	   MOVE 'P'		 TO BRN-STATUS-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE BRN-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        RUN-WRITE-RTN-END. EXIT.
      ********************************************************************
        PRT-ENDING.

