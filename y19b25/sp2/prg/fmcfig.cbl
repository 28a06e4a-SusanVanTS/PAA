
      * VAN TZE SHAN	22/8/26	WO	PAA	Log retention days for
      *					BPHSK housekeeping
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sales tax registration no
      *					and standard tax code
      * VAN TZE SHAN 	15/10/26 WO	PAA	Supplier invoice match
      *					tolerances and payables
      *					control account
      * VAN TZE SHAN 	15/10/26 WO	PAA	Deferred income account
      *					for quarterly/yearly fees
      * VAN TZE SHAN 	15/10/26 WO	PAA	Gift voucher liability
      *					account and validity months
      * VAN TZE SHAN 	15/10/26 WO	PAA	Pro-rata basis for
      *					mid-period joins and leavers
      * VAN TZE SHAN 	15/10/26 WO	PAA	Referral credit amount and
      *					yearly cap per referrer
      * VAN TZE SHAN 	15/10/26 WO	PAA	Reply window on a club
      *					waitlist place offer
      * VAN TZE SHAN 	15/10/26 WO	PAA	Days a make-up class credit
      *					stays bookable
      * VAN TZE SHAN 	15/10/26 WO	PAA	Private lesson charge code
      *					and late-cancellation notice
      * VAN TZE SHAN 	15/10/26 WO	PAA	Door scan exception gap
      *					and repeat call-back count
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Approval wait days; a
      *					change to a field designated
      *					on MD-FILE is held on MK-FILE
      *					for a second operator (FMMK)
      * VAN TZE SHAN 	15/10/26 WO	PAA	Data file growth threshold,
      *					backup jump % and warning
      *					days for PTGRW and VWDASH
      * VAN TZE SHAN 	15/10/26 WO	PAA	Door whitelist arrears
      *					level and session entry
      *					margin for BPDRX
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	  03 WS-SAVE-CHG-LIMIT		PIC 9(06)V9(02).
	  03 WS-SAVE-OPEN-HHMM		PIC 9(04).
	  03 WS-SAVE-CLOSE-HHMM		PIC 9(04).
	  03 WS-SAVE-TAX-REG-NO		PIC X(20).
	  03 WS-SAVE-TX-KEY		PIC X(02).
	  03 WS-SAVE-AP-PRICE-PCT	PIC 9(02)V9(02).
	  03 WS-SAVE-AP-QTY-TOL		PIC 9(03).
	  03 WS-SAVE-GL-AP-ACCT		PIC X(08).
	  03 WS-SAVE-GL-DEF-ACCT	PIC X(08).
	  03 WS-SAVE-GL-GV-ACCT		PIC X(08).
	  03 WS-SAVE-GV-MONTHS		PIC 9(02).
	  03 WS-SAVE-PRO-BASIS		PIC X(01).
	  03 WS-SAVE-REF-AMOUNT		PIC 9(06)V9(02).
	  03 WS-SAVE-REF-YEAR-MAX	PIC 9(02).
	  03 WS-SAVE-WL-REPLY-DAYS	PIC 9(02).
	  03 WS-SAVE-MU-EXPIRY-DAYS	PIC 9(02).
	  03 WS-SAVE-PL-FS-KEY		PIC X(04).
	  03 WS-SAVE-PL-NOTICE-HRS	PIC 9(02).
	  03 WS-SAVE-SX-GAP-MINS	PIC 9(03).
	  03 WS-SAVE-SX-REPEAT		PIC 9(02).
	  03 WS-SAVE-MK-DAYS		PIC 9(02).
	  03 WS-SAVE-GR-LIMIT		PIC 9(08).
	  03 WS-SAVE-GR-JUMP-PCT	PIC 9(03).
	  03 WS-SAVE-GR-WARN-DAYS	PIC 9(03).
	  03 WS-SAVE-DR-DUN-LEVEL	PIC 9(01).
	  03 WS-SAVE-DR-MARGIN		PIC 9(02).

       01 WS-HIST-MISC.
	  03 WS-HIST-OPERATOR		PIC X(08).
	  03 WS-HIST-DEC-EDIT		PIC ZZ9.99.
	  03 WS-HIST-ARCH-EDIT		PIC 9(04).
	  03 WS-HIST-PAGE-EDIT		PIC 9(03).
	  03 WS-HIST-CNT-EDIT		PIC 9(08).

      * Changes held for approval through F-MKPUT; the field keeps the
      * value it had until a second operator approves it in FMMK.
       01 WS-MK-MISC.
	  03 WS-MK-PROG			PIC X(08) VALUE 'FMCFIG'.
	  03 WS-MK-RECKEY		PIC X(08) VALUE SPACES.
	  03 WS-MK-FIELD		PIC X(12).
	  03 WS-MK-OLD			PIC X(40).
	  03 WS-MK-NEW			PIC X(40).
	  03 WS-MK-HELD			PIC X(01).
	  03 WS-MK-COUNT		PIC 9(02).
	  03 WS-MK-MSG			PIC X(60).
	  03 WS-MK-AMT			PIC 9(06)V9(02).
	  03 WS-MK-AMT-X REDEFINES WS-MK-AMT
					PIC X(08).

       01 S-WINDOW2			PIC X(10).

        LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).
	   03 LABEL COL + 1 '-'.
	   03 ENTRY-FIELD 3-D ID 142 COL + 1 PIC 9(04) USING
		    CFIG-CLOSE-HHMM AUTO.
	   03 LABEL LINE + 1 COL 06 'Tax Registration No:'.
	   03 ENTRY-FIELD 3-D ID 143 COL 31 PIC X(20) USING
		    CFIG-TAX-REG-NO AUTO.
	   03 LABEL COL + 3 'Std Tax Code:'.
	   03 ENTRY-FIELD 3-D ID 144 COL + 2 PIC X(02) USING
		    CFIG-TX-KEY AUTO.
	   03 LABEL LINE + 1 COL 06 'AP Price Tolerance %:'.
	   03 ENTRY-FIELD 3-D ID 145 COL 31 PIC Z9.99 USING
		    CFIG-AP-PRICE-PCT AUTO.
	   03 LABEL COL + 3 'Qty Tol:'.
	   03 ENTRY-FIELD 3-D ID 146 COL + 2 PIC ZZ9 USING
		    CFIG-AP-QTY-TOL AUTO.
	   03 LABEL COL + 3 'Payables Acct:'.
	   03 ENTRY-FIELD 3-D ID 147 COL + 2 PIC X(08) USING
		    CFIG-GL-AP-ACCT AUTO.
	   03 LABEL LINE + 1 COL 06 'Deferred Income Acct:'.
	   03 ENTRY-FIELD 3-D ID 148 COL 31 PIC X(08) USING
		    CFIG-GL-DEF-ACCT AUTO.
	   03 LABEL LINE + 1 COL 06 'Gift Voucher Acct:'.
	   03 ENTRY-FIELD 3-D ID 149 COL 31 PIC X(08) USING
		    CFIG-GL-GV-ACCT AUTO.
	   03 LABEL COL + 3 'Valid Months:'.
	   03 ENTRY-FIELD 3-D ID 150 COL + 2 PIC Z9 USING
		    CFIG-GV-MONTHS AUTO.
	   03 LABEL LINE + 1 COL 06 'Pro-Rata Basis:'.
	   03 ENTRY-FIELD 3-D ID 151 COL 31 PIC X(01) USING
		    CFIG-PRO-BASIS AUTO UPPER.
	   03 LABEL COL + 3 '[D=Days S=Sessions N=None]'.
	   03 LABEL LINE + 1 COL 06 'Referral Credit:'.
	   03 ENTRY-FIELD 3-D ID 152 COL 31 PIC ZZZ,ZZ9.99 USING
		    CFIG-REF-AMOUNT AUTO.
	   03 LABEL COL + 3 'Yearly Cap:'.
	   03 ENTRY-FIELD 3-D ID 153 COL + 2 PIC Z9 USING
		    CFIG-REF-YEAR-MAX AUTO.
	   03 LABEL COL + 3 '[credits per referrer, 0=no cap]'.
	   03 LABEL LINE + 1 COL 06 'Waitlist Reply Days:'.
	   03 ENTRY-FIELD 3-D ID 154 COL 31 PIC Z9 USING
		    CFIG-WL-REPLY-DAYS AUTO.
	   03 LABEL COL + 3 '[to take up an offered place, 0=7]'.
	   03 LABEL LINE + 1 COL 06 'Make-up Credit Days:'.
	   03 ENTRY-FIELD 3-D ID 155 COL 31 PIC Z9 USING
		    CFIG-MU-EXPIRY-DAYS AUTO.
	   03 LABEL COL + 3 '[from the excused session, 0=30]'.
	   03 LABEL LINE + 1 COL 06 'Private Lesson Code:'.
	   03 ENTRY-FIELD 3-D ID 156 COL 31 PIC X(04) USING
		    CFIG-PL-FS-KEY AUTO UPPER.
	   03 LABEL COL + 3 'Cancel Notice Hrs:'.
	   03 ENTRY-FIELD 3-D ID 157 COL + 2 PIC Z9 USING
		    CFIG-PL-NOTICE-HRS AUTO.
	   03 LABEL COL + 3 '[later is charged, 0=24]'.
	   03 LABEL LINE + 1 COL 06 'Scan Branch Gap Mins:'.
	   03 ENTRY-FIELD 3-D ID 158 COL 31 PIC ZZ9 USING
		    CFIG-SX-GAP-MINS AUTO.
	   03 LABEL COL + 3 'Call-back After:'.
	   03 ENTRY-FIELD 3-D ID 159 COL + 2 PIC Z9 USING
		    CFIG-SX-REPEAT AUTO.
	   03 LABEL COL + 3 '[0=60 mins, 0=3]'.
	   03 LABEL LINE + 1 COL 06 'Approval Wait Days:'.
	   03 ENTRY-FIELD 3-D ID 160 COL 31 PIC Z9 USING
		    CFIG-MK-DAYS AUTO.
	   03 LABEL COL + 3 '[before PTEOD lists it, 0=3]'.
	   03 LABEL LINE + 1 COL 06 'File Growth Limit:'.
	   03 ENTRY-FIELD 3-D ID 161 COL 31 PIC ZZZZZZZ9 USING
		    CFIG-GR-LIMIT AUTO.
	   03 LABEL COL + 3 'Jump %:'.
	   03 ENTRY-FIELD 3-D ID 162 COL + 2 PIC ZZ9 USING
		    CFIG-GR-JUMP-PCT AUTO.
	   03 LABEL COL + 3 'Warn Days:'.
	   03 ENTRY-FIELD 3-D ID 163 COL + 2 PIC ZZ9 USING
		    CFIG-GR-WARN-DAYS AUTO.
	   03 LABEL COL + 3 '[0=1,000,000 0=25 0=60]'.
	   03 LABEL LINE + 1 COL 06 'Door Arrears Level:'.
	   03 ENTRY-FIELD 3-D ID 164 COL 31 PIC 9 USING
		    CFIG-DR-DUN-LEVEL AUTO.
	   03 LABEL COL + 3 'Session Margin Mins:'.
	   03 ENTRY-FIELD 3-D ID 165 COL + 2 PIC Z9 USING
		    CFIG-DR-MARGIN AUTO.
	   03 LABEL COL + 3 '[dunning 1-4 bars entry, 0=never 0=30]'.

	01 MK-MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.
      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.


      * Floating Window
	   Move 'System Configuration' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.
           PERFORM FKEY-RTN THRU FKEY-END.

	   MOVE CFIG-CHG-LIMIT	    TO WS-SAVE-CHG-LIMIT.
	   MOVE CFIG-OPEN-HHMM	    TO WS-SAVE-OPEN-HHMM.
	   MOVE CFIG-CLOSE-HHMM	    TO WS-SAVE-CLOSE-HHMM.
	   MOVE CFIG-TAX-REG-NO	    TO WS-SAVE-TAX-REG-NO.
	   MOVE CFIG-TX-KEY		    TO WS-SAVE-TX-KEY.
	   MOVE CFIG-AP-PRICE-PCT   TO WS-SAVE-AP-PRICE-PCT.
	   MOVE CFIG-AP-QTY-TOL     TO WS-SAVE-AP-QTY-TOL.
	   MOVE CFIG-GL-AP-ACCT     TO WS-SAVE-GL-AP-ACCT.
	   MOVE CFIG-GL-DEF-ACCT    TO WS-SAVE-GL-DEF-ACCT.
	   MOVE CFIG-GL-GV-ACCT     TO WS-SAVE-GL-GV-ACCT.
	   MOVE CFIG-GV-MONTHS      TO WS-SAVE-GV-MONTHS.
	   MOVE CFIG-PRO-BASIS      TO WS-SAVE-PRO-BASIS.
	   MOVE CFIG-REF-AMOUNT     TO WS-SAVE-REF-AMOUNT.
	   MOVE CFIG-REF-YEAR-MAX   TO WS-SAVE-REF-YEAR-MAX.
	   MOVE CFIG-WL-REPLY-DAYS  TO WS-SAVE-WL-REPLY-DAYS.
	   MOVE CFIG-MU-EXPIRY-DAYS TO WS-SAVE-MU-EXPIRY-DAYS.
	   MOVE CFIG-PL-FS-KEY      TO WS-SAVE-PL-FS-KEY.
	   MOVE CFIG-PL-NOTICE-HRS  TO WS-SAVE-PL-NOTICE-HRS.
	   MOVE CFIG-SX-GAP-MINS    TO WS-SAVE-SX-GAP-MINS.
	   MOVE CFIG-SX-REPEAT      TO WS-SAVE-SX-REPEAT.
	   MOVE CFIG-MK-DAYS        TO WS-SAVE-MK-DAYS.
	   MOVE CFIG-GR-LIMIT       TO WS-SAVE-GR-LIMIT.
	   MOVE CFIG-GR-JUMP-PCT    TO WS-SAVE-GR-JUMP-PCT.
	   MOVE CFIG-GR-WARN-DAYS   TO WS-SAVE-GR-WARN-DAYS.
	   MOVE CFIG-DR-DUN-LEVEL   TO WS-SAVE-DR-DUN-LEVEL.
	   MOVE CFIG-DR-MARGIN      TO WS-SAVE-DR-MARGIN.
	   ACCEPT WS-HIST-OPERATOR  FROM ENVIRONMENT 'PA-USER-ID'.

           MOVE 'Y' TO S-RUN.
	      MOVE 123    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT (CFIG-PRO-BY-DAYS OR CFIG-PRO-BY-SESS OR
		   CFIG-PRO-NONE)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 151    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF CFIG-DR-DUN-LEVEL > 4
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 164    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0100-MAIN.

	   PERFORM MK-HOLD-RTN THRU MK-HOLD-RTN-END.

	   PERFORM HIST-RTN THRU HIST-RTN-END.

           REWRITE CFIG-REC.

	   IF WS-MK-COUNT > ZEROS
	      PERFORM MK-MSG-RTN THRU MK-MSG-RTN-END.

        0190-MAIN.

	   DESTROY PROCESS-SCR.
	      MOVE WS-HIST-ARCH-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-TAX-REG-NO NOT = WS-SAVE-TAX-REG-NO
	      MOVE 'TAX-REG-NO'        TO CFGH-FIELD
	      MOVE WS-SAVE-TAX-REG-NO  TO CFGH-OLD-VALUE
	      MOVE CFIG-TAX-REG-NO     TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-TX-KEY NOT = WS-SAVE-TX-KEY
	      MOVE 'TX-KEY'            TO CFGH-FIELD
	      MOVE WS-SAVE-TX-KEY      TO CFGH-OLD-VALUE
	      MOVE CFIG-TX-KEY         TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-AP-PRICE-PCT NOT = WS-SAVE-AP-PRICE-PCT
	      MOVE 'AP-PRC-PCT'        TO CFGH-FIELD
	      MOVE WS-SAVE-AP-PRICE-PCT TO WS-HIST-DEC-EDIT
	      MOVE WS-HIST-DEC-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-AP-PRICE-PCT   TO WS-HIST-DEC-EDIT
	      MOVE WS-HIST-DEC-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-AP-QTY-TOL NOT = WS-SAVE-AP-QTY-TOL
	      MOVE 'AP-QTY-TOL'        TO CFGH-FIELD
	      MOVE WS-SAVE-AP-QTY-TOL  TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-OLD-VALUE
	      MOVE CFIG-AP-QTY-TOL     TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GL-AP-ACCT NOT = WS-SAVE-GL-AP-ACCT
	      MOVE 'GL-AP-ACCT'        TO CFGH-FIELD
	      MOVE WS-SAVE-GL-AP-ACCT  TO CFGH-OLD-VALUE
	      MOVE CFIG-GL-AP-ACCT     TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GL-DEF-ACCT NOT = WS-SAVE-GL-DEF-ACCT
	      MOVE 'GL-DEF-ACC'        TO CFGH-FIELD
	      MOVE WS-SAVE-GL-DEF-ACCT TO CFGH-OLD-VALUE
	      MOVE CFIG-GL-DEF-ACCT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GL-GV-ACCT NOT = WS-SAVE-GL-GV-ACCT
	      MOVE 'GL-GV-ACCT'        TO CFGH-FIELD
	      MOVE WS-SAVE-GL-GV-ACCT  TO CFGH-OLD-VALUE
	      MOVE CFIG-GL-GV-ACCT     TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GV-MONTHS NOT = WS-SAVE-GV-MONTHS
	      MOVE 'GV-MONTHS'         TO CFGH-FIELD
	      MOVE WS-SAVE-GV-MONTHS   TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-OLD-VALUE
	      MOVE CFIG-GV-MONTHS      TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-PRO-BASIS NOT = WS-SAVE-PRO-BASIS
	      MOVE 'PRO-BASIS'         TO CFGH-FIELD
	      MOVE WS-SAVE-PRO-BASIS   TO CFGH-OLD-VALUE
	      MOVE CFIG-PRO-BASIS      TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-REF-AMOUNT NOT = WS-SAVE-REF-AMOUNT
	      MOVE 'REF-AMOUNT'        TO CFGH-FIELD
	      MOVE WS-SAVE-REF-AMOUNT  TO WS-HIST-DEC-EDIT
	      MOVE WS-HIST-DEC-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-REF-AMOUNT     TO WS-HIST-DEC-EDIT
	      MOVE WS-HIST-DEC-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-REF-YEAR-MAX NOT = WS-SAVE-REF-YEAR-MAX
	      MOVE 'REF-YR-MAX'        TO CFGH-FIELD
	      MOVE WS-SAVE-REF-YEAR-MAX TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-REF-YEAR-MAX   TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-WL-REPLY-DAYS NOT = WS-SAVE-WL-REPLY-DAYS
	      MOVE 'WL-REPLY'          TO CFGH-FIELD
	      MOVE WS-SAVE-WL-REPLY-DAYS TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-WL-REPLY-DAYS  TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-MU-EXPIRY-DAYS NOT = WS-SAVE-MU-EXPIRY-DAYS
	      MOVE 'MU-EXPIRY'         TO CFGH-FIELD
	      MOVE WS-SAVE-MU-EXPIRY-DAYS TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-MU-EXPIRY-DAYS TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-PL-FS-KEY NOT = WS-SAVE-PL-FS-KEY
	      MOVE 'PL-FS-KEY'         TO CFGH-FIELD
	      MOVE WS-SAVE-PL-FS-KEY   TO CFGH-OLD-VALUE
	      MOVE CFIG-PL-FS-KEY      TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-PL-NOTICE-HRS NOT = WS-SAVE-PL-NOTICE-HRS
	      MOVE 'PL-NOTICE'         TO CFGH-FIELD
	      MOVE WS-SAVE-PL-NOTICE-HRS TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-PL-NOTICE-HRS  TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-SX-GAP-MINS NOT = WS-SAVE-SX-GAP-MINS
	      MOVE 'SX-GAP'            TO CFGH-FIELD
	      MOVE WS-SAVE-SX-GAP-MINS TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-OLD-VALUE
	      MOVE CFIG-SX-GAP-MINS    TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-SX-REPEAT NOT = WS-SAVE-SX-REPEAT
	      MOVE 'SX-REPEAT'         TO CFGH-FIELD
	      MOVE WS-SAVE-SX-REPEAT   TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-SX-REPEAT      TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-MK-DAYS NOT = WS-SAVE-MK-DAYS
	      MOVE 'MK-DAYS'           TO CFGH-FIELD
	      MOVE WS-SAVE-MK-DAYS     TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-MK-DAYS        TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GR-LIMIT NOT = WS-SAVE-GR-LIMIT
	      MOVE 'GR-LIMIT'          TO CFGH-FIELD
	      MOVE WS-SAVE-GR-LIMIT    TO WS-HIST-CNT-EDIT
	      MOVE WS-HIST-CNT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-GR-LIMIT       TO WS-HIST-CNT-EDIT
	      MOVE WS-HIST-CNT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GR-JUMP-PCT NOT = WS-SAVE-GR-JUMP-PCT
	      MOVE 'GR-JUMP-PCT'       TO CFGH-FIELD
	      MOVE WS-SAVE-GR-JUMP-PCT TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-OLD-VALUE
	      MOVE CFIG-GR-JUMP-PCT    TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-GR-WARN-DAYS NOT = WS-SAVE-GR-WARN-DAYS
	      MOVE 'GR-WARN'           TO CFGH-FIELD
	      MOVE WS-SAVE-GR-WARN-DAYS TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-OLD-VALUE
	      MOVE CFIG-GR-WARN-DAYS   TO WS-HIST-PAGE-EDIT
	      MOVE WS-HIST-PAGE-EDIT   TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-DR-DUN-LEVEL NOT = WS-SAVE-DR-DUN-LEVEL
	      MOVE 'DR-DUN-LEVEL'      TO CFGH-FIELD
	      MOVE WS-SAVE-DR-DUN-LEVEL TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-DR-DUN-LEVEL   TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   IF CFIG-DR-MARGIN NOT = WS-SAVE-DR-MARGIN
	      MOVE 'DR-MARGIN'         TO CFGH-FIELD
	      MOVE WS-SAVE-DR-MARGIN   TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-OLD-VALUE
	      MOVE CFIG-DR-MARGIN      TO WS-HIST-INT-EDIT
	      MOVE WS-HIST-INT-EDIT    TO CFGH-NEW-VALUE
	      PERFORM HIST-WRITE-RTN THRU HIST-WRITE-RTN-END.

	   CLOSE CFGH-FILE.

	HIST-RTN-END. EXIT.
      *******************************************************************
        MK-HOLD-RTN.

      * Each changed field that is designated on MD-FILE goes to
      * MK-FILE as a proposal and is put back to the value read, so
      * HIST-RTN only logs what actually reaches CFIG-REC now.
	   MOVE ZEROS TO WS-MK-COUNT.

	   IF CFIG-GL-AR-ACCT NOT = WS-SAVE-GL-AR-ACCT
	      MOVE 'GL-AR-ACCT'        TO WS-MK-FIELD
	      MOVE WS-SAVE-GL-AR-ACCT  TO WS-MK-OLD
	      MOVE CFIG-GL-AR-ACCT     TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-GL-AR-ACCT TO CFIG-GL-AR-ACCT.

	   IF CFIG-GL-BANK-ACCT NOT = WS-SAVE-GL-BANK-ACCT
	      MOVE 'GL-BANK-ACC'       TO WS-MK-FIELD
	      MOVE WS-SAVE-GL-BANK-ACCT TO WS-MK-OLD
	      MOVE CFIG-GL-BANK-ACCT   TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-GL-BANK-ACCT TO CFIG-GL-BANK-ACCT.

	   IF CFIG-GL-AP-ACCT NOT = WS-SAVE-GL-AP-ACCT
	      MOVE 'GL-AP-ACCT'        TO WS-MK-FIELD
	      MOVE WS-SAVE-GL-AP-ACCT  TO WS-MK-OLD
	      MOVE CFIG-GL-AP-ACCT     TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-GL-AP-ACCT TO CFIG-GL-AP-ACCT.

	   IF CFIG-GL-DEF-ACCT NOT = WS-SAVE-GL-DEF-ACCT
	      MOVE 'GL-DEF-ACC'        TO WS-MK-FIELD
	      MOVE WS-SAVE-GL-DEF-ACCT TO WS-MK-OLD
	      MOVE CFIG-GL-DEF-ACCT    TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-GL-DEF-ACCT TO CFIG-GL-DEF-ACCT.

	   IF CFIG-GL-GV-ACCT NOT = WS-SAVE-GL-GV-ACCT
	      MOVE 'GL-GV-ACCT'        TO WS-MK-FIELD
	      MOVE WS-SAVE-GL-GV-ACCT  TO WS-MK-OLD
	      MOVE CFIG-GL-GV-ACCT     TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-GL-GV-ACCT TO CFIG-GL-GV-ACCT.

	   IF CFIG-TAX-REG-NO NOT = WS-SAVE-TAX-REG-NO
	      MOVE 'TAX-REG-NO'        TO WS-MK-FIELD
	      MOVE WS-SAVE-TAX-REG-NO  TO WS-MK-OLD
	      MOVE CFIG-TAX-REG-NO     TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-TAX-REG-NO TO CFIG-TAX-REG-NO.

	   IF CFIG-TX-KEY NOT = WS-SAVE-TX-KEY
	      MOVE 'TX-KEY'            TO WS-MK-FIELD
	      MOVE WS-SAVE-TX-KEY      TO WS-MK-OLD
	      MOVE CFIG-TX-KEY         TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-TX-KEY TO CFIG-TX-KEY.

	   IF CFIG-PRO-BASIS NOT = WS-SAVE-PRO-BASIS
	      MOVE 'PRO-BASIS'         TO WS-MK-FIELD
	      MOVE WS-SAVE-PRO-BASIS   TO WS-MK-OLD
	      MOVE CFIG-PRO-BASIS      TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-PRO-BASIS TO CFIG-PRO-BASIS.

	   IF CFIG-MK-DAYS NOT = WS-SAVE-MK-DAYS
	      MOVE 'MK-DAYS'           TO WS-MK-FIELD
	      MOVE WS-SAVE-MK-DAYS     TO WS-MK-OLD
	      MOVE CFIG-MK-DAYS        TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-MK-DAYS TO CFIG-MK-DAYS.

	   IF CFIG-RENEW-AMOUNT NOT = WS-SAVE-RENEW-AMOUNT
	      MOVE 'RENEW-AMT'         TO WS-MK-FIELD
	      MOVE WS-SAVE-RENEW-AMOUNT TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-OLD
	      MOVE CFIG-RENEW-AMOUNT   TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-RENEW-AMOUNT TO CFIG-RENEW-AMOUNT.

	   IF CFIG-CHG-LIMIT NOT = WS-SAVE-CHG-LIMIT
	      MOVE 'CHG-LIMIT'         TO WS-MK-FIELD
	      MOVE WS-SAVE-CHG-LIMIT   TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-OLD
	      MOVE CFIG-CHG-LIMIT      TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-CHG-LIMIT TO CFIG-CHG-LIMIT.

	   IF CFIG-REF-AMOUNT NOT = WS-SAVE-REF-AMOUNT
	      MOVE 'REF-AMOUNT'        TO WS-MK-FIELD
	      MOVE WS-SAVE-REF-AMOUNT  TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-OLD
	      MOVE CFIG-REF-AMOUNT     TO WS-MK-AMT
	      MOVE WS-MK-AMT-X         TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-REF-AMOUNT TO CFIG-REF-AMOUNT.

	MK-HOLD-RTN-END. EXIT.
      *******************************************************************
        MK-PUT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-mkput'
		  USING WS-MK-PROG, WS-MK-RECKEY, WS-MK-FIELD,
			WS-MK-OLD, WS-MK-NEW, WS-MK-HELD
	   CANCEL '/z/y19b25/sp2/lib/std/f-mkput'.

	   IF WS-MK-HELD = 'Y'
	      ADD 1 TO WS-MK-COUNT.

	MK-PUT-RTN-END. EXIT.
      *******************************************************************
        MK-MSG-RTN.

	   MOVE SPACES TO WS-MK-MSG.
	   STRING WS-MK-COUNT ' change(s) held for a second operator'
		  ' to approve' DELIMITED BY SIZE INTO WS-MK-MSG.
	   MOVE 'Change Held' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MK-MSG-SCR.

	MK-MSG-SUB.
	   ACCEPT MK-MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MK-MSG-SUB.

	   DESTROY MK-MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

	MK-MSG-RTN-END. EXIT.
      *******************************************************************
        HIST-WRITE-RTN.

