      * VAN TZE SHAN 	2/9/26	 WO	PAA	Write-off rows journalled
      *					through the reserved *WOF
      *					mapping against receivables
      * VAN TZE SHAN 	15/10/26 WO	PAA	Charges credited to
      *					income net of sales tax, the
      *					tax credited per tax code to
      *					its TX-FILE output tax
      *					account
      * VAN TZE SHAN 	15/10/26 WO	PAA	Quarterly and yearly fee
      *					charges credited to the
      *					CFIG deferred income account
      *					and logged on DF-FILE for
      *					BPDEF to release monthly
      * VAN TZE SHAN 	15/10/26 WO	PAA	Gift vouchers sold in the
      *					period banked against the
      *					CFIG voucher liability
      *					account, and voucher
      *					redemptions cleared from it
      *					to receivables
      * VAN TZE SHAN 	15/10/26 WO	PAA	Front-desk retail sales
      *					(RL-FILE) banked, the net
      *					credited to the *RTL income
      *					mapping and the tax to each
      *					code's output tax account
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcdf'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrl'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fddf'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrl'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbdf'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
       78 T-MAX		VALUE 50.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PERIOD-MM	PIC 9(02).
	  03 WS-PAY-TOTAL	PIC 9(10)V9(02).
	  03 WS-RFD-TOTAL	PIC 9(10)V9(02).
	  03 WS-WOF-TOTAL	PIC 9(10)V9(02).
	  03 WS-DEF-TOTAL	PIC 9(10)V9(02).
	  03 WS-GVS-TOTAL	PIC 9(10)V9(02).
	  03 WS-GVR-TOTAL	PIC 9(10)V9(02).
	  03 WS-GV-EOF		PIC X(01).
	  03 WS-GV-ACCT		PIC X(08).
	  03 WS-DEFERRED	PIC X(01).
	  03 WS-DR-TOTAL	PIC 9(10)V9(02).
	  03 WS-CR-TOTAL	PIC 9(10)V9(02).
	  03 WS-TAB-COUNT	PIC 9(02).
	  03 WS-SUB		PIC 9(02).
	  03 WS-CHG-NET		PIC 9(06)V9(02).
	  03 WS-TX-COUNT	PIC 9(02).
	  03 WS-TX-KEY		PIC X(02).
	  03 WS-TX-AMT		PIC 9(06)V9(02).
	  03 WS-RL-EOF		PIC X(01).
	  03 WS-RTL-TOTAL	PIC 9(10)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-FEE-DATE		PIC 9(08).
	     05 WS-TAB-KEY	PIC X(04).
	     05 WS-TAB-AMT	PIC 9(10)V9(02).

      * One bucket per sales tax code charged in the period - the
      * tax portion of the charges, credited to each code's output
      * tax account.
       01 WS-TX-TABLE.
	  03 WS-TX-TAB OCCURS T-MAX.
	     05 WS-TX-TAB-KEY	PIC X(02).
	     05 WS-TX-TAB-AMT	PIC 9(10)V9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dctx'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcdf'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrl'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN INPUT CFIG-FILE.
	   OPEN INPUT TX-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN I-O   DF-FILE.
	   OPEN INPUT GV-FILE.
	   OPEN INPUT RL-FILE.
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

	   MOVE 'GL Journal Export' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE FEE-FILE.
	   CLOSE GLM-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE TX-FILE.
	   CLOSE FS-FILE.
	   CLOSE DF-FILE.
	   CLOSE GV-FILE.
	   CLOSE RL-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	   COMPUTE WS-PERIOD =
		   (WS-PERIOD-MM * 10000) + WS-PERIOD-YYYY.
	   MOVE ZEROS TO WS-CHG-TOTAL, WS-PAY-TOTAL, WS-RFD-TOTAL,
			 WS-WOF-TOTAL, WS-DEF-TOTAL,
			 WS-GVS-TOTAL, WS-GVR-TOTAL, WS-RTL-TOTAL,
			 WS-DR-TOTAL, WS-CR-TOTAL, WS-TAB-COUNT,
			 WS-TX-COUNT.
	   INITIALIZE WS-TYPE-TABLE.
	   INITIALIZE WS-TX-TABLE.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

	   INITIALIZE GV-REC.
	   MOVE ZEROS TO GV-KEY.
	   MOVE 'N' TO WS-GV-EOF.
	   START GV-FILE KEY >= GV-KEY INVALID
		 MOVE 'Y' TO WS-GV-EOF.
	   PERFORM GV-LOOP THRU GV-LOOP-END
		   UNTIL WS-GV-EOF = 'Y'.

	   INITIALIZE RL-REC.
	   MOVE ZEROS TO RL-KEY.
	   MOVE 'N' TO WS-RL-EOF.
	   START RL-FILE KEY >= RL-KEY INVALID
		 MOVE 'Y' TO WS-RL-EOF.
	   PERFORM RL-LOOP THRU RL-LOOP-END
		   UNTIL WS-RL-EOF = 'Y'.

	   PERFORM JOURNAL-RTN THRU JOURNAL-RTN-END.
	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

		  ELSE
		     MOVE FEE-FS-KEY TO WS-TYPE-KEY
		  END-IF
		  COMPUTE WS-CHG-NET = FEE-AMOUNT - FEE-TAX-AMOUNT
		  PERFORM DEFER-RTN THRU DEFER-RTN-END
		  IF WS-DEFERRED = 'Y'
		     ADD WS-CHG-NET TO WS-DEF-TOTAL
		  ELSE
		     PERFORM TALLY-RTN THRU TALLY-RTN-END
		  END-IF
		  IF FEE-TAX-AMOUNT NOT = ZEROS
		     MOVE FEE-TX-KEY	 TO WS-TX-KEY
		     MOVE FEE-TAX-AMOUNT TO WS-TX-AMT
		     PERFORM TX-TALLY-RTN THRU TX-TALLY-RTN-END
		  END-IF
		  ADD FEE-AMOUNT TO WS-CHG-TOTAL
	     WHEN FEE-IS-REFUND
		  ADD FEE-AMOUNT TO WS-RFD-TOTAL
	     WHEN FEE-IS-WRITEOFF
		  ADD FEE-AMOUNT TO WS-WOF-TOTAL
	     WHEN FEE-GV-KEY NOT = ZEROS
		  ADD FEE-AMOUNT TO WS-GVR-TOTAL
	     WHEN OTHER
		  ADD FEE-AMOUNT TO WS-PAY-TOTAL
	   END-EVALUATE.

        FEE-LOOP-END. EXIT.

      ********************************************************************
      * Gift vouchers sold at the cashier in the period - the cash
      * is on no student's ledger, so GV-FILE is the only record.
        GV-LOOP.

	   READ GV-FILE NEXT END
		MOVE 'Y' TO WS-GV-EOF
		GO TO GV-LOOP-END.

	   MOVE GV-ISSUE-DMY TO WS-FEE-DATE.
	   IF WS-FD-MM NOT = WS-PERIOD-MM OR
	      WS-FD-YYYY NOT = WS-PERIOD-YYYY
	      GO TO GV-LOOP-END.

	   ADD GV-FACE-VALUE TO WS-GVS-TOTAL.

        GV-LOOP-END. EXIT.

      ********************************************************************
      * Retail sales over the front desk in the period - each item
      * line's net goes to income under the reserved *RTL type and
      * its tax to the line's tax code; the gross was taken in cash
      * or by card and is banked. The sale rows (line 00) only carry
      * the tender and are passed over.
        RL-LOOP.

	   READ RL-FILE NEXT END
		MOVE 'Y' TO WS-RL-EOF
		GO TO RL-LOOP-END.

	   IF RL-SEQ = ZEROS
	      GO TO RL-LOOP-END.

	   MOVE RL-DATE-DMY TO WS-FEE-DATE.
	   IF WS-FD-MM NOT = WS-PERIOD-MM OR
	      WS-FD-YYYY NOT = WS-PERIOD-YYYY
	      GO TO RL-LOOP-END.

	   MOVE '*RTL' TO WS-TYPE-KEY.
	   COMPUTE WS-CHG-NET = RL-AMOUNT - RL-TAX-AMOUNT.
	   PERFORM TALLY-RTN THRU TALLY-RTN-END.

	   IF RL-TAX-AMOUNT NOT = ZEROS
	      MOVE RL-TX-KEY	 TO WS-TX-KEY
	      MOVE RL-TAX-AMOUNT TO WS-TX-AMT
	      PERFORM TX-TALLY-RTN THRU TX-TALLY-RTN-END.

	   ADD RL-AMOUNT TO WS-RTL-TOTAL.

        RL-LOOP-END. EXIT.

      ********************************************************************
      * A quarterly or yearly code's charge is earned over the three
      * or twelve months it pays for, so with a deferred income
      * account configured its net goes there instead of to income,
      * and a DF-FILE row is opened for BPDEF to release it month by
      * month into the code's mapped income account. A row already
      * on file means the period is being exported again - the
      * schedule stands as it is.
        DEFER-RTN.

	   MOVE 'N' TO WS-DEFERRED.
	   IF CFIG-GL-DEF-ACCT = SPACES OR FEE-FS-KEY = SPACES
	      OR FEE-PERIOD = ZEROS
	      GO TO DEFER-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE FEE-FS-KEY TO FS-KEY.
	   READ FS-FILE INVALID
		MOVE SPACES TO FS-FREQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF NOT (FS-IS-QUARTERLY OR FS-IS-YEARLY)
	      GO TO DEFER-RTN-END.

	   MOVE 'Y' TO WS-DEFERRED.

	   INITIALIZE DF-REC.
	   MOVE FEE-KEY    TO DF-KEY.
	   MOVE FEE-FS-KEY TO DF-FS-KEY.
	   MOVE FEE-FS-KEY TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE 'SUSPENSE' TO DF-INC-ACCT
	   NOT INVALID
		MOVE GLM-ACCT   TO DF-INC-ACCT
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE FEE-PERIOD TO DF-START-PERIOD.
	   IF FS-IS-YEARLY
	      MOVE 12 TO DF-MONTHS
	   ELSE
	      MOVE 3  TO DF-MONTHS.
	   MOVE WS-CHG-NET TO DF-AMOUNT.
	   MOVE ZEROS      TO DF-RELEASED, DF-LAST-PERIOD,
			      DF-VOID-AMOUNT, DF-PADDING.
	   MOVE 'O'        TO DF-STATUS-FLAG.
	   WRITE DF-REC INVALID
		 CONTINUE.

        DEFER-RTN-END. EXIT.

      ********************************************************************
        TALLY-RTN.

	      MOVE WS-TYPE-KEY TO WS-TAB-KEY (WS-TAB-COUNT)
	      MOVE WS-TAB-COUNT TO WS-SUB.

	   ADD WS-CHG-NET TO WS-TAB-AMT (WS-SUB).

        TALLY-RTN-END. EXIT.

      ********************************************************************
        TX-TALLY-RTN.

	   PERFORM VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-TX-COUNT
		   OR WS-TX-TAB-KEY (WS-SUB) = WS-TX-KEY
		   CONTINUE
	   END-PERFORM.

	   IF WS-SUB > WS-TX-COUNT
	      IF WS-TX-COUNT >= T-MAX
		 GO TO TX-TALLY-RTN-END
	      END-IF
	      ADD 1 TO WS-TX-COUNT
	      MOVE WS-TX-KEY TO WS-TX-TAB-KEY (WS-TX-COUNT)
	      MOVE WS-TX-COUNT TO WS-SUB.

	   ADD WS-TX-AMT TO WS-TX-TAB-AMT (WS-SUB).

        TX-TALLY-RTN-END. EXIT.

      ********************************************************************
      * Charges: one credit per fee type at its mapped income account
      * for the net, one credit per sales tax code at its output tax
      * account for the tax, one credit of the deferred codes' net to
      * the deferred income account, and a single balancing debit of
      * the gross to the receivables control.
      * Payments: one debit to the bank account and a balancing
      * credit to receivables. An unmapped type lands in SUSPENSE so
      * the batch still balances and the control report shows it.
		   PERFORM CHG-ROW-RTN THRU CHG-ROW-RTN-END
	   END-PERFORM.

	   PERFORM VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-TX-COUNT
		   PERFORM TAX-ROW-RTN THRU TAX-ROW-RTN-END
	   END-PERFORM.

	   IF WS-DEF-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-DEF-ACCT	TO GLJ-ACCT
	      MOVE 'C'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-DEF-TOTAL * 100
	      MOVE 'FEES HELD AS DEFERRED INCOME' TO GLJ-DESC
	      ADD WS-DEF-TOTAL		TO WS-CR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

	   IF WS-CHG-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-AR-ACCT	TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      ADD WS-WOF-TOTAL		TO WS-CR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

      * Gift vouchers: cash taken for vouchers sold is owed to the
      * holder until redeemed, so it is credited to the CFIG voucher
      * liability account; a redemption settles a student's fees out
      * of that liability instead of the bank. No account set up
      * sends both sides to SUSPENSE.
	   MOVE CFIG-GL-GV-ACCT TO WS-GV-ACCT.
	   IF WS-GV-ACCT = SPACES
	      MOVE 'SUSPENSE' TO WS-GV-ACCT.

	   IF WS-GVS-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-BANK-ACCT	TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-GVS-TOTAL * 100
	      MOVE 'GIFT VOUCHER SALES BANKED' TO GLJ-DESC
	      ADD WS-GVS-TOTAL		TO WS-DR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END

	      MOVE WS-GV-ACCT		TO GLJ-ACCT
	      MOVE 'C'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-GVS-TOTAL * 100
	      MOVE 'GIFT VOUCHERS SOLD'	TO GLJ-DESC
	      ADD WS-GVS-TOTAL		TO WS-CR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

	   IF WS-GVR-TOTAL NOT = ZEROS
	      MOVE WS-GV-ACCT		TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-GVR-TOTAL * 100
	      MOVE 'GIFT VOUCHERS REDEEMED' TO GLJ-DESC
	      ADD WS-GVR-TOTAL		TO WS-DR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END

	      MOVE CFIG-GL-AR-ACCT	TO GLJ-ACCT
	      MOVE 'C'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-GVR-TOTAL * 100
	      MOVE 'FEES SETTLED BY VOUCHER' TO GLJ-DESC
	      ADD WS-GVR-TOTAL		TO WS-CR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

      * Retail sales: the gross taken over the desk is banked; the
      * credits are the *RTL income and output tax rows above.
	   IF WS-RTL-TOTAL NOT = ZEROS
	      MOVE CFIG-GL-BANK-ACCT	TO GLJ-ACCT
	      MOVE 'D'			TO GLJ-DC
	      COMPUTE GLJ-AMOUNT = WS-RTL-TOTAL * 100
	      MOVE 'RETAIL SALES BANKED' TO GLJ-DESC
	      ADD WS-RTL-TOTAL		TO WS-DR-TOTAL
	      PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

        JOURNAL-RTN-END. EXIT.

      ********************************************************************

        CHG-ROW-RTN-END. EXIT.

      ********************************************************************
      * A code with no output tax account on TX-FILE lands in
      * SUSPENSE the same way an unmapped charge type does.
        TAX-ROW-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TX-TAB-KEY (WS-SUB) TO TX-KEY.
	   READ TX-FILE INVALID
		MOVE SPACES TO TX-GL-ACCT.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE SPACES TO GLJ-DESC.
	   IF TX-GL-ACCT = SPACES
	      MOVE 'SUSPENSE'	TO GLJ-ACCT
	      STRING 'UNMAPPED TAX CODE ' WS-TX-TAB-KEY (WS-SUB)
		     DELIMITED BY SIZE INTO GLJ-DESC
	   ELSE
	      MOVE TX-GL-ACCT	TO GLJ-ACCT
	      STRING 'OUTPUT TAX ' WS-TX-TAB-KEY (WS-SUB)
		     DELIMITED BY SIZE INTO GLJ-DESC.

	   MOVE 'C' TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-TX-TAB-AMT (WS-SUB) * 100.
	   ADD WS-TX-TAB-AMT (WS-SUB) TO WS-CR-TOTAL.
	   PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

        TAX-ROW-RTN-END. EXIT.

      ********************************************************************
        GLJ-WRITE-RTN.

