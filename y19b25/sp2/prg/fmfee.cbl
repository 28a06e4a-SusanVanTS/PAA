      *					approved with a reason,
      *					closing a bad-debt balance
      *					for the BPGL *WOF mapping
      * VAN TZE SHAN	15/10/26 WO	PAA	Sales tax code on charges
      *					and payments, tax portion
      *					stamped via F-GTTAX, and the
      *					receipt printed as a tax
      *					invoice with our tax
      *					registration number
      * VAN TZE SHAN	15/10/26 WO	PAA	Voucher payment type
      *					redeeming a gift voucher
      *					number against the ledger
      *					and drawing down what is
      *					left on it; a void puts
      *					the value back
      * VAN TZE SHAN	15/10/26 WO	PAA	Payer on the row for a
      *					student whose fees are split
      *					(FMPS) - a payment credits
      *					the parent or sponsor who
      *					made it
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpcl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcts'.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpcl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdts'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpcl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbts'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-ADD-DATE-DMY	  PIC 9(08).
	  03 WS-ADD-AMOUNT	  PIC 9(06)V9(02).
	  03 WS-ADD-DESC	  PIC X(30).
	  03 WS-ADD-TX-KEY	  PIC X(02).
	  03 WS-ADD-GV-KEY	  PIC 9(06).
	  03 WS-ADD-PAYER-TYPE	  PIC X(01).
	  03 WS-ADD-PAYER-KEY	  PIC X(08).
	  03 WS-PS-EOF		  PIC X(01).
	  03 WS-PAYER-FOUND	  PIC X(01).
	  03 WS-BALANCE		  PIC S9(06)V9(02).
	  03 WS-BALANCE-DISP	  PIC ----,---9.99.

       01 WS-RCPT-MISC.
	  03 WS-RCPT-NO		  PIC 9(06).
	  03 WS-RFND-NO		  PIC 9(06).
	  03 WS-RCPT-NET	  PIC 9(06)V9(02).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

       01 WS-GV-MISC.
	  03 WS-GV-EXP-YMD	  PIC 9(08).
	  03 WS-GV-PAY-YMD	  PIC 9(08).
	  03 WS-GV-DESC.
	     05 FIL		  PIC X(13) VALUE 'GIFT VOUCHER '.
	     05 WS-GV-DESC-NO	  PIC 9(06).

       01 WS-TS-MISC.
	  03 WS-TS-OPEN-KEY	  PIC 9(06).
	  03 WS-TS-EOF		  PIC X(01).

       01 RCPT-TITLE.
	  03 FIL		  PIC X(22) VALUE
	     'TAX INVOICE/RCPT NO :'.
	  03 RCPT-NO		  PIC 9(06).
	  03 FIL		  PIC X(12) VALUE SPACE.
	  03 FIL		  PIC X(07) VALUE 'DATE :'.
	     'BEING PAYMENT FOR   :'.
	  03 RCPT-DESC		  PIC X(30).

       01 RCPT-REG-LINE.
	  03 FIL		  PIC X(22) VALUE
	     'TAX REGISTRATION NO :'.
	  03 RCPT-TAX-REG-NO	  PIC X(20).

       01 RCPT-NET-LINE.
	  03 FIL		  PIC X(22) VALUE
	     'AMOUNT EXCL. TAX    :'.
	  03 RCPT-NET		  PIC ZZZ,ZZ9.99.

       01 RCPT-TAX-LINE.
	  03 FIL		  PIC X(14) VALUE 'TAX INCLUDED ('.
	  03 RCPT-TX-KEY	  PIC X(02).
	  03 FIL		  PIC X(06) VALUE ')    :'.
	  03 RCPT-TAX		  PIC ZZZ,ZZ9.99.

       01 RCPT-AMT-LINE.
	  03 FIL		  PIC X(22) VALUE
	     'AMOUNT RECEIVED     :'.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 4 VALUE WS-OPTION.
           03 LABEL LINE - 0.1 COL + 1 'Write-off'.
	   03 RADIO-BUTTON LINE + 0.1 COL + 3
	      GROUP = 1 GROUP-VALUE = 5 VALUE WS-OPTION.
           03 LABEL LINE - 0.1 COL + 1 'Voucher'.
	   03 LABEL LINE 05 COL 04 'Amount:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 17 PIC Z(05)9.99
	      USING WS-ADD-AMOUNT AUTO.
	   03 LABEL COL + 3 'Voucher No:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC Z(05)9
	      USING WS-ADD-GV-KEY AUTO.
	   03 LABEL LINE 06 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 17 PIC X(30)
	      USING WS-ADD-DESC AUTO.
	   03 LABEL COL + 3 'Payer:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC X(01)
	      USING WS-ADD-PAYER-TYPE AUTO UPPER.
	   03 ENTRY-FIELD 3-D ID 107 COL + 1 PIC X(08)
	      USING WS-ADD-PAYER-KEY AUTO UPPER.
	   03 LABEL LINE 07 COL 04 'Tax Code:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 17 PIC X(02)
	      USING WS-ADD-TX-KEY AUTO UPPER.
	   03 LABEL COL + 3 '(charges/payments - blank = standard)'.
	   03 LABEL LINE 08 COL 04 'Date'.
	   03 LABEL COL 18 'Type'.
	   03 LABEL COL 28 'Amount'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpcl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcts'.
	   COPY '/z/y19b25/sp2/lib/fd/dctx'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN I-O FEE-FILE.
	   OPEN INPUT PCL-FILE.
	   OPEN INPUT TS-FILE.
	   OPEN INPUT TX-FILE.
	   OPEN I-O   GV-FILE.
	   OPEN INPUT PS-FILE.

      * Floating Window
	   MOVE 'Fee/Payment Ledger' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE FEE-FILE.
	   CLOSE PCL-FILE.
	   CLOSE TS-FILE.
	   CLOSE TX-FILE.
	   CLOSE GV-FILE.
	   CLOSE PS-FILE.
	   EXIT PROGRAM.
	   STOP RUN.


	   IF WS-OPTION NOT = '1' AND WS-OPTION NOT = '2'
	      AND WS-OPTION NOT = '3' AND WS-OPTION NOT = '4'
	      AND WS-OPTION NOT = '5'
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.
	      MOVE 102    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * A voucher number belongs only on a voucher payment, and the
      * voucher must be open, in date on the payment date and still
      * hold at least the amount being redeemed.
	   IF WS-OPTION NOT = '5'
	      IF WS-ADD-GV-KEY NOT = ZEROS
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 105    TO S-CONTROL-ID
		 GO TO ADD-RTN-END.

	   IF WS-OPTION = '5'
	      PERFORM GV-CHECK-RTN THRU GV-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO ADD-RTN-END.

      * Tax applies to charges and to what a receipt shows; a keyed
      * code must be on the tax code master, blank takes the CFIG
      * standard code.
	   IF WS-ADD-TX-KEY NOT = SPACES
	      IF WS-OPTION NOT = '1' AND WS-OPTION NOT = '2'
		 AND WS-OPTION NOT = '5'
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO ADD-RTN-END
	      END-IF
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-ADD-TX-KEY TO TX-KEY
	      READ TX-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 'N'    TO S-STATUS-CHECK
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO ADD-RTN-END.
      * A student whose fees are split between payers may have the
      * row put to one of them (F household / S sponsor); blank
      * leaves it with the student's own household.
	   IF WS-ADD-PAYER-TYPE NOT = SPACES OR
	      WS-ADD-PAYER-KEY NOT = SPACES
	      PERFORM PAYER-CHECK-RTN THRU PAYER-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.
	     WHEN '1' MOVE 'C' TO FEE-TYPE
	     WHEN '2' MOVE 'P' TO FEE-TYPE
	     WHEN '3' MOVE 'R' TO FEE-TYPE
	     WHEN '4' MOVE 'W' TO FEE-TYPE
	     WHEN '5' MOVE 'P' TO FEE-TYPE.

	   MOVE WS-ADD-AMOUNT TO FEE-AMOUNT.
	   MOVE WS-ADD-DESC   TO FEE-DESC.
	   MOVE ZEROS	      TO FEE-GV-KEY, FEE-RUN-NO.
	   IF WS-OPTION = '5'
	      MOVE WS-ADD-GV-KEY TO FEE-GV-KEY
	      IF WS-ADD-DESC = SPACES
		 MOVE WS-ADD-GV-KEY TO WS-GV-DESC-NO
		 MOVE WS-GV-DESC    TO FEE-DESC.
	   MOVE SPACES	      TO FEE-FS-KEY, FEE-EV-KEY.
	   MOVE ZEROS	      TO FEE-PERIOD.

	   MOVE SPACES	      TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				 FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS	      TO FEE-VOID-DMY.
	   MOVE WS-ADD-PAYER-TYPE TO FEE-PAYER-TYPE.
	   MOVE WS-ADD-PAYER-KEY  TO FEE-PAYER-KEY.

      * A charge carries its tax code and the tax portion of the
      * tax-inclusive amount; a payment carries the tax content its
      * receipt shows. Other row types carry none.
	   MOVE SPACES	      TO FEE-TX-KEY.
	   MOVE ZEROS	      TO FEE-TAX-AMOUNT, FEE-DISC-AMOUNT.
	   IF WS-OPTION = '1' OR WS-OPTION = '2' OR WS-OPTION = '5'
	      MOVE WS-ADD-TX-KEY TO FEE-TX-KEY
	      CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		     USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			   FEE-TAX-AMOUNT
	      CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.
      * A payment carries the next number off the running receipt
      * sequence in CFIG-REC; charge rows stay unnumbered.
	   MOVE ZEROS TO FEE-RCPT-NO.
	   IF WS-OPTION = '2' OR WS-OPTION = '5'
	      PERFORM RCPT-SEQ-RTN THRU RCPT-SEQ-RTN-END
	      MOVE WS-RCPT-NO TO FEE-RCPT-NO.


      * Money in or out of the drawer belongs to the operator's open
      * cashier day when one exists; no open day leaves the row
      * outside the till the way a GIRO posting is. A voucher
      * redemption takes no cash - the money came in when FMTS sold
      * the voucher.
	   MOVE ZEROS TO FEE-TS-KEY.
	   IF WS-OPTION = '2' OR WS-OPTION = '3'
	      PERFORM TS-FIND-RTN THRU TS-FIND-RTN-END
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.
	   PERFORM BAL-POST-RTN THRU BAL-POST-RTN-END.

	   IF WS-OPTION = '5'
	      PERFORM GV-DRAW-RTN THRU GV-DRAW-RTN-END.

	   IF WS-OPTION = '2' OR WS-OPTION = '5'
	      PERFORM RCPT-PRINT-RTN THRU RCPT-PRINT-RTN-END.

	   IF WS-OPTION = '3'
	      PERFORM VCH-PRINT-RTN THRU VCH-PRINT-RTN-END.

	   INITIALIZE WS-ADD-DATE-DMY WS-OPTION WS-ADD-AMOUNT
		      WS-ADD-DESC WS-ADD-TX-KEY WS-ADD-GV-KEY
		      WS-ADD-PAYER-TYPE WS-ADD-PAYER-KEY.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        ADD-RTN-END. EXIT.
      *******************************************************************
      * The payer must be one the student's fees are split with, on
      * any charge code.
        PAYER-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-ADD-PAYER-TYPE NOT = 'F' AND
	      WS-ADD-PAYER-TYPE NOT = 'S'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO PAYER-CHECK-RTN-END.

	   IF WS-ADD-PAYER-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO PAYER-CHECK-RTN-END.

	   MOVE 'N' TO WS-PAYER-FOUND.
	   MOVE LINK-STD-KEY TO PS-STD-KEY.
	   MOVE LOW-VALUES   TO PS-FS-KEY, PS-PAYER-TYPE, PS-PAYER-KEY.
	   MOVE 'N' TO WS-PS-EOF.
	   START PS-FILE KEY >= PS-KEY INVALID
		 MOVE 'Y' TO WS-PS-EOF.
	   PERFORM PAYER-CHECK-LOOP THRU PAYER-CHECK-LOOP-END
		   UNTIL WS-PS-EOF = 'Y' OR WS-PAYER-FOUND = 'Y'.

	   IF WS-PAYER-FOUND NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID.

        PAYER-CHECK-RTN-END. EXIT.

        PAYER-CHECK-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PS-EOF
		GO TO PAYER-CHECK-LOOP-END.

	   IF PS-STD-KEY NOT = LINK-STD-KEY
	      MOVE 'Y' TO WS-PS-EOF
	      GO TO PAYER-CHECK-LOOP-END.

	   IF PS-PAYER-TYPE = WS-ADD-PAYER-TYPE AND
	      PS-PAYER-KEY = WS-ADD-PAYER-KEY
	      MOVE 'Y' TO WS-PAYER-FOUND.

        PAYER-CHECK-LOOP-END. EXIT.
      *******************************************************************
        GV-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-ADD-GV-KEY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO GV-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ADD-GV-KEY TO GV-KEY.
	   READ GV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 105    TO S-CONTROL-ID
		GO TO GV-CHECK-RTN-END.

	   IF NOT GV-IS-OPEN
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO GV-CHECK-RTN-END.

	   MOVE GV-EXPIRY-DMY   TO WS-GV-EXP-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-GV-EXP-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-ADD-DATE-DMY TO WS-GV-PAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-GV-PAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-GV-PAY-YMD > WS-GV-EXP-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO GV-CHECK-RTN-END.

	   IF WS-ADD-AMOUNT > GV-REMAINING
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID.

        GV-CHECK-RTN-END. EXIT.
      *******************************************************************
      * Draw the redeemed amount off the voucher; one emptied is
      * marked redeemed so it can never be keyed again.
        GV-DRAW-RTN.

	   MOVE FEE-GV-KEY TO GV-KEY.
	   READ GV-FILE INVALID
		GO TO GV-DRAW-RTN-END.

	   SUBTRACT FEE-AMOUNT FROM GV-REMAINING.
	   IF GV-REMAINING = ZEROS
	      MOVE 'R' TO GV-STATUS-FLAG.
	   REWRITE GV-REC.

        GV-DRAW-RTN-END. EXIT.
      *******************************************************************
      * Draw the next receipt number off the running sequence held on
      * the one CFIG-REC, under the record lock of the I-O open so two
      * stations confirming payments together cannot both get the same
	   MOVE WS-RCPT-OPERATOR TO RCPT-OPERATOR.
	   MOVE FEE-DATE-DMY	TO RCPT-PAY-DMY.

      * The receipt doubles as the tax invoice: our registration
      * number off CFIG-REC and the amount split into net and the
      * tax it includes.
	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-TAX-REG-NO	TO RCPT-TAX-REG-NO.
	   COMPUTE WS-RCPT-NET = FEE-AMOUNT - FEE-TAX-AMOUNT.
	   MOVE WS-RCPT-NET	TO RCPT-NET.
	   MOVE FEE-TX-KEY	TO RCPT-TX-KEY.
	   MOVE FEE-TAX-AMOUNT	TO RCPT-TAX.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   WRITE PRINT-REC FROM RCPT-HEADER.
	   WRITE PRINT-REC FROM RCPT-REG-LINE.
	   WRITE PRINT-REC FROM RCPT-TITLE AFTER 2.
	   WRITE PRINT-REC FROM RCPT-FROM AFTER 2.
	   WRITE PRINT-REC FROM RCPT-DESC-LINE.
	   WRITE PRINT-REC FROM RCPT-NET-LINE.
	   WRITE PRINT-REC FROM RCPT-TAX-LINE.
	   WRITE PRINT-REC FROM RCPT-AMT-LINE.
	   WRITE PRINT-REC FROM RCPT-OPR-LINE AFTER 2.

	      MOVE 100040 TO S-ERROR-CODE
	      GO TO VOID-RTN-END.

      * A voucher redemption gives its value back to the voucher -
      * not possible once BPGVX has released the voucher to income.
	   IF FEE-IS-PAYMENT AND FEE-GV-KEY NOT = ZEROS
	      MOVE FEE-GV-KEY TO GV-KEY
	      READ GV-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   GO TO VOID-RTN-END
	      END-READ
	      IF GV-IS-EXPIRED
		 MOVE 100040 TO S-ERROR-CODE
		 GO TO VOID-RTN-END.

	   PERFORM VOID-ASK-RTN THRU VOID-ASK-RTN-END.
	   IF WS-VOID-OK NOT = 'Y'
	      GO TO VOID-RTN-END.
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

	   IF FEE-IS-PAYMENT AND FEE-GV-KEY NOT = ZEROS
	      MOVE FEE-GV-KEY TO GV-KEY
	      READ GV-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   ADD FEE-AMOUNT TO GV-REMAINING
		   MOVE 'O' TO GV-STATUS-FLAG
		   REWRITE GV-REC
	      END-READ.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        VOID-RTN-END. EXIT.
	   MOVE 'N'    TO WS-VOID-OK.
	   MOVE SPACES TO WS-VOID-REASON.
	   MOVE 'Void Fee/Payment Row' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	     WHEN FEE-IS-WRITEOFF
		  MOVE 'WRITEOFF' TO WS-TYPE-TXT
		  SUBTRACT FEE-AMOUNT FROM WS-BALANCE
	     WHEN FEE-GV-KEY NOT = ZEROS
		  MOVE 'VOUCHER'  TO WS-TYPE-TXT
		  SUBTRACT FEE-AMOUNT FROM WS-BALANCE
	     WHEN OTHER
		  MOVE 'PAYMENT'  TO WS-TYPE-TXT
		  SUBTRACT FEE-AMOUNT FROM WS-BALANCE.
