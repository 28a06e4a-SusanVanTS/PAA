      *					vouchers paid out of the
      *					drawer netted off), printing
      *					the balancing slip
      * VAN TZE SHAN 	15/10/26 WO	PAA	F6 sells a gift voucher
      *					into the open day off the
      *					CFIG-GV-SEQ serial and
      *					prints it; vouchers sold
      *					count in the takings
      * VAN TZE SHAN 	15/10/26 WO	PAA	Front-desk retail sales
      *					(FMRL) taken in the day
      *					count in the takings; cash
      *					ones are expected in the
      *					drawer, card ones are not
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcts'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrl'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdts'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrl'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbts'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-GV-EOF		PIC X(01).
	  03 WS-GV-SOLD		PIC 9(08)V9(02).
	  03 WS-GV-KEY		PIC 9(06).
	  03 WS-GV-FACE		PIC 9(06)V9(02).
	  03 WS-GV-PURCHASER	PIC X(40).
	  03 WS-GV-EXPIRY	PIC 9(08).
	  03 WS-GV-MONTHS	PIC 9(02).
	  03 WS-GV-CALC-DMY	PIC 9(08).
	  03 WS-GV-CALC-R REDEFINES WS-GV-CALC-DMY.
	     05 WS-GV-CALC-DD	PIC 9(02).
	     05 WS-GV-CALC-MM	PIC 9(02).
	     05 WS-GV-CALC-YYYY	PIC 9(04).
	  03 WS-GV-EXPIRY-YMD	PIC 9(08).
	  03 WS-GV-TODAY-YMD	PIC 9(08).
	  03 WS-RL-EOF		PIC X(01).
	  03 WS-RL-CASH		PIC 9(08)V9(02).
	  03 WS-RL-CARD		PIC 9(08)V9(02).

       01 WS-SHOW.
	  03 WS-SHOW-SESSION	PIC X(20).
	     'VARIANCE            :'.
	  03 SLIP-VARIANCE	PIC ----,--9.99.

       01 SLIP-GV-LINE.
	  03 FIL		PIC X(22) VALUE
	     'OF WHICH VOUCHERS   :'.
	  03 SLIP-GV-SOLD	PIC ZZZ,ZZ9.99.

       01 SLIP-RL-CASH-LINE.
	  03 FIL		PIC X(22) VALUE
	     'OF WHICH RETAIL CASH:'.
	  03 SLIP-RL-CASH	PIC ZZZ,ZZ9.99.

       01 SLIP-RL-CARD-LINE.
	  03 FIL		PIC X(22) VALUE
	     'OF WHICH RETAIL CARD:'.
	  03 SLIP-RL-CARD	PIC ZZZ,ZZ9.99.

       01 GV-SLIP-TITLE.
	  03 FIL		PIC X(22) VALUE
	     'GIFT VOUCHER NO     :'.
	  03 GV-SLIP-NO		PIC 9(06).
	  03 FIL		PIC X(12) VALUE SPACE.
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 GV-SLIP-ISSUE-DMY	PIC 99/99/9999.

       01 GV-SLIP-PUR-LINE.
	  03 FIL		PIC X(22) VALUE
	     'PURCHASED BY        :'.
	  03 GV-SLIP-PURCHASER	PIC X(40).

       01 GV-SLIP-VAL-LINE.
	  03 FIL		PIC X(22) VALUE
	     'VOUCHER VALUE       :'.
	  03 GV-SLIP-VALUE	PIC ZZZ,ZZ9.99.

       01 GV-SLIP-EXP-LINE.
	  03 FIL		PIC X(22) VALUE
	     'VALID UNTIL         :'.
	  03 GV-SLIP-EXPIRY-DMY	PIC 99/99/9999.

       01 GV-SLIP-OPR-LINE.
	  03 FIL		PIC X(22) VALUE
	     'SOLD BY / SESSION   :'.
	  03 GV-SLIP-OPERATOR	PIC X(08).
	  03 FIL		PIC X(03) VALUE ' / '.
	  03 GV-SLIP-SESSION	PIC 9(06).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	   03 LABEL COL + 4 PIC ZZZ,ZZ9.99 FROM WS-SHOW-FLOAT.
	   03 LABEL LINE 05 COL 04
	      'F8 = open cashier day   F7 = close and balance'.
	   03 LABEL LINE 06 COL 04
	      'F6 = sell a gift voucher'.

        01 OPEN-SCR.
	   03 LABEL LINE 01 COL 02 'Opening Float:'.
	   03 LABEL LINE 03 COL 02
	      'ENTER = close and print slip    ESC = cancel'.

        01 GV-SCR.
	   03 LABEL LINE 01 COL 02 'Voucher Value:'.
	   03 ENTRY-FIELD 3-D ID 303 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-GV-FACE.
	   03 LABEL LINE 02 COL 02 'Purchaser    :'.
	   03 ENTRY-FIELD 3-D ID 304 COL + 2 PIC X(40)
	      USING WS-GV-PURCHASER.
	   03 LABEL LINE 03 COL 02 'Valid Until  :'.
	   03 ENTRY-FIELD 3-D ID 305 COL + 2 PIC 99/99/9999
	      USING WS-GV-EXPIRY.
	   03 LABEL LINE 05 COL 02
	      'ENTER = sell and print voucher    ESC = cancel'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	   COPY '/z/y19b25/sp2/lib/fd/dcts'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrl'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   MOVE 'N' TO S-RUN.
	   OPEN I-O   TS-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN I-O   GV-FILE.
	   OPEN INPUT RL-FILE.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING

      * Floating Window
	   MOVE 'Cashier Day Open/Close' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TS-FILE.
	   CLOSE FEE-FILE.
	   CLOSE GV-FILE.
	   CLOSE RL-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	      PERFORM CLOSE-DAY-RTN THRU CLOSE-DAY-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM GV-SALE-RTN THRU GV-SALE-RTN-END
	      GO TO 0100-MAIN.

	   GO TO 0100-MAIN.

        0199-END. EXIT.

	   MOVE ZEROS TO WS-FLOAT.
	   MOVE 'Open Cashier Day' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR

	   MOVE ZEROS TO WS-COUNTED.
	   MOVE 'Close Cashier Day' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   COMPUTE WS-EXPECTED = TS-FLOAT + WS-TAKINGS + WS-GV-SOLD
			       + WS-RL-CASH.
	   COMPUTE WS-VARIANCE = WS-COUNTED - WS-EXPECTED.

	   MOVE 'C'		TO TS-STATUS-FLAG.
	   MOVE WS-DMY-EDIT	TO TS-CLOSE-DMY.
	   MOVE WS-HHMM		TO TS-CLOSE-HHMM.
	   MOVE WS-COUNTED	TO TS-COUNTED.
	   COMPUTE TS-TAKINGS = WS-TAKINGS + WS-GV-SOLD
			      + WS-RL-CASH + WS-RL-CARD.
	   MOVE WS-VARIANCE	TO TS-VARIANCE.
	   REWRITE TS-REC.

	   PERFORM TAKINGS-LOOP THRU TAKINGS-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

      * Gift vouchers sold into the session are cash in the drawer
      * too, but sit on GV-FILE rather than any student's ledger.
	   MOVE ZEROS TO WS-GV-SOLD.
	   INITIALIZE GV-REC.
	   MOVE ZEROS TO GV-KEY.
	   MOVE 'N' TO WS-GV-EOF.
	   START GV-FILE KEY >= GV-KEY INVALID
		 MOVE 'Y' TO WS-GV-EOF.
	   PERFORM TAKINGS-GV-LOOP THRU TAKINGS-GV-LOOP-END
		   UNTIL WS-GV-EOF = 'Y'.

      * Retail sales to walk-in customers are on RL-FILE - the sale
      * row (line 00) carries the total and how it was tendered. Card
      * money never reaches the drawer, so it is kept apart.
	   MOVE ZEROS TO WS-RL-CASH, WS-RL-CARD.
	   INITIALIZE RL-REC.
	   MOVE ZEROS TO RL-KEY.
	   MOVE 'N' TO WS-RL-EOF.
	   START RL-FILE KEY >= RL-KEY INVALID
		 MOVE 'Y' TO WS-RL-EOF.
	   PERFORM TAKINGS-RL-LOOP THRU TAKINGS-RL-LOOP-END
		   UNTIL WS-RL-EOF = 'Y'.

        TAKINGS-RTN-END. EXIT.

        TAKINGS-LOOP.
	      SUBTRACT FEE-AMOUNT FROM WS-TAKINGS.

        TAKINGS-LOOP-END. EXIT.

        TAKINGS-GV-LOOP.

	   READ GV-FILE NEXT END
		MOVE 'Y' TO WS-GV-EOF
		GO TO TAKINGS-GV-LOOP-END.

	   IF GV-TS-KEY = WS-OPEN-KEY
	      ADD GV-FACE-VALUE TO WS-GV-SOLD.

        TAKINGS-GV-LOOP-END. EXIT.

        TAKINGS-RL-LOOP.

	   READ RL-FILE NEXT END
		MOVE 'Y' TO WS-RL-EOF
		GO TO TAKINGS-RL-LOOP-END.

	   IF RL-SEQ NOT = ZEROS OR RL-TS-KEY NOT = WS-OPEN-KEY
	      GO TO TAKINGS-RL-LOOP-END.

	   IF RL-BY-CARD
	      ADD RL-TOTAL TO WS-RL-CARD
	   ELSE
	      ADD RL-TOTAL TO WS-RL-CASH.

        TAKINGS-RL-LOOP-END. EXIT.
      *******************************************************************
        SLIP-PRINT-RTN.

	   MOVE 'CASHIER BALANCING SLIP' TO WS-SPL-NAME.
	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	   MOVE WS-DMY-EDIT	TO SLIP-SYS-DMY.
	   MOVE TS-OPERATOR	TO SLIP-OPERATOR.
	   MOVE TS-FLOAT	TO SLIP-FLOAT.
	   MOVE TS-TAKINGS	TO SLIP-TAKINGS.
	   MOVE WS-GV-SOLD	TO SLIP-GV-SOLD.
	   MOVE WS-RL-CASH	TO SLIP-RL-CASH.
	   MOVE WS-RL-CARD	TO SLIP-RL-CARD.
	   MOVE WS-EXPECTED	TO SLIP-EXPECTED.
	   MOVE WS-COUNTED	TO SLIP-COUNTED.
	   MOVE WS-VARIANCE	TO SLIP-VARIANCE.
	   WRITE PRINT-REC FROM SLIP-OPR-LINE AFTER 2.
	   WRITE PRINT-REC FROM SLIP-FLOAT-LINE.
	   WRITE PRINT-REC FROM SLIP-TAKE-LINE.
	   WRITE PRINT-REC FROM SLIP-GV-LINE.
	   WRITE PRINT-REC FROM SLIP-RL-CASH-LINE.
	   WRITE PRINT-REC FROM SLIP-RL-CARD-LINE.
	   WRITE PRINT-REC FROM SLIP-EXP-LINE.
	   WRITE PRINT-REC FROM SLIP-CNT-LINE.
	   WRITE PRINT-REC FROM SLIP-VAR-LINE AFTER 2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

        SLIP-PRINT-RTN-END. EXIT.
      *******************************************************************
      * Sell a gift voucher into the operator's open day. The serial
      * comes off CFIG-GV-SEQ under the CFIG lock and the expiry
      * defaults to CFIG-GV-MONTHS (12 when unset) from today.
        GV-SALE-RTN.

	   IF WS-OPEN-KEY = ZEROS
	      MOVE 100020 TO S-ERROR-CODE
	      GO TO GV-SALE-RTN-END.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   MOVE CFIG-GV-MONTHS TO WS-GV-MONTHS.
	   CLOSE CFIG-FILE.
	   IF WS-GV-MONTHS = ZEROS
	      MOVE 12 TO WS-GV-MONTHS.
	   PERFORM GV-EXPIRY-RTN THRU GV-EXPIRY-RTN-END.

	   MOVE ZEROS TO WS-GV-FACE.
	   MOVE SPACE TO WS-GV-PURCHASER.
	   MOVE 'Sell Gift Voucher' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 6 SIZE 62
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY GV-SCR.

	GV-SALE-SUB.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   ACCEPT GV-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF K-ESCAPE
	      GO TO GV-SALE-EXIT.
	   IF NOT K-ENTER
	      GO TO GV-SALE-SUB.

	   IF WS-GV-FACE = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 303 TO S-CONTROL-ID
	      GO TO GV-SALE-SUB.

	   IF WS-GV-PURCHASER = SPACE
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 304 TO S-CONTROL-ID
	      GO TO GV-SALE-SUB.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  'D', WS-GV-EXPIRY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 305 TO S-CONTROL-ID
	      GO TO GV-SALE-SUB.

	   MOVE WS-GV-EXPIRY TO WS-GV-EXPIRY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-GV-EXPIRY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-TODAY-DMY TO WS-GV-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-GV-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-GV-EXPIRY-YMD NOT > WS-GV-TODAY-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 305 TO S-CONTROL-ID
	      GO TO GV-SALE-SUB.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-GV-SEQ.
	   MOVE CFIG-GV-SEQ TO WS-GV-KEY.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   INITIALIZE GV-REC.
	   MOVE WS-GV-KEY	TO GV-KEY.
	   MOVE WS-GV-FACE	TO GV-FACE-VALUE.
	   MOVE WS-GV-FACE	TO GV-REMAINING.
	   MOVE WS-GV-PURCHASER	TO GV-PURCHASER.
	   MOVE WS-DMY-EDIT	TO GV-ISSUE-DMY.
	   MOVE WS-GV-EXPIRY	TO GV-EXPIRY-DMY.
	   MOVE WS-OPEN-KEY	TO GV-TS-KEY.
	   MOVE WS-OPERATOR	TO GV-OPERATOR.
	   MOVE 'O'		TO GV-STATUS-FLAG.
	   WRITE GV-REC.

	   PERFORM GV-PRINT-RTN THRU GV-PRINT-RTN-END.

	GV-SALE-EXIT.
	   DESTROY GV-SCR.
	   CLOSE WINDOW S-WINDOW2.
	   PERFORM SHOW-RTN THRU SHOW-RTN-END.

        GV-SALE-RTN-END. EXIT.
      *******************************************************************
      * Today plus the validity months, the day pulled back to the
      * last of a shorter month (29 Feb is never assumed).
        GV-EXPIRY-RTN.

	   MOVE WS-TODAY-DMY TO WS-GV-CALC-DMY.
	   ADD WS-GV-MONTHS TO WS-GV-CALC-MM.
	   PERFORM GV-YEAR-LOOP THRU GV-YEAR-LOOP-END
		   UNTIL WS-GV-CALC-MM NOT > 12.

	   IF WS-GV-CALC-MM = 2 AND WS-GV-CALC-DD > 28
	      MOVE 28 TO WS-GV-CALC-DD.
	   IF (WS-GV-CALC-MM = 4 OR 6 OR 9 OR 11)
	      AND WS-GV-CALC-DD > 30
	      MOVE 30 TO WS-GV-CALC-DD.
	   MOVE WS-GV-CALC-DMY TO WS-GV-EXPIRY.

        GV-EXPIRY-RTN-END. EXIT.

        GV-YEAR-LOOP.

	   SUBTRACT 12 FROM WS-GV-CALC-MM.
	   ADD 1 TO WS-GV-CALC-YYYY.

        GV-YEAR-LOOP-END. EXIT.
      *******************************************************************
        GV-PRINT-RTN.

	   MOVE 'GIFT VOUCHER' TO WS-SPL-NAME.
	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO GV-PRINT-RTN-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO GV-PRINT-RTN-END.

	   MOVE GV-KEY		TO GV-SLIP-NO.
	   MOVE GV-ISSUE-DMY	TO GV-SLIP-ISSUE-DMY.
	   MOVE GV-PURCHASER	TO GV-SLIP-PURCHASER.
	   MOVE GV-FACE-VALUE	TO GV-SLIP-VALUE.
	   MOVE GV-EXPIRY-DMY	TO GV-SLIP-EXPIRY-DMY.
	   MOVE GV-OPERATOR	TO GV-SLIP-OPERATOR.
	   MOVE GV-TS-KEY	TO GV-SLIP-SESSION.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   WRITE PRINT-REC FROM SLIP-HEADER.
	   WRITE PRINT-REC FROM GV-SLIP-TITLE AFTER 2.
	   WRITE PRINT-REC FROM GV-SLIP-PUR-LINE AFTER 2.
	   WRITE PRINT-REC FROM GV-SLIP-VAL-LINE.
	   WRITE PRINT-REC FROM GV-SLIP-EXP-LINE.
	   WRITE PRINT-REC FROM GV-SLIP-OPR-LINE AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

        GV-PRINT-RTN-END. EXIT.

      ***************************************************************

