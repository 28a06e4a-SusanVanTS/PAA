       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMRL.

      * FRONT-DESK RETAIL SALES
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Walk-in customers buy
      *					stocked items over the desk
      *					with or without an AC#: a
      *					basket of lines, cash or
      *					card tender with change,
      *					stock taken off IT-FILE (and
      *					the size on IZ-FILE) and a
      *					receipt printed; each sale
      *					is kept on RL-FILE inside
      *					the operator's open cashier
      *					day so FMTS balances it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcrl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/z/y19b25/sp2/lib/fd/fcts'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdrl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/z/y19b25/sp2/lib/fd/fdts'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbrl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/z/y19b25/sp2/lib/fd/dbts'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'RETAIL SALE RECEIPT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-SIZE		  VALUE 10.
       78 T-MAX			  VALUE 20.

       01 WS-REC.
	  03 WS-L-LINE		  PIC 9(02).
	  03 WS-L-IT-KEY	  PIC X(04).
	  03 WS-L-DESC		  PIC X(20).
	  03 WS-L-SIZE		  PIC X(05).
	  03 WS-L-QTY		  PIC ZZ9.
	  03 WS-L-PRICE		  PIC ZZZ,ZZ9.99.
	  03 WS-L-AMOUNT	  PIC ZZZ,ZZ9.99.

      * The basket being rung up - one line per item and size, a
      * second scan of the same item and size adding to its line.
       01 WS-BASKET.
	  03 WS-BK-COUNT	  PIC 9(02).
	  03 WS-BK OCCURS T-MAX.
	     05 WS-BK-IT-KEY	  PIC X(04).
	     05 WS-BK-DESC	  PIC X(30).
	     05 WS-BK-SIZE	  PIC X(05).
	     05 WS-BK-QTY	  PIC 9(03).
	     05 WS-BK-PRICE	  PIC 9(06)V9(02).
	     05 WS-BK-AMOUNT	  PIC 9(06)V9(02).

       01 WS-MISC.
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-OPEN-KEY	  PIC 9(06).
	  03 WS-TS-EOF		  PIC X(01).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-LAST-STD-KEY	  PIC X(06) VALUE SPACES.
	  03 WS-STD-NAME	  PIC X(40).
	  03 WS-ADD-IT-KEY	  PIC X(04).
	  03 WS-ADD-SIZE	  PIC X(05).
	  03 WS-ADD-QTY		  PIC 9(03).
	  03 WS-SIZED		  PIC X(01).
	  03 WS-IT-HELD		  PIC 9(05).
	  03 WS-IZ-HELD		  PIC 9(05).
	  03 WS-FOUND		  PIC 9(02).
	  03 WS-SUB		  PIC 9(02).
	  03 WS-SUB2		  PIC 9(02).
	  03 WS-SHORT		  PIC X(01).
	  03 WS-METHOD		  PIC X(01).
	  03 WS-TOTAL		  PIC 9(06)V9(02).
	  03 WS-TENDERED	  PIC 9(06)V9(02).
	  03 WS-CHANGE		  PIC 9(06)V9(02).
	  03 WS-TAX-TOTAL	  PIC 9(06)V9(02).
	  03 WS-RL-NO		  PIC 9(06).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-EDIT-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-EDIT-AMOUNT2	  PIC ZZZ,ZZ9.99.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).

       01 WS-SHOW.
	  03 WS-SHOW-TOTAL	  PIC ZZZ,ZZ9.99.
	  03 WS-SHOW-CHANGE	  PIC ZZZ,ZZ9.99.

       01 WS-JRNL-MISC.
	  03 WS-JRNL-TAG	PIC X(03) VALUE 'IT '.
	  03 WS-JRNL-ACTION	PIC X(01) VALUE 'R'.
	  03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

       01 RCPT-HEADER.
	  03 FIL		PIC X(50) VALUE 'PRESTIGE ATLANTIC'.

       01 RCPT-TITLE.
	  03 FIL		PIC X(22) VALUE
	     'SALE RECEIPT NO     :'.
	  03 RCPT-NO		PIC 9(06).
	  03 FIL		PIC X(12) VALUE SPACE.
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 RCPT-DMY		PIC 99/99/9999.

       01 RCPT-STD-LINE.
	  03 FIL		PIC X(22) VALUE
	     'CUSTOMER AC#        :'.
	  03 RCPT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(02) VALUE SPACE.
	  03 RCPT-STD-NAME	PIC X(40).

       01 RCPT-DETAIL.
	  03 RCPT-DESC		PIC X(30).
	  03 FIL		PIC X(01) VALUE SPACE.
	  03 RCPT-SIZE		PIC X(05).
	  03 FIL		PIC X(01) VALUE SPACE.
	  03 RCPT-QTY		PIC ZZ9.
	  03 FIL		PIC X(03) VALUE ' @ '.
	  03 RCPT-PRICE		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(02) VALUE SPACE.
	  03 RCPT-AMOUNT	PIC ZZZ,ZZ9.99.

       01 RCPT-TOTAL-LINE.
	  03 FIL		PIC X(22) VALUE
	     'SALE TOTAL          :'.
	  03 RCPT-TOTAL		PIC ZZZ,ZZ9.99.

       01 RCPT-TAX-LINE.
	  03 FIL		PIC X(22) VALUE
	     'INCLUDING TAX       :'.
	  03 RCPT-TAX		PIC ZZZ,ZZ9.99.

       01 RCPT-TEND-LINE.
	  03 RCPT-TEND-TEXT	PIC X(22).
	  03 RCPT-TENDERED	PIC ZZZ,ZZ9.99.

       01 RCPT-CHG-LINE.
	  03 FIL		PIC X(22) VALUE
	     'CHANGE GIVEN        :'.
	  03 RCPT-CHANGE	PIC ZZZ,ZZ9.99.

       01 RCPT-OPR-LINE.
	  03 FIL		PIC X(22) VALUE
	     'SERVED BY / SESSION :'.
	  03 RCPT-OPERATOR	PIC X(08).
	  03 FIL		PIC X(03) VALUE ' / '.
	  03 RCPT-SESSION	PIC 9(06).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Cashier:'.
	   03 LABEL COL + 2 PIC X(08) FROM WS-OPERATOR.
	   03 LABEL COL + 3 'Session:'.
	   03 LABEL COL + 2 PIC 9(06) FROM WS-OPEN-KEY.
	   03 LABEL LINE 02 COL 04 'AC# (optional):'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL COL + 2 PIC X(40) FROM WS-STD-NAME.
	   03 LABEL LINE 03.5 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(04)
	      USING WS-ADD-IT-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 102.
	   03 LABEL COL + 3 'Size:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(05)
	      USING WS-ADD-SIZE BELL UPPER.
	   03 LABEL COL + 3 'Quantity:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC ZZ9
	      USING WS-ADD-QTY.
	   03 LABEL LINE 05 COL 04 'No'.
	   03 LABEL COL 08 'Item'.
	   03 LABEL COL 14 'Description'.
	   03 LABEL COL 36 'Size'.
	   03 LABEL COL 43 'Qty'.
	   03 LABEL COL 50 'Price'.
	   03 LABEL COL 62 'Amount'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 06 COL 04 SIZE 66 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,3,7,27,32,35,45)
	      DISPLAY-COLUMNS 	= (1,5,11,33,40,45,57)
	      EXCEPTION-VALUE W-DBLCLICK.
	   03 LABEL LINE 17 COL 04 'Sale Total:'.
	   03 LABEL COL 21 PIC ZZZ,ZZ9.99 FROM WS-SHOW-TOTAL.
	   03 LABEL LINE 18 COL 04 'Paid By:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC X(01)
	      USING WS-METHOD BELL UPPER.
	   03 LABEL COL + 2 '(C cash, K card)'.
	   03 LABEL LINE 19 COL 04 'Tendered:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 21 PIC ZZZ,ZZ9.99
	      USING WS-TENDERED.
	   03 LABEL COL + 3 'Change:'.
	   03 LABEL COL + 2 PIC ZZZ,ZZ9.99 FROM WS-SHOW-CHANGE.
	   03 LABEL LINE 20.5 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 21.5 COL 04
	      'F8=add item  F4=remove line  F7=take payment'.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcrl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcit'.
	   COPY '/z/y19b25/sp2/lib/fd/dciz'.
	   COPY '/z/y19b25/sp2/lib/fd/dcts'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   RL-FILE.
	   OPEN I-O   IT-FILE.
	   OPEN I-O   IZ-FILE.
	   OPEN INPUT TS-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE SPACES TO WS-OPERATOR.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

      * Floating Window
	   MOVE 'Front Desk Retail Sales' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

      * The money goes in the operator's drawer, so there must be a
      * cashier day open for it to balance against.
	   PERFORM FIND-OPEN-RTN THRU FIND-OPEN-RTN-END.
	   IF WS-OPEN-KEY = ZEROS
	      MOVE 'No cashier day open - open one at the cashier first'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO TERMINATION.

	   MOVE 'Y' TO S-RUN.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE RL-FILE.
	   CLOSE IT-FILE.
	   CLOSE IZ-FILE.
	   CLOSE TS-FILE.
	   CLOSE STD-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/z/y19b25/sp2/prg/hpstd' USING WS-STD-KEY, S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpstd'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 102
	      CALL   '/z/y19b25/sp2/prg/hpit'
		     USING WS-ADD-IT-KEY, S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpit'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

      * A changed AC# is looked up straight away so the name shows
      * before the sale is rung up; blank is a walk-in.
	   IF WS-STD-KEY NOT = WS-LAST-STD-KEY
	      MOVE WS-STD-KEY TO WS-LAST-STD-KEY
	      PERFORM STD-NAME-RTN THRU STD-NAME-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM PAY-RTN THRU PAY-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8 OR (K-ENTER AND WS-ADD-IT-KEY NOT = SPACES)
	      PERFORM ADD-RTN THRU ADD-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The operator's open session, if any - the same search FMTS
      * makes.
        FIND-OPEN-RTN.

	   MOVE ZEROS TO WS-OPEN-KEY.
	   INITIALIZE TS-REC.
	   MOVE ZEROS TO TS-KEY.
	   MOVE 'N' TO WS-TS-EOF.
	   START TS-FILE KEY >= TS-KEY INVALID
		 MOVE 'Y' TO WS-TS-EOF.
	   PERFORM FIND-OPEN-LOOP THRU FIND-OPEN-LOOP-END
		   UNTIL WS-TS-EOF = 'Y'.

        FIND-OPEN-RTN-END. EXIT.

        FIND-OPEN-LOOP.

	   READ TS-FILE NEXT END
		MOVE 'Y' TO WS-TS-EOF
		GO TO FIND-OPEN-LOOP-END.

	   IF TS-IS-OPEN AND TS-OPERATOR = WS-OPERATOR
	      MOVE TS-KEY TO WS-OPEN-KEY
	      MOVE 'Y' TO WS-TS-EOF.

        FIND-OPEN-LOOP-END. EXIT.
      *******************************************************************
        STD-NAME-RTN.

	   MOVE SPACES TO WS-STD-NAME.
	   IF WS-STD-KEY = SPACES
	      GO TO STD-NAME-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO STD-NAME-RTN-END.

	   MOVE STD-NAME TO WS-STD-NAME.
	   MOVE 102 TO S-CONTROL-ID.

        STD-NAME-RTN-END. EXIT.
      *******************************************************************
      * F8: ring an item into the basket. The shelf has to hold this
      * quantity on top of what the basket already takes of it, and
      * a sized item has to name a size it is stocked in.
        ADD-RTN.

	   IF WS-ADD-IT-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ADD-IT-KEY TO IT-KEY.
	   READ IT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO ADD-RTN-END.

      * An item with no selling price is issue or loan stock only.
	   IF IT-PRICE = ZEROS
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   IF WS-ADD-QTY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   PERFORM SIZED-RTN THRU SIZED-RTN-END.
	   IF WS-SIZED NOT = 'Y'
	      MOVE SPACES TO WS-ADD-SIZE
	   ELSE
	      IF WS-ADD-SIZE = SPACES
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 103    TO S-CONTROL-ID
		 GO TO ADD-RTN-END
	      ELSE
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE WS-ADD-IT-KEY TO IZ-IT-KEY
		 MOVE WS-ADD-SIZE   TO IZ-SIZE
		 READ IZ-FILE INVALID
		      MOVE 100020 TO S-ERROR-CODE
		      MOVE 103    TO S-CONTROL-ID
		      GO TO ADD-RTN-END.

	   PERFORM IN-BASKET-RTN THRU IN-BASKET-RTN-END.

	   IF IT-STOCK-QTY < WS-ADD-QTY + WS-IT-HELD
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   IF WS-SIZED = 'Y' AND
	      IZ-STOCK-QTY < WS-ADD-QTY + WS-IZ-HELD
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   IF WS-FOUND = ZEROS
	      IF WS-BK-COUNT >= T-MAX
		 MOVE 'The basket is full - take payment first'
		      TO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 GO TO ADD-RTN-END
	      ELSE
		 ADD 1 TO WS-BK-COUNT
		 MOVE WS-BK-COUNT   TO WS-FOUND
		 MOVE WS-ADD-IT-KEY TO WS-BK-IT-KEY (WS-FOUND)
		 MOVE IT-DESC	    TO WS-BK-DESC (WS-FOUND)
		 MOVE WS-ADD-SIZE   TO WS-BK-SIZE (WS-FOUND)
		 MOVE ZEROS	    TO WS-BK-QTY (WS-FOUND)
		 MOVE IT-PRICE	    TO WS-BK-PRICE (WS-FOUND).

	   ADD WS-ADD-QTY TO WS-BK-QTY (WS-FOUND).
	   COMPUTE WS-BK-AMOUNT (WS-FOUND) =
		   WS-BK-PRICE (WS-FOUND) * WS-BK-QTY (WS-FOUND).
	   PERFORM TOTAL-RTN THRU TOTAL-RTN-END.

	   MOVE SPACES TO WS-ADD-IT-KEY, WS-ADD-SIZE, WS-STATUS-LINE.
	   MOVE ZEROS  TO WS-ADD-QTY.
	   MOVE 102 TO S-CONTROL-ID.

        ADD-RTN-END. EXIT.
      *******************************************************************
      * How much of the item (any size) and of the item in this size
      * the basket already holds, and which line carries this size.
        IN-BASKET-RTN.

	   MOVE ZEROS TO WS-IT-HELD, WS-IZ-HELD, WS-FOUND.
	   PERFORM IN-BASKET-LOOP THRU IN-BASKET-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BK-COUNT.

        IN-BASKET-RTN-END. EXIT.

        IN-BASKET-LOOP.

	   IF WS-BK-IT-KEY (WS-SUB) NOT = WS-ADD-IT-KEY
	      GO TO IN-BASKET-LOOP-END.

	   ADD WS-BK-QTY (WS-SUB) TO WS-IT-HELD.
	   IF WS-BK-SIZE (WS-SUB) = WS-ADD-SIZE
	      ADD WS-BK-QTY (WS-SUB) TO WS-IZ-HELD
	      MOVE WS-SUB TO WS-FOUND.

        IN-BASKET-LOOP-END. EXIT.
      *******************************************************************
      * F4: take the highlighted line back out of the basket.
        REMOVE-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO REMOVE-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-LINE = ZEROS OR WS-L-LINE > WS-BK-COUNT
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO REMOVE-RTN-END.

	   PERFORM SHIFT-LOOP THRU SHIFT-LOOP-END
		   VARYING WS-SUB FROM WS-L-LINE BY 1
		   UNTIL WS-SUB >= WS-BK-COUNT.
	   INITIALIZE WS-BK (WS-BK-COUNT).
	   SUBTRACT 1 FROM WS-BK-COUNT.
	   PERFORM TOTAL-RTN THRU TOTAL-RTN-END.

        REMOVE-RTN-END. EXIT.

        SHIFT-LOOP.

	   MOVE WS-BK (WS-SUB + 1) TO WS-BK (WS-SUB).

        SHIFT-LOOP-END. EXIT.
      *******************************************************************
        TOTAL-RTN.

	   MOVE ZEROS TO WS-TOTAL.
	   PERFORM TOTAL-LOOP THRU TOTAL-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BK-COUNT.
	   MOVE WS-TOTAL TO WS-SHOW-TOTAL.
	   MOVE ZEROS	 TO WS-CHANGE.
	   MOVE WS-CHANGE TO WS-SHOW-CHANGE.

        TOTAL-RTN-END. EXIT.

        TOTAL-LOOP.

	   ADD WS-BK-AMOUNT (WS-SUB) TO WS-TOTAL.

        TOTAL-LOOP-END. EXIT.
      *******************************************************************
      * F7: take the money. Cash must cover the total and the change
      * is shown before the sale is confirmed; card is taken for the
      * exact total. The sale number comes off CFIG-RL-SEQ, each line
      * is written with its tax portion and the stock comes off the
      * shelf, journalled the same way FMPO journals a receipt.
        PAY-RTN.

	   IF WS-BK-COUNT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-STD-KEY NOT = SPACES AND WS-STD-NAME = SPACES
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-METHOD NOT = 'C' AND WS-METHOD NOT = 'K'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   IF WS-METHOD = 'K'
	      MOVE WS-TOTAL TO WS-TENDERED.

	   IF WS-TENDERED < WS-TOTAL
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO PAY-RTN-END.

	   COMPUTE WS-CHANGE = WS-TENDERED - WS-TOTAL.
	   MOVE WS-CHANGE TO WS-SHOW-CHANGE.
	   DISPLAY PROCESS-SCR.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO PAY-RTN-END.

      * The day may have been closed from another desk since this
      * screen was opened.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-OPEN-KEY TO TS-KEY.
	   READ TS-FILE INVALID
		MOVE SPACE TO TS-STATUS-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF NOT TS-IS-OPEN
	      MOVE 'Cashier day is no longer open - sale not taken'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO PAY-RTN-END.

      * And the stock may have moved while the basket was filled.
	   MOVE 'N' TO WS-SHORT.
	   PERFORM RECHECK-LOOP THRU RECHECK-LOOP-END
		   VARYING WS-SUB2 FROM 1 BY 1
		   UNTIL WS-SUB2 > WS-BK-COUNT OR WS-SHORT = 'Y'.
	   IF WS-SHORT = 'Y'
	      MOVE SPACES TO WS-MSG
	      STRING 'Not enough stock left of ' WS-ADD-IT-KEY ' '
		     WS-ADD-SIZE
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE SPACES TO WS-ADD-IT-KEY, WS-ADD-SIZE
	      GO TO PAY-RTN-END.
	   MOVE SPACES TO WS-ADD-IT-KEY, WS-ADD-SIZE.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   PERFORM RL-SEQ-RTN THRU RL-SEQ-RTN-END.

	   MOVE ZEROS TO WS-TAX-TOTAL.
	   PERFORM LINE-POST-RTN THRU LINE-POST-RTN-END
		   VARYING WS-SUB2 FROM 1 BY 1
		   UNTIL WS-SUB2 > WS-BK-COUNT.

	   INITIALIZE RL-REC.
	   MOVE WS-RL-NO	TO RL-NO.
	   MOVE ZEROS		TO RL-SEQ.
	   PERFORM RL-COMMON-RTN THRU RL-COMMON-RTN-END.
	   MOVE SPACES		TO RL-HDR-DETAILS.
	   MOVE WS-METHOD	TO RL-TENDER.
	   MOVE WS-TOTAL	TO RL-TOTAL.
	   MOVE WS-TENDERED	TO RL-TENDERED.
	   MOVE WS-CHANGE	TO RL-CHANGE.
	   MOVE WS-BK-COUNT	TO RL-LINES.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE RL-REC.

	   PERFORM RECEIPT-RTN THRU RECEIPT-RTN-END.

	   MOVE WS-TOTAL  TO WS-EDIT-AMOUNT.
	   MOVE WS-CHANGE TO WS-EDIT-AMOUNT2.
	   MOVE SPACES TO WS-STATUS-LINE.
	   STRING 'Sale ' WS-RL-NO ': total ' WS-EDIT-AMOUNT
		  '  change ' WS-EDIT-AMOUNT2
		  DELIMITED BY SIZE INTO WS-STATUS-LINE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.

        PAY-RTN-END. EXIT.
      *******************************************************************
        RECHECK-LOOP.

	   MOVE WS-BK-IT-KEY (WS-SUB2) TO WS-ADD-IT-KEY.
	   MOVE WS-BK-SIZE (WS-SUB2)   TO WS-ADD-SIZE.
	   PERFORM IN-BASKET-RTN THRU IN-BASKET-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ADD-IT-KEY TO IT-KEY.
	   READ IT-FILE INVALID
		MOVE 'Y' TO WS-SHORT
		GO TO RECHECK-LOOP-END.
	   IF IT-STOCK-QTY < WS-IT-HELD
	      MOVE 'Y' TO WS-SHORT
	      GO TO RECHECK-LOOP-END.

	   IF WS-ADD-SIZE = SPACES
	      GO TO RECHECK-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ADD-IT-KEY TO IZ-IT-KEY.
	   MOVE WS-ADD-SIZE   TO IZ-SIZE.
	   READ IZ-FILE INVALID
		MOVE 'Y' TO WS-SHORT
		GO TO RECHECK-LOOP-END.
	   IF IZ-STOCK-QTY < WS-IZ-HELD
	      MOVE 'Y' TO WS-SHORT.

        RECHECK-LOOP-END. EXIT.
      *******************************************************************
        LINE-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-BK-IT-KEY (WS-SUB2) TO IT-KEY.
	   READ IT-FILE INVALID
		GO TO LINE-POST-RTN-END.

	   INITIALIZE RL-REC.
	   MOVE WS-RL-NO		TO RL-NO.
	   MOVE WS-SUB2			TO RL-SEQ.
	   PERFORM RL-COMMON-RTN THRU RL-COMMON-RTN-END.
	   MOVE WS-BK-IT-KEY (WS-SUB2)	TO RL-IT-KEY.
	   MOVE WS-BK-SIZE (WS-SUB2)	TO RL-SIZE.
	   MOVE WS-BK-QTY (WS-SUB2)	TO RL-QTY.
	   MOVE WS-BK-PRICE (WS-SUB2)	TO RL-PRICE.
	   MOVE WS-BK-AMOUNT (WS-SUB2)	TO RL-AMOUNT.
	   MOVE IT-TX-KEY		TO RL-TX-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING RL-TX-KEY, RL-DATE-DMY, RL-AMOUNT,
			RL-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.
	   ADD RL-TAX-AMOUNT TO WS-TAX-TOTAL.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE RL-REC.

	   SUBTRACT RL-QTY FROM IT-STOCK-QTY.
	   REWRITE IT-REC.
	   MOVE IT-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	   IF RL-SIZE = SPACES
	      GO TO LINE-POST-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE RL-IT-KEY TO IZ-IT-KEY.
	   MOVE RL-SIZE   TO IZ-SIZE.
	   READ IZ-FILE INVALID
		GO TO LINE-POST-RTN-END.

	   SUBTRACT RL-QTY FROM IZ-STOCK-QTY.
	   REWRITE IZ-REC.
	   MOVE 'IZ '  TO WS-JRNL-TAG.
	   MOVE IZ-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.
	   MOVE 'IT '  TO WS-JRNL-TAG.

        LINE-POST-RTN-END. EXIT.
      *******************************************************************
        RL-COMMON-RTN.

	   MOVE WS-OPEN-KEY	TO RL-TS-KEY.
	   MOVE WS-TODAY-DMY	TO RL-DATE-DMY.
	   MOVE WS-HHMM		TO RL-HHMM.
	   MOVE WS-OPERATOR	TO RL-OPERATOR.
	   MOVE WS-STD-KEY	TO RL-STD-KEY.
	   MOVE ZEROS		TO RL-PADDING.

        RL-COMMON-RTN-END. EXIT.
      *******************************************************************
        CLEAR-RTN.

	   INITIALIZE WS-BASKET.
	   MOVE SPACES TO WS-STD-KEY, WS-LAST-STD-KEY, WS-STD-NAME,
			  WS-ADD-IT-KEY, WS-ADD-SIZE, WS-METHOD.
	   MOVE ZEROS  TO WS-ADD-QTY, WS-TENDERED.
	   PERFORM TOTAL-RTN THRU TOTAL-RTN-END.
	   MOVE 101 TO S-CONTROL-ID.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
      * The basket as it stands.
        LIST-1-RTN.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BK-COUNT.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   INITIALIZE WS-REC.
	   MOVE WS-SUB		      TO WS-L-LINE.
	   MOVE WS-BK-IT-KEY (WS-SUB) TO WS-L-IT-KEY.
	   MOVE WS-BK-DESC (WS-SUB)   TO WS-L-DESC.
	   MOVE WS-BK-SIZE (WS-SUB)   TO WS-L-SIZE.
	   MOVE WS-BK-QTY (WS-SUB)    TO WS-L-QTY.
	   MOVE WS-BK-PRICE (WS-SUB)  TO WS-L-PRICE.
	   MOVE WS-BK-AMOUNT (WS-SUB) TO WS-L-AMOUNT.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        CLOCK-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

        CLOCK-RTN-END. EXIT.
      *******************************************************************
      * Draw the next sale number off the running sequence held on
      * the one CFIG-REC, under the record lock of the I-O open.
        RL-SEQ-RTN.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-RL-SEQ.
	   MOVE CFIG-RL-SEQ TO WS-RL-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

        RL-SEQ-RTN-END. EXIT.
      *******************************************************************
        RECEIPT-RTN.

	   MOVE 'RETAIL SALE RECEIPT' TO WS-SPL-NAME.
	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO RECEIPT-RTN-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO RECEIPT-RTN-END.

	   MOVE WS-RL-NO	TO RCPT-NO.
	   MOVE WS-TODAY-EDIT	TO RCPT-DMY.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   WRITE PRINT-REC FROM RCPT-HEADER.
	   WRITE PRINT-REC FROM RCPT-TITLE AFTER 2.
	   IF WS-STD-KEY NOT = SPACES
	      MOVE WS-STD-KEY  TO RCPT-STD-KEY
	      MOVE WS-STD-NAME TO RCPT-STD-NAME
	      WRITE PRINT-REC FROM RCPT-STD-LINE.
	   WRITE PRINT-REC FROM SPACE.

	   PERFORM RECEIPT-LOOP THRU RECEIPT-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BK-COUNT.

	   MOVE WS-TOTAL	TO RCPT-TOTAL.
	   MOVE WS-TAX-TOTAL	TO RCPT-TAX.
	   IF WS-METHOD = 'C'
	      MOVE 'PAID BY CASH        :' TO RCPT-TEND-TEXT
	   ELSE
	      MOVE 'PAID BY CARD        :' TO RCPT-TEND-TEXT.
	   MOVE WS-TENDERED	TO RCPT-TENDERED.
	   MOVE WS-CHANGE	TO RCPT-CHANGE.
	   MOVE WS-OPERATOR	TO RCPT-OPERATOR.
	   MOVE WS-OPEN-KEY	TO RCPT-SESSION.
	   WRITE PRINT-REC FROM RCPT-TOTAL-LINE AFTER 2.
	   WRITE PRINT-REC FROM RCPT-TAX-LINE.
	   WRITE PRINT-REC FROM RCPT-TEND-LINE.
	   WRITE PRINT-REC FROM RCPT-CHG-LINE.
	   WRITE PRINT-REC FROM RCPT-OPR-LINE AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

        RECEIPT-RTN-END. EXIT.

        RECEIPT-LOOP.

	   MOVE WS-BK-DESC (WS-SUB)   TO RCPT-DESC.
	   MOVE WS-BK-SIZE (WS-SUB)   TO RCPT-SIZE.
	   MOVE WS-BK-QTY (WS-SUB)    TO RCPT-QTY.
	   MOVE WS-BK-PRICE (WS-SUB)  TO RCPT-PRICE.
	   MOVE WS-BK-AMOUNT (WS-SUB) TO RCPT-AMOUNT.
	   WRITE PRINT-REC FROM RCPT-DETAIL.

        RECEIPT-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Front Desk Retail Sales' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
