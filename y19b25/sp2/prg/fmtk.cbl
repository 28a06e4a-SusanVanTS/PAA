       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMTK.

      * GATE TICKET SALES AND CASH-UP
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Spectator tickets sold on
      *					the door by the signed-on
      *					gate operator: numbers drawn
      *					off the type's TT-FILE stock
      *					and each sale kept on
      *					TK-FILE by cash or card; the
      *					operator's float and counted
      *					cash and card go to TC-FILE
      *					at close with the variance
      *					against what was issued
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctk'.
	   COPY '/z/y19b25/sp2/lib/fd/fctt'.
	   COPY '/z/y19b25/sp2/lib/fd/fctc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 10.

       01 WS-REC.
	  03 WS-L-SEQ		  PIC 9(06).
	  03 WS-L-CODE		  PIC X(01).
	  03 WS-L-QTY		  PIC ZZ9.
	  03 WS-L-NUMBERS	  PIC X(13).
	  03 WS-L-METHOD	  PIC X(04).
	  03 WS-L-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-L-VOID		  PIC X(01).

       01 WS-MISC.
	  03 WS-EV-KEY		  PIC X(04).
	  03 WS-LAST-EV-KEY	  PIC X(04) VALUE SPACES.
	  03 WS-EV-NAME		  PIC X(30).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-CODE		  PIC X(01).
	  03 WS-QTY		  PIC 9(03).
	  03 WS-METHOD		  PIC X(01).
	  03 WS-SEQ		  PIC 9(06).
	  03 WS-FLOAT		  PIC 9(06)V9(02).
	  03 WS-CASH-COUNTED	  PIC 9(06)V9(02).
	  03 WS-CARD-COUNTED	  PIC 9(06)V9(02).
	  03 WS-CASH-ISSUED	  PIC 9(07)V9(02).
	  03 WS-CARD-ISSUED	  PIC 9(07)V9(02).
	  03 WS-VARIANCE	  PIC S9(07)V9(02).
	  03 WS-AMOUNT		  PIC 9(06)V9(02).
	  03 WS-LAST-NO		  PIC 9(07).
	  03 WS-NEW-TC		  PIC X(01).
	  03 WS-TK-EOF		  PIC X(01).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-EDIT-AMOUNT	  PIC ZZZ,ZZ9.99.
	  03 WS-EDIT-AMOUNT2	  PIC ZZZ,ZZ9.99.
	  03 WS-EDIT-VARIANCE	  PIC ---,--9.99.
	  03 WS-EDIT-FIRST	  PIC 9(06).
	  03 WS-EDIT-LAST	  PIC 9(06).
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-CASHUP-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Event Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(04)
	      USING WS-EV-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL COL + 2 PIC X(30) FROM WS-EV-NAME.
	   03 LABEL LINE 02 COL 04 'Gate Operator:'.
	   03 LABEL COL + 2 PIC X(08) FROM WS-OPERATOR.
	   03 LABEL LINE 03.5 COL 04 'Ticket Type:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(01)
	      USING WS-CODE BELL UPPER.
	   03 LABEL COL + 3 'Quantity:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC ZZ9
	      USING WS-QTY.
	   03 LABEL COL + 3 'Paid By:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC X(01)
	      USING WS-METHOD BELL UPPER.
	   03 LABEL COL + 2 '(C cash, K card)'.
	   03 LABEL LINE 04.5 COL 04 'Sale No:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC Z(05)9
	      USING WS-SEQ.
	   03 LABEL COL + 2 '(to void)'.
	   03 LABEL LINE 05.5 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 07 COL 04 'Cash-Up  Float:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-FLOAT.
	   03 LABEL COL + 3 'Cash Counted:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-CASH-COUNTED.
	   03 LABEL COL + 3 'Card Total:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-CARD-COUNTED.
	   03 LABEL LINE 08 COL 04 PIC X(70) FROM WS-CASHUP-LINE.
	   03 LABEL LINE 09 COL 04
	      'F4=sell  F6=void sale  F7=save cash-up'.
	   03 LABEL LINE 10.5 COL 04 'Sale No'.
	   03 LABEL COL 12 'T'.
	   03 LABEL COL 15 'Qty'.
	   03 LABEL COL 20 'Ticket Nos'.
	   03 LABEL COL 35 'Paid'.
	   03 LABEL COL 45 'Amount'.
	   03 LABEL COL 58 'V'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 11.5 COL 04 SIZE 60 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,7,8,11,24,28,38)
	      DISPLAY-COLUMNS 	= (1,9,12,17,32,40,55)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctk'.
	   COPY '/z/y19b25/sp2/lib/fd/dctt'.
	   COPY '/z/y19b25/sp2/lib/fd/dctc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   TK-FILE.
	   OPEN I-O   TT-FILE.
	   OPEN I-O   TC-FILE.
	   OPEN INPUT EV-FILE.

	   MOVE SPACES TO WS-OPERATOR.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

      * Floating Window
	   MOVE 'Gate Ticket Sales' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TK-FILE.
	   CLOSE TT-FILE.
	   CLOSE TC-FILE.
	   CLOSE EV-FILE.
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
	      CALL   '/z/y19b25/sp2/prg/hpev' USING WS-EV-KEY,S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpev'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.
	   MOVE EV-NAME TO WS-EV-NAME.

      * A new event brings up the operator's sales and any count
      * already saved for it.
	   IF WS-EV-KEY NOT = WS-LAST-EV-KEY
	      MOVE WS-EV-KEY TO WS-LAST-EV-KEY
	      PERFORM TC-LOAD-RTN THRU TC-LOAD-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SELL-RTN THRU SELL-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM VOID-RTN THRU VOID-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM CASHUP-RTN THRU CASHUP-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-SEQ TO WS-SEQ
		 MOVE 108      TO S-CONTROL-ID
	      END-IF.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F4: a door sale. The numbers run on from the type's next
      * ticket and may not pass the end of its stock; the sale takes
      * the next number off the CFIG-REC sequence.
        SELL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE WS-CODE	  TO TT-CODE.
	   READ TT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO SELL-RTN-END.

	   IF WS-QTY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SELL-RTN-END.

	   IF WS-METHOD NOT = 'C' AND WS-METHOD NOT = 'K'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SELL-RTN-END.

	   COMPUTE WS-LAST-NO = TT-NEXT-NO + WS-QTY - 1.
	   IF WS-LAST-NO > TT-LAST-NO
	      MOVE 'Not enough ticket stock left for this type'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO SELL-RTN-END.

	   COMPUTE WS-AMOUNT = TT-PRICE * WS-QTY.
	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   PERFORM TK-SEQ-RTN THRU TK-SEQ-RTN-END.

	   INITIALIZE TK-REC.
	   MOVE WS-EV-KEY	TO TK-EV-KEY, TK-ALT-EV-KEY.
	   MOVE WS-SEQ		TO TK-SEQ.
	   MOVE WS-OPERATOR	TO TK-OPERATOR.
	   MOVE SPACES		TO TK-REF.
	   MOVE WS-CODE		TO TK-CODE.
	   MOVE WS-QTY		TO TK-QTY.
	   MOVE TT-NEXT-NO	TO TK-FIRST-NO.
	   MOVE WS-LAST-NO	TO TK-LAST-NO.
	   MOVE 'D'		TO TK-CHANNEL.
	   MOVE WS-METHOD	TO TK-PAY-METHOD.
	   MOVE WS-AMOUNT	TO TK-AMOUNT.
	   MOVE WS-TODAY-DMY	TO TK-DATE-DMY.
	   MOVE WS-HHMM		TO TK-HHMM.
	   MOVE SPACE		TO TK-VOID-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE TK-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SELL-RTN-END.

	   COMPUTE TT-NEXT-NO = WS-LAST-NO + 1.
	   REWRITE TT-REC.

	   MOVE WS-AMOUNT   TO WS-EDIT-AMOUNT.
	   MOVE TK-FIRST-NO TO WS-EDIT-FIRST.
	   MOVE TK-LAST-NO  TO WS-EDIT-LAST.
	   MOVE SPACES TO WS-STATUS-LINE.
	   STRING 'Sale ' WS-SEQ ': tickets ' WS-EDIT-FIRST '-'
		  WS-EDIT-LAST '  take ' WS-EDIT-AMOUNT
		  DELIMITED BY SIZE INTO WS-STATUS-LINE.
	   MOVE ZEROS TO WS-QTY.
	   MOVE 103 TO S-CONTROL-ID.

        SELL-RTN-END. EXIT.
      *******************************************************************
      * F6: a door sale taken back - only the operator's own and
      * before they have cashed up. The ticket numbers stay spent.
        VOID-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO TK-EV-KEY.
	   MOVE WS-SEQ	  TO TK-SEQ.
	   READ TK-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 108    TO S-CONTROL-ID
		GO TO VOID-RTN-END.

	   IF TK-OPERATOR NOT = WS-OPERATOR OR NOT TK-AT-DOOR
	      OR TK-IS-VOID
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO VOID-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY   TO TC-EV-KEY.
	   MOVE WS-OPERATOR TO TC-OPERATOR.
	   READ TC-FILE NOT INVALID
		MOVE 'Already cashed up - the sale stands' TO WS-MSG
		PERFORM MSG-RTN THRU MSG-RTN-END
		GO TO VOID-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO VOID-RTN-END.

	   MOVE 'V' TO TK-VOID-FLAG.
	   REWRITE TK-REC.
	   MOVE SPACES TO WS-STATUS-LINE.
	   STRING 'Sale ' WS-SEQ ' voided'
		  DELIMITED BY SIZE INTO WS-STATUS-LINE.
	   MOVE ZEROS TO WS-SEQ.

        VOID-RTN-END. EXIT.
      *******************************************************************
      * F7: the operator's close - float, cash in the tin and the
      * card terminal total, saved against the event. Keyed again
      * it replaces the earlier count.
        CASHUP-RTN.

	   PERFORM ISSUED-RTN THRU ISSUED-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO CASHUP-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY   TO TC-EV-KEY.
	   MOVE WS-OPERATOR TO TC-OPERATOR.
	   READ TC-FILE INVALID
		MOVE 'Y' TO WS-NEW-TC
	   NOT INVALID
		MOVE 'N' TO WS-NEW-TC
	   END-READ.

	   MOVE WS-FLOAT	TO TC-FLOAT.
	   MOVE WS-CASH-COUNTED TO TC-CASH-COUNTED.
	   MOVE WS-CARD-COUNTED TO TC-CARD-COUNTED.
	   MOVE WS-TODAY-DMY	TO TC-DATE-DMY.
	   MOVE WS-HHMM		TO TC-HHMM.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-TC = 'Y'
	      MOVE ZEROS TO TC-PADDING
	      WRITE TC-REC
	   ELSE
	      REWRITE TC-REC.

	   PERFORM CASHUP-LINE-RTN THRU CASHUP-LINE-RTN-END.

        CASHUP-RTN-END. EXIT.
      *******************************************************************
      * What the operator's live door sales of the event should have
      * put in the tin and through the terminal.
        ISSUED-RTN.

	   MOVE ZEROS TO WS-CASH-ISSUED, WS-CARD-ISSUED.
	   INITIALIZE TK-REC.
	   MOVE WS-EV-KEY   TO TK-ALT-EV-KEY.
	   MOVE WS-OPERATOR TO TK-OPERATOR.
	   MOVE 'N' TO WS-TK-EOF.
	   START TK-FILE KEY >= TK-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TK-EOF.
	   PERFORM ISSUED-LOOP THRU ISSUED-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.

        ISSUED-RTN-END. EXIT.

        ISSUED-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO ISSUED-LOOP-END.

	   IF TK-ALT-EV-KEY NOT = WS-EV-KEY
	      OR TK-OPERATOR NOT = WS-OPERATOR
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO ISSUED-LOOP-END.

	   IF TK-IS-VOID OR NOT TK-AT-DOOR
	      GO TO ISSUED-LOOP-END.

	   IF TK-BY-CASH
	      ADD TK-AMOUNT TO WS-CASH-ISSUED
	   ELSE
	      ADD TK-AMOUNT TO WS-CARD-ISSUED.

        ISSUED-LOOP-END. EXIT.
      *******************************************************************
      * Cash expected is the float plus cash sales; the variance is
      * what was counted over (or under) what was issued.
        CASHUP-LINE-RTN.

	   COMPUTE WS-VARIANCE = WS-CASH-COUNTED + WS-CARD-COUNTED
			       - WS-FLOAT - WS-CASH-ISSUED
			       - WS-CARD-ISSUED.
	   MOVE WS-CASH-ISSUED TO WS-EDIT-AMOUNT.
	   MOVE WS-CARD-ISSUED TO WS-EDIT-AMOUNT2.
	   MOVE WS-VARIANCE    TO WS-EDIT-VARIANCE.
	   MOVE SPACES TO WS-CASHUP-LINE.
	   STRING 'Issued cash ' WS-EDIT-AMOUNT ' card ' WS-EDIT-AMOUNT2
		  '  variance ' WS-EDIT-VARIANCE
		  DELIMITED BY SIZE INTO WS-CASHUP-LINE.

        CASHUP-LINE-RTN-END. EXIT.
      *******************************************************************
        TC-LOAD-RTN.

	   MOVE ZEROS  TO WS-FLOAT, WS-CASH-COUNTED, WS-CARD-COUNTED,
			  WS-SEQ, WS-QTY.
	   MOVE SPACES TO WS-CASHUP-LINE, WS-STATUS-LINE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY   TO TC-EV-KEY.
	   MOVE WS-OPERATOR TO TC-OPERATOR.
	   READ TC-FILE INVALID
		GO TO TC-LOAD-RTN-END.

	   MOVE TC-FLOAT	TO WS-FLOAT.
	   MOVE TC-CASH-COUNTED TO WS-CASH-COUNTED.
	   MOVE TC-CARD-COUNTED TO WS-CARD-COUNTED.
	   PERFORM ISSUED-RTN THRU ISSUED-RTN-END.
	   PERFORM CASHUP-LINE-RTN THRU CASHUP-LINE-RTN-END.

        TC-LOAD-RTN-END. EXIT.
      *******************************************************************
      * The operator's sales of the event.
        LIST-1-RTN.

	   INITIALIZE TK-REC.
	   MOVE WS-EV-KEY   TO TK-ALT-EV-KEY.
	   MOVE WS-OPERATOR TO TK-OPERATOR.
	   MOVE 'N' TO WS-TK-EOF.
	   START TK-FILE KEY >= TK-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-TK-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO LIST-1-LOOP-END.

	   IF TK-ALT-EV-KEY NOT = WS-EV-KEY
	      OR TK-OPERATOR NOT = WS-OPERATOR
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE TK-SEQ	     TO WS-L-SEQ.
	   MOVE TK-CODE	     TO WS-L-CODE.
	   MOVE TK-QTY	     TO WS-L-QTY.
	   STRING TK-FIRST-NO '-' TK-LAST-NO
		  DELIMITED BY SIZE INTO WS-L-NUMBERS.
	   IF TK-BY-CASH
	      MOVE 'CASH' TO WS-L-METHOD
	   ELSE
	      MOVE 'CARD' TO WS-L-METHOD.
	   MOVE TK-AMOUNT    TO WS-L-AMOUNT.
	   MOVE TK-VOID-FLAG TO WS-L-VOID.
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
        TK-SEQ-RTN.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-TK-SEQ.
	   MOVE CFIG-TK-SEQ TO WS-SEQ.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

        TK-SEQ-RTN-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Gate Ticket Sales' TO S-WINDOW-TITLE.
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
