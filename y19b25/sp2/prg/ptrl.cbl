       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTRL.

      * DAILY RETAIL SALES BY ITEM
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One day's front-desk
      *					retail sales off RL-FILE,
      *					item by item and size by
      *					size: quantity, gross, tax
      *					and net, with the day's
      *					sales count and the cash
      *					and card taken
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcrl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdrl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbrl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DAILY RETAIL SALES BY ITEM'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MAX		VALUE 500.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-DATE		PIC X(01).
	  03 WS-DATE-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-RL-EOF		PIC X(01).
	  03 WS-SUB		PIC 9(03).
	  03 WS-SORT-I		PIC 9(03).
	  03 WS-SORT-J		PIC 9(03).
	  03 WS-SORT-K		PIC 9(03).
	  03 WS-TOT-SALES	PIC 9(06).
	  03 WS-TOT-QTY		PIC 9(07).
	  03 WS-TOT-GROSS	PIC 9(08)V9(02).
	  03 WS-TOT-TAX		PIC 9(08)V9(02).
	  03 WS-TOT-CASH	PIC 9(08)V9(02).
	  03 WS-TOT-CARD	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

      * One bucket per item and size sold on the day.
       01 WS-SI-TABLE.
	  03 WS-SI-COUNT	PIC 9(03).
	  03 WS-SI OCCURS T-MAX.
	     05 WS-SI-KEY.
		07 WS-SI-IT-KEY	PIC X(04).
		07 WS-SI-SIZE	PIC X(05).
	     05 WS-SI-QTY	PIC 9(06).
	     05 WS-SI-GROSS	PIC 9(08)V9(02).
	     05 WS-SI-TAX	PIC 9(08)V9(02).

       01 WS-SI-HOLD.
	  03 FIL		PIC X(09).
	  03 FIL		PIC 9(06).
	  03 FIL		PIC 9(08)V9(02).
	  03 FIL		PIC 9(08)V9(02).

       01 WS-SI-NEW-KEY.
	  03 WS-SI-NEW-IT-KEY	PIC X(04).
	  03 WS-SI-NEW-SIZE	PIC X(05).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(41) VALUE
	     'REPORT TITLE: DAILY RETAIL SALES BY ITEM'.
	  03 FIL		PIC X(12) VALUE 'SALES DATE :'.
	  03 PRT-SALE-DMY	PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'ITEM DESCRIPTION          SIZE     QTY  '.
	  03 FIL		PIC X(40) VALUE
	     '      GROSS        TAX          NET'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- -------------------- ----- ------ -'.
	  03 FIL		PIC X(40) VALUE
	     '----------- ---------- ------------'.

       01 PRT-DETAIL.
	  03 PRT-IT-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-IT-DESC	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-SIZE		PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-QTY		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-GROSS		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-TAX		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-NET		PIC Z,ZZZ,ZZ9.99.

       01 PRT-TOTAL.
	  03 PRT-TOT-DESC	PIC X(30).
	  03 PRT-TOT-AMOUNT	PIC ZZ,ZZZ,ZZ9.99.

       01 PRT-COUNT.
	  03 PRT-CNT-DESC	PIC X(30).
	  03 PRT-CNT		PIC Z(10)9.

       01 PRT-END.
	  03 FIL		PIC X(26) VALUE
	     '* END OF REPORT * TIME :'.
	  03 PRT-END-HHMM	PIC X(07).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Sales Date:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 20 PIC 99/99/9999
	     USING WS-DATE-DMY.
	  03 LABEL LINE 04 COL 02
	     'Print Daily Retail Sales?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcrl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcit'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT RL-FILE.
	   OPEN INPUT IT-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-DATE-DMY.

	   MOVE 'Daily Retail Sales by Item' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE RL-FILE.
	   CLOSE IT-FILE.
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

	   IF WS-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-DATE-DMY TO PRT-SALE-DMY.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'SALES DATE ' PRT-SALE-DMY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   MOVE ZEROS TO WS-TOT-SALES, WS-TOT-QTY, WS-TOT-GROSS,
			 WS-TOT-TAX, WS-TOT-CASH, WS-TOT-CARD.
	   INITIALIZE WS-SI-TABLE.

      * Sale numbers run on through the days, so the whole file is
      * read and the day picked out.
	   INITIALIZE RL-REC.
	   MOVE ZEROS TO RL-KEY.
	   MOVE 'N' TO WS-RL-EOF.
	   START RL-FILE KEY >= RL-KEY INVALID
		 MOVE 'Y' TO WS-RL-EOF.
	   PERFORM RL-LOOP THRU RL-LOOP-END
		   UNTIL WS-RL-EOF = 'Y'.

	   PERFORM SORT-PASS-RTN THRU SORT-PASS-RTN-END
		   VARYING WS-SORT-I FROM 1 BY 1
		   UNTIL WS-SORT-I >= WS-SI-COUNT.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM PRT-ITEM-RTN THRU PRT-ITEM-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-SI-COUNT.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The sale row (line 00) gives the tender; item lines go into
      * their item and size bucket.
        RL-LOOP.

	   READ RL-FILE NEXT END
		MOVE 'Y' TO WS-RL-EOF
		GO TO RL-LOOP-END.

	   IF RL-DATE-DMY NOT = WS-DATE-DMY
	      GO TO RL-LOOP-END.

	   IF RL-SEQ = ZEROS
	      ADD 1 TO WS-TOT-SALES
	      IF RL-BY-CARD
		 ADD RL-TOTAL TO WS-TOT-CARD
	      ELSE
		 ADD RL-TOTAL TO WS-TOT-CASH
	      END-IF
	      GO TO RL-LOOP-END.

	   ADD RL-QTY	     TO WS-TOT-QTY.
	   ADD RL-AMOUNT     TO WS-TOT-GROSS.
	   ADD RL-TAX-AMOUNT TO WS-TOT-TAX.

	   MOVE RL-IT-KEY TO WS-SI-NEW-IT-KEY.
	   MOVE RL-SIZE   TO WS-SI-NEW-SIZE.
	   PERFORM SI-FIND-RTN THRU SI-FIND-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-SI-COUNT
		   OR WS-SI-KEY (WS-SUB) = WS-SI-NEW-KEY.

	   IF WS-SUB > WS-SI-COUNT
	      IF WS-SI-COUNT >= T-MAX
		 GO TO RL-LOOP-END
	      END-IF
	      ADD 1 TO WS-SI-COUNT
	      MOVE WS-SI-NEW-KEY TO WS-SI-KEY (WS-SI-COUNT)
	      MOVE WS-SI-COUNT	 TO WS-SUB.

	   ADD RL-QTY	     TO WS-SI-QTY (WS-SUB).
	   ADD RL-AMOUNT     TO WS-SI-GROSS (WS-SUB).
	   ADD RL-TAX-AMOUNT TO WS-SI-TAX (WS-SUB).

        RL-LOOP-END. EXIT.

        SI-FIND-RTN.

	   CONTINUE.

        SI-FIND-RTN-END. EXIT.

      ********************************************************************
      * Exchange sort of the buckets into item and size order.
        SORT-PASS-RTN.

	   PERFORM SORT-CMP-RTN THRU SORT-CMP-RTN-END
		   VARYING WS-SORT-J FROM 1 BY 1
		   UNTIL WS-SORT-J > WS-SI-COUNT - WS-SORT-I.

        SORT-PASS-RTN-END. EXIT.

        SORT-CMP-RTN.

	   COMPUTE WS-SORT-K = WS-SORT-J + 1.
	   IF WS-SI-KEY (WS-SORT-J) > WS-SI-KEY (WS-SORT-K)
	      MOVE WS-SI (WS-SORT-J) TO WS-SI-HOLD
	      MOVE WS-SI (WS-SORT-K) TO WS-SI (WS-SORT-J)
	      MOVE WS-SI-HOLD	     TO WS-SI (WS-SORT-K).

        SORT-CMP-RTN-END. EXIT.

      ********************************************************************
        PRT-ITEM-RTN.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE WS-SI-IT-KEY (WS-SUB) TO PRT-IT-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SI-IT-KEY (WS-SUB) TO IT-KEY.
	   READ IT-FILE INVALID
		MOVE SPACES  TO PRT-IT-DESC
	   NOT INVALID
		MOVE IT-DESC TO PRT-IT-DESC
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SI-SIZE (WS-SUB)  TO PRT-SIZE.
	   MOVE WS-SI-QTY (WS-SUB)   TO PRT-QTY.
	   MOVE WS-SI-GROSS (WS-SUB) TO PRT-GROSS.
	   MOVE WS-SI-TAX (WS-SUB)   TO PRT-TAX.
	   COMPUTE PRT-NET = WS-SI-GROSS (WS-SUB) - WS-SI-TAX (WS-SUB).
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-ITEM-RTN-END. EXIT.

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

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 48
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-LINE.
	   MOVE 'SALES TAKEN              :' TO PRT-CNT-DESC.
	   MOVE WS-TOT-SALES TO PRT-CNT.
	   WRITE PRINT-REC FROM PRT-COUNT AFTER 2.
	   MOVE 'ITEMS SOLD               :' TO PRT-CNT-DESC.
	   MOVE WS-TOT-QTY TO PRT-CNT.
	   WRITE PRINT-REC FROM PRT-COUNT.

	   MOVE 'GROSS SALES              :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-GROSS TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.
	   MOVE 'SALES TAX                :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-TAX TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE 'NET SALES                :' TO PRT-TOT-DESC.
	   COMPUTE PRT-TOT-AMOUNT = WS-TOT-GROSS - WS-TOT-TAX.
	   WRITE PRINT-REC FROM PRT-TOTAL.

	   MOVE 'TAKEN IN CASH            :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-CASH TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL AFTER 2.
	   MOVE 'TAKEN BY CARD            :' TO PRT-TOT-DESC.
	   MOVE WS-TOT-CARD TO PRT-TOT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  PRT-SYS-DMY, PRT-END-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
