      *					counted figures back to
      *					stock, journalled the way
      *					the keyed masters are
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sized items frozen, counted
      *					and posted a line per size
      *					against IZ-FILE, the item
      *					total moving by the same
      *					difference; a freeze clears
      *					the old sheet first
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.

       01 WS-REC.
	  03 WS-L-IT-KEY	PIC X(04).
	  03 WS-L-SIZE		PIC X(05).
	  03 WS-L-DESC		PIC X(24).
	  03 WS-L-FROZEN	PIC 9(05).
	  03 WS-L-COUNTED	PIC 9(05).
	  03 WS-COUNT-QTY	PIC 9(05).
	  03 WS-IT-EOF		PIC X(01).
	  03 WS-SK-EOF		PIC X(01).
	  03 WS-IZ-EOF		PIC X(01).
	  03 WS-SIZED		PIC X(01).
	  03 WS-DIFF		PIC S9(06).
	  03 WS-IS-ADMIN	PIC X(01).
	  03 WS-FROZE-COUNT	PIC 9(04).
	  03 WS-ADJ-COUNT	PIC 9(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(56) VALUE
	     'ITEM SIZE  DESCRIPTION            FROZEN COUNT  VARY'.

       01 PRT-DETAIL.
	  03 PRT-IT-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-SIZE		PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(22).
	  03 FIL		PIC X(01).
	  03 PRT-FROZEN		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	   03 LABEL LINE 03 COL 04
	      'F5=print count sheet  F7=variance + post (admin)'.
	   03 LABEL LINE 04.5 COL 04 'Item'.
	   03 LABEL COL 10 'Size'.
	   03 LABEL COL 16 'Description'.
	   03 LABEL COL 42 'Frozen'.
	   03 LABEL COL 50 'Count'.
	   03 LABEL COL 57 'Ok'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 5.5 COL 04 SIZE 58 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,5,10,34,39,44)
	      DISPLAY-COLUMNS 	= (1,10,16,42,50,57)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.

	   COPY '/z/y19b25/sp2/lib/fd/dcsk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcit'.
	   COPY '/z/y19b25/sp2/lib/fd/dciz'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   MOVE 'N' TO S-RUN.
	   OPEN I-O SK-FILE.
	   OPEN I-O IT-FILE.
	   OPEN I-O IZ-FILE.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING WS-IS-ADMIN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.

      * Floating Window
	   MOVE 'Stocktake' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SK-FILE.
	   CLOSE IT-FILE.
	   CLOSE IZ-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      *******************************************************************
      * The sheet is the stock figures as of this moment - one row
      * per item, counts cleared, ready for the store room walk. A
      * re-freeze restarts the stocktake. An item stocked by size
      * is frozen a row per size off IZ-FILE instead.
        FREEZE-RTN.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO FREEZE-RTN-END.

	   INITIALIZE SK-REC.
	   MOVE LOW-VALUES TO SK-KEY.
	   MOVE 'N' TO WS-SK-EOF.
	   START SK-FILE KEY >= SK-KEY INVALID
		 MOVE 'Y' TO WS-SK-EOF.
	   PERFORM CLEAR-LOOP THRU CLEAR-LOOP-END
		   UNTIL WS-SK-EOF = 'Y'.

	   MOVE ZEROS TO WS-FROZE-COUNT.
	   INITIALIZE IT-REC.
	   MOVE LOW-VALUES TO IT-KEY.
		MOVE 'Y' TO WS-IT-EOF
		GO TO FREEZE-LOOP-END.

	   MOVE 'N' TO WS-SIZED.
	   MOVE IT-KEY     TO IZ-IT-KEY.
	   MOVE LOW-VALUES TO IZ-SIZE.
	   MOVE 'N' TO WS-IZ-EOF.
	   START IZ-FILE KEY >= IZ-KEY INVALID
		 MOVE 'Y' TO WS-IZ-EOF.
	   PERFORM FREEZE-SIZE-LOOP THRU FREEZE-SIZE-LOOP-END
		   UNTIL WS-IZ-EOF = 'Y'.
	   IF WS-SIZED = 'Y'
	      GO TO FREEZE-LOOP-END.

	   INITIALIZE SK-REC.
	   MOVE IT-KEY		TO SK-IT-KEY.
	   MOVE SPACES		TO SK-SIZE.
	   MOVE IT-STOCK-QTY	TO SK-FROZEN-QTY.
	   PERFORM FREEZE-WRITE-RTN THRU FREEZE-WRITE-RTN-END.

        FREEZE-LOOP-END. EXIT.

        FREEZE-SIZE-LOOP.

	   READ IZ-FILE NEXT END
		MOVE 'Y' TO WS-IZ-EOF
		GO TO FREEZE-SIZE-LOOP-END.

	   IF IZ-IT-KEY NOT = IT-KEY
	      MOVE 'Y' TO WS-IZ-EOF
	      GO TO FREEZE-SIZE-LOOP-END.

	   MOVE 'Y' TO WS-SIZED.
	   INITIALIZE SK-REC.
	   MOVE IT-KEY		TO SK-IT-KEY.
	   MOVE IZ-SIZE		TO SK-SIZE.
	   MOVE IZ-STOCK-QTY	TO SK-FROZEN-QTY.
	   PERFORM FREEZE-WRITE-RTN THRU FREEZE-WRITE-RTN-END.

        FREEZE-SIZE-LOOP-END. EXIT.

        FREEZE-WRITE-RTN.

	   MOVE ZEROS		TO SK-COUNTED-QTY, SK-PADDING.
	   MOVE 'N'		TO SK-COUNTED-FLAG.
	   MOVE WS-TODAY-DMY	TO SK-FREEZE-DMY.
		 REWRITE SK-REC.
	   ADD 1 TO WS-FROZE-COUNT.

        FREEZE-WRITE-RTN-END. EXIT.

      * Rows left from the last sheet go first, so an item or size
      * dropped since then cannot be posted from a stale line.
        CLEAR-LOOP.

	   READ SK-FILE NEXT END
		MOVE 'Y' TO WS-SK-EOF
		GO TO CLEAR-LOOP-END.

	   DELETE SK-FILE.

        CLEAR-LOOP-END. EXIT.
      *******************************************************************
        COUNT-RTN.


	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-L-IT-KEY TO SK-IT-KEY.
	   MOVE WS-L-SIZE   TO SK-SIZE.
	   READ SK-FILE INVALID
		GO TO COUNT-RTN-END.

	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SK-IT-KEY	TO PRT-IT-KEY.
	   MOVE SK-SIZE		TO PRT-SIZE.
	   MOVE IT-DESC		TO PRT-DESC.
	   MOVE SK-FROZEN-QTY	TO PRT-FROZEN.
	   MOVE SK-COUNTED-QTY	TO PRT-COUNTED.
	   WRITE PRINT-REC FROM PRT-DETAIL.

      * The posting pass: a counted line that disagrees with the
      * live figure becomes the live figure, on the record. A size
      * line corrects its size and moves the item total with it.
	   IF WS-PASS = 'P' AND SK-IS-COUNTED AND SK-SIZE NOT = SPACES
	      PERFORM POST-SIZE-RTN THRU POST-SIZE-RTN-END
	      GO TO SHEET-BODY-LOOP-END.

	   IF WS-PASS = 'P' AND SK-IS-COUNTED
	      IF SK-COUNTED-QTY NOT = IT-STOCK-QTY
		 MOVE SK-COUNTED-QTY TO IT-STOCK-QTY
	   END-IF.

        SHEET-BODY-LOOP-END. EXIT.

        POST-SIZE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SK-IT-KEY TO IZ-IT-KEY.
	   MOVE SK-SIZE   TO IZ-SIZE.
	   READ IZ-FILE INVALID
		GO TO POST-SIZE-RTN-END.

	   IF SK-COUNTED-QTY = IZ-STOCK-QTY
	      GO TO POST-SIZE-RTN-END.

	   COMPUTE WS-DIFF = SK-COUNTED-QTY - IZ-STOCK-QTY.
	   MOVE SK-COUNTED-QTY TO IZ-STOCK-QTY.
	   REWRITE IZ-REC.
	   MOVE 'IZ '  TO WS-JRNL-TAG.
	   MOVE IZ-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.
	   MOVE 'IT '  TO WS-JRNL-TAG.
	   ADD 1 TO WS-ADJ-COUNT.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SK-IT-KEY TO IT-KEY.
	   READ IT-FILE INVALID
		GO TO POST-SIZE-RTN-END.

	   IF IT-STOCK-QTY + WS-DIFF < ZEROS
	      MOVE ZEROS TO IT-STOCK-QTY
	   ELSE
	      COMPUTE IT-STOCK-QTY = IT-STOCK-QTY + WS-DIFF.
	   REWRITE IT-REC.
	   MOVE IT-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

        POST-SIZE-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.


	   INITIALIZE WS-REC.
	   MOVE SK-IT-KEY	TO WS-L-IT-KEY.
	   MOVE SK-SIZE		TO WS-L-SIZE.
	   MOVE IT-DESC		TO WS-L-DESC.
	   MOVE SK-FROZEN-QTY	TO WS-L-FROZEN.
	   MOVE SK-COUNTED-QTY	TO WS-L-COUNTED.
        MSG-RTN.

	   MOVE 'Stocktake' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
