      *					journalled - so the stock
      *					figure has a paper trail in
      *					both directions
      * VAN TZE SHAN 	15/10/26 WO	PAA	Lines carry the size for
      *					items stocked by size; F5
      *					pulls a line per size under
      *					its own reorder level and
      *					F7 raises that size's stock
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpo'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpo'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
       01 WS-REC.
	  03 WS-L-SEQ		PIC 9(02).
	  03 WS-L-IT-KEY	PIC X(04).
	  03 WS-L-SIZE		PIC X(05).
	  03 WS-L-DESC		PIC X(24).
	  03 WS-L-QTY		PIC 9(05).
	  03 WS-L-COST		PIC 9(06)V9(02).
	  03 WS-PO-NO		PIC 9(06).
	  03 WS-SU-KEY		PIC X(04).
	  03 WS-IT-KEY		PIC X(04).
	  03 WS-SIZE		PIC X(05).
	  03 WS-QTY		PIC 9(05).
	  03 WS-COST		PIC 9(06)V9(02).
	  03 WS-PO-EOF		PIC X(01).
	  03 WS-IT-EOF		PIC X(01).
	  03 WS-IZ-EOF		PIC X(01).
	  03 WS-SIZED		PIC X(01).
	  03 WS-SZ-IT-KEY	PIC X(04).
	  03 WS-PULL-SIZE	PIC X(05).
	  03 WS-PULL-QTY	PIC 9(05).
	  03 WS-NEXT-SEQ	PIC 9(02).
	  03 WS-PULL-COUNT	PIC 9(03).
	  03 WS-MSG		PIC X(60).
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 103.
	   03 LABEL COL + 2 'Size:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC X(05)
	      USING WS-SIZE BELL UPPER.
	   03 LABEL COL + 2 'Qty:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC ZZZZ9
	      USING WS-QTY.
	      'F8=add line  F5=pull reorder list  F7=receive line'.
	   03 LABEL LINE 05.5 COL 04 'Sq'.
	   03 LABEL COL 08 'Item'.
	   03 LABEL COL 14 'Size'.
	   03 LABEL COL 20 'Description'.
	   03 LABEL COL 46 'Qty'.
	   03 LABEL COL 53 'Cost'.
	   03 LABEL COL 63 'St'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 6.5 COL 04 SIZE 62 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,3,7,12,36,41,49)
	      DISPLAY-COLUMNS 	= (1,8,14,20,46,53,63)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   OPEN I-O   PO-FILE.
	   OPEN INPUT SU-FILE.
	   OPEN I-O   IT-FILE.
	   OPEN I-O   IZ-FILE.
	   OPEN I-O   CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING

      * Floating Window
	   MOVE 'Purchase Orders / Goods Receipt' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE PO-FILE.
	   CLOSE SU-FILE.
	   CLOSE IT-FILE.
	   CLOSE IZ-FILE.
	   CLOSE CFIG-FILE.
	   EXIT PROGRAM.
	   STOP RUN.
	      MOVE 103 TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

      * An item stocked by size is ordered by size - the size has to
      * be one the item carries on IZ-FILE.
	   MOVE WS-IT-KEY TO WS-SZ-IT-KEY.
	   PERFORM SIZED-RTN THRU SIZED-RTN-END.
	   IF WS-SIZED = 'Y' AND WS-SIZE = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO ADD-LINE-RTN-END.

	   IF WS-SIZED = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-IT-KEY TO IZ-IT-KEY
	      MOVE WS-SIZE   TO IZ-SIZE
	      READ IZ-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 106    TO S-CONTROL-ID
		   GO TO ADD-LINE-RTN-END.

	   IF WS-QTY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	   MOVE 'O'		TO PO-STATUS-FLAG.
	   MOVE WS-TODAY-DMY	TO PO-ORDER-DMY.
	   MOVE ZEROS		TO PO-RCV-DMY, PO-PADDING.
	   MOVE WS-SIZE		TO PO-SIZE.
	   WRITE PO-REC.

	   MOVE SPACES TO WS-IT-KEY, WS-SIZE.
	   MOVE ZEROS  TO WS-QTY, WS-COST.

        ADD-LINE-RTN-END. EXIT.
      * item at or under its reorder point goes on the order at the
      * reorder quantity and the item's selling price as a cost
      * placeholder - the clerk corrects what the invoice says.
      * An item stocked by size is pulled a line per size, each
      * against the size's own reorder level and quantity.
        PULL-RTN.

	   IF WS-SU-KEY = SPACES
		MOVE 'Y' TO WS-IT-EOF
		GO TO PULL-LOOP-END.

	   MOVE IT-KEY TO WS-SZ-IT-KEY.
	   PERFORM SIZED-RTN THRU SIZED-RTN-END.
	   IF WS-SIZED = 'Y'
	      MOVE IT-KEY     TO IZ-IT-KEY
	      MOVE LOW-VALUES TO IZ-SIZE
	      MOVE 'N' TO WS-IZ-EOF
	      START IZ-FILE KEY >= IZ-KEY INVALID
		    MOVE 'Y' TO WS-IZ-EOF
	      END-START
	      PERFORM PULL-SIZE-LOOP THRU PULL-SIZE-LOOP-END
		      UNTIL WS-IZ-EOF = 'Y'
	      GO TO PULL-LOOP-END.

	   IF IT-STOCK-QTY > IT-REORDER-QTY
	      GO TO PULL-LOOP-END.

	   IF IT-REORDER-QTY = ZEROS
	      GO TO PULL-LOOP-END.

	   MOVE SPACES         TO WS-PULL-SIZE.
	   MOVE IT-REORDER-QTY TO WS-PULL-QTY.
	   PERFORM PULL-WRITE-RTN THRU PULL-WRITE-RTN-END.

        PULL-LOOP-END. EXIT.

        PULL-SIZE-LOOP.

	   READ IZ-FILE NEXT END
		MOVE 'Y' TO WS-IZ-EOF
		GO TO PULL-SIZE-LOOP-END.

	   IF IZ-IT-KEY NOT = IT-KEY
	      MOVE 'Y' TO WS-IZ-EOF
	      GO TO PULL-SIZE-LOOP-END.

	   IF IZ-STOCK-QTY > IZ-REORDER-QTY
	      GO TO PULL-SIZE-LOOP-END.

	   IF IZ-REORDER-QTY = ZEROS
	      GO TO PULL-SIZE-LOOP-END.

	   MOVE IZ-SIZE        TO WS-PULL-SIZE.
	   MOVE IZ-REORDER-QTY TO WS-PULL-QTY.
	   PERFORM PULL-WRITE-RTN THRU PULL-WRITE-RTN-END.

        PULL-SIZE-LOOP-END. EXIT.

        PULL-WRITE-RTN.

	   PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-RTN-END.

	   INITIALIZE PO-REC.
	   MOVE WS-NEXT-SEQ	TO PO-SEQ.
	   MOVE WS-SU-KEY	TO PO-SU-KEY.
	   MOVE IT-KEY		TO PO-IT-KEY.
	   MOVE WS-PULL-QTY	TO PO-QTY.
	   MOVE IT-PRICE	TO PO-COST.
	   MOVE 'O'		TO PO-STATUS-FLAG.
	   MOVE WS-TODAY-DMY	TO PO-ORDER-DMY.
	   MOVE ZEROS		TO PO-RCV-DMY, PO-PADDING.
	   MOVE WS-PULL-SIZE	TO PO-SIZE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE PO-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO WS-PULL-COUNT.
	   MOVE 'N' TO S-STATUS-CHECK.

        PULL-WRITE-RTN-END. EXIT.
      *******************************************************************
      * An item is stocked by size once it has any row on IZ-FILE.
        SIZED-RTN.

	   MOVE 'N' TO WS-SIZED.
	   MOVE WS-SZ-IT-KEY TO IZ-IT-KEY.
	   MOVE LOW-VALUES   TO IZ-SIZE.
	   START IZ-FILE KEY >= IZ-KEY INVALID
		 GO TO SIZED-RTN-END.

	   READ IZ-FILE NEXT END
		GO TO SIZED-RTN-END.

	   IF IZ-IT-KEY = WS-SZ-IT-KEY
	      MOVE 'Y' TO WS-SIZED.

        SIZED-RTN-END. EXIT.
      *******************************************************************
      * The carton arrived: the selected open line raises the stock
      * by its quantity with the cost on record, and the item image
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

      * A sized line lands on its size row too, journalled the same
      * way; a line with no size raises the item total alone.
	   IF PO-SIZE NOT = SPACES
	      PERFORM RECEIVE-SIZE-RTN THRU RECEIVE-SIZE-RTN-END.

	   MOVE 'R'	       TO PO-STATUS-FLAG.
	   MOVE WS-TODAY-DMY   TO PO-RCV-DMY.
	   REWRITE PO-REC.

        RECEIVE-RTN-END. EXIT.

        RECEIVE-SIZE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PO-IT-KEY TO IZ-IT-KEY.
	   MOVE PO-SIZE   TO IZ-SIZE.
	   READ IZ-FILE INVALID
		GO TO RECEIVE-SIZE-RTN-END.

	   ADD PO-QTY TO IZ-STOCK-QTY.
	   REWRITE IZ-REC.
	   MOVE 'IZ '  TO WS-JRNL-TAG.
	   MOVE IZ-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.
	   MOVE 'IT '  TO WS-JRNL-TAG.

        RECEIVE-SIZE-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE WS-REC.
	   MOVE PO-SEQ		TO WS-L-SEQ.
	   MOVE PO-IT-KEY	TO WS-L-IT-KEY.
	   MOVE PO-SIZE		TO WS-L-SIZE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PO-IT-KEY TO IT-KEY.
	   READ IT-FILE INVALID
        MSG-RTN.

	   MOVE 'Purchase Orders' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
