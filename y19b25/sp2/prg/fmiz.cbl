       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMIZ.

      * MAINTAIN ITEM SIZE STOCK FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sizes each equipment/uniform
      *					item is stocked in, with
      *					their own reorder level and
      *					the height band they fit
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC X(04)
	      USING IZ-IT-KEY BELL UPPER.
	   03 LABEL LINE 03 COL 04 'Size:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(05)
	      USING IZ-SIZE BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04)
	      USING IZ-IT-KEY.
	   03 LABEL COL + 2 PIC X(30) FROM IT-DESC.
	   03 LABEL LINE 03 COL 04 'Size:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 03 PIC X(05)
	      USING IZ-SIZE.
	   03 LABEL LINE 04 COL 04 'In Stock:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 04 PIC ZZZZ9
	      USING IZ-STOCK-QTY.
	   03 LABEL COL + 2 '(set by the stocktake)'.
	   03 LABEL LINE 05 COL 04 'Reorder Level:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC ZZZZ9
	      USING IZ-REORDER-QTY.
	   03 LABEL LINE 06 COL 04 'Fits Height:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC ZZ9.99
	      USING IZ-HT-MIN.
	   03 LABEL COL + 1.5 'cm'.
	   03 LABEL COL + 2.7 'to'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 3 PIC ZZ9.99
	      USING IZ-HT-MAX.
	   03 LABEL COL + 1.5 'cm'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dciz'.
	   COPY '/z/y19b25/sp2/lib/fd/dcit'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O IZ-FILE.
	   OPEN INPUT IT-FILE.

      * Floating Window
	   Move 'Define Item Sizes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE IZ-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE IZ-FILE.
	   CLOSE IT-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK IZ-FILE.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

           IF K-F2
	      PERFORM GET-NEXT THRU GET-NEXT-END
	      IF S-STATUS-CHECK = 'Y' OR S-ERROR-CODE NOT = ZEROS
		 GO TO 0110-MAIN
              ELSE
		 GO TO 0120-MAIN.

           IF NOT K-ENTER GO TO 0110-MAIN.

	   IF IZ-IT-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF IZ-SIZE = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE IZ-IT-KEY TO IT-KEY.
	   READ IT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ IZ-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE IZ-DETAILS
		   MOVE ZEROS TO IZ-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      MOVE IZ-IT-KEY TO IT-KEY.
	      READ IT-FILE INVALID
		   MOVE SPACES TO IT-DESC.

              DESTROY SELECT-SCR.
	      PERFORM FKEY-RTN THRU FKEY-END.

        0130-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0190-MAIN.

           IF K-F1 GO TO 0190-MAIN.

	   IF K-F2
	      PERFORM GET-NEXT THRU GET-NEXT-END
	      GO TO 0120-MAIN.

           IF K-F3
	      PERFORM GET-PREV THRU GET-PREV-END
              GO TO 0120-MAIN.

      * A size still holding stock stays until the stocktake has
      * counted it down to nothing, or the item total would drift.
           IF K-F4 AND S-PRS-MODE = 'R'
	      IF IZ-STOCK-QTY NOT = ZEROS
		 MOVE 100045 TO S-ERROR-CODE
		 GO TO 0130-MAIN
	      ELSE
		 PERFORM CONFIRM-RTN THRU CONFIRM-END
		 IF S-CONFIRM = 'Y'
		    DELETE IZ-FILE
		    GO TO 0190-MAIN
		 ELSE
		    GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF IZ-HT-MAX < IZ-HT-MIN
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE IZ-REC.
	   IF S-PRS-MODE = 'R' REWRITE IZ-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START IZ-FILE KEY > IZ-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ IZ-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START IZ-FILE KEY < IZ-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ IZ-FILE BACKWARD END
			  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
      ********************************************************************
        FKEY-RTN.

	   EVALUATE S-PRS-MODE
	    WHEN 'S' MOVE '1yy456y89012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'A' MOVE 'yyy4567y9012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'R' MOVE 'yyyy567y9012y4567890' TO S-ACTIVE-FKEY.

           CALL   '/v/cps/lib/std/x-fkey ' USING
	          S-ACTIVE-FKEY,  S-TOOLBAR, S-BUTTON.
	   CANCEL '/v/cps/lib/std/x-fkey'.
           COPY   '/v/cps/lib/std/fmmode.prd'.

	FKEY-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
