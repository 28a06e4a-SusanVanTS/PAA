      *					coach takes - drives the
      *					per-coach registers and the
      *					supervision-ratio check
      * VAN TZE SHAN 	15/10/26 WO	PAA	A coach whose CQ-FILE
      *					credentials F-COCRED will
      *					not clear for coaching is
      *					refused the club; a lesser
      *					lapse only warns
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-CA-EOF		  PIC X(01).
	  03 WS-ADD-KEY		  PIC X(04).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-CRED-USE	  PIC X(01) VALUE 'C'.
	  03 WS-CRED-RESULT	  PIC X(01).
	  03 WS-MSG		  PIC X(60).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-CO-KEY		  PIC X(04).
	      DISPLAY-COLUMNS 	= (1,9,41)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-CO-KEY, LINK-CO-NAME.


      * Floating Window
	   MOVE 'Coach Club Assignments' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * Credentials as they stand today - a lapsed background check
      * keeps the coach off the club altogether.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cocred' USING
		  LINK-CO-KEY, WS-TODAY-DMY, WS-CRED-USE,
		  WS-CRED-RESULT, WS-MSG.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cocred'.
	   IF WS-CRED-RESULT = 'B'
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.
	   IF WS-CRED-RESULT = 'W'
	      PERFORM MSG-RTN THRU MSG-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Coach Club Assignments' TO S-WINDOW-TITLE.
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

