      *					sheet off with F7, or sends
      *					it back to draft with F6
      *					after a correction
      * VAN TZE SHAN 	15/10/26 WO	PAA	Approving a sheet for a
      *					coach without current
      *					credentials draws a warning
      *					- the sessions are still
      *					owed for
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-STATUS-TXT	PIC X(08).
	  03 WS-CO-NAME		PIC X(30).
	  03 WS-MSG		PIC X(60).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-CRED-USE	PIC X(01) VALUE 'C'.
	  03 WS-CRED-RESULT	PIC X(01).
	  03 WS-CRED-MSG	PIC X(60).

	01 S-WINDOW2		PIC X(10).


      * Floating Window
	   Move 'Approve Coach Timesheets' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

      * A coach whose credentials have lapsed is flagged to the
      * approver; the sheet still goes through.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cocred' USING
		  TM-CO-KEY, WS-TODAY-DMY, WS-CRED-USE,
		  WS-CRED-RESULT, WS-CRED-MSG.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cocred'.
	   IF WS-CRED-RESULT = 'B'
	      MOVE SPACES TO WS-MSG
	      STRING 'WARNING: ' WS-CRED-MSG
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO APPROVE-RTN-END.
        MSG-RTN.

	   MOVE 'Timesheets' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
