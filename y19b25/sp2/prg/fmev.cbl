      * VAN TZE SHAN	2/9/26	WO	PAA	Sanctioned-event flag -
      *					FMER checks entrants'
      *					federation IDs against it
      * VAN TZE SHAN	15/10/26 WO	PAA	Marshalling cut-off
      *					minutes and the no-show
      *					entry-fee policy for FMMS
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   03 ENTRY-FIELD 3-D ID 119 COL 56 PIC X(01)
	      USING EV-SANCTION-FLAG BELL UPPER.
	   03 LABEL COL + 2 '(S = federation-sanctioned)'.
	   03 LABEL LINE 07 COL 04 'Marshal Mins:'.
	   03 ENTRY-FIELD 3-D ID 120 COL 18 PIC ZZ9
	      USING EV-MARSHAL-MINS.
	   03 LABEL COL + 2 '(0 = 15)'.
	   03 LABEL LINE 07 COL 44 'No-Show Fee:'.
	   03 ENTRY-FIELD 3-D ID 121 COL 56 PIC X(01)
	      USING EV-NOSHOW-FEE BELL UPPER.
	   03 LABEL COL + 2 '(R = refund, K = keep)'.
	   03 LABEL LINE 06 COL 04 'Results:'.
	   03 PUSH-BUTTON 'F10 - Results Entry' NO-TAB
	      COL 16

      * Floating Window
	   Move 'Define Event/Competition' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE EV-DETAILS
		   MOVE ZEROS TO EV-PADDING
		   MOVE SPACES TO EV-SANCTION-FLAG
		   MOVE ZEROS  TO EV-MARSHAL-MINS
		   MOVE 'K'    TO EV-NOSHOW-FEE.

      * Events on file from before the marshalling fields carry no
      * cut-off and keep the fee.
	      IF EV-MARSHAL-MINS NOT NUMERIC
		 MOVE ZEROS TO EV-MARSHAL-MINS.
	      IF NOT (EV-NOSHOW-REFUND OR EV-NOSHOW-KEEP)
		 MOVE 'K' TO EV-NOSHOW-FEE.

	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

	      MOVE 119    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (EV-NOSHOW-REFUND OR EV-NOSHOW-KEEP)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 121    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
