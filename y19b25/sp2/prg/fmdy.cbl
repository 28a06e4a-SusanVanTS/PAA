      *					club duties and the
      *					students' CM-FILE
      *					memberships
      * VAN TZE SHAN 	15/10/26 WO	PAA	The official's CQ-FILE
      *					credentials checked by
      *					F-COCRED as at the event
      *					date: a referee needs a
      *					current referee level and
      *					every official a current
      *					background check
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-CONFLICT	PIC X(01).
	  03 WS-CK-STD-KEY	PIC X(06).
	  03 WS-MSG		PIC X(60).
	  03 WS-CRED-USE	PIC X(01).
	  03 WS-CRED-RESULT	PIC X(01).

       01 WS-CACB-TABLE.
	  03 WS-CACB		PIC X(04) OCCURS T-CACB-MAX.

      * Floating Window
	   Move 'Define Officials Roster' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF DY-IS-REFEREE
	      MOVE 'R' TO WS-CRED-USE
	   ELSE
	      MOVE 'O' TO WS-CRED-USE.
	   CALL   '/z/y19b25/sp2/lib/std/f-cocred' USING
		  DY-CO-KEY, EV-DATE-DMY, WS-CRED-USE,
		  WS-CRED-RESULT, WS-MSG.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cocred'.
	   IF WS-CRED-RESULT = 'B'
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      MOVE 104 TO S-CONTROL-ID
	      GO TO 0130-MAIN.
	   IF WS-CRED-RESULT = 'W'
	      PERFORM MSG-RTN THRU MSG-RTN-END.

      * Parents protested a result over exactly this - say so before
      * the roster stands, though the committee may still decide the
      * assignment is unavoidable.
        MSG-RTN.

	   MOVE 'Officials Roster' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
