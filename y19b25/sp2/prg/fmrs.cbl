      * VAN TZE SHAN	22/8/26	WO	PAA	Keyed changes journalled
      *					to JRNL-FILE for RCVJRN's
      *					roll-forward recovery
      * VAN TZE SHAN	15/10/26 WO	PAA	A placing on file is no
      *					longer re-keyed or removed
      *					here - only an upheld FMPX
      *					protest changes it; an
      *					existing row is now updated
      *					with the keyed values rather
      *					than rewritten as it was
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.

       01 WS-MISC.
	  03 WS-RS-EOF		  PIC X(01).
	  03 WS-RS-FOUND	  PIC X(01).
	  03 WS-ADD-KEY		  PIC X(06).
	  03 WS-ADD-SCORE	  PIC 9(05)V9(02).
	  03 WS-ADD-PLACEMENT	  PIC 9(03).

      * Floating Window
	   MOVE 'Event/Competition Results' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	      MOVE 101    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

      * A placing already recorded stands - a change to it goes
      * through the protest register.
	   MOVE 'N' TO WS-RS-FOUND.
	   MOVE LINK-EV-KEY TO RS-EV-KEY.
	   MOVE WS-ADD-KEY  TO RS-STD-KEY.
	   READ RS-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE 'Y' TO WS-RS-FOUND
	   END-READ.
	   IF WS-RS-FOUND = 'Y' AND RS-PLACEMENT NOT = ZEROS AND
	      RS-PLACEMENT NOT = WS-ADD-PLACEMENT
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.

	   MOVE LINK-EV-KEY TO RS-EV-KEY, RS-ALT-EV-KEY.
	   MOVE WS-ADD-KEY  TO RS-STD-KEY, RS-ALT-STD-KEY.
	   MOVE WS-ADD-SCORE     TO RS-SCORE.
	   MOVE WS-ADD-PLACEMENT TO RS-PLACEMENT.

	   IF WS-RS-FOUND = 'Y'
	      REWRITE RS-REC
	      MOVE 'R' TO WS-JRNL-ACTION
	   ELSE
	      WRITE RS-REC
	      MOVE 'W' TO WS-JRNL-ACTION.

	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	   READ RS-FILE INVALID
		GO TO DELETE-RTN-END.

	   IF RS-PLACEMENT NOT = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO DELETE-RTN-END.

	   DELETE RS-FILE.
	   MOVE 'D' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.
