      * VAN TZE SHAN	22/8/26	WO	PAA	Keyed changes journalled
      *					to JRNL-FILE for RCVJRN's
      *					roll-forward recovery
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused unless the operator's
      *					role may see medical details
      *					in full (F-STMSK); full
      *					views logged
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

      * Only the medical view matters here - the rest of the mask is
      * blanked out so the log carries just the MEDICAL row.
	01 WS-SF-MISC.
	   03 WS-SF-MODE	PIC X(01).
	   03 WS-SF-FIELD-NO	PIC 9(01) VALUE 5.
	   03 WS-SF-MASK	PIC X(06).
	   03 WS-SF-LOG-MASK	PIC X(06) VALUE 'UUUUUU'.
	   03 WS-SF-VALUE	PIC X(60).

        LINKAGE SECTION.
	01 LINK-STD-KEY		  PIC X(06).


      * Floating Window
	   Move 'Medical / Health Conditions' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Anything short of a full view of the medical record is a
      * refusal - the viewer's alert flag is the partial view.
	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, LINK-STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   IF WS-SF-MASK(5:1) NOT = 'U' AND WS-SF-MASK(5:1) NOT = 'F'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE WS-SF-MASK(5:1) TO WS-SF-LOG-MASK(5:1).
	   MOVE 'L' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-LOG-MASK, LINK-STD-KEY,
		  WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'R' TO S-PRS-MODE.
	   INITIALIZE MED-REC.
