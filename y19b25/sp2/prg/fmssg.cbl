      *					A re-run after the term
      *					dates shift leaves rows
      *					already on file untouched.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	A term that adds sessions
      *					rewrites the calendar feeds
      *					(F-CALWR) on the way out

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

      * Set once the schedule has changed, so the calendar feeds are
      * rewritten when the program closes.
       01 WS-CAL-DIRTY		PIC X(01) VALUE 'N'.
       01 WS-CAL.
	  03 WS-CAL-RESULT	PIC X(01).
	  03 WS-CAL-COUNTS	PIC X(54).

       01 WS-MISC.
	  03 WS-CB-KEY		PIC X(04).
	  03 WS-VENUE		PIC X(20).

      * Floating Window
	   MOVE 'Term Session Generator' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE CB-FILE.
	   CLOSE BR-FILE.
	   CLOSE CL-FILE.
	   IF WS-CAL-DIRTY = 'Y'
	      CALL   '/z/y19b25/sp2/lib/std/f-calwr' USING WS-CAL
	      CANCEL '/z/y19b25/sp2/lib/std/f-calwr'.
	   EXIT PROGRAM.
	   STOP RUN.

		 GO TO ONE-DATE-RTN-END.

	   ADD 1 TO WS-PLANNED.
	   MOVE 'Y' TO WS-CAL-DIRTY.

        ONE-DATE-RTN-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Term Session Generator' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
