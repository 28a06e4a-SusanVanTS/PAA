      *					uniform/equipment stock -
      *					FMIS issues against it and
      *					the reorder list reads it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sales tax code a sale
      *					is charged under
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.
	   03 LABEL LINE 07 COL 04 'Reorder At:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 17 PIC ZZZZ9
	      USING IT-REORDER-QTY.
	   03 LABEL LINE 08 COL 04 'Tax Code:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 17 PIC X(02)
	      USING IT-TX-KEY BELL UPPER.
	   03 LABEL COL + 3 '(blank = standard tax code)'.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcit'.
	   COPY '/z/y19b25/sp2/lib/fd/dctx'.

        END DECLARATIVES.
      *******************************************************************

	   MOVE 'N' TO S-RUN.
	   OPEN I-O IT-FILE.
	   OPEN INPUT TX-FILE.

      * Floating Window
	   Move 'Define Equipment Item' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE IT-FILE.
	   CLOSE TX-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	      READ IT-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE IT-DETAILS
		   MOVE ZEROS TO IT-PADDING
		   MOVE SPACES TO IT-TX-KEY.

	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * A keyed tax code must be on the tax code master; spaces
      * leaves the item under the CFIG standard code.
	   IF IT-TX-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE IT-TX-KEY TO TX-KEY
	      READ TX-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 107 TO S-CONTROL-ID
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
