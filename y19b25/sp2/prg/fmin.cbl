      *					linked session date or
      *					event, reached from FMSTD
      *					the same way FMMED is
      * VAN TZE SHAN 	15/10/26 WO	PAA	Neutral 'see welfare
      *					officer' marker while the
      *					student has an open
      *					safeguarding concern
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-ADD-ATT-DMY	  PIC 9(08).
	  03 WS-ADD-EV-KEY	  PIC X(04).
	  03 WS-DATE-FLAG	  PIC X(01).
	  03 WS-WELFARE-MARK	  PIC X(20).

	LINKAGE SECTION.
	01 LINK-STD-KEY		  PIC X(06).
	   03 LABEL LINE 01 COL 04 'Student:'.
	   03 LABEL LINE 01 COL + 2 PIC X(06) FROM LINK-STD-KEY.
	   03 LABEL LINE 01 COL + 2 PIC X(40) FROM LINK-STD-NAME.
	   03 LABEL LINE 01 COL + 2 PIC X(20) FROM WS-WELFARE-MARK.
	   03 LABEL LINE 02 COL 04 'Date:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 17 PIC 99/99/9999
	      USING WS-ADD-DATE-DMY AUTO.

      * Floating Window
	   MOVE 'Incident/Injury Log' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   CALL   '/z/y19b25/sp2/lib/std/f-wcmark' USING
		  LINK-STD-KEY, WS-WELFARE-MARK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-wcmark'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.
