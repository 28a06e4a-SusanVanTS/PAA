      *					profile (PTPROF)
      * VAN TZE SHAN	2/9/26	WO	PAA	Prepaid pass sessions
      *					remaining shown per student
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sensitive fields shown as
      *					the operator's role allows
      *					(F-STMSK); full views logged
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	  03 WS-STD-RC-KEY	PIC X(04).
	  03 WS-STD-RG-KEY	PIC X(04).
	  03 WS-STD-DOB-DMY	PIC 99/99/9999.
	  03 WS-STD-DOB-X	REDEFINES WS-STD-DOB-DMY PIC X(10).
	  03 WS-STD-ADD1	PIC X(50).
	  03 WS-STD-ADD2	PIC X(50).
	  03 WS-STD-ADD3	PIC X(50).
	  03 WS-SEARCH-DESC	PIC X(13) VALUE 'Search: Name'.
	  03 WS-SCAN-KEY	PIC X(06).

       01 WS-SF-MISC.
	  03 WS-SF-MODE		PIC X(01).
	  03 WS-SF-FIELD-NO	PIC 9(01).
	  03 WS-SF-MASK		PIC X(06).
	  03 WS-SF-VALUE	PIC X(60).
	  03 WS-SF-LOG-KEY	PIC X(06) VALUE SPACES.

       01 WS-TEMP.
	  03 WS-T-STD-KEY	PIC X(06).
	  03 WS-T-STD-NAME	PIC X(40).

	   MOVE 'Y' 			TO S-RUN
	   MOVE 'View & Print Student'  TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	   PERFORM FKEY-RTN THRU FKEY-END.
	   DISPLAY MAIN-SCR, DIVIDE-SCR.

       LIST-1-SUB.
           DISPLAY DIVIDE-SCR.

      * The student now on show - log any restricted field shown in
      * full, once per student rather than once per repaint.
	   IF WS-STD-KEY NOT = SPACES AND WS-STD-KEY NOT = WS-SF-LOG-KEY
	      MOVE WS-STD-KEY TO WS-SF-LOG-KEY
	      MOVE 'L' TO WS-SF-MODE
	      CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		     WS-SF-FIELD-NO, WS-SF-MASK, WS-STD-KEY, WS-SF-VALUE
	      CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

       LIST-1-END. EXIT.

      ********************************************************************
	      END-IF
	   END-READ.

	   PERFORM SF-MASK-REC THRU SF-MASK-REC-END.

	   PERFORM CUR-RANK-RTN THRU CUR-RANK-RTN-END.
	   PERFORM PK-LEFT-RTN THRU PK-LEFT-RTN-END.


       GET-REC-END. EXIT.
      ********************************************************************
      * Mask the row's sensitive fields as WS-SF-MASK says. The alert
      * flag is itself the partial view of the medical record.
	SF-MASK-REC.

	   MOVE 1 TO WS-SF-FIELD-NO.
	   MOVE WS-STD-DOB-X TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-DOB-X.

	   MOVE 2 TO WS-SF-FIELD-NO.
	   MOVE WS-STD-ADD1 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-ADD1.
	   MOVE WS-STD-ADD2 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-ADD2.
	   MOVE WS-STD-ADD3 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-ADD3.

	   MOVE 3 TO WS-SF-FIELD-NO.
	   MOVE WS-STD-MOBILE TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-MOBILE.

	   MOVE 4 TO WS-SF-FIELD-NO.
	   MOVE WS-STD-EMAIL TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-EMAIL.

	   IF WS-SF-MASK(5:1) = 'M'
	      MOVE SPACES TO WS-MED-ALERT.

	   MOVE 6 TO WS-SF-FIELD-NO.
	   MOVE WS-STD-PHOTO-PATH TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-PHOTO-PATH.
	   MOVE WS-STD-DOC-PATH TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO WS-STD-DOC-PATH.

	SF-MASK-REC-END. EXIT.

	SF-MASK-RTN.

	   MOVE 'M' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	SF-MASK-RTN-END. EXIT.
      ********************************************************************
      * Total sessions still on the student's passes - the count the
      * door used to keep on a card.
	PK-LEFT-RTN.
