      * Process selected student record onto temp.
      * Author		Date	Remarks
      * Van Tze Shan	5/9/19	Coding for process student
      * Van Tze Shan	15/10/26	DOB, address, email and
      *					mobile masked on the extract
      *					as the operator's role allows
      *					(F-STMSK) - every print and
      *					export of the student family
      *					reads it; full views logged
      *					once per run as *ALL

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
       01 WS-MISC.
	  03 WS-STD-AGE 	PIC 9(02).

      * A DOB stays numeric on the extract (it is ALT-KEY2) - its
      * partial view is the year alone, with zeros for day and month.
       01 WS-SF-MISC.
	  03 WS-SF-MODE		PIC X(01).
	  03 WS-SF-FIELD-NO	PIC 9(01).
	  03 WS-SF-MASK.
	     05 WS-SF-VIEW	PIC X(01) OCCURS 6.
	  03 WS-SF-LOG-KEY	PIC X(06) VALUE '*ALL'.
	  03 WS-SF-VALUE	PIC X(60).
	  03 WS-SF-DOB-DMY	PIC 9(08).
	  03 WS-SF-DOB-X	REDEFINES WS-SF-DOB-DMY PIC X(08).

       01 WS-CKPT-MISC.
	  03 WS-RESUME		PIC X(01).
	  03 WS-CKPT-COUNT	PIC 9(04) COMP.

	   OPEN INPUT STD-FILE.

	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-SF-LOG-KEY,
		  WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   MOVE 'L' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-SF-LOG-KEY,
		  WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

      * Main logic
	   MOVE 'Y'	TO S-RUN.
	   MOVE 'N' 	TO S-STATUS-CHECK.
	   MOVE STD-MOBILE	TO STD-T-MOBILE.
	   MOVE STD-BR-KEY	TO STD-T-BR-KEY.

	   PERFORM SF-MASK-REC THRU SF-MASK-REC-END.

      * On a run resumed from checkpoint, the up-to-WS-CKPT-INTERVAL
      * records written since the last checkpoint but before the
      * cancel/crash get re-extracted from STD-KEY onward and land
	   PERFORM CHECKPOINT-RTN THRU CHECKPOINT-RTN-END.

        0199-END. EXIT.
      ********************************************************************
        SF-MASK-REC.

	   MOVE STD-T-DOB-DMY TO WS-SF-DOB-DMY.
	   IF WS-SF-VIEW(1) = 'P'
	      MOVE '0000' TO WS-SF-DOB-X(1:4).
	   IF WS-SF-VIEW(1) = 'M'
	      MOVE ZEROS TO WS-SF-DOB-DMY, STD-T-AGE.
	   MOVE WS-SF-DOB-DMY TO STD-T-DOB-DMY.

	   MOVE 2 TO WS-SF-FIELD-NO.
	   MOVE STD-T-ADD1 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO STD-T-ADD1.
	   MOVE STD-T-ADD2 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO STD-T-ADD2.
	   MOVE STD-T-ADD3 TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO STD-T-ADD3.

	   MOVE 3 TO WS-SF-FIELD-NO.
	   MOVE STD-T-MOBILE TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO STD-T-MOBILE.

	   MOVE 4 TO WS-SF-FIELD-NO.
	   MOVE STD-T-EMAIL TO WS-SF-VALUE.
	   PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END.
	   MOVE WS-SF-VALUE TO STD-T-EMAIL.

        SF-MASK-REC-END. EXIT.

        SF-MASK-RTN.

	   MOVE 'M' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-SF-LOG-KEY,
		  WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

        SF-MASK-RTN-END. EXIT.
      ********************************************************************
        CHECKPOINT-RTN.

