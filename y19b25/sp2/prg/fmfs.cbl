      *					a classed code bills only
      *					students of that MB-FILE
      *					class
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sales tax code the
      *					charge is raised under
      * VAN TZE SHAN 	15/10/26 WO	PAA	Price history per code
      *					through FMFP - Amount is the
      *					rate for periods before the
      *					first dated price
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	An Amount change on a
      *					designated code is held on
      *					MK-FILE for a second operator
      *					to approve in FMMK
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.
	   03 WS-LOCK-OK	PIC X(01).
	   03 WS-LOCK-MSG	PIC X(60).

      * Amount as read, so a change to it can be held for approval
      * (F-MKPUT) and the old amount kept on file meanwhile.
	01 WS-SAVE-AMOUNT	PIC 9(06)V9(02).

	01 WS-MK-MISC.
	   03 WS-MK-PROG	PIC X(08) VALUE 'FMFS'.
	   03 WS-MK-RECKEY	PIC X(08).
	   03 WS-MK-FIELD	PIC X(12).
	   03 WS-MK-OLD		PIC X(40).
	   03 WS-MK-NEW		PIC X(40).
	   03 WS-MK-HELD	PIC X(01).
	   03 WS-MK-COUNT	PIC 9(02).
	   03 WS-MK-MSG		PIC X(60).
	   03 WS-MK-AMT		PIC 9(06)V9(02).
	   03 WS-MK-AMT-X REDEFINES WS-MK-AMT
				PIC X(08).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	   03 ENTRY-FIELD 3-D ID 105 COL 18 PIC X(02)
	      USING FS-MB-KEY BELL UPPER.
	   03 LABEL COL + 3 '(blank = all membership classes)'.
	   03 LABEL LINE 08 COL 04 'Tax Code:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 18 PIC X(02)
	      USING FS-TX-KEY BELL UPPER.
	   03 LABEL COL + 3 '(blank = standard tax code)'.
	   03 LABEL LINE 09 COL 04 'Prices:'.
	   03 PUSH-BUTTON 'F10 - Price History' NO-TAB
	      COL 18 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 107.
	   03 LABEL COL + 3 '(dated price changes, keyed ahead)'.

        01 MK-MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dctx'.

        END DECLARATIVES.
      *******************************************************************
	   OPEN I-O   FS-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT MB-FILE.
	   OPEN INPUT TX-FILE.

      * Floating Window
	   Move 'Define Fee Schedule' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE FS-FILE.
	   CLOSE CB-FILE.
	   CLOSE MB-FILE.
	   CLOSE TX-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE FS-DETAILS
		   MOVE ZEROS TO FS-PADDING
		   MOVE SPACES TO FS-MB-KEY
		   MOVE SPACES TO FS-TX-KEY.

	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

	        WHEN 'Y' MOVE '3' TO WS-OPTION
		WHEN ' ' MOVE '1' TO WS-OPTION.

	      MOVE FS-AMOUNT TO WS-SAVE-AMOUNT.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

              DESTROY SELECT-SCR.
	      MOVE 104 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * Dated prices hang off a code already on file.
	   IF (K-F10 and S-CONTROL-ID = 107) OR KEY-STATUS = 107
	      IF S-PRS-MODE NOT = 'R'
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 102    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      CALL   '/z/y19b25/sp2/prg/fmfp' USING FS-KEY, FS-DESC
	      CANCEL '/z/y19b25/sp2/prg/fmfp'
	      MOVE 107 TO S-CONTROL-ID
	      DISPLAY PROCESS-SCR
	      GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF FS-DESC = SPACES
		 MOVE 105 TO S-CONTROL-ID
		 GO TO 0130-MAIN.

      * A keyed tax code must be on the tax code master; spaces
      * leaves the charge under the CFIG standard code.
	   IF FS-TX-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE FS-TX-KEY TO TX-KEY
	      READ TX-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 106 TO S-CONTROL-ID
		 GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   MOVE ZEROS TO WS-MK-COUNT.
	   IF S-PRS-MODE = 'R'
	      PERFORM MK-HOLD-RTN THRU MK-HOLD-RTN-END.

           IF S-PRS-MODE = 'A' WRITE FS-REC.
	   IF S-PRS-MODE = 'R' REWRITE FS-REC.

	   IF WS-MK-COUNT > ZEROS
	      PERFORM MK-MSG-RTN THRU MK-MSG-RTN-END.

        0190-MAIN.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	      MOVE SPACES TO WS-LOCK-KEY.

	RELEASE-LOCK-RTN-END. EXIT.
      ********************************************************************
      * A changed Amount on a code designated on MD-FILE goes to
      * MK-FILE as a proposal; the record keeps the amount it had
      * until the change is approved.
	MK-HOLD-RTN.

	   IF FS-AMOUNT = WS-SAVE-AMOUNT
	      GO TO MK-HOLD-RTN-END.

	   MOVE FS-KEY		TO WS-MK-RECKEY.
	   MOVE 'AMOUNT'	TO WS-MK-FIELD.
	   MOVE WS-SAVE-AMOUNT	TO WS-MK-AMT.
	   MOVE WS-MK-AMT-X	TO WS-MK-OLD.
	   MOVE FS-AMOUNT	TO WS-MK-AMT.
	   MOVE WS-MK-AMT-X	TO WS-MK-NEW.
	   CALL   '/z/y19b25/sp2/lib/std/f-mkput'
		  USING WS-MK-PROG, WS-MK-RECKEY, WS-MK-FIELD,
			WS-MK-OLD, WS-MK-NEW, WS-MK-HELD
	   CANCEL '/z/y19b25/sp2/lib/std/f-mkput'.

	   IF WS-MK-HELD = 'Y'
	      MOVE WS-SAVE-AMOUNT TO FS-AMOUNT
	      ADD 1 TO WS-MK-COUNT.

	MK-HOLD-RTN-END. EXIT.
      ********************************************************************
	MK-MSG-RTN.

	   MOVE SPACES TO WS-MK-MSG.
	   STRING WS-MK-COUNT ' change(s) held for a second operator'
		  ' to approve' DELIMITED BY SIZE INTO WS-MK-MSG.
	   MOVE 'Change Held' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MK-MSG-SCR.

	MK-MSG-SUB.
	   ACCEPT MK-MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MK-MSG-SUB.

	   DESTROY MK-MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

	MK-MSG-RTN-END. EXIT.
      ********************************************************************
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
