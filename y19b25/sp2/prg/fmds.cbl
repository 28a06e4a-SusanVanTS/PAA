      *					the committee policy BPFEE
      *					applies automatically in the
      *					billing run
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	A percentage change on a
      *					designated rule is held on
      *					MK-FILE for a second operator
      *					to approve in FMMK

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

      * Percentage as read, so a change to it can be held for
      * approval (F-MKPUT) and the old one kept on file meanwhile.
	01 WS-SAVE-PCT		PIC 9(03).

	01 WS-MK-MISC.
	   03 WS-MK-PROG	PIC X(08) VALUE 'FMDS'.
	   03 WS-MK-RECKEY	PIC X(08).
	   03 WS-MK-FIELD	PIC X(12).
	   03 WS-MK-OLD		PIC X(40).
	   03 WS-MK-NEW		PIC X(40).
	   03 WS-MK-HELD	PIC X(01).
	   03 WS-MK-COUNT	PIC 9(02).
	   03 WS-MK-MSG		PIC X(60).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC ZZ9
	      USING DS-PCT.

        01 MK-MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.


      * Floating Window
	   Move 'Define Sibling Discounts' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
		   INITIALIZE DS-DETAILS
		   MOVE ZEROS TO DS-PADDING.

	      MOVE DS-PCT TO WS-SAVE-PCT.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

              DESTROY SELECT-SCR.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   MOVE ZEROS TO WS-MK-COUNT.
	   IF S-PRS-MODE = 'R'
	      PERFORM MK-HOLD-RTN THRU MK-HOLD-RTN-END.

           IF S-PRS-MODE = 'A' WRITE DS-REC.
	   IF S-PRS-MODE = 'R' REWRITE DS-REC.

	   IF WS-MK-COUNT > ZEROS
	      PERFORM MK-MSG-RTN THRU MK-MSG-RTN-END.

        0190-MAIN.

	   DESTROY PROCESS-SCR.
		 END-READ.

        GET-PREV-END. EXIT.
      ********************************************************************
      * A changed percentage on a rule designated on MD-FILE goes to
      * MK-FILE as a proposal; the rule keeps the percentage it had
      * until the change is approved.
	MK-HOLD-RTN.

	   IF DS-PCT = WS-SAVE-PCT
	      GO TO MK-HOLD-RTN-END.

	   MOVE DS-KEY		TO WS-MK-RECKEY.
	   MOVE 'PCT'		TO WS-MK-FIELD.
	   MOVE WS-SAVE-PCT	TO WS-MK-OLD.
	   MOVE DS-PCT		TO WS-MK-NEW.
	   CALL   '/z/y19b25/sp2/lib/std/f-mkput'
		  USING WS-MK-PROG, WS-MK-RECKEY, WS-MK-FIELD,
			WS-MK-OLD, WS-MK-NEW, WS-MK-HELD
	   CANCEL '/z/y19b25/sp2/lib/std/f-mkput'.

	   IF WS-MK-HELD = 'Y'
	      MOVE WS-SAVE-PCT TO DS-PCT
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
        FKEY-RTN.

