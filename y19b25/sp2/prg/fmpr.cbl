      *					accepted prospect to a real
      *					STD-REC and membership
      *					without re-keying
      * VAN TZE SHAN 	15/10/26 WO	PAA	Referring member's AC#,
      *					with the referral credit
      *					BPREF has posted or refused;
      *					fixed once the credit is
      *					decided
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   03 WS-DMY-EDIT	PIC 99/99/9999.
	   03 WS-HHMM		PIC X(07).
	   03 WS-MSG		PIC X(60).
	   03 WS-REF-NAME	PIC X(40).
	   03 WS-REF-NOTE	PIC X(30).
	   03 WS-SAVE-REF-KEY	PIC X(06).
	   03 WS-REF-DMY-EDIT	PIC 99/99/9999.

	01 S-WINDOW2		PIC X(10).

	   03 LABEL COL 20 PIC X(01) FROM PR-STATUS-FLAG.
	   03 LABEL LINE 09 COL 04 'Converted AC#:'.
	   03 LABEL COL 20 PIC X(06) FROM PR-CONV-STD-KEY.
	   03 LABEL LINE 10 COL 04 'Referred By:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 20 PIC X(06)
	      USING PR-REF-STD-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(40) FROM WS-REF-NAME.
	   03 LABEL COL + 2 PIC X(30) FROM WS-REF-NOTE.
	   03 LABEL LINE 12 COL 04
	      'F6 = convert to student   F5 = mark lapsed'.

        01 CONVERT-SCR.

      * Floating Window
	   Move 'Prospect / Trial Students' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE PR-DETAILS
		   MOVE 'T'   TO PR-STATUS-FLAG
		   MOVE ZEROS TO PR-PADDING
		   MOVE SPACES TO PR-REF-STD-KEY, PR-REF-STAGE
		   MOVE ZEROS TO PR-REF-DMY, PR-REF-AMOUNT,
				 PR-REF-FEE-SEQ.

	      IF S-PRS-MODE = 'A'
		 CALL   '/v/cps/lib/std/f-dmyhm' USING

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      MOVE PR-REF-STD-KEY TO WS-SAVE-REF-KEY.
	      PERFORM REF-SHOW-RTN THRU REF-SHOW-RTN-END.

              DESTROY SELECT-SCR.
	      PERFORM FKEY-RTN THRU FKEY-END.

		 MOVE 104 TO S-CONTROL-ID
		 GO TO 0130-MAIN.

      * Once BPREF has posted or refused the credit the referral is
      * settled and may not be moved to another member.
	   IF PR-REF-STD-KEY NOT = WS-SAVE-REF-KEY AND
	      NOT PR-REF-PENDING
	      MOVE WS-SAVE-REF-KEY TO PR-REF-STD-KEY
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF PR-REF-STD-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE PR-REF-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
		   MOVE SPACES TO WS-REF-NAME
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 107    TO S-CONTROL-ID
		   GO TO 0130-MAIN
	      END-READ
	      MOVE STD-NAME TO WS-REF-NAME
	      IF PR-REF-STD-KEY = PR-CONV-STD-KEY
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 107    TO S-CONTROL-ID
		 GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE PR-REC.
	   IF S-PRS-MODE = 'R' REWRITE PR-REC.
	   MOVE PR-REF-STD-KEY TO WS-SAVE-REF-KEY.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
      * Referrer's name and where the referral credit stands.
        REF-SHOW-RTN.

	   MOVE SPACES TO WS-REF-NAME, WS-REF-NOTE.
	   IF PR-REF-STD-KEY = SPACES
	      GO TO REF-SHOW-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PR-REF-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE STD-NAME TO WS-REF-NAME.

	   MOVE PR-REF-DMY TO WS-REF-DMY-EDIT.
	   EVALUATE TRUE
	     WHEN PR-REF-POSTED
		  STRING 'Credit posted ' WS-REF-DMY-EDIT
			 DELIMITED BY SIZE INTO WS-REF-NOTE
	     WHEN PR-REF-CAPPED
		  STRING 'Over yearly cap ' WS-REF-DMY-EDIT
			 DELIMITED BY SIZE INTO WS-REF-NOTE
	     WHEN OTHER
		  MOVE 'Credit pending' TO WS-REF-NOTE
	   END-EVALUATE.

        REF-SHOW-RTN-END. EXIT.
      *******************************************************************
        NEW-SEQ-RTN.


	   MOVE SPACES TO WS-NEW-STD-KEY.
	   MOVE 'Convert Prospect' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
        MSG-RTN.

	   MOVE 'Prospect / Trial Students' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
