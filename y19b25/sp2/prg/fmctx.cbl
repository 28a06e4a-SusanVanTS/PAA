       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMCTX.

      * EARLY-TERMINATION FEE FOR A MEMBERSHIP CONTRACT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Called as a member leaves;
      *					where the contract's minimum
      *					term still has time to run
      *					the exit fee is priced off
      *					its rule and the operator
      *					posts it to the ledger or
      *					waives it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcct'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdct'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbct'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 WS-END-EDIT	  PIC 99/99/9999.
	  03 WS-EXIT-EDIT	  PIC 99/99/9999.
	  03 WS-REMAIN-MM	  PIC S9(04).
	  03 WS-FEE		  PIC 9(06)V9(02).
	  03 WS-RULE-TXT	  PIC X(40).
	  03 WS-PCT-EDIT	  PIC ZZ9.
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

      * One row to the roll-forward journal for every posted charge -
      * RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

      * Term end and leaving date taken apart for the month count.
       01 WS-END-YMD		  PIC 9(08).
       01 REDEFINES WS-END-YMD.
	  03 WS-EY-YYYY		  PIC 9(04).
	  03 WS-EY-MM		  PIC 9(02).
	  03 WS-EY-DD		  PIC 9(02).

       01 WS-EXIT-YMD		  PIC 9(08).
       01 REDEFINES WS-EXIT-YMD.
	  03 WS-XY-YYYY		  PIC 9(04).
	  03 WS-XY-MM		  PIC 9(02).
	  03 WS-XY-DD		  PIC 9(02).

	LINKAGE SECTION.
	01 LINK-STD-KEY		  PIC X(06).
	01 LINK-EXIT-DMY	  PIC 9(08).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Student:'.
	   03 LABEL COL 24 PIC X(06) FROM LINK-STD-KEY.
	   03 LABEL LINE 02 COL 04 'Plan:'.
	   03 LABEL COL 24 PIC X(20) FROM CT-PLAN.
	   03 LABEL LINE 03 COL 04 'Term Ends:'.
	   03 LABEL COL 24 PIC 99/99/9999 FROM WS-END-EDIT.
	   03 LABEL COL + 3 'Leaving:'.
	   03 LABEL COL + 2 PIC 99/99/9999 FROM WS-EXIT-EDIT.
	   03 LABEL LINE 04 COL 04 'Months Remaining:'.
	   03 LABEL COL 24 PIC ZZZ9 FROM WS-REMAIN-MM.
	   03 LABEL LINE 05 COL 04 'Exit Rule:'.
	   03 LABEL COL 24 PIC X(40) FROM WS-RULE-TXT.
	   03 LABEL LINE 06 COL 04 'Termination Fee:'.
	   03 LABEL COL 24 PIC ZZZ,ZZ9.99 FROM WS-FEE.
	   03 LABEL LINE 08 COL 04
	      'F8/ENTER = post the fee   F4 = waive   ESC = later'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-EXIT-DMY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcct'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   CT-FILE.

      * Nothing to ask when there is no contract, it has already been
      * settled, or the member is leaving on or after the term end.
	   PERFORM PRICE-RTN THRU PRICE-RTN-END.
	   IF WS-FEE = ZEROS
	      CLOSE CT-FILE
	      EXIT PROGRAM.

	   OPEN I-O   FEE-FILE.

      * Floating Window
	   MOVE 'Contract Ended Early' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CT-FILE.
	   CLOSE FEE-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

      * Escape leaves the contract running so the fee can be dealt
      * with later (F6 on FMCT) once the member's account has been
      * talked through.
	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF K-F4
	      PERFORM WAIVE-RTN THRU WAIVE-RTN-END
	      GO TO 0199-END.

           IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   PERFORM POST-RTN THRU POST-RTN-END.

        0199-END. EXIT.
      *******************************************************************
      * Remaining months run from the leaving date to the term end,
      * a part month counting as a whole one.
        PRICE-RTN.

	   MOVE ZEROS TO WS-FEE, WS-REMAIN-MM.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY TO CT-STD-KEY.
	   READ CT-FILE INVALID
		GO TO PRICE-RTN-END.

	   IF NOT CT-IS-ACTIVE OR CT-BY-NONE
	      GO TO PRICE-RTN-END.

	   IF LINK-EXIT-DMY = ZEROS
	      GO TO PRICE-RTN-END.

	   MOVE CT-END-DMY TO WS-END-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-END-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE LINK-EXIT-DMY TO WS-EXIT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXIT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-EXIT-YMD NOT < WS-END-YMD
	      GO TO PRICE-RTN-END.

	   COMPUTE WS-REMAIN-MM =
		   (WS-EY-YYYY * 12 + WS-EY-MM) -
		   (WS-XY-YYYY * 12 + WS-XY-MM).
	   IF WS-EY-DD > WS-XY-DD
	      ADD 1 TO WS-REMAIN-MM.

	   MOVE SPACES TO WS-RULE-TXT.
	   EVALUATE TRUE
	     WHEN CT-BY-FIXED
		  MOVE CT-RULE-AMOUNT TO WS-FEE
		  MOVE 'FIXED FEE' TO WS-RULE-TXT
	     WHEN CT-BY-REMAIN
		  COMPUTE WS-FEE ROUNDED = WS-REMAIN-MM * CT-RATE
		  MOVE 'REMAINING MONTHS AT THE CONTRACT RATE'
		       TO WS-RULE-TXT
	     WHEN CT-BY-PERCENT
		  COMPUTE WS-FEE ROUNDED =
			  WS-REMAIN-MM * CT-RATE * CT-RULE-PCT / 100
		  MOVE CT-RULE-PCT TO WS-PCT-EDIT
		  STRING WS-PCT-EDIT '% OF REMAINING MONTHS'
			 DELIMITED BY SIZE INTO WS-RULE-TXT
	   END-EVALUATE.

	   MOVE CT-END-DMY    TO WS-END-EDIT.
	   MOVE LINK-EXIT-DMY TO WS-EXIT-EDIT.

        PRICE-RTN-END. EXIT.
      *******************************************************************
        POST-RTN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO POST-RTN-END.

	   PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO POST-RTN-END.

	   MOVE 'T'		TO CT-STAGE.
	   MOVE LINK-EXIT-DMY	TO CT-EXIT-DMY.
	   MOVE WS-FEE		TO CT-FEE-AMOUNT.
	   MOVE FEE-DATE-DMY	TO CT-FEE-DMY.
	   MOVE FEE-SEQ		TO CT-FEE-SEQ.
	   ACCEPT CT-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   REWRITE CT-REC.

	   MOVE 'N' TO S-RUN.

        POST-RTN-END. EXIT.
      *******************************************************************
        WAIVE-RTN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO WAIVE-RTN-END.

	   MOVE 'W'		TO CT-STAGE.
	   MOVE LINK-EXIT-DMY	TO CT-EXIT-DMY.
	   MOVE WS-FEE		TO CT-FEE-AMOUNT.
	   MOVE ZEROS		TO CT-FEE-DMY, CT-FEE-SEQ.
	   ACCEPT CT-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE CT-REC.

	   MOVE 'N' TO S-RUN.

        WAIVE-RTN-END. EXIT.
      *******************************************************************
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE LINK-STD-KEY	TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE 'C'		TO FEE-TYPE.
	   MOVE WS-FEE		TO FEE-AMOUNT.
	   MOVE SPACES		TO FEE-DESC.
	   STRING 'TERM EXIT ' CT-PLAN
		  DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY, FEE-TX-KEY,
				   FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-PERIOD, FEE-GV-KEY, FEE-RUN-NO,
				   FEE-TAX-AMOUNT, FEE-RCPT-NO,
				   FEE-TS-KEY, FEE-DISC-AMOUNT.

      * The sequence scan read existing rows through FEE-REC - the
      * new row must not be born carrying a void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS		TO FEE-VOID-DMY.

	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO FEE-POST-RTN-END.

	   MOVE 'W' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   MOVE FEE-AMOUNT TO WS-BAL-DELTA.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination.
	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
