       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSAGY.

      * COLLECTION AGENCY RECOVERY IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Reads the agency's
      *					periodic recovery file,
      *					posts each recovery as a
      *					numbered payment row on
      *					FEE-FILE, journals the
      *					agency's commission to
      *					GLJ-FILE as a separate
      *					expense line, keeps the
      *					AG-FILE placement up to date
      *					and releases the student
      *					once it is cleared or
      *					returned
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	GL journal lines kept under
      *					training/ when signed on to
      *					the training copy
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the tax
      *					code, tax and discount the
      *					sequence scan left in
      *					FEE-REC

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcagr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcag'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdagr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdag'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbagr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbag'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'AGENCY RECOVERY POSTING REGIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-AGR-EOF		PIC X(01).
	  03 WS-AG-EOF		PIC X(01).
	  03 WS-AG-FOUND	PIC X(01).
	  03 WS-REJECT		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(30).
	  03 WS-POST-DMY	PIC 9(08).
	  03 WS-POST-DMY-R REDEFINES WS-POST-DMY.
	     05 WS-POST-DD	PIC 9(02).
	     05 WS-POST-MMYYYY	PIC 9(06).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-AMOUNT		PIC 9(08)V9(02).
	  03 WS-COMMISSION	PIC 9(08)V9(02).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).
	  03 WS-AGY-ACCT	PIC X(08).
	  03 WS-OK-COUNT	PIC 9(06).
	  03 WS-REJ-COUNT	PIC 9(06).
	  03 WS-REC-TOTAL	PIC 9(08)V9(02).
	  03 WS-COM-TOTAL	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: AGENCY RECOVERY POSTING REGISTER'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(44) VALUE
	     'NO.  AC#     RECOVERED  COMMISSN STATUS'.
	  03 FIL		PIC X(30) VALUE 'REASON'.

       01 PRT-LINE.
	  03 FIL		PIC X(44) VALUE
	     '---- ------ ---------- --------- --------'.
	  03 FIL		PIC X(30) VALUE
	     '------------------------------'.

       01 PRT-DETAIL.
	  03 PRT-REC-COUNT	PIC Z(04).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-AMOUNT		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-COMMISSION	PIC ZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(08).
	  03 FIL		PIC X(03).
	  03 PRT-REASON		PIC X(30).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'RECOVERIES POSTED   :'.
	  03 PRT-END-OK		PIC Z(05)9.
	  03 FIL		PIC X(12) VALUE '  AMOUNT :'.
	  03 PRT-END-AMOUNT	PIC Z,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'LINES REJECTED      :'.
	  03 PRT-END-REJ	PIC Z(05)9.
	  03 FIL		PIC X(12) VALUE '  COMMN  :'.
	  03 PRT-END-COMMN	PIC Z,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Recovery File :'.
	  03 LABEL COL + 2 PIC X(40) FROM AGR-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Post Agency Recoveries?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcagr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcag'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO AGR-DATANAME.
	   ACCEPT AGR-DATANAME FROM ENVIRONMENT 'PA-AGENCY-RTN-FILE'.
	   IF AGR-DATANAME = SPACE
	      MOVE 'agency/AGENCY-RECOVERY' TO AGR-DATANAME.

	   MOVE SPACE TO GLJ-DATANAME.
	   ACCEPT GLJ-DATANAME FROM ENVIRONMENT 'PA-GL-FILE'.
	   IF GLJ-DATANAME = SPACE
	      MOVE 'gl/GL-JOURNAL' TO GLJ-DATANAME.

      * A posting practised on the training copy journals beside it,
      * never into the file the ledger picks up.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 'training/gl/GL-JOURNAL' TO GLJ-DATANAME.

	   MOVE 'Agency Recovery Import' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT AGR-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN I-O   AG-FILE.
	   OPEN I-O   STD-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN I-O   CFIG-FILE.

      * The commission lines go on after whatever BPGL has already
      * exported for the period.
	   OPEN EXTEND GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT GLJ-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE '*AGY' TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE 'AGENCYCM' TO GLM-ACCT.
	   MOVE GLM-ACCT TO WS-AGY-ACCT.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-POST-DMY.

	   MOVE ZEROS TO WS-OK-COUNT, WS-REJ-COUNT, S-REC-COUNT,
			 WS-REC-TOTAL, WS-COM-TOTAL.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-AGR-EOF.
	   PERFORM AGR-LOOP THRU AGR-LOOP-END
		   UNTIL WS-AGR-EOF = 'Y'.

      * The receipt sequence was drawn against for every posting;
      * write it back once, still under the run's file lock.
	   REWRITE CFIG-REC.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE AGR-FILE.
	   CLOSE GLJ-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE AG-FILE.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE GLM-FILE.
	   CLOSE CFIG-FILE.

	0199-END. EXIT.

      ********************************************************************
        AGR-LOOP.

	   READ AGR-FILE NEXT END
		MOVE 'Y' TO WS-AGR-EOF
		GO TO AGR-LOOP-END.

	   MOVE 'N'   TO WS-REJECT.
	   MOVE SPACE TO WS-REJECT-REASON.
	   COMPUTE WS-AMOUNT	 = AGR-AMOUNT / 100.
	   COMPUTE WS-COMMISSION = AGR-COMMISSION / 100.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AGR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'Y'		  TO WS-REJECT
		MOVE 'AC# NOT ON FILE'	  TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N'
	      PERFORM FIND-AG-RTN THRU FIND-AG-RTN-END
	      IF WS-AG-FOUND = 'N'
		 MOVE 'Y'		  TO WS-REJECT
		 MOVE 'NOT PLACED WITH AGENCY' TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N' AND AGR-AMOUNT = ZEROS AND
	      AGR-COMMISSION = ZEROS AND NOT AGR-IS-RETURN
	      MOVE 'Y'			  TO WS-REJECT
	      MOVE 'ZERO AMOUNT'	  TO WS-REJECT-REASON.

	   IF WS-REJECT = 'N' AND AGR-COMMISSION > AGR-AMOUNT
	      MOVE 'Y'			  TO WS-REJECT
	      MOVE 'COMMISSION OVER RECOVERY' TO WS-REJECT-REASON.

	   IF WS-REJECT = 'Y'
	      ADD 1 TO WS-REJ-COUNT
	      MOVE 'REJECTED' TO PRT-STATUS
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      GO TO AGR-LOOP-END.

	   IF AGR-AMOUNT NOT = ZEROS
	      PERFORM POST-RTN THRU POST-RTN-END
	      IF WS-REJECT = 'Y'
		 GO TO AGR-LOOP-END.

	   IF AGR-COMMISSION NOT = ZEROS
	      PERFORM COMMISSION-RTN THRU COMMISSION-RTN-END.

	   PERFORM PLACEMENT-RTN THRU PLACEMENT-RTN-END.

	   ADD 1 TO WS-OK-COUNT.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        AGR-LOOP-END. EXIT.

      ********************************************************************
      * A student has at most one open placement at a time - BPAGY
      * will not hand over an account already with the agency.
        FIND-AG-RTN.

	   MOVE 'N' TO WS-AG-FOUND.
	   INITIALIZE AG-REC.
	   MOVE AGR-STD-KEY TO AG-STD-KEY.
	   MOVE ZEROS	    TO AG-PLACE-DMY.
	   MOVE 'N' TO WS-AG-EOF.
	   START AG-FILE KEY >= AG-KEY INVALID
		 MOVE 'Y' TO WS-AG-EOF.
	   PERFORM FIND-AG-LOOP THRU FIND-AG-LOOP-END
		   UNTIL WS-AG-EOF = 'Y'.

        FIND-AG-RTN-END. EXIT.

      ********************************************************************
        FIND-AG-LOOP.

	   READ AG-FILE NEXT END
		MOVE 'Y' TO WS-AG-EOF
		GO TO FIND-AG-LOOP-END.

	   IF AG-STD-KEY NOT = AGR-STD-KEY
	      MOVE 'Y' TO WS-AG-EOF
	      GO TO FIND-AG-LOOP-END.

	   IF AG-IS-OPEN
	      MOVE 'Y' TO WS-AG-FOUND, WS-AG-EOF.

        FIND-AG-LOOP-END. EXIT.

      ********************************************************************
      * Post the gross recovery as a payment row dated today, numbered
      * off the same receipt sequence FMFEE uses - the debtor paid the
      * whole amount even though the agency banks it net.
        POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE AGR-STD-KEY	TO FEE-STD-KEY.
	   MOVE WS-POST-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.
	   MOVE 'P'		TO FEE-TYPE.
	   MOVE WS-AMOUNT	TO FEE-AMOUNT.
	   MOVE 'AGENCY RECOVERY' TO FEE-DESC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-EV-KEY.
	   MOVE ZEROS		TO FEE-PERIOD.

      * The sequence scan read existing rows through FEE-REC - one of
      * them may have been a voided row, and the new row must not be
      * born carrying its void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TS-KEY, FEE-TAX-AMOUNT,
				   FEE-DISC-AMOUNT.
	   MOVE ZEROS		TO FEE-VOID-DMY.
	   ADD 1 TO CFIG-RCPT-SEQ.
	   MOVE CFIG-RCPT-SEQ	TO FEE-RCPT-NO.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'Y'		   TO WS-REJECT
	      ADD 1 TO WS-REJ-COUNT
	      MOVE 'REJECTED'	   TO PRT-STATUS
	      MOVE 'LEDGER WRITE FAILED' TO WS-REJECT-REASON
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      GO TO POST-RTN-END.

	   COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

	   ADD WS-AMOUNT TO WS-REC-TOTAL.

        POST-RTN-END. EXIT.

      ********************************************************************
      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination, the same as FMFEE.
        FIND-SEQ-RTN.

	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.

      ********************************************************************
      * The agency keeps its commission out of what it banks, so the
      * payment BPGL journals in gross is trimmed back here: DR the
      * *AGY commission expense, CR bank, one pair per recovery.
        COMMISSION-RTN.

	   MOVE WS-AGY-ACCT	TO GLJ-ACCT.
	   MOVE 'D'		TO GLJ-DC.
	   MOVE AGR-COMMISSION	TO GLJ-AMOUNT.
	   MOVE SPACES		TO GLJ-DESC.
	   STRING 'AGENCY COMMISSION AC# ' AGR-STD-KEY
		  DELIMITED BY SIZE INTO GLJ-DESC.
	   MOVE WS-POST-MMYYYY	TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   MOVE CFIG-GL-BANK-ACCT TO GLJ-ACCT.
	   MOVE 'C'		TO GLJ-DC.
	   MOVE AGR-COMMISSION	TO GLJ-AMOUNT.
	   WRITE GLJ-REC.

	   ADD WS-COMMISSION TO WS-COM-TOTAL.

        COMMISSION-RTN-END. EXIT.

      ********************************************************************
      * Cleared once the agency has recovered the amount placed, or
      * returned when the agency gives up on it; either way the
      * student comes off the agency flag and back into the normal
      * dunning cycle.
        PLACEMENT-RTN.

	   ADD WS-AMOUNT	TO AG-RECOVERED.
	   ADD WS-COMMISSION	TO AG-COMMISSION.
	   MOVE WS-POST-DMY	TO AG-LAST-DMY.
	   MOVE 'POSTED'	TO PRT-STATUS.

	   IF AGR-IS-RETURN
	      MOVE 'R'		TO AG-STATUS-FLAG
	      MOVE 'RETURNED'	TO PRT-STATUS
	   ELSE
	      IF AG-RECOVERED NOT < AG-PLACED
		 MOVE 'C'	TO AG-STATUS-FLAG
		 MOVE 'CLEARED' TO PRT-STATUS.

	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE AG-REC.

	   IF NOT AG-IS-OPEN
	      MOVE SPACE	TO STD-AGENCY-FLAG
	      REWRITE STD-REC.

        PLACEMENT-RTN-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT.
	   MOVE AGR-STD-KEY	TO PRT-STD-KEY.
	   MOVE WS-AMOUNT	TO PRT-AMOUNT.
	   MOVE WS-COMMISSION	TO PRT-COMMISSION.
	   MOVE WS-REJECT-REASON TO PRT-REASON.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE SPACES TO PRT-REASON.

        PRT-DETAIL-RTN-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

	   IF S-FIRST-PRINT = 'Y'
	      MOVE 'N' TO S-FIRST-PRINT
	      CALL   '/v/cps/lib/std/f-dmyhm' USING
		     PRT-SYS-DMY, PRT-START-HHMM
	      CANCEL '/v/cps/lib/std/f-dmyhm'
	      MOVE 'PRESTIGE ATLANTIC' TO PRT-COMPNAME
	      MOVE 1			TO S-PAGE-COUNT
	   ELSE
	      ADD 1		TO S-PAGE-COUNT
	      WRITE PRINT-REC FROM SPACE AFTER PAGE
	   END-IF.

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-OK-COUNT  TO PRT-END-OK.
	   MOVE WS-REC-TOTAL TO PRT-END-AMOUNT.
	   MOVE WS-REJ-COUNT TO PRT-END-REJ.
	   MOVE WS-COM-TOTAL TO PRT-END-COMMN.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
