       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPREV.

      * BILLING RUN REVERSAL
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Voids every row a BPFEE run
      *					posted, keyed by its run
      *					number off BRN-FILE, with the
      *					reason and operator; puts
      *					plan installments back to
      *					unposted, takes each row back
      *					out of SB-FILE via F-BAL,
      *					marks the run reversed and
      *					prints the rows voided.
      *					Refused when any month the
      *					run posted into is closed
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpcl'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpcl'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpcl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'BILLING RUN REVERSAL'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-RUN-NO		PIC 9(06).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-VOID-COUNT	PIC 9(06).
	  03 WS-VOID-AMOUNT	PIC 9(08)V9(02).
	  03 WS-PLAN-COUNT	PIC 9(06).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).
	  03 WS-INST-SUB	PIC 9(02).
	  03 WS-INST-FOUND	PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-VOID-MISC.
	  03 WS-VOID-REASON	PIC X(30).
	  03 WS-VOID-OPERATOR	PIC X(08).
	  03 WS-VOID-DMY	PIC 99/99/9999.
	  03 WS-VOID-HHMM	PIC X(07).

      * Every month the run posted into must still be open - plan
      * installments can be dated before the billed period. The last
      * month looked up is kept so a run is not one PCL read a row.
       01 WS-PCL-MISC.
	  03 WS-PCL-CLOSED	PIC X(01).
	  03 WS-PCL-LAST	PIC 9(06).
	  03 WS-CK-DATE		PIC 9(08).
	  03 WS-CK-DMY REDEFINES WS-CK-DATE.
	     05 WS-CK-DD	PIC 9(02).
	     05 WS-CK-MM	PIC 9(02).
	     05 WS-CK-YYYY	PIC 9(04).

       01 WS-RUN-PERIOD		PIC 9(06).
       01 REDEFINES WS-RUN-PERIOD.
	  03 WS-RP-MM		PIC 9(02).
	  03 WS-RP-YYYY		PIC 9(04).

      * The plan a PLAN row was posted off - BPFEE writes its
      * description as 'PLAN ss/nn desc'.
       01 WS-PLAN-DESC		PIC X(30).
       01 REDEFINES WS-PLAN-DESC.
	  03 WS-PD-TAG		PIC X(05).
	  03 WS-PD-SEQ		PIC 9(02).
	  03 FIL		PIC X(23).

	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01) VALUE 'R'.
	   03 WS-JRNL-IMAGE	PIC X(500).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: BILLING RUN REVERSAL'.
	  03 FIL		PIC X(07) VALUE 'RUN :'.
	  03 PRT-RUN-NO		PIC 9(06).
	  03 FIL		PIC X(10) VALUE '  PERIOD :'.
	  03 PRT-PERIOD-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-PERIOD-YYYY	PIC 9(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(45) VALUE
	     'NO.  AC#    STUDENT NAME         DATE       SQ'.
	  03 FIL		PIC X(35) VALUE
	     ' DESCRIPTION         AMOUNT STATUS'.

       01 PRT-LINE.
	  03 FIL		PIC X(45) VALUE
	     '---- ------ -------------------- ---------- --'.
	  03 FIL		PIC X(35) VALUE
	     ' --------------- ---------- ------'.

       01 PRT-DETAIL.
	  03 PRT-REC-COUNT	PIC Z(04).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-FEE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-FEE-SEQ	PIC 9(02).
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(15).
	  03 FIL		PIC X(01).
	  03 PRT-AMOUNT		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(06).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'ROWS VOIDED         :'.
	  03 PRT-END-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(12) VALUE '  AMOUNT :'.
	  03 PRT-END-AMOUNT	PIC Z,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'PLAN INSTALLMENTS   :'.
	  03 PRT-END-PLAN	PIC Z(05)9.
	  03 FIL		PIC X(20) VALUE '  PUT BACK TO DUE'.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'VOID REASON         :'.
	  03 PRT-END-REASON	PIC X(30).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Billing Run No:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC Z(05)9
	     USING WS-RUN-NO.
	  03 LABEL LINE 03 COL 02 'Void Reason:'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 03 COL 19 PIC X(30)
	     USING WS-VOID-REASON.
	  03 LABEL LINE 05 COL 02
	     'Void Every Row Of This Run?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbrn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpcl'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   BRN-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN I-O   PP-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT PCL-FILE.

	   MOVE ZEROS  TO WS-RUN-NO.
	   MOVE SPACES TO WS-VOID-REASON.

	   MOVE 'Billing Run Reversal' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE BRN-FILE.
	   CLOSE FEE-FILE.
	   CLOSE PP-FILE.
	   CLOSE STD-FILE.
	   CLOSE PCL-FILE.
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

	   IF WS-RUN-NO = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-RUN-NO TO BRN-KEY.
	   READ BRN-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.

	   IF BRN-IS-REVERSED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-VOID-REASON = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM CHECK-RTN THRU CHECK-RTN-END.
	   IF WS-PCL-CLOSED = 'Y'
	      MOVE 200020 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   ACCEPT WS-VOID-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-VOID-DMY, WS-VOID-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   MOVE ZEROS TO WS-VOID-COUNT, WS-VOID-AMOUNT, WS-PLAN-COUNT,
			 S-REC-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'RUN ' WS-RUN-NO DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM VOID-LOOP THRU VOID-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

	   MOVE 'R'		 TO BRN-STATUS-FLAG.
	   MOVE WS-VOID-OPERATOR TO BRN-REV-OPERATOR.
	   MOVE WS-VOID-DMY	 TO BRN-REV-DMY.
	   MOVE WS-VOID-HHMM	 TO BRN-REV-HHMM.
	   MOVE WS-VOID-REASON	 TO BRN-REV-REASON.
	   MOVE WS-VOID-COUNT	 TO BRN-REV-COUNT.
	   REWRITE BRN-REC.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Runs the month the run billed and the month of every row it
      * left standing against PCL-FILE before anything is voided.
        CHECK-RTN.

	   MOVE 'N'	   TO WS-PCL-CLOSED.
	   MOVE ZEROS	   TO WS-PCL-LAST.
	   MOVE BRN-PERIOD TO PCL-KEY.
	   PERFORM PCL-CHECK-RTN THRU PCL-CHECK-RTN-END.
	   IF WS-PCL-CLOSED = 'Y'
	      GO TO CHECK-RTN-END.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM CHECK-LOOP THRU CHECK-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

        CHECK-RTN-END. EXIT.

      ********************************************************************
        CHECK-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO CHECK-LOOP-END.

	   IF FEE-RUN-NO NOT = WS-RUN-NO OR FEE-IS-VOID
	      GO TO CHECK-LOOP-END.

	   MOVE FEE-DATE-DMY TO WS-CK-DATE.
	   COMPUTE PCL-KEY = (WS-CK-MM * 10000) + WS-CK-YYYY.
	   IF PCL-KEY = WS-PCL-LAST
	      GO TO CHECK-LOOP-END.

	   PERFORM PCL-CHECK-RTN THRU PCL-CHECK-RTN-END.
	   IF WS-PCL-CLOSED = 'Y'
	      MOVE 'Y' TO WS-FEE-EOF.

        CHECK-LOOP-END. EXIT.

      ********************************************************************
        PCL-CHECK-RTN.

	   MOVE PCL-KEY TO WS-PCL-LAST.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ PCL-FILE INVALID
		CONTINUE
	   NOT INVALID
		IF PCL-IS-CLOSED
		   MOVE 'Y' TO WS-PCL-CLOSED
		END-IF
	   END-READ.

        PCL-CHECK-RTN-END. EXIT.

      ********************************************************************
      * Each row of the run still standing is voided the way FMFEE
      * voids a single row - stamped, journalled and taken back out
      * of the SB-FILE summary. Voiding the row is also what lifts
      * the period guard BPFEE keeps on the membership and on each
      * locker, so a rerun bills them again.
        VOID-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO VOID-LOOP-END.

	   IF FEE-RUN-NO NOT = WS-RUN-NO OR FEE-IS-VOID
	      GO TO VOID-LOOP-END.

	   MOVE 'V'		  TO FEE-VOID-FLAG.
	   MOVE WS-VOID-OPERATOR  TO FEE-VOID-OPERATOR.
	   MOVE WS-VOID-DMY	  TO FEE-VOID-DMY.
	   MOVE WS-VOID-HHMM	  TO FEE-VOID-HHMM.
	   MOVE WS-VOID-REASON	  TO FEE-VOID-REASON.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'ERROR' TO PRT-STATUS
	      PERFORM PRT-RTN THRU PRT-RTN-END
	      GO TO VOID-LOOP-END.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT
	   ELSE
	      MOVE FEE-AMOUNT TO WS-BAL-DELTA.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

	   ADD 1	  TO WS-VOID-COUNT.
	   ADD FEE-AMOUNT TO WS-VOID-AMOUNT.
	   MOVE 'VOIDED'  TO PRT-STATUS.

	   MOVE FEE-DESC TO WS-PLAN-DESC.
	   IF FEE-FS-KEY = SPACES AND WS-PD-TAG = 'PLAN '
	      PERFORM PLAN-RTN THRU PLAN-RTN-END.

	   PERFORM PRT-RTN THRU PRT-RTN-END.

        VOID-LOOP-END. EXIT.

      ********************************************************************
      * A plan installment the run posted goes back to unposted, and
      * a plan the run had completed is reopened, so the next run
      * for the period posts it again. A split installment has one
      * row per payer - the first of them finds the installment.
        PLAN-RTN.

	   IF WS-PD-SEQ NOT NUMERIC
	      GO TO PLAN-RTN-END.

	   MOVE FEE-STD-KEY TO PP-STD-KEY.
	   MOVE WS-PD-SEQ   TO PP-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ PP-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE 'N' TO WS-INST-FOUND
		PERFORM PLAN-INST-RTN THRU PLAN-INST-RTN-END
			VARYING WS-INST-SUB FROM 1 BY 1
			UNTIL WS-INST-SUB > PP-INST-COUNT
			   OR WS-INST-FOUND = 'Y'
		IF WS-INST-FOUND = 'Y'
		   IF PP-IS-DONE
		      MOVE 'O' TO PP-STATUS-FLAG
		   END-IF
		   REWRITE PP-REC
		   ADD 1 TO WS-PLAN-COUNT
		   MOVE 'PLAN' TO PRT-STATUS
		END-IF
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

        PLAN-RTN-END. EXIT.

      ********************************************************************
        PLAN-INST-RTN.

	   IF PP-INST-DMY (WS-INST-SUB) = FEE-DATE-DMY AND
	      PP-INST-POSTED (WS-INST-SUB) = 'Y'
	      MOVE 'N' TO PP-INST-POSTED (WS-INST-SUB)
	      MOVE 'Y' TO WS-INST-FOUND.

        PLAN-INST-RTN-END. EXIT.

      ********************************************************************
        PRT-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE FEE-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT.
	   MOVE FEE-STD-KEY	TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE FEE-DATE-DMY	TO PRT-FEE-DMY.
	   MOVE FEE-SEQ		TO PRT-FEE-SEQ.
	   MOVE FEE-DESC	TO PRT-DESC.
	   MOVE FEE-AMOUNT	TO PRT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-RTN-END. EXIT.

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

	   MOVE WS-RUN-NO	TO PRT-RUN-NO.
	   MOVE BRN-PERIOD	TO WS-RUN-PERIOD.
	   MOVE WS-RP-MM	TO PRT-PERIOD-MM.
	   MOVE WS-RP-YYYY	TO PRT-PERIOD-YYYY.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-VOID-COUNT	TO PRT-END-COUNT.
	   MOVE WS-VOID-AMOUNT	TO PRT-END-AMOUNT.
	   MOVE WS-PLAN-COUNT	TO PRT-END-PLAN.
	   MOVE WS-VOID-REASON	TO PRT-END-REASON.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
