      *					out of the draw - their
      *					charges bill to the sponsor,
      *					not the family's account
      * VAN TZE SHAN 	15/10/26 WO	PAA	Split-billed students
      *					(PS-FILE) drawn once per
      *					household payer off the
      *					ledger rows stamped to it,
      *					the payer carried on the
      *					bank row; sponsor shares
      *					held out like a sponsored
      *					student
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgiro'.
	   COPY '/v/cps/lib/std/fcprint'.

	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgiro'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgiro'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 PRT-START-HHMM	PIC X(07).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-HAS-SPLIT	PIC X(01).
	  03 WS-STATUS		PIC X(06).
	  03 WS-PAYER-NAME	PIC X(40).

      * The payers a split student's rows are stamped to, each with
      * its own balance. Slot 1 is the student's own household - rows
      * with no stamp and rows stamped to the home family code.
       78 T-PYR-MAX		VALUE 10.
       01 WS-PYR-TABLE.
	  03 WS-PYR-COUNT	PIC 9(02).
	  03 WS-PYR-SUB		PIC 9(02).
	  03 WS-PYR-FIND	PIC 9(02).
	  03 WS-PYR OCCURS T-PYR-MAX.
	     05 WS-PYR-TYPE	PIC X(01).
	     05 WS-PYR-KEY	PIC X(08).
	     05 WS-PYR-BAL	PIC S9(08)V9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
       01 PRT-HEADER3.
	  03 FIL		PIC X(52) VALUE
	     'NO.  AC#    STUDENT NAME            AMOUNT STATUS'.
	  03 FIL		PIC X(11) VALUE
	     ' PAYER'.

       01 PRT-LINE.
	  03 FIL		PIC X(52) VALUE
	     '---- ------ -------------------- ---------- ------'.
	  03 FIL		PIC X(11) VALUE
	     ' - --------'.

       01 PRT-DETAIL.
	  03 PRT-REC-COUNT	PIC Z(04).
	  03 PRT-AMOUNT		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-PAYER-TYPE	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-PAYER-KEY	PIC X(08).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgiro'.
	   COPY '/v/cps/lib/std/dcprint'.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT SB-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT PS-FILE.
	   OPEN INPUT FA-FILE.

      * Nothing keyed on the training copy may reach the bank.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'GIRO Submission Extract' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE STD-FILE.
	   CLOSE SB-FILE.
	   CLOSE FEE-FILE.
	   CLOSE PS-FILE.
	   CLOSE FA-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      * is no active mandate to draw on.
        SUBMIT-RTN.

	   MOVE SPACES TO PRT-PAYER-TYPE, PRT-PAYER-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
	      WRITE PRINT-REC FROM PRT-DETAIL
	      GO TO SUBMIT-RTN-END.

      * A split student is drawn per payer off the ledger rows - the
      * summary balance lumps every payer's share together.
	   PERFORM SPLIT-CHECK-RTN THRU SPLIT-CHECK-RTN-END.
	   IF WS-HAS-SPLIT = 'Y'
	      PERFORM SPLIT-SUBMIT-RTN THRU SPLIT-SUBMIT-RTN-END
	      GO TO SUBMIT-RTN-END.

      * Money already on account nets the student out of this run -
      * listed so the treasurer sees who was held back, instead of
      * the old silent skip.

        SUBMIT-RTN-END. EXIT.

      ********************************************************************
        SPLIT-CHECK-RTN.

	   MOVE 'N' TO WS-HAS-SPLIT.
	   MOVE STD-KEY	   TO PS-STD-KEY.
	   MOVE LOW-VALUES TO PS-FS-KEY, PS-PAYER-TYPE, PS-PAYER-KEY.
	   START PS-FILE KEY >= PS-KEY INVALID
		 GO TO SPLIT-CHECK-RTN-END.
	   READ PS-FILE NEXT END
		GO TO SPLIT-CHECK-RTN-END.
	   IF PS-STD-KEY = STD-KEY
	      MOVE 'Y' TO WS-HAS-SPLIT.

        SPLIT-CHECK-RTN-END. EXIT.

      ********************************************************************
      * Each payer's balance is totalled off the rows stamped to it,
      * then each is drawn, netted off or held back on its own.
        SPLIT-SUBMIT-RTN.

	   MOVE 1	TO WS-PYR-COUNT.
	   MOVE SPACES	TO WS-PYR-TYPE (1), WS-PYR-KEY (1).
	   MOVE ZEROS	TO WS-PYR-BAL (1).

	   MOVE STD-KEY	    TO FEE-STD-KEY.
	   MOVE LOW-VALUES  TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM SPLIT-FEE-LOOP THRU SPLIT-FEE-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

	   PERFORM PAYER-SUBMIT-RTN THRU PAYER-SUBMIT-RTN-END
		   VARYING WS-PYR-SUB FROM 1 BY 1
		   UNTIL WS-PYR-SUB > WS-PYR-COUNT.

        SPLIT-SUBMIT-RTN-END. EXIT.

        SPLIT-FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO SPLIT-FEE-LOOP-END.

	   IF FEE-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-FEE-EOF
	      GO TO SPLIT-FEE-LOOP-END.

	   IF FEE-IS-VOID
	      GO TO SPLIT-FEE-LOOP-END.

	   PERFORM PYR-FIND-RTN THRU PYR-FIND-RTN-END.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      ADD FEE-AMOUNT TO WS-PYR-BAL (WS-PYR-SUB)
	   ELSE
	      SUBTRACT FEE-AMOUNT FROM WS-PYR-BAL (WS-PYR-SUB).

        SPLIT-FEE-LOOP-END. EXIT.

      ********************************************************************
      * WS-PYR-SUB comes back pointing at the row's payer, a new slot
      * opened for a payer not yet seen. A student somehow past the
      * table limit leaves the excess with the home household.
        PYR-FIND-RTN.

	   MOVE 1 TO WS-PYR-SUB.

	   IF FEE-PAYER-TYPE = SPACES
	      GO TO PYR-FIND-RTN-END.
	   IF FEE-PAYER-TYPE = 'F' AND
	      FEE-PAYER-KEY = STD-FAMILY-CODE
	      GO TO PYR-FIND-RTN-END.

	   PERFORM PYR-MATCH-RTN THRU PYR-MATCH-RTN-END
		   VARYING WS-PYR-FIND FROM 2 BY 1
		   UNTIL WS-PYR-FIND > WS-PYR-COUNT OR
			 WS-PYR-SUB NOT = 1.

	   IF WS-PYR-SUB NOT = 1
	      GO TO PYR-FIND-RTN-END.

	   IF WS-PYR-COUNT < T-PYR-MAX
	      ADD 1 TO WS-PYR-COUNT
	      MOVE WS-PYR-COUNT	  TO WS-PYR-SUB
	      MOVE FEE-PAYER-TYPE TO WS-PYR-TYPE (WS-PYR-SUB)
	      MOVE FEE-PAYER-KEY  TO WS-PYR-KEY (WS-PYR-SUB)
	      MOVE ZEROS	  TO WS-PYR-BAL (WS-PYR-SUB).

        PYR-FIND-RTN-END. EXIT.

        PYR-MATCH-RTN.

	   IF WS-PYR-TYPE (WS-PYR-FIND) = FEE-PAYER-TYPE AND
	      WS-PYR-KEY (WS-PYR-FIND)  = FEE-PAYER-KEY
	      MOVE WS-PYR-FIND TO WS-PYR-SUB.

        PYR-MATCH-RTN-END. EXIT.

      ********************************************************************
      * A sponsor's share goes on the sponsor statement and a payer in
      * credit is netted off, both listed; another household is drawn
      * in its billing contact's name.
        PAYER-SUBMIT-RTN.

	   IF WS-PYR-BAL (WS-PYR-SUB) = ZEROS
	      GO TO PAYER-SUBMIT-RTN-END.

	   IF WS-PYR-TYPE (WS-PYR-SUB) = 'S'
	      MOVE 'SPONSR' TO WS-STATUS
	      PERFORM PRT-PAYER-RTN THRU PRT-PAYER-RTN-END
	      GO TO PAYER-SUBMIT-RTN-END.

	   IF WS-PYR-BAL (WS-PYR-SUB) < ZEROS
	      MOVE 'CREDIT' TO WS-STATUS
	      PERFORM PRT-PAYER-RTN THRU PRT-PAYER-RTN-END
	      GO TO PAYER-SUBMIT-RTN-END.

	   MOVE STD-NAME TO WS-PAYER-NAME.
	   IF WS-PYR-SUB NOT = 1
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-PYR-KEY (WS-PYR-SUB) TO FA-KEY
	      READ FA-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   IF FA-BILL-CONTACT NOT = SPACES
		      MOVE FA-BILL-CONTACT TO WS-PAYER-NAME
		   END-IF
	      END-READ.

	   INITIALIZE GIRO-REC.
	   MOVE 'D'		TO GIRO-REC-TYPE.
	   MOVE STD-KEY		TO GIRO-STD-KEY.
	   MOVE WS-PAYER-NAME	TO GIRO-NAME.
	   COMPUTE WS-CENTS = WS-PYR-BAL (WS-PYR-SUB) * 100.
	   MOVE WS-CENTS	TO GIRO-AMOUNT.
	   MOVE WS-TODAY-DMY	TO GIRO-DATE-DMY.
	   MOVE WS-PYR-TYPE (WS-PYR-SUB) TO GIRO-PAYER-TYPE.
	   MOVE WS-PYR-KEY (WS-PYR-SUB)	 TO GIRO-PAYER-KEY.
	   WRITE GIRO-REC.

	   ADD 1			TO WS-SUB-COUNT.
	   ADD WS-PYR-BAL (WS-PYR-SUB)	TO WS-SUB-AMOUNT.

	   MOVE 'SUBMIT' TO WS-STATUS.
	   PERFORM PRT-PAYER-RTN THRU PRT-PAYER-RTN-END.

        PAYER-SUBMIT-RTN-END. EXIT.

      ********************************************************************
        PRT-PAYER-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT.
	   MOVE STD-KEY		TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE ZEROS		TO PRT-AMOUNT.
	   IF WS-STATUS = 'SUBMIT'
	      MOVE WS-PYR-BAL (WS-PYR-SUB) TO PRT-AMOUNT.
	   MOVE WS-STATUS	TO PRT-STATUS.
	   MOVE WS-PYR-TYPE (WS-PYR-SUB) TO PRT-PAYER-TYPE.
	   MOVE WS-PYR-KEY (WS-PYR-SUB)	 TO PRT-PAYER-KEY.
	   IF WS-PYR-SUB = 1
	      MOVE 'F'		   TO PRT-PAYER-TYPE
	      MOVE STD-FAMILY-CODE TO PRT-PAYER-KEY.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-PAYER-RTN-END. EXIT.

      ********************************************************************
        TRAILER-RTN.

