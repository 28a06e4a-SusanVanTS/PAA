       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-CPPST.

      * POST ONE CARD PAYMENT TO THE FEE LEDGER
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2

      * LINK-CPP-AMOUNT is posted to FEE-FILE as receipted payment
      * rows dated LINK-CPP-POST-DMY, each one listed on CP-FILE
      * under LINK-CPP-REF (sequence 01 up) so a chargeback can be
      * reversed row for row. LINK-CPP-ACCOUNT is an AC# or a
      * household (STD family) code:
      *   AC#        one row, the whole amount, on the student
      *   household  spread over the household's oldest open
      *		     charges, oldest first across all its students
      *		     - each student's own payments having cleared
      *		     its oldest charges first, the way BPDUN ages
      *		     them - one row a student it reaches; anything
      *		     left once every charge is covered stays on the
      *		     first student on the household as credit
      * Only the household's own rows count: a row stamped to a
      * sponsor or another household (PS-FILE splits) is that
      * payer's to settle. LINK-CPP-RESULT comes back Y posted,
      * N when the account is not on file (nothing posted), E when
      * the ledger would not take a row; LINK-CPP-KIND S or H says
      * which way the account was read, LINK-CPP-ROWS how many
      * rows went on.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccp'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       78 T-MEM-MAX		VALUE 30.
       78 T-CHG-MAX		VALUE 500.

      * The students the payment is spread over and what each gets.
       01 WS-MEM-TABLE.
	  03 WS-MEM-COUNT	PIC 9(02).
	  03 WS-MEM OCCURS 30.
	     05 WS-MEM-KEY	PIC X(06).
	     05 WS-MEM-POOL	PIC S9(08)V9(02).
	     05 WS-MEM-ALLOC	PIC 9(08)V9(02).

      * One open-item slot per home-household charge of the
      * household's students.
       01 WS-CHG-TABLE.
	  03 WS-CHG-COUNT	PIC 9(03).
	  03 WS-CHG OCCURS 500.
	     05 WS-CHG-MEM	PIC 9(02).
	     05 WS-CHG-YMD	PIC 9(08).
	     05 WS-CHG-AMT	PIC S9(08)V9(02).

       01 WS-MISC.
	  03 WS-EOF		PIC X(01).
	  03 WS-SUB		PIC 9(03).
	  03 WS-MEM-SUB		PIC 9(02).
	  03 WS-OLD-SUB		PIC 9(03).
	  03 WS-OLD-YMD		PIC 9(08).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-PAY-TOTAL	PIC S9(08)V9(02).
	  03 WS-LEFT		PIC S9(08)V9(02).
	  03 WS-SAVE-SEQ	PIC 9(02).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).

       LINKAGE SECTION.
       01 LINK-CPP.
	  03 LINK-CPP-RESULT	PIC X(01).
	  03 LINK-CPP-REF	PIC X(16).
	  03 LINK-CPP-ACCOUNT	PIC X(08).
	  03 LINK-CPP-AMOUNT	PIC 9(08)V9(02).
	  03 LINK-CPP-POST-DMY	PIC 9(08).
	  03 LINK-CPP-KIND	PIC X(01).
	  03 LINK-CPP-ROWS	PIC 9(02).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-CPP.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccp'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE 'N'   TO LINK-CPP-RESULT.
	   MOVE SPACE TO LINK-CPP-KIND.
	   MOVE ZEROS TO LINK-CPP-ROWS, WS-MEM-COUNT, WS-CHG-COUNT.

	   IF LINK-CPP-ACCOUNT = SPACES OR LINK-CPP-AMOUNT = ZEROS
	      GO TO TERMINATION.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT STD-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO TERMINATION.

	   PERFORM MEMBER-RTN THRU MEMBER-RTN-END.
	   CLOSE STD-FILE.
	   IF WS-MEM-COUNT = ZEROS
	      GO TO TERMINATION.

	   OPEN I-O FEE-FILE.
	   OPEN I-O CFIG-FILE.

      * The register is started on first use.
	   OPEN I-O CP-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT CP-FILE
	      CLOSE CP-FILE
	      OPEN I-O CP-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   IF LINK-CPP-KIND = 'S'
	      MOVE LINK-CPP-AMOUNT TO WS-MEM-ALLOC (1)
	   ELSE
	      PERFORM OPEN-ITEM-RTN THRU OPEN-ITEM-RTN-END
		      VARYING WS-MEM-SUB FROM 1 BY 1
		      UNTIL WS-MEM-SUB > WS-MEM-COUNT
	      MOVE LINK-CPP-AMOUNT TO WS-LEFT
	      PERFORM SPREAD-RTN THRU SPREAD-RTN-END
		      UNTIL WS-LEFT NOT > ZEROS
	   END-IF.

	   MOVE 'Y' TO LINK-CPP-RESULT.
	   PERFORM POST-RTN THRU POST-RTN-END
		   VARYING WS-MEM-SUB FROM 1 BY 1
		   UNTIL WS-MEM-SUB > WS-MEM-COUNT OR
			 LINK-CPP-RESULT NOT = 'Y'.

      * The receipt sequence was drawn against for every row; it goes
      * back once, still under this call's lock.
	   REWRITE CFIG-REC.

	   CLOSE FEE-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE CP-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * An AC# is six characters with nothing after; anything else, or
      * an AC# not on file, is tried as a household code.
        MEMBER-RTN.

	   IF LINK-CPP-ACCOUNT (7:2) = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE LINK-CPP-ACCOUNT (1:6) TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
	      NOT INVALID
		   MOVE 'S'	TO LINK-CPP-KIND
		   MOVE 1	TO WS-MEM-COUNT
		   MOVE STD-KEY TO WS-MEM-KEY (1)
		   MOVE ZEROS	TO WS-MEM-POOL (1), WS-MEM-ALLOC (1)
		   GO TO MEMBER-RTN-END
	      END-READ.

	   MOVE LINK-CPP-ACCOUNT TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-EOF.
	   START STD-FILE KEY = STD-ALT-KEY5 INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'Y' TO WS-EOF.
	   PERFORM MEMBER-LOOP THRU MEMBER-LOOP-END
		   UNTIL WS-EOF = 'Y'.

	   IF WS-MEM-COUNT NOT = ZEROS
	      MOVE 'H' TO LINK-CPP-KIND.

        MEMBER-RTN-END. EXIT.

        MEMBER-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO MEMBER-LOOP-END.

	   IF STD-FAMILY-CODE NOT = LINK-CPP-ACCOUNT OR
	      WS-MEM-COUNT NOT < T-MEM-MAX
	      MOVE 'Y' TO WS-EOF
	      GO TO MEMBER-LOOP-END.

	   ADD 1 TO WS-MEM-COUNT.
	   MOVE STD-KEY TO WS-MEM-KEY (WS-MEM-COUNT).
	   MOVE ZEROS	TO WS-MEM-POOL (WS-MEM-COUNT),
			   WS-MEM-ALLOC (WS-MEM-COUNT).

        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * One student's home-household rows: charges and refunds become
      * open items, payments and write-offs a pool that clears the
      * student's own oldest items first.
        OPEN-ITEM-RTN.

	   INITIALIZE FEE-REC.
	   MOVE WS-MEM-KEY (WS-MEM-SUB) TO FEE-STD-KEY.
	   MOVE ZEROS TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 MOVE 'Y' TO WS-EOF.
	   PERFORM OPEN-ITEM-LOOP THRU OPEN-ITEM-LOOP-END
		   UNTIL WS-EOF = 'Y'.

	   MOVE WS-MEM-POOL (WS-MEM-SUB) TO WS-PAY-TOTAL.
	   PERFORM PAY-APPLY-RTN THRU PAY-APPLY-RTN-END
		   UNTIL WS-PAY-TOTAL NOT > ZEROS.

        OPEN-ITEM-RTN-END. EXIT.

        OPEN-ITEM-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO OPEN-ITEM-LOOP-END.

	   IF FEE-STD-KEY NOT = WS-MEM-KEY (WS-MEM-SUB)
	      MOVE 'Y' TO WS-EOF
	      GO TO OPEN-ITEM-LOOP-END.

	   IF FEE-IS-VOID
	      GO TO OPEN-ITEM-LOOP-END.

	   IF NOT (FEE-PAYER-TYPE = SPACES OR
		   (FEE-PAYER-TYPE = 'F' AND
		    FEE-PAYER-KEY = LINK-CPP-ACCOUNT))
	      GO TO OPEN-ITEM-LOOP-END.

	   IF NOT (FEE-IS-CHARGE OR FEE-IS-REFUND)
	      ADD FEE-AMOUNT TO WS-MEM-POOL (WS-MEM-SUB)
	      GO TO OPEN-ITEM-LOOP-END.

      * The key holds the house ddmmyyyy order, so each charge is
      * turned chronological on its way into the table; a household
      * somehow past the table limit lumps the excess onto the last
      * slot.
	   MOVE FEE-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-CHG-COUNT < T-CHG-MAX
	      ADD 1 TO WS-CHG-COUNT
	      MOVE WS-MEM-SUB TO WS-CHG-MEM (WS-CHG-COUNT)
	      MOVE WS-ROW-YMD TO WS-CHG-YMD (WS-CHG-COUNT)
	      MOVE FEE-AMOUNT TO WS-CHG-AMT (WS-CHG-COUNT)
	   ELSE
	      ADD FEE-AMOUNT TO WS-CHG-AMT (T-CHG-MAX).

        OPEN-ITEM-LOOP-END. EXIT.

      ********************************************************************
        PAY-APPLY-RTN.

	   PERFORM OLDEST-RTN THRU OLDEST-RTN-END.

	   IF WS-OLD-SUB = ZEROS
	      MOVE ZEROS TO WS-PAY-TOTAL
	      GO TO PAY-APPLY-RTN-END.

	   IF WS-PAY-TOTAL >= WS-CHG-AMT (WS-OLD-SUB)
	      SUBTRACT WS-CHG-AMT (WS-OLD-SUB) FROM WS-PAY-TOTAL
	      MOVE ZEROS TO WS-CHG-AMT (WS-OLD-SUB)
	   ELSE
	      SUBTRACT WS-PAY-TOTAL FROM WS-CHG-AMT (WS-OLD-SUB)
	      MOVE ZEROS TO WS-PAY-TOTAL.

        PAY-APPLY-RTN-END. EXIT.

      ********************************************************************
      * The card payment onto the household's oldest open charge,
      * whichever student it belongs to, until the money or the
      * charges run out; money left over is the first student's
      * credit.
        SPREAD-RTN.

	   MOVE ZEROS TO WS-MEM-SUB.
	   PERFORM OLDEST-RTN THRU OLDEST-RTN-END.

	   IF WS-OLD-SUB = ZEROS
	      ADD WS-LEFT TO WS-MEM-ALLOC (1)
	      MOVE ZEROS TO WS-LEFT
	      GO TO SPREAD-RTN-END.

	   MOVE WS-CHG-MEM (WS-OLD-SUB) TO WS-SUB.
	   IF WS-LEFT >= WS-CHG-AMT (WS-OLD-SUB)
	      ADD WS-CHG-AMT (WS-OLD-SUB) TO WS-MEM-ALLOC (WS-SUB)
	      SUBTRACT WS-CHG-AMT (WS-OLD-SUB) FROM WS-LEFT
	      MOVE ZEROS TO WS-CHG-AMT (WS-OLD-SUB)
	   ELSE
	      ADD WS-LEFT TO WS-MEM-ALLOC (WS-SUB)
	      SUBTRACT WS-LEFT FROM WS-CHG-AMT (WS-OLD-SUB)
	      MOVE ZEROS TO WS-LEFT.

        SPREAD-RTN-END. EXIT.

      ********************************************************************
      * WS-OLD-SUB comes back at the oldest item still open - of the
      * student in WS-MEM-SUB, or of any student when that is zero.
        OLDEST-RTN.

	   MOVE ZEROS	 TO WS-OLD-SUB.
	   MOVE 99999999 TO WS-OLD-YMD.
	   PERFORM OLDEST-LOOP THRU OLDEST-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CHG-COUNT.

        OLDEST-RTN-END. EXIT.

        OLDEST-LOOP.

	   IF WS-CHG-AMT (WS-SUB) > ZEROS AND
	      (WS-MEM-SUB = ZEROS OR
	       WS-CHG-MEM (WS-SUB) = WS-MEM-SUB) AND
	      WS-CHG-YMD (WS-SUB) < WS-OLD-YMD
	      MOVE WS-CHG-YMD (WS-SUB) TO WS-OLD-YMD
	      MOVE WS-SUB	       TO WS-OLD-SUB.

        OLDEST-LOOP-END. EXIT.

      ********************************************************************
      * One receipted payment row for the student's share, numbered
      * off the receipt sequence FMFEE uses, with its CP-FILE line.
        POST-RTN.

	   IF WS-MEM-ALLOC (WS-MEM-SUB) = ZEROS
	      GO TO POST-RTN-END.

	   INITIALIZE FEE-REC.
	   MOVE WS-MEM-KEY (WS-MEM-SUB) TO FEE-STD-KEY.
	   MOVE LINK-CPP-POST-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

      * The sequence scan read existing rows through FEE-REC; the new
      * row starts clean rather than inheriting their stamps.
	   MOVE FEE-SEQ TO WS-SAVE-SEQ.
	   INITIALIZE FEE-REC.
	   MOVE WS-MEM-KEY (WS-MEM-SUB) TO FEE-STD-KEY.
	   MOVE LINK-CPP-POST-DMY	TO FEE-DATE-DMY.
	   MOVE WS-SAVE-SEQ		TO FEE-SEQ.
	   MOVE 'P'			TO FEE-TYPE.
	   MOVE WS-MEM-ALLOC (WS-MEM-SUB) TO FEE-AMOUNT.
	   STRING 'CARD PAYMENT ' LINK-CPP-REF
		  DELIMITED BY SIZE INTO FEE-DESC.
	   ADD 1 TO CFIG-RCPT-SEQ.
	   MOVE CFIG-RCPT-SEQ		TO FEE-RCPT-NO.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'E' TO LINK-CPP-RESULT
	      GO TO POST-RTN-END.

	   COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

	   INITIALIZE CP-REC.
	   MOVE LINK-CPP-REF TO CP-REF.
	   PERFORM CP-SEQ-RTN THRU CP-SEQ-RTN-END.
	   MOVE LINK-CPP-ACCOUNT	TO CP-ACCOUNT.
	   MOVE LINK-CPP-POST-DMY	TO CP-SETTLE-DMY.
	   MOVE 'P'			TO CP-STATUS-FLAG.
	   MOVE FEE-STD-KEY		TO CP-STD-KEY.
	   MOVE FEE-DATE-DMY		TO CP-FEE-DMY.
	   MOVE FEE-SEQ			TO CP-FEE-SEQ.
	   MOVE FEE-AMOUNT		TO CP-AMOUNT.
	   WRITE CP-REC.
	   ADD 1 TO LINK-CPP-ROWS.

        POST-RTN-END. EXIT.

      ********************************************************************
      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination, the same as FMFEE.
        FIND-SEQ-RTN.

	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.

      ********************************************************************
      * The reference's next free line - a suspense item the desk
      * retries after a failed post carries on after what went on.
        CP-SEQ-RTN.

	   MOVE 1 TO CP-SEQ.

	CP-SEQ-LOOP.
	   READ CP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		INITIALIZE CP-DETAILS
		MOVE ZEROS TO CP-PADDING
		GO TO CP-SEQ-RTN-END.

	   ADD 1 TO CP-SEQ.
	   GO TO CP-SEQ-LOOP.

        CP-SEQ-RTN-END. EXIT.
