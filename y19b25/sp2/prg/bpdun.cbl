      *					STD-DUN-LEVEL (1 = gentle
      *					reminder through 4 = final
      *					notice) for BPLT's chase run
      * VAN TZE SHAN 	15/10/26 WO	PAA	Accounts handed to the
      *					collection agency are left
      *					off the register and their
      *					dunning level left alone
      * VAN TZE SHAN 	15/10/26 WO	PAA	Split-billed students are
      *					aged once per payer off the
      *					rows stamped to it, each
      *					payer printed on its own
      *					line; the student's own
      *					household steps STD-DUN-LEVEL
      *					and any other payer steps
      *					PS-DUN-LEVEL on its split
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-CHG-MAX		VALUE 300.
       78 T-PYR-MAX		VALUE 10.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	  03 WS-PAY-TOTAL	PIC S9(08)V9(02).
	  03 WS-AGED-COUNT	PIC 9(06).
	  03 WS-LEVEL		PIC 9(01).
	  03 WS-AGENCY-SW	PIC X(01).
	  03 WS-CUR-FAMILY	PIC X(08).
	  03 WS-PS-EOF		PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

      * One open-item slot per non-void charge of the student being
	  03 WS-CHG OCCURS T-CHG-MAX.
	     05 WS-CHG-YMD	PIC 9(08).
	     05 WS-CHG-AMT	PIC S9(08)V9(02).
	     05 WS-CHG-PYR	PIC 9(02).

      * The payers a student's rows are stamped to, each with its own
      * payment pool. Slot 1 is the student's own household - rows
      * with no stamp and rows stamped to the home family code.
       01 WS-PYR-TABLE.
	  03 WS-PYR-COUNT	PIC 9(02).
	  03 WS-PYR-SUB		PIC 9(02).
	  03 WS-PYR-FIND	PIC 9(02).
	  03 WS-PYR OCCURS T-PYR-MAX.
	     05 WS-PYR-TYPE	PIC X(01).
	     05 WS-PYR-KEY	PIC X(08).
	     05 WS-PYR-PAY	PIC S9(08)V9(02).

       01 WS-CHG-MISC.
	  03 WS-SUB		PIC 9(03).
	     'REPORT TITLE: AGED ARREARS REGISTER'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(27) VALUE
	     'AC#    STUDENT NAME'.
	  03 FIL		PIC X(11) VALUE
	     ' PAYER'.
	  03 FIL		PIC X(11) VALUE
	     '    0-30'.
	  03 FIL		PIC X(33) VALUE
	     '   31-60      61-90     91-120'.
	  03 FIL		PIC X(23) VALUE
	     '  OVER 120 LV'.

       01 PRT-LINE.
	  03 FIL		PIC X(27) VALUE
	     '------ --------------------'.
	  03 FIL		PIC X(11) VALUE
	     ' - --------'.
	  03 FIL		PIC X(11) VALUE
	     ' ---------'.
	  03 FIL		PIC X(33) VALUE
	     '- ---------- ---------- ---------'.
	  03 FIL		PIC X(23) VALUE
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-PYR-TYPE	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-PYR-KEY	PIC X(08).
	  03 PRT-BKT		PIC ----,--9.99 OCCURS 5.
	  03 FIL		PIC X(01).
	  03 PRT-LEVEL		PIC Z9.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   MOVE 'N' TO S-RUN.
	   OPEN I-O   STD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN I-O   PS-FILE.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.
	   MOVE WS-TODAY-YMD TO WS-YYYYMMDD(2).
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   MOVE 'Arrears Aging / Dunning' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 4 TO RETURN-CODE.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE PS-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

		 PERFORM AGE-ONE-RTN THRU AGE-ONE-RTN-END
	      END-IF
	      MOVE FEE-STD-KEY TO WS-CUR-STD-KEY
	      MOVE ZEROS TO WS-PAY-TOTAL, WS-CHG-COUNT
	      PERFORM PYR-INIT-RTN THRU PYR-INIT-RTN-END.

	   IF FEE-IS-VOID
	      GO TO 0299-SCAN-END.

	   PERFORM PYR-FIND-RTN THRU PYR-FIND-RTN-END.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      PERFORM CHG-TABLE-RTN THRU CHG-TABLE-RTN-END
	   ELSE
	      ADD FEE-AMOUNT TO WS-PYR-PAY (WS-PYR-SUB).

        0299-SCAN-END. EXIT.

      ********************************************************************
      * A fresh payer table for the next student, slot 1 being the
      * home household; the family code tells a row stamped to the
      * home household apart from one stamped to another.
        PYR-INIT-RTN.

	   MOVE 1	TO WS-PYR-COUNT.
	   MOVE SPACES	TO WS-PYR-TYPE (1), WS-PYR-KEY (1).
	   MOVE ZEROS	TO WS-PYR-PAY (1).

	   MOVE SPACES TO WS-CUR-FAMILY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE STD-FAMILY-CODE TO WS-CUR-FAMILY
	   END-READ.

        PYR-INIT-RTN-END. EXIT.

      ********************************************************************
      * WS-PYR-SUB comes back pointing at the row's payer, a new slot
      * opened for a payer not yet seen. A student somehow past the
      * table limit leaves the excess with the home household.
        PYR-FIND-RTN.

	   MOVE 1 TO WS-PYR-SUB.

	   IF FEE-PAYER-TYPE = SPACES
	      GO TO PYR-FIND-RTN-END.
	   IF FEE-PAYER-TYPE = 'F' AND
	      FEE-PAYER-KEY = WS-CUR-FAMILY
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
	      MOVE ZEROS	  TO WS-PYR-PAY (WS-PYR-SUB).

        PYR-FIND-RTN-END. EXIT.

        PYR-MATCH-RTN.

	   IF WS-PYR-TYPE (WS-PYR-FIND) = FEE-PAYER-TYPE AND
	      WS-PYR-KEY (WS-PYR-FIND)  = FEE-PAYER-KEY
	      MOVE WS-PYR-FIND TO WS-PYR-SUB.

        PYR-MATCH-RTN-END. EXIT.

      ********************************************************************
      * The key holds the house ddmmyyyy digit order, so each charge
      * is turned chronological on its way into the table. A ledger
	      ADD 1 TO WS-CHG-COUNT
	      MOVE WS-ROW-YMD TO WS-CHG-YMD (WS-CHG-COUNT)
	      MOVE FEE-AMOUNT TO WS-CHG-AMT (WS-CHG-COUNT)
	      MOVE WS-PYR-SUB TO WS-CHG-PYR (WS-CHG-COUNT)
	   ELSE
	      ADD FEE-AMOUNT TO WS-CHG-AMT (T-CHG-MAX).

        CHG-TABLE-RTN-END. EXIT.

      ********************************************************************
      * Each payer is aged on its own, so one parent's payments never
      * clear the other's charges and one's arrears never chase the
      * other.
        AGE-ONE-RTN.

	   PERFORM AGE-PAYER-RTN THRU AGE-PAYER-RTN-END
		   VARYING WS-PYR-SUB FROM 1 BY 1
		   UNTIL WS-PYR-SUB > WS-PYR-COUNT.

        AGE-ONE-RTN-END. EXIT.

      ********************************************************************
      * Apply the payer's payment pool to its oldest charge still
      * open, over and over until the pool runs dry; whatever stays
      * open falls into its age bucket, and the oldest open bucket
      * sets the dunning level.
        AGE-PAYER-RTN.

	   MOVE ZEROS TO WS-BKT (1), WS-BKT (2), WS-BKT (3),
			 WS-BKT (4), WS-BKT (5).
	   MOVE ZEROS TO WS-TOP-BKT, WS-BALANCE.
	   MOVE WS-PYR-PAY (WS-PYR-SUB) TO WS-PAY-TOTAL.

	   PERFORM PAY-APPLY-RTN THRU PAY-APPLY-RTN-END
		   UNTIL WS-PAY-TOTAL NOT > ZEROS.

	   PERFORM LEVEL-RTN THRU LEVEL-RTN-END.

	   IF WS-BALANCE > ZEROS AND WS-AGENCY-SW = 'N'
	      ADD 1 TO WS-AGED-COUNT
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        AGE-PAYER-RTN-END. EXIT.

      ********************************************************************
        PAY-APPLY-RTN.
        FIND-OLDEST-RTN.

	   IF WS-CHG-AMT (WS-SUB) > ZEROS AND
	      WS-CHG-PYR (WS-SUB) = WS-PYR-SUB AND
	      WS-CHG-YMD (WS-SUB) < WS-OLD-YMD
	      MOVE WS-CHG-YMD (WS-SUB) TO WS-OLD-YMD
	      MOVE WS-SUB	       TO WS-OLD-SUB.
      ********************************************************************
        BUCKET-RTN.

	   IF WS-CHG-AMT (WS-SUB) NOT > ZEROS OR
	      WS-CHG-PYR (WS-SUB) NOT = WS-PYR-SUB
	      GO TO BUCKET-RTN-END.

	   MOVE WS-CHG-YMD (WS-SUB) TO WS-YYYYMMDD(1).
      * Level 1-4 off the oldest open bucket (the two oldest buckets
      * share the final-notice level). The stamp only moves on the
      * live master; a balance carried by an archived student still
      * prints but has no record to step. An account with the
      * collection agency is the agency's to chase - BPAGY took it
      * at the final notice and PSAGY hands it back.
        LEVEL-RTN.

	   MOVE 'N' TO WS-AGENCY-SW.

	   EVALUATE WS-TOP-BKT
	     WHEN 0	MOVE 0 TO WS-LEVEL
	     WHEN 1	MOVE 1 TO WS-LEVEL
		MOVE 'NAME UNKNOWN' TO STD-NAME
		GO TO LEVEL-RTN-END.

	   IF STD-WITH-AGENCY
	      MOVE 'Y' TO WS-AGENCY-SW
	      GO TO LEVEL-RTN-END.

	   IF WS-PYR-SUB NOT = 1
	      PERFORM PS-LEVEL-RTN THRU PS-LEVEL-RTN-END
	      GO TO LEVEL-RTN-END.

	   IF STD-DUN-LEVEL NOT = WS-LEVEL
	      MOVE WS-LEVEL TO STD-DUN-LEVEL
	      REWRITE STD-REC.

        LEVEL-RTN-END. EXIT.

      ********************************************************************
      * A payer other than the home household carries its level on
      * its split rows - every charge code the student splits to it.
        PS-LEVEL-RTN.

	   MOVE WS-CUR-STD-KEY TO PS-STD-KEY.
	   MOVE LOW-VALUES     TO PS-FS-KEY, PS-PAYER-TYPE,
				  PS-PAYER-KEY.
	   MOVE 'N' TO WS-PS-EOF.
	   START PS-FILE KEY >= PS-KEY INVALID
		 MOVE 'Y' TO WS-PS-EOF.
	   PERFORM PS-LEVEL-LOOP THRU PS-LEVEL-LOOP-END
		   UNTIL WS-PS-EOF = 'Y'.

        PS-LEVEL-RTN-END. EXIT.

        PS-LEVEL-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PS-EOF
		GO TO PS-LEVEL-LOOP-END.

	   IF PS-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-PS-EOF
	      GO TO PS-LEVEL-LOOP-END.

	   IF PS-PAYER-TYPE = WS-PYR-TYPE (WS-PYR-SUB) AND
	      PS-PAYER-KEY  = WS-PYR-KEY (WS-PYR-SUB) AND
	      PS-DUN-LEVEL NOT = WS-LEVEL
	      MOVE WS-LEVEL TO PS-DUN-LEVEL
	      REWRITE PS-REC.

        PS-LEVEL-LOOP-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.


	   MOVE WS-CUR-STD-KEY	TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE WS-PYR-TYPE (WS-PYR-SUB) TO PRT-PYR-TYPE.
	   MOVE WS-PYR-KEY (WS-PYR-SUB)	 TO PRT-PYR-KEY.
	   IF WS-PYR-SUB = 1 AND WS-CUR-FAMILY NOT = SPACES
	      MOVE 'F'		 TO PRT-PYR-TYPE
	      MOVE WS-CUR-FAMILY TO PRT-PYR-KEY.
	   MOVE WS-BKT (1)	TO PRT-BKT (1).
	   MOVE WS-BKT (2)	TO PRT-BKT (2).
	   MOVE WS-BKT (3)	TO PRT-BKT (3).
