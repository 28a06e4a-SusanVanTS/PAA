      *					payments, a combined
      *					balance, and the guardian
      *					as the mailing head
      * VAN TZE SHAN 	15/10/26 WO	PAA	Split-billed students
      *					(PS-FILE) show each household
      *					only its own share: rows
      *					stamped to another payer are
      *					left off, a student billed in
      *					from another household shows
      *					the rows stamped to this one,
      *					and a payer household with
      *					no members of its own still
      *					gets its statement
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	  03 WS-GD-ADD1		PIC X(40).
	  03 WS-GD-ADD2		PIC X(40).
	  03 WS-GD-ADD3		PIC X(40).
	  03 WS-PS-EOF		PIC X(01).
	  03 WS-PYR-EOF		PIC X(01).
	  03 WS-HAS-SPLIT	PIC X(01).
	  03 WS-SHARE-ONLY	PIC X(01).
	  03 WS-HAS-MEMBER	PIC X(01).
	  03 WS-LAST-SHARE-STD	PIC X(06).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT SB-FILE.
	   OPEN INPUT PS-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.

	   READ CFIG-FILE.

	   MOVE 'Statement Email Run' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   INITIALIZE WS-MISC.
	   CLOSE FA-FILE.
	   CLOSE FEE-FILE.
	   CLOSE SB-FILE.
	   CLOSE PS-FILE.
	   CLOSE NQ-FILE.
	   CLOSE CFIG-FILE.
	   EXIT PROGRAM.
	   PERFORM FAMILY-LOOP THRU FAMILY-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

	   PERFORM PAYER-ONLY-RTN THRU PAYER-ONLY-RTN-END.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.
	   REWRITE CFIG-REC.


        FAMILY-LOOP-END. EXIT.

      ********************************************************************
      * A household named as payer on a split (PS-FILE) may have no
      * student of its own - the parent who moved out. The family
      * walk never reaches such a code, so the payer-first key is
      * walked for household payers in range with no members, and
      * each gets its statement for the shares it carries.
        PAYER-ONLY-RTN.

	   INITIALIZE PS-REC.
	   MOVE 'F'	   TO PS-ALT-PAYER-TYPE.
	   MOVE START-FAM  TO PS-ALT-PAYER-KEY.
	   MOVE LOW-VALUES TO PS-ALT-STD-KEY, PS-ALT-FS-KEY.
	   MOVE 'N' TO WS-PYR-EOF.
	   START PS-FILE KEY >= PS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PYR-EOF.
	   PERFORM PAYER-ONLY-LOOP THRU PAYER-ONLY-LOOP-END
		   UNTIL WS-PYR-EOF = 'Y'.

        PAYER-ONLY-RTN-END. EXIT.

        PAYER-ONLY-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PYR-EOF
		GO TO PAYER-ONLY-LOOP-END.

	   IF PS-ALT-PAYER-TYPE NOT = 'F' OR
	      PS-ALT-PAYER-KEY > END-FAM
	      MOVE 'Y' TO WS-PYR-EOF
	      GO TO PAYER-ONLY-LOOP-END.

	   MOVE PS-ALT-PAYER-KEY TO WS-CUR-FAMILY.

	   MOVE 'N' TO WS-HAS-MEMBER.
	   MOVE WS-CUR-FAMILY TO STD-ALT-KEY5.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-MEM-EOF
	   NOT INVALID
		 READ STD-FILE NEXT END
		      CONTINUE
		 NOT END
		      IF STD-FAMILY-CODE = WS-CUR-FAMILY
			 MOVE 'Y' TO WS-HAS-MEMBER
		      END-IF
		 END-READ
	   END-START.

	   IF WS-HAS-MEMBER = 'N'
	      PERFORM FAMILY-STMT-RTN THRU FAMILY-STMT-RTN-END.

      * The statement walked PS-FILE for the household's shares; step
      * past the rest of this payer's rows from here.
	   MOVE 'F'	      TO PS-ALT-PAYER-TYPE.
	   MOVE WS-CUR-FAMILY TO PS-ALT-PAYER-KEY.
	   MOVE HIGH-VALUES   TO PS-ALT-STD-KEY, PS-ALT-FS-KEY.
	   START PS-FILE KEY > PS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PYR-EOF.

        PAYER-ONLY-LOOP-END. EXIT.

      ********************************************************************
      * Two passes over the same household: the first only totals, so
      * the non-zero-only selection can drop the family before a line
	   PERFORM MEMBER-LOOP THRU MEMBER-LOOP-END
		   UNTIL WS-MEM-EOF = 'Y'.

	   PERFORM SHARE-SCAN-RTN THRU SHARE-SCAN-RTN-END.

        MEMBER-SCAN-RTN-END. EXIT.

      ********************************************************************
	      MOVE PRT-MEM-LINE TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   PERFORM SPLIT-CHECK-RTN THRU SPLIT-CHECK-RTN-END.
	   MOVE 'N' TO WS-SHARE-ONLY.
	   PERFORM FEE-SCAN-RTN THRU FEE-SCAN-RTN-END.

	   IF WS-PASS = 'P'

        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * A member whose fees are split has rows belonging to other
      * payers, so the summary balance is no use for the household's
      * figure and the ledger is walked in both passes.
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
      * Students of other households whose split names this household
      * as a payer: each is listed under the household with only the
      * rows stamped to it. Members were covered by the member walk.
        SHARE-SCAN-RTN.

	   MOVE SPACES	      TO WS-LAST-SHARE-STD.
	   MOVE 'F'	      TO PS-ALT-PAYER-TYPE.
	   MOVE WS-CUR-FAMILY TO PS-ALT-PAYER-KEY.
	   MOVE LOW-VALUES    TO PS-ALT-STD-KEY, PS-ALT-FS-KEY.
	   MOVE 'N' TO WS-PS-EOF.
	   START PS-FILE KEY >= PS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PS-EOF.
	   PERFORM SHARE-LOOP THRU SHARE-LOOP-END
		   UNTIL WS-PS-EOF = 'Y'.

        SHARE-SCAN-RTN-END. EXIT.

        SHARE-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PS-EOF
		GO TO SHARE-LOOP-END.

	   IF PS-ALT-PAYER-TYPE NOT = 'F' OR
	      PS-ALT-PAYER-KEY NOT = WS-CUR-FAMILY
	      MOVE 'Y' TO WS-PS-EOF
	      GO TO SHARE-LOOP-END.

	   IF PS-ALT-STD-KEY = WS-LAST-SHARE-STD
	      GO TO SHARE-LOOP-END.
	   MOVE PS-ALT-STD-KEY TO WS-LAST-SHARE-STD.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PS-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		GO TO SHARE-LOOP-END.

	   IF STD-FAMILY-CODE = WS-CUR-FAMILY
	      GO TO SHARE-LOOP-END.

	   IF WS-PASS = 'P' AND
	      PRT-FAMILY-CODE NOT = WS-CUR-FAMILY
	      PERFORM PRT-FAM-HEAD-RTN THRU PRT-FAM-HEAD-RTN-END.

	   IF WS-PASS = 'P'
	      MOVE STD-KEY  TO PRT-STD-KEY
	      MOVE STD-NAME TO PRT-STD-NAME
	      MOVE PRT-MEM-LINE TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

	   MOVE 'Y' TO WS-HAS-SPLIT, WS-SHARE-ONLY.
	   PERFORM FEE-SCAN-RTN THRU FEE-SCAN-RTN-END.

	   IF WS-PASS = 'P'
	      MOVE WS-MEM-BALANCE TO PRT-MEM-BALANCE
	      MOVE PRT-MEM-BAL TO WS-OUT-LINE
	      PERFORM OUT-LINE-RTN THRU OUT-LINE-RTN-END.

        SHARE-LOOP-END. EXIT.

      ********************************************************************
      * The totalling pass already settled the mailing head, so the
      * printing pass keys off PRT-FAMILY-CODE to emit the header once
      * The totalling pass only needs the figure, which the summary
      * already holds; the printing pass still walks the rows the
      * statement lists.
	   IF WS-PASS = 'T' AND WS-HAS-SPLIT = 'N'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-KEY TO SB-KEY
	      READ SB-FILE INVALID
	   IF FEE-IS-VOID
	      GO TO FEE-LOOP-END.

      * A row stamped to another payer is that payer's business; a
      * student billed in from elsewhere shows only the rows stamped
      * to this household, the unstamped ones being its own
      * household's.
	   IF WS-SHARE-ONLY = 'Y'
	      IF FEE-PAYER-TYPE NOT = 'F' OR
		 FEE-PAYER-KEY NOT = WS-CUR-FAMILY
		 GO TO FEE-LOOP-END
	      END-IF
	   ELSE
	      IF FEE-PAYER-TYPE NOT = SPACES AND
		 (FEE-PAYER-TYPE NOT = 'F' OR
		  FEE-PAYER-KEY NOT = WS-CUR-FAMILY)
		 GO TO FEE-LOOP-END.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      ADD FEE-AMOUNT TO WS-MEM-BALANCE
	   ELSE
