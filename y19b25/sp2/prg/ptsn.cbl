      *					and payments, a combined
      *					balance, addressed to the
      *					sponsor's billing contact
      * VAN TZE SHAN 	15/10/26 WO	PAA	Students whose fees are
      *					split to the sponsor
      *					(PS-FILE) listed with only
      *					the sponsor's share, and
      *					rows split away from a
      *					sponsored student to
      *					another payer left off
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-SN-HEADED	PIC X(01).
	  03 WS-SHARE-ONLY	PIC X(01).
	  03 WS-MEM-BALANCE	PIC S9(07)V9(02).
	  03 WS-SN-BALANCE	PIC S9(07)V9(02).
	  03 PRT-START-HHMM	PIC X(07).
	   COPY '/z/y19b25/sp2/lib/fd/dcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT SN-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT PS-FILE.

	   MOVE 'Sponsor Statement of Account' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   INITIALIZE WS-MISC.
	   CLOSE SN-FILE.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE PS-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

		MOVE 'Y' TO WS-STD-EOF
		GO TO MEMBER-LOOP-END.

	   MOVE 'N' TO WS-SHARE-ONLY.
	   IF STD-SN-KEY NOT = WS-CUR-SN-KEY
	      PERFORM SHARE-CHECK-RTN THRU SHARE-CHECK-RTN-END
	      IF WS-SHARE-ONLY NOT = 'Y'
		 GO TO MEMBER-LOOP-END.

	   IF WS-SN-HEADED NOT = 'Y'
	      PERFORM PRT-SN-HEAD-RTN THRU PRT-SN-HEAD-RTN-END.

        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * A student sponsored elsewhere, or not at all, still belongs on
      * this statement when a split names the sponsor as a payer.
        SHARE-CHECK-RTN.

	   MOVE 'S'	      TO PS-ALT-PAYER-TYPE.
	   MOVE WS-CUR-SN-KEY TO PS-ALT-PAYER-KEY.
	   MOVE STD-KEY	      TO PS-ALT-STD-KEY.
	   MOVE LOW-VALUES    TO PS-ALT-FS-KEY.
	   START PS-FILE KEY >= PS-ALT-KEY1 INVALID
		 GO TO SHARE-CHECK-RTN-END.
	   READ PS-FILE NEXT END
		GO TO SHARE-CHECK-RTN-END.
	   IF PS-ALT-PAYER-TYPE = 'S' AND
	      PS-ALT-PAYER-KEY = WS-CUR-SN-KEY AND
	      PS-ALT-STD-KEY = STD-KEY
	      MOVE 'Y' TO WS-SHARE-ONLY.

        SHARE-CHECK-RTN-END. EXIT.

      ********************************************************************
        PRT-SN-HEAD-RTN.

	   IF FEE-IS-VOID
	      GO TO FEE-LOOP-END.

      * Only rows stamped to the sponsor count for a student billed in
      * by a split; a sponsored student's rows split away to another
      * payer are that payer's.
	   IF WS-SHARE-ONLY = 'Y'
	      IF FEE-PAYER-TYPE NOT = 'S' OR
		 FEE-PAYER-KEY NOT = WS-CUR-SN-KEY
		 GO TO FEE-LOOP-END
	      END-IF
	   ELSE
	      IF FEE-PAYER-TYPE NOT = SPACES AND
		 (FEE-PAYER-TYPE NOT = 'S' OR
		  FEE-PAYER-KEY NOT = WS-CUR-SN-KEY)
		 GO TO FEE-LOOP-END.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      ADD FEE-AMOUNT TO WS-MEM-BALANCE
	   ELSE
