       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPAGY.

      * COLLECTION AGENCY HANDOVER RUN
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Picks the accounts BPDUN
      *					has stepped to the final
      *					notice whose oldest unpaid
      *					charge is past the keyed
      *					age, writes them to the
      *					fixed-format agency file,
      *					opens an AG-FILE placement
      *					for each and flags the
      *					student as with agency so
      *					dunning and reminder runs
      *					leave them alone
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcag'.
	   COPY '/z/y19b25/sp2/lib/fd/fcagx'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdag'.
	   COPY '/z/y19b25/sp2/lib/fd/fdagx'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbag'.
	   COPY '/z/y19b25/sp2/lib/fd/dbagx'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'AGENCY HANDOVER REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-CHG-MAX		VALUE 300.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-MIN-DAYS	PIC 9(04) VALUE 120.
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-PAY-TOTAL	PIC S9(08)V9(02).
	  03 WS-HAND-COUNT	PIC 9(06).
	  03 WS-HAND-TOTAL	PIC 9(08)V9(02).
	  03 WS-OLDEST-DMY	PIC 9(08).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * One open-item slot per non-void charge of the student being
      * looked at; payments eat the oldest slot first, as in BPDUN.
       01 WS-CHG-TABLE.
	  03 WS-CHG-COUNT	PIC 9(03).
	  03 WS-CHG OCCURS T-CHG-MAX.
	     05 WS-CHG-YMD	PIC 9(08).
	     05 WS-CHG-AMT	PIC S9(08)V9(02).

       01 WS-CHG-MISC.
	  03 WS-SUB		PIC 9(03).
	  03 WS-OLD-SUB		PIC 9(03).
	  03 WS-OLD-YMD		PIC 9(08).
	  03 WS-AGE-DAYS	PIC S9(07).
	  03 WS-ROW-YMD		PIC 9(08).

      * Day-count table, duplicated locally the same way F-GTAGE keeps
      * its own copy rather than sharing one via a copybook.
       01 WS-DAY-TABLE.
	  03 WS-NO		PIC X(36) VALUE
	     '000031059090120151181212243273304334'.
	  03 WS-DAY REDEFINES WS-NO
				PIC 9(03) OCCURS 12 TIMES.

       01 WS-DATE-MISC.
	  03 WS-SUB2		PIC 9(02).
	  03 WS-MTH		PIC 9(02).
	  03 WS-LEAP-YEAR-COUNT	PIC 9(04).

      * Gregorian leap-year test: divisible by 4, except centuries
      * (divisible by 100) unless also divisible by 400.
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	     88 LEAP-DIV-4	VALUE 0.
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	     88 LEAP-DIV-100	VALUE 0.
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	     88 LEAP-DIV-400	VALUE 0.
	  03 WS-LEAP-SW		PIC X(01).
	     88 GREGORIAN-LEAP-YEAR	VALUE 'Y'.
	  03 OCCURS 2 TIMES.
	     05 WS-YYYYMMDD.
		07 WS-YYYY	PIC 9(04).
		07 WS-MM	PIC 9(02).
		07 WS-DD	PIC 9(02).
	     05 WS-DAY-COUNT	PIC S9(07).
	  03 WS-TODAY-YMD	PIC 9(08).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: AGENCY HANDOVER REGISTER'.
	  03 FIL		PIC X(14) VALUE 'MINIMUM AGE :'.
	  03 PRT-MIN-DAYS	PIC ZZZ9.
	  03 FIL		PIC X(05) VALUE ' DAYS'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(39) VALUE
	     'AC#    STUDENT NAME         OLDEST DUE '.
	  03 FIL		PIC X(38) VALUE
	     ' DAYS    BALANCE BILL CONTACT'.

       01 PRT-LINE.
	  03 FIL		PIC X(39) VALUE
	     '------ -------------------- ----------'.
	  03 FIL		PIC X(38) VALUE
	     ' ----- ---------- --------------------'.

       01 PRT-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-OLDEST-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-AGE-DAYS	PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-BALANCE	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-CONTACT	PIC X(20).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'ACCOUNTS HANDED OVER:'.
	  03 PRT-END-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(12) VALUE '  AMOUNT :'.
	  03 PRT-END-AMOUNT	PIC Z,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Agency File :'.
	  03 LABEL COL + 2 PIC X(40) FROM AGX-DATANAME.
	  03 LABEL LINE 03 COL 02 'Oldest Unpaid Charge Over:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(04)
	     USING WS-MIN-DAYS.
	  03 LABEL COL + 2 'Days'.
	  03 LABEL LINE 05 COL 02
	     'Hand Final-Notice Accounts To Agency?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcag'.
	   COPY '/z/y19b25/sp2/lib/fd/dcagx'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   STD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT SB-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN I-O   AG-FILE.

	   MOVE SPACE TO AGX-DATANAME.
	   ACCEPT AGX-DATANAME FROM ENVIRONMENT 'PA-AGENCY-FILE'.
	   IF AGX-DATANAME = SPACE
	      MOVE 'agency/AGENCY-HANDOVER' TO AGX-DATANAME.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.
	   MOVE WS-TODAY-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

	   MOVE 'Collection Agency Handover' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 4 TO RETURN-CODE.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE SB-FILE.
	   CLOSE FA-FILE.
	   CLOSE AG-FILE.
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

	   IF WS-MIN-DAYS = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
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

	   OPEN OUTPUT AGX-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      CLOSE PRINT-FILE
	      GO TO 0199-END.

	   MOVE ZEROS TO WS-HAND-COUNT, WS-HAND-TOTAL.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

	   PERFORM TRAILER-RTN THRU TRAILER-RTN-END.

	   MOVE WS-HAND-COUNT TO PRT-END-COUNT.
	   MOVE WS-HAND-TOTAL TO PRT-END-AMOUNT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE AGX-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	   MOVE ZEROS TO RETURN-CODE.

	0199-END. EXIT.

      ********************************************************************
      * Only final-notice accounts not already placed, still owing
      * on the balance summary, whose oldest open charge has aged
      * past the keyed number of days.
        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO STD-LOOP-END.

	   IF STD-DUN-LEVEL NOT = 4
	      GO TO STD-LOOP-END.

	   IF STD-WITH-AGENCY
	      GO TO STD-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE STD-KEY TO SB-KEY.
	   READ SB-FILE INVALID
		GO TO STD-LOOP-END.

	   IF SB-BALANCE NOT > ZEROS
	      GO TO STD-LOOP-END.

	   PERFORM OLDEST-RTN THRU OLDEST-RTN-END.
	   IF WS-OLD-SUB = ZEROS
	      GO TO STD-LOOP-END.

	   MOVE WS-OLD-YMD TO WS-YYYYMMDD(1).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   COMPUTE WS-AGE-DAYS =
		   WS-DAY-COUNT(2) - WS-DAY-COUNT(1).

	   IF WS-AGE-DAYS NOT > WS-MIN-DAYS
	      GO TO STD-LOOP-END.

	   COMPUTE WS-OLDEST-DMY = (WS-DD(1) * 1000000) +
		   (WS-MM(1) * 10000) + WS-YYYY(1).

	   PERFORM HANDOVER-RTN THRU HANDOVER-RTN-END.

        STD-LOOP-END. EXIT.

      ********************************************************************
      * Rebuild the student's open items off the ledger the way
      * BPDUN ages them - payments applied oldest charge first - and
      * leave the oldest charge still open in WS-OLD-YMD/WS-OLD-SUB.
        OLDEST-RTN.

	   MOVE ZEROS TO WS-PAY-TOTAL, WS-CHG-COUNT.
	   INITIALIZE FEE-REC.
	   MOVE STD-KEY TO FEE-STD-KEY.
	   MOVE ZEROS	TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

	   PERFORM PAY-APPLY-RTN THRU PAY-APPLY-RTN-END
		   UNTIL WS-PAY-TOTAL NOT > ZEROS.

	   MOVE ZEROS	   TO WS-OLD-SUB.
	   MOVE 99999999   TO WS-OLD-YMD.
	   PERFORM FIND-OLDEST-RTN THRU FIND-OLDEST-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CHG-COUNT.

        OLDEST-RTN-END. EXIT.

      ********************************************************************
        FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO FEE-LOOP-END.

	   IF FEE-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-FEE-EOF
	      GO TO FEE-LOOP-END.

	   IF FEE-IS-VOID
	      GO TO FEE-LOOP-END.

	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      PERFORM CHG-TABLE-RTN THRU CHG-TABLE-RTN-END
	   ELSE
	      ADD FEE-AMOUNT TO WS-PAY-TOTAL.

        FEE-LOOP-END. EXIT.

      ********************************************************************
        CHG-TABLE-RTN.

	   MOVE FEE-DATE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-CHG-COUNT < T-CHG-MAX
	      ADD 1 TO WS-CHG-COUNT
	      MOVE WS-ROW-YMD TO WS-CHG-YMD (WS-CHG-COUNT)
	      MOVE FEE-AMOUNT TO WS-CHG-AMT (WS-CHG-COUNT)
	   ELSE
	      ADD FEE-AMOUNT TO WS-CHG-AMT (T-CHG-MAX).

        CHG-TABLE-RTN-END. EXIT.

      ********************************************************************
        PAY-APPLY-RTN.

	   MOVE ZEROS	   TO WS-OLD-SUB.
	   MOVE 99999999   TO WS-OLD-YMD.
	   PERFORM FIND-OLDEST-RTN THRU FIND-OLDEST-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CHG-COUNT.

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
        FIND-OLDEST-RTN.

	   IF WS-CHG-AMT (WS-SUB) > ZEROS AND
	      WS-CHG-YMD (WS-SUB) < WS-OLD-YMD
	      MOVE WS-CHG-YMD (WS-SUB) TO WS-OLD-YMD
	      MOVE WS-SUB	       TO WS-OLD-SUB.

        FIND-OLDEST-RTN-END. EXIT.

      ********************************************************************
      * The placement row goes first - if one already exists for
      * today the account is left alone rather than sent twice. The
      * agency gets the household's billing contact and address
      * where the student belongs to one on FA-FILE.
        HANDOVER-RTN.

	   INITIALIZE AG-REC.
	   MOVE STD-KEY		TO AG-STD-KEY.
	   MOVE WS-TODAY-DMY	TO AG-PLACE-DMY.
	   MOVE WS-OLDEST-DMY	TO AG-OLDEST-DMY.
	   MOVE SB-BALANCE	TO AG-PLACED.
	   MOVE ZEROS		TO AG-RECOVERED, AG-COMMISSION,
				   AG-LAST-DMY.
	   MOVE 'O'		TO AG-STATUS-FLAG.
	   WRITE AG-REC INVALID
		 GO TO HANDOVER-RTN-END.

	   INITIALIZE AGX-REC.
	   MOVE 'D'		TO AGX-REC-TYPE.
	   MOVE STD-KEY		TO AGX-STD-KEY.
	   MOVE STD-NAME	TO AGX-NAME.
	   MOVE STD-ADD1	TO AGX-ADD1.
	   MOVE STD-ADD2	TO AGX-ADD2.
	   MOVE STD-ADD3	TO AGX-ADD3.
	   MOVE SPACES		TO AGX-CONTACT.

	   IF STD-FAMILY-CODE NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-FAMILY-CODE TO FA-KEY
	      READ FA-FILE INVALID
		   MOVE SPACES TO FA-BILL-CONTACT, FA-ADD1
	      END-READ
	      MOVE FA-BILL-CONTACT TO AGX-CONTACT
	      IF FA-ADD1 NOT = SPACES
		 MOVE FA-ADD1 TO AGX-ADD1
		 MOVE FA-ADD2 TO AGX-ADD2
		 MOVE FA-ADD3 TO AGX-ADD3.

	   COMPUTE AGX-BALANCE = SB-BALANCE * 100.
	   MOVE WS-OLDEST-DMY	TO AGX-OLDEST-DMY.
	   WRITE AGX-REC.

	   MOVE 'A'		TO STD-AGENCY-FLAG.
	   MOVE WS-TODAY-DMY	TO STD-AGENCY-DMY.
	   REWRITE STD-REC.

	   ADD 1	  TO WS-HAND-COUNT.
	   ADD SB-BALANCE TO WS-HAND-TOTAL.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE STD-KEY		TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE WS-OLDEST-DMY	TO PRT-OLDEST-DMY.
	   MOVE WS-AGE-DAYS	TO PRT-AGE-DAYS.
	   MOVE SB-BALANCE	TO PRT-BALANCE.
	   MOVE AGX-CONTACT	TO PRT-CONTACT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        HANDOVER-RTN-END. EXIT.

      ********************************************************************
        TRAILER-RTN.

	   INITIALIZE AGX-REC.
	   MOVE 'T'	      TO AGX-REC-TYPE.
	   MOVE WS-HAND-COUNT TO AGX-T-COUNT.
	   COMPUTE AGX-T-AMOUNT = WS-HAND-TOTAL * 100.
	   WRITE AGX-REC.

        TRAILER-RTN-END. EXIT.

      ********************************************************************
        GET-TOTAL-DAY.

	   DIVIDE WS-YYYY(WS-SUB2) BY 4
	      GIVING WS-L4-DIV REMAINDER WS-L4-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 100
	      GIVING WS-L100-DIV REMAINDER WS-L100-REM.
	   DIVIDE WS-YYYY(WS-SUB2) BY 400
	      GIVING WS-L400-DIV REMAINDER WS-L400-REM.

	   COMPUTE WS-LEAP-YEAR-COUNT =
		   WS-L4-DIV - WS-L100-DIV + WS-L400-DIV.

	   MOVE 'N' TO WS-LEAP-SW.
	   IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
	      MOVE 'Y' TO WS-LEAP-SW.

	   IF GREGORIAN-LEAP-YEAR AND WS-MM(WS-SUB2) < 3
	      SUBTRACT 1 FROM WS-LEAP-YEAR-COUNT.

	   MOVE WS-MM(WS-SUB2) TO WS-MTH.
	   COMPUTE WS-DAY-COUNT(WS-SUB2) = WS-YYYY(WS-SUB2) * 365 +
		   WS-LEAP-YEAR-COUNT + WS-DAY(WS-MTH) + WS-DD(WS-SUB2).

        GET-TOTAL-DAY-END. EXIT.

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

	   MOVE WS-MIN-DAYS  TO PRT-MIN-DAYS.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
