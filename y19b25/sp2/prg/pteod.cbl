      *					notification queue checked
      *					empty - each gap printed
      *					with what to run to fix it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Master-data changes held
      *					for approval longer than the
      *					configured wait are listed
      *					for a second operator

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmk'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmk'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmk'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-SI-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-NQ-EOF		PIC X(01).
	  03 WS-MK-EOF		PIC X(01).
	  03 WS-MK-COUNT	PIC 9(04).
	  03 WS-MK-DAYS		PIC 9(02).
	  03 WS-MK-AGE		PIC S9(07).
	  03 WS-SI-FOUND	PIC X(01).
	  03 WS-EXC-COUNT	PIC 9(04).
	  03 WS-SCN-COUNT	PIC 9(06).
	     05 WS-SES-HHMM	PIC 9(04).
	     05 WS-SES-COVERED	PIC X(01).

      * Day-count table, duplicated locally the same way PTVQX and
      * BPDUN keep their own copy rather than sharing a copybook.
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

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 FIL		PIC X(22) VALUE
	     ' MISSING FROM THE DAY'.

       01 PRT-MK-LINE.
	  03 FIL		PIC X(02) VALUE '**'.
	  03 FIL		PIC X(07) VALUE 'CHANGE'.
	  03 PRT-MK-NO		PIC 9(06).
	  03 FIL		PIC X(01).
	  03 PRT-MK-PROG	PIC X(08).
	  03 PRT-MK-FIELD	PIC X(12).
	  03 PRT-MK-RECKEY	PIC X(08).
	  03 FIL		PIC X(05) VALUE 'HELD'.
	  03 PRT-MK-AGE		PIC ZZZ9.
	  03 FIL		PIC X(05) VALUE ' DAYS'.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'EXCEPTIONS          :'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmk'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT NQ-FILE.
	   OPEN INPUT CFIG-FILE.
	   OPEN INPUT MK-FILE.

	   MOVE SPACE TO SCN-DATANAME.
	   ACCEPT SCN-DATANAME FROM ENVIRONMENT 'PA-SCAN-FILE'.
	      MOVE 'scan/DOORLOG' TO SCN-DATANAME.

	   MOVE 'Daily Close-Out Checklist' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE FEE-FILE.
	   CLOSE NQ-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE MK-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	   PERFORM SCAN-CHECK-RTN THRU SCAN-CHECK-RTN-END.
	   PERFORM RCPT-CHECK-RTN THRU RCPT-CHECK-RTN-END.
	   PERFORM NQ-CHECK-RTN   THRU NQ-CHECK-RTN-END.
	   PERFORM MK-CHECK-RTN   THRU MK-CHECK-RTN-END.

	   IF WS-EXC-COUNT = ZEROS
	      WRITE PRINT-REC FROM PRT-CLEAR AFTER 2.

        NQ-SCAN-LOOP-END. EXIT.

      ********************************************************************
      * 5. A master-data change held for a second operator must not
      * sit unapproved past the configured wait (0 = 3 days) - each
      * one is listed so it can be approved or rejected in FMMK.
        MK-CHECK-RTN.

	   MOVE 'PENDING CHANGE APPROVALS' TO PRT-SECT-NAME.
	   WRITE PRINT-REC FROM PRT-SECT-LINE AFTER 2.

	   MOVE CFIG-MK-DAYS TO WS-MK-DAYS.
	   IF WS-MK-DAYS = ZEROS
	      MOVE 3 TO WS-MK-DAYS.

	   MOVE WS-C-YMD TO WS-YYYYMMDD(1).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   MOVE ZEROS TO WS-MK-COUNT.
	   INITIALIZE MK-REC.
	   MOVE ZEROS TO MK-KEY.
	   MOVE 'N' TO WS-MK-EOF.
	   START MK-FILE KEY >= MK-KEY INVALID
		 MOVE 'Y' TO WS-MK-EOF.
	   PERFORM MK-SCAN-LOOP THRU MK-SCAN-LOOP-END
		   UNTIL WS-MK-EOF = 'Y'.

	   IF WS-MK-COUNT = ZEROS
	      MOVE 'NO CHANGES WAITING PAST THE APPROVAL DAYS'
		TO PRT-OK-TEXT
	      WRITE PRINT-REC FROM PRT-OK-LINE
	      GO TO MK-CHECK-RTN-END.

	   MOVE 'APPROVE OR REJECT IN FMMK' TO PRT-FIX-TEXT.
	   WRITE PRINT-REC FROM PRT-FIX-LINE.

        MK-CHECK-RTN-END. EXIT.

        MK-SCAN-LOOP.

	   READ MK-FILE NEXT END
		MOVE 'Y' TO WS-MK-EOF
		GO TO MK-SCAN-LOOP-END.

	   IF NOT MK-IS-PENDING
	      GO TO MK-SCAN-LOOP-END.

	   MOVE MK-MADE-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-ROW-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   COMPUTE WS-MK-AGE = WS-DAY-COUNT(1) - WS-DAY-COUNT(2).
	   IF WS-MK-AGE NOT > WS-MK-DAYS
	      GO TO MK-SCAN-LOOP-END.

	   ADD 1 TO WS-MK-COUNT.
	   ADD 1 TO WS-EXC-COUNT.
	   MOVE MK-NO	   TO PRT-MK-NO.
	   MOVE MK-PROG	   TO PRT-MK-PROG.
	   MOVE MK-FIELD   TO PRT-MK-FIELD.
	   MOVE MK-REC-KEY TO PRT-MK-RECKEY.
	   MOVE WS-MK-AGE  TO PRT-MK-AGE.
	   WRITE PRINT-REC FROM PRT-MK-LINE.

        MK-SCAN-LOOP-END. EXIT.

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

