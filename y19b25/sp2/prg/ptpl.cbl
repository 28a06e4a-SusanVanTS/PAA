      *					range and a season summary
      *					line across them for the
      *					committee
      * VAN TZE SHAN 	15/10/26 WO	PAA	Spectator gate takings off
      *					TK-FILE (door and presale,
      *					voids left out) shown as
      *					their own income line and
      *					carried into the net and the
      *					season income
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcex'.
	   COPY '/z/y19b25/sp2/lib/fd/fctk'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdex'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtk'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbex'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtk'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-EV-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-EX-EOF		PIC X(01).
	  03 WS-TK-EOF		PIC X(01).
	  03 WS-EV-COUNT	PIC 9(02).
	  03 WS-EV-SUB		PIC 9(02).
	  03 WS-EXPENSE		PIC 9(08)V9(02).
	  03 WS-GATE		PIC 9(08)V9(02).
	  03 WS-TOT-INCOME	PIC S9(09)V9(02).
	  03 WS-TOT-EXPENSE	PIC 9(09)V9(02).
	  03 WS-TOT-NET		PIC S9(09)V9(02).
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcex'.
	   COPY '/z/y19b25/sp2/lib/fd/dctk'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT EX-FILE.
	   OPEN INPUT TK-FILE.

	   MOVE 'Event Profit/Loss' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   INITIALIZE WS-MISC.
	   CLOSE EV-FILE.
	   CLOSE FEE-FILE.
	   CLOSE EX-FILE.
	   CLOSE TK-FILE.
	   EXIT PROGRAM.
	   STOP RUN.


	   MOVE ZEROS TO WS-EXPENSE.
	   PERFORM EX-SCAN-RTN THRU EX-SCAN-RTN-END.
	   MOVE ZEROS TO WS-GATE.
	   PERFORM GATE-SCAN-RTN THRU GATE-SCAN-RTN-END.

	   MOVE 'ENTRY INCOME      :'	TO PRT-SUM-TAG.
	   MOVE WS-EVT-INCOME (WS-EV-SUB) TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUM-LINE.
	   MOVE 'GATE INCOME       :'	TO PRT-SUM-TAG.
	   MOVE WS-GATE			TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUM-LINE.
	   MOVE 'EXPENSES          :'	TO PRT-SUM-TAG.
	   MOVE WS-EXPENSE		TO PRT-SUM-AMOUNT.
	   WRITE PRINT-REC FROM PRT-SUM-LINE.
	   MOVE 'NET PROFIT/(LOSS) :'	TO PRT-SUM-TAG.
	   COMPUTE PRT-SUM-AMOUNT =
		   WS-EVT-INCOME (WS-EV-SUB) + WS-GATE - WS-EXPENSE.
	   WRITE PRINT-REC FROM PRT-SUM-LINE.

	   ADD WS-EVT-INCOME (WS-EV-SUB) TO WS-TOT-INCOME.
	   ADD WS-GATE			 TO WS-TOT-INCOME.
	   ADD WS-EXPENSE		 TO WS-TOT-EXPENSE.

        EV-PRT-RTN-END. EXIT.

        EX-LOOP-END. EXIT.

      ********************************************************************
      * Spectator tickets sold for the event, at the door or in
      * presale; a voided sale took no money.
        GATE-SCAN-RTN.

	   INITIALIZE TK-REC.
	   MOVE WS-EVT-KEY (WS-EV-SUB) TO TK-EV-KEY.
	   MOVE ZEROS TO TK-SEQ.
	   MOVE 'N' TO WS-TK-EOF.
	   START TK-FILE KEY >= TK-KEY INVALID
		 MOVE 'Y' TO WS-TK-EOF.
	   PERFORM GATE-LOOP THRU GATE-LOOP-END
		   UNTIL WS-TK-EOF = 'Y'.

        GATE-SCAN-RTN-END. EXIT.

        GATE-LOOP.

	   READ TK-FILE NEXT END
		MOVE 'Y' TO WS-TK-EOF
		GO TO GATE-LOOP-END.

	   IF TK-EV-KEY NOT = WS-EVT-KEY (WS-EV-SUB)
	      MOVE 'Y' TO WS-TK-EOF
	      GO TO GATE-LOOP-END.

	   IF NOT TK-IS-VOID
	      ADD TK-AMOUNT TO WS-GATE.

        GATE-LOOP-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

