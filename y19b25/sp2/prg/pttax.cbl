       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTTAX.

      * SALES TAX RETURN SUMMARY BY TAX CODE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One period's non-void
      *					charges totalled by the
      *					sales tax code they were
      *					raised under - net, output
      *					tax and gross per code with
      *					the totals for filing
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out - the return is kept
      * long-term alongside the filing.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'SALES TAX RETURN'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'L'.

       78 T-MAX		VALUE 50.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PERIOD-MM	PIC 9(02).
	  03 WS-PERIOD-YYYY	PIC 9(04).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-TX-KEY		PIC X(02).
	  03 WS-TAB-COUNT	PIC 9(02).
	  03 WS-SUB		PIC 9(02).
	  03 WS-NET-TOTAL	PIC 9(10)V9(02).
	  03 WS-TAX-TOTAL	PIC 9(10)V9(02).
	  03 WS-GROSS-TOTAL	PIC 9(10)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-FEE-DATE		PIC 9(08).
       01 REDEFINES WS-FEE-DATE.
	  03 WS-FD-DD		PIC 9(02).
	  03 WS-FD-MM		PIC 9(02).
	  03 WS-FD-YYYY		PIC 9(04).

      * One bucket per tax code charged in the period; rows posted
      * before tax codes existed carry none and are shown apart.
       01 WS-TX-TABLE.
	  03 WS-TAB OCCURS T-MAX.
	     05 WS-TAB-KEY	PIC X(02).
	     05 WS-TAB-COUNT-ROWS	PIC 9(06).
	     05 WS-TAB-GROSS	PIC 9(10)V9(02).
	     05 WS-TAB-TAX	PIC 9(10)V9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: SALES TAX RETURN'.
	  03 FIL		PIC X(10) VALUE 'PERIOD :'.
	  03 PRT-PERIOD-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-PERIOD-YYYY	PIC 9(04).

       01 PRT-HEADER2A.
	  03 FIL		PIC X(22) VALUE
	     'TAX REGISTRATION NO :'.
	  03 PRT-TAX-REG-NO	PIC X(20).

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'CODE DESCRIPTION          RATE%   ROWS '.
	  03 FIL		PIC X(39) VALUE
	     '    NET AMOUNT    OUTPUT TAX   GROSS'.

       01 PRT-DETAIL.
	  03 PRT-TX-KEY		PIC X(02).
	  03 FIL		PIC X(03).
	  03 PRT-TX-DESC	PIC X(19).
	  03 FIL		PIC X(01).
	  03 PRT-RATE		PIC Z9.99.
	  03 FIL		PIC X(01).
	  03 PRT-ROWS		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-NET		PIC ZZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-TAX		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-GROSS		PIC ZZZ,ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'TOTAL NET SUPPLIES  :'.
	  03 PRT-END-NET	PIC ZZZ,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'TOTAL OUTPUT TAX    :'.
	  03 PRT-END-TAX	PIC ZZZ,ZZZ,ZZ9.99.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'TOTAL GROSS CHARGED :'.
	  03 PRT-END-GROSS	PIC ZZZ,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Return Period:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(02)
	     USING WS-PERIOD-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 1 PIC 9(04)
	     USING WS-PERIOD-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 04 COL 02
	     'Print Sales Tax Return For This Period?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dctx'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT TX-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   MOVE 'Sales Tax Return' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE FEE-FILE.
	   CLOSE TX-FILE.
	   CLOSE CFIG-FILE.
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

	   IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-PERIOD-YYYY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE ZEROS TO WS-TAB-COUNT, WS-NET-TOTAL, WS-TAX-TOTAL,
			 WS-GROSS-TOTAL.
	   INITIALIZE WS-TX-TABLE.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'PERIOD ' WS-PERIOD-MM '/' WS-PERIOD-YYYY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
	   MOVE 'N' TO WS-FEE-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-FEE-EOF.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-FEE-EOF = 'Y'.

	   MOVE 1 TO WS-SUB.
	   PERFORM PRT-CODE-RTN THRU PRT-CODE-RTN-END
		   UNTIL WS-SUB > WS-TAB-COUNT.

	   MOVE WS-NET-TOTAL	TO PRT-END-NET.
	   MOVE WS-TAX-TOTAL	TO PRT-END-TAX.
	   MOVE WS-GROSS-TOTAL	TO PRT-END-GROSS.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Only live charges dated in the period count towards the
      * return; a voided charge was never a supply.
        FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-FEE-EOF
		GO TO FEE-LOOP-END.

	   MOVE FEE-DATE-DMY TO WS-FEE-DATE.
	   IF WS-FD-MM NOT = WS-PERIOD-MM OR
	      WS-FD-YYYY NOT = WS-PERIOD-YYYY
	      GO TO FEE-LOOP-END.

	   IF FEE-IS-VOID OR NOT FEE-IS-CHARGE
	      GO TO FEE-LOOP-END.

	   MOVE FEE-TX-KEY TO WS-TX-KEY.
	   PERFORM TALLY-RTN THRU TALLY-RTN-END.

        FEE-LOOP-END. EXIT.

      ********************************************************************
        TALLY-RTN.

	   MOVE 1 TO WS-SUB.
	   PERFORM TALLY-FIND-LOOP THRU TALLY-FIND-LOOP-END
		   UNTIL WS-SUB > WS-TAB-COUNT
		   OR WS-TAB-KEY (WS-SUB) = WS-TX-KEY.

	   IF WS-SUB > WS-TAB-COUNT
	      IF WS-TAB-COUNT >= T-MAX
		 GO TO TALLY-RTN-END
	      END-IF
	      ADD 1 TO WS-TAB-COUNT
	      MOVE WS-TX-KEY TO WS-TAB-KEY (WS-TAB-COUNT)
	      MOVE WS-TAB-COUNT TO WS-SUB.

	   ADD 1		  TO WS-TAB-COUNT-ROWS (WS-SUB).
	   ADD FEE-AMOUNT	  TO WS-TAB-GROSS (WS-SUB).
	   ADD FEE-TAX-AMOUNT	  TO WS-TAB-TAX (WS-SUB).

        TALLY-RTN-END. EXIT.

        TALLY-FIND-LOOP.

	   ADD 1 TO WS-SUB.

        TALLY-FIND-LOOP-END. EXIT.

      ********************************************************************
        PRT-CODE-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-TAB-KEY (WS-SUB) TO PRT-TX-KEY.
	   MOVE ZEROS TO PRT-RATE.
	   IF WS-TAB-KEY (WS-SUB) = SPACES
	      MOVE 'NO TAX CODE' TO PRT-TX-DESC
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-TAB-KEY (WS-SUB) TO TX-KEY
	      READ TX-FILE INVALID
		   MOVE 'UNKNOWN CODE' TO PRT-TX-DESC
	      NOT INVALID
		   MOVE TX-DESC TO PRT-TX-DESC
		   MOVE TX-RATE TO PRT-RATE
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK.

	   MOVE WS-TAB-COUNT-ROWS (WS-SUB) TO PRT-ROWS.
	   COMPUTE PRT-NET = WS-TAB-GROSS (WS-SUB)
			   - WS-TAB-TAX (WS-SUB).
	   MOVE WS-TAB-TAX (WS-SUB)	TO PRT-TAX.
	   MOVE WS-TAB-GROSS (WS-SUB)	TO PRT-GROSS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   COMPUTE WS-NET-TOTAL = WS-NET-TOTAL
		   + WS-TAB-GROSS (WS-SUB) - WS-TAB-TAX (WS-SUB).
	   ADD WS-TAB-TAX (WS-SUB)   TO WS-TAX-TOTAL.
	   ADD WS-TAB-GROSS (WS-SUB) TO WS-GROSS-TOTAL.
	   ADD 1 TO WS-SUB.

        PRT-CODE-RTN-END. EXIT.

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

	   MOVE WS-PERIOD-MM	TO PRT-PERIOD-MM.
	   MOVE WS-PERIOD-YYYY	TO PRT-PERIOD-YYYY.
	   MOVE CFIG-TAX-REG-NO	TO PRT-TAX-REG-NO.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER2A.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
