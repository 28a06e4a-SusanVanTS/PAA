       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTGV.

      * GIFT VOUCHER LIABILITY REPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One line per gift voucher
      *					still holding value off
      *					GV-FILE - what it was sold
      *					for and what is left to
      *					redeem - totalled to the
      *					liability the voucher
      *					account should carry; those
      *					past expiry but not yet
      *					released by BPGVX flagged
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcgv'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdgv'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbgv'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'GIFT VOUCHER LIABILITY'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-GV-EOF		PIC X(01).
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-EXP-YMD		PIC 9(08).
	  03 WS-GV-COUNT	PIC 9(06).
	  03 WS-EXP-COUNT	PIC 9(06).
	  03 WS-TOT-FACE	PIC 9(08)V9(02).
	  03 WS-TOT-REMAINING	PIC 9(08)V9(02).
	  03 WS-TOT-EXPIRED	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: GIFT VOUCHER LIABILITY'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(30) VALUE
	     'SERIAL PURCHASER'.
	  03 FIL		PIC X(45) VALUE
	     'ISSUED     EXPIRES          FACE  REMAINING X'.

       01 PRT-LINE.
	  03 FIL		PIC X(30) VALUE
	     '------ ---------------------- '.
	  03 FIL		PIC X(45) VALUE
	     '---------- ---------- ---------- ---------- -'.

       01 PRT-DETAIL.
	  03 PRT-GV-KEY		PIC 9(06).
	  03 FIL		PIC X(01).
	  03 PRT-PURCHASER	PIC X(22).
	  03 FIL		PIC X(01).
	  03 PRT-ISSUE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-EXPIRY-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-FACE		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-REMAINING	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-EXPIRED	PIC X(01).

       01 PRT-TOTAL.
	  03 FIL		PIC X(06) VALUE 'TOTAL'.
	  03 FIL		PIC X(01).
	  03 PRT-TOT-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(09) VALUE ' VOUCHERS'.
	  03 FIL		PIC X(29).
	  03 PRT-TOT-FACE	PIC ZZZZ,ZZ9.99.
	  03 PRT-TOT-REMAINING	PIC ZZZZ,ZZ9.99.

       01 PRT-TOTAL2.
	  03 FIL		PIC X(08) VALUE 'OF WHICH'.
	  03 FIL		PIC X(01).
	  03 PRT-EXP-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(38) VALUE
	     ' EXPIRED AWAITING RELEASE'.
	  03 FIL		PIC X(08).
	  03 PRT-TOT-EXPIRED	PIC ZZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(60) VALUE
	     'X = PAST EXPIRY, AWAITING GIFT VOUCHER EXPIRY RELEASE'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02
	     'Print Gift Voucher Liability Report?'.
	  03 LABEL LINE 02 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcgv'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT GV-FILE.

	   MOVE 'Gift Voucher Liability' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE GV-FILE.
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

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE ZEROS TO WS-GV-COUNT, WS-EXP-COUNT, WS-TOT-FACE,
			 WS-TOT-REMAINING, WS-TOT-EXPIRED.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE PRT-SYS-DMY TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   INITIALIZE GV-REC.
	   MOVE ZEROS TO GV-KEY.
	   MOVE 'N' TO WS-GV-EOF.
	   START GV-FILE KEY >= GV-KEY INVALID
		 MOVE 'Y' TO WS-GV-EOF.
	   PERFORM GV-LOOP THRU GV-LOOP-END
		   UNTIL WS-GV-EOF = 'Y'.

	   MOVE WS-GV-COUNT	 TO PRT-TOT-COUNT.
	   MOVE WS-TOT-FACE	 TO PRT-TOT-FACE.
	   MOVE WS-TOT-REMAINING TO PRT-TOT-REMAINING.
	   MOVE WS-EXP-COUNT	 TO PRT-EXP-COUNT.
	   MOVE WS-TOT-EXPIRED	 TO PRT-TOT-EXPIRED.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Only open vouchers still carry value - redeemed ones are
      * empty and expired ones have been released to income.
        GV-LOOP.

	   READ GV-FILE NEXT END
		MOVE 'Y' TO WS-GV-EOF
		GO TO GV-LOOP-END.

	   IF NOT GV-IS-OPEN OR GV-REMAINING = ZEROS
	      GO TO GV-LOOP-END.

	   MOVE SPACE TO PRT-EXPIRED.
	   MOVE GV-EXPIRY-DMY TO WS-EXP-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXP-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-EXP-YMD < WS-TODAY-YMD
	      MOVE 'X' TO PRT-EXPIRED
	      ADD 1		TO WS-EXP-COUNT
	      ADD GV-REMAINING	TO WS-TOT-EXPIRED.

	   ADD 1		TO WS-GV-COUNT.
	   ADD GV-FACE-VALUE	TO WS-TOT-FACE.
	   ADD GV-REMAINING	TO WS-TOT-REMAINING.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE GV-KEY		TO PRT-GV-KEY.
	   MOVE GV-PURCHASER	TO PRT-PURCHASER.
	   MOVE GV-ISSUE-DMY	TO PRT-ISSUE-DMY.
	   MOVE GV-EXPIRY-DMY	TO PRT-EXPIRY-DMY.
	   MOVE GV-FACE-VALUE	TO PRT-FACE.
	   MOVE GV-REMAINING	TO PRT-REMAINING.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        GV-LOOP-END. EXIT.

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

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
