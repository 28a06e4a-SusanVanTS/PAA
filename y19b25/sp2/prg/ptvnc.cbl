       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTVNC.

      * VENUE SAFETY COMPLIANCE CERTIFICATE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Certificate for the insurer
      *					per venue at an as-at date:
      *					every inspection item with
      *					its last inspection, the
      *					defects open on the day, and
      *					whether the venue was
      *					compliant
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvl'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvl'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'VENUE SAFETY CERTIFICATE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ASAT-DMY	PIC 9(08).
	  03 WS-VN-KEY		PIC X(04).
	  03 WS-DATE		PIC X(01).
	  03 WS-VQ-EOF		PIC X(01).
	  03 WS-VD-EOF		PIC X(01).
	  03 WS-VL-EOF		PIC X(01).
	  03 WS-VQ-COUNT	PIC 9(05).
	  03 WS-DUE-COUNT	PIC 9(05).
	  03 WS-VD-COUNT	PIC 9(05).
	  03 WS-CRIT-COUNT	PIC 9(05).
	  03 WS-DAYS-SINCE	PIC S9(07).
	  03 WS-ASAT-YMD	PIC 9(08).
	  03 WS-CHECK-YMD	PIC 9(08).
      * The item's latest inspection on or before the as-at date.
	  03 WS-LAST-YMD	PIC 9(08).
	  03 WS-LAST-DMY	PIC 9(08).
	  03 WS-LAST-RESULT	PIC X(01).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * Day-count table, duplicated locally the same way BPDUN and
      * F-GTAGE keep their own copy rather than sharing a copybook.
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
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(42) VALUE
	     'SAFETY INSPECTION COMPLIANCE CERTIFICATE'.
	  03 FIL		PIC X(10) VALUE ' AS AT :'.
	  03 PRT-ASAT-DMY	PIC 99/99/9999.

       01 PRT-VENUE.
	  03 FIL		PIC X(08) VALUE 'VENUE :'.
	  03 PRT-VN-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-VN-NAME	PIC X(20).
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(11) VALUE 'CAPACITY :'.
	  03 PRT-CAPACITY	PIC ZZZ9.

       01 PRT-HEADER3.
	  03 FIL		PIC X(37) VALUE
	     'ITEM                                '.
	  03 FIL		PIC X(42) VALUE
	     'EVERY CRIT LAST INSP  RESULT STATUS'.

       01 PRT-DETAIL.
	  03 PRT-ITEM		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(30).
	  03 FIL		PIC X(02).
	  03 PRT-FREQ		PIC ZZ9.
	  03 FIL		PIC X(04).
	  03 PRT-CRIT		PIC X(01).
	  03 FIL		PIC X(02).
	  03 PRT-LAST-DMY	PIC 99/99/9999 BLANK WHEN ZERO.
	  03 FIL		PIC X(03).
	  03 PRT-RESULT		PIC X(01).
	  03 FIL		PIC X(04).
	  03 PRT-STATE		PIC X(15).

       01 PRT-VD-TITLE.
	  03 FIL		PIC X(40) VALUE
	     'DEFECTS OPEN AT THE AS-AT DATE'.

       01 PRT-VD-HEADER.
	  03 FIL		PIC X(38) VALUE
	     'DEFECT ITEM RAISED     CRIT DEFECT'.
	  03 FIL		PIC X(41) VALUE
	     '          OWNER           ACTION BY'.

       01 PRT-VD-DETAIL.
	  03 PRT-VD-NO		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-VD-ITEM	PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-VD-RAISED	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 PRT-VD-CRIT	PIC X(01).
	  03 FIL		PIC X(02).
	  03 PRT-VD-DEFECT	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-VD-OWNER	PIC X(15).
	  03 FIL		PIC X(01).
	  03 PRT-VD-TARGET	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-VD-STATE	PIC X(04).

       01 PRT-NO-VD.
	  03 FIL		PIC X(40) VALUE
	     '  NONE'.

       01 PRT-END.
	  03 FIL		PIC X(07) VALUE 'ITEMS:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(10) VALUE 'OVERDUE:'.
	  03 PRT-END-DUE	PIC ZZZZ9.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(14) VALUE 'OPEN DEFECTS:'.
	  03 PRT-END-VD		PIC ZZZZ9.
	  03 FIL		PIC X(03).
	  03 FIL		PIC X(10) VALUE 'CRITICAL:'.
	  03 PRT-END-CRIT	PIC ZZZZ9.

       01 PRT-VERDICT.
	  03 PRT-VERDICT-TEXT	PIC X(79).

       01 PRT-SIGN.
	  03 FIL		PIC X(40) VALUE
	     'CERTIFIED BY: ____________________'.
	  03 FIL		PIC X(30) VALUE
	     'SIGNED: ______________'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Venue:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(04)
	     USING WS-VN-KEY BELL UPPER.
	  03 LABEL LINE 03 COL 02 'As At:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 16 PIC 99/99/9999
	     USING WS-ASAT-DMY.
	  03 LABEL LINE 05 COL 02
	     'Print Venue Safety Certificate?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvl'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT VN-FILE.
	   OPEN INPUT VQ-FILE.
	   OPEN INPUT VD-FILE.
	   OPEN INPUT VL-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-ASAT-DMY.
	   MOVE SPACES	      TO WS-VN-KEY.

	   MOVE 'Venue Safety Certificate' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VN-FILE.
	   CLOSE VQ-FILE.
	   CLOSE VD-FILE.
	   CLOSE VL-FILE.
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

	   IF WS-VN-KEY = SPACES
	      MOVE 200005 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.

	   IF WS-ASAT-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-ASAT-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-ASAT-DMY TO WS-ASAT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ASAT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-ASAT-YMD TO WS-YYYYMMDD(1).
	   MOVE 1 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.

	   MOVE ZEROS TO WS-VQ-COUNT, WS-DUE-COUNT,
			 WS-VD-COUNT, WS-CRIT-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'VENUE ' WS-VN-KEY ' AS AT ' WS-ASAT-DMY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE VQ-REC.
	   MOVE WS-VN-KEY  TO VQ-VN-KEY.
	   MOVE LOW-VALUES TO VQ-ITEM.
	   MOVE 'N' TO WS-VQ-EOF.
	   START VQ-FILE KEY >= VQ-KEY INVALID
		 MOVE 'Y' TO WS-VQ-EOF.
	   PERFORM VQ-LOOP THRU VQ-LOOP-END
		   UNTIL WS-VQ-EOF = 'Y'.

	   IF LINAGE-COUNTER > 54
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM PRT-VD-TITLE AFTER 2.
	   WRITE PRINT-REC FROM PRT-VD-HEADER.

	   INITIALIZE VD-REC.
	   MOVE WS-VN-KEY  TO VD-VN-KEY.
	   MOVE LOW-VALUES TO VD-ITEM.
	   MOVE 'N' TO WS-VD-EOF.
	   START VD-FILE KEY >= VD-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-VD-EOF.
	   PERFORM VD-LOOP THRU VD-LOOP-END
		   UNTIL WS-VD-EOF = 'Y'.

	   IF WS-VD-COUNT = ZEROS
	      WRITE PRINT-REC FROM PRT-NO-VD.

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-VQ-COUNT   TO PRT-END-COUNT.
	   MOVE WS-DUE-COUNT  TO PRT-END-DUE.
	   MOVE WS-VD-COUNT   TO PRT-END-VD.
	   MOVE WS-CRIT-COUNT TO PRT-END-CRIT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

      * Compliant means something is on the schedule, nothing on it
      * is past its frequency and no critical item has a defect
      * outstanding.
	   MOVE SPACES TO PRT-VERDICT-TEXT.
	   IF WS-VQ-COUNT > ZEROS AND WS-DUE-COUNT = ZEROS AND
	      WS-CRIT-COUNT = ZEROS
	      STRING 'THIS VENUE WAS COMPLIANT WITH ITS SAFETY '
		     'INSPECTION SCHEDULE ON ' WS-ASAT-DMY
		     DELIMITED BY SIZE INTO PRT-VERDICT-TEXT
	   ELSE
	      STRING 'THIS VENUE WAS NOT COMPLIANT ON '
		     WS-ASAT-DMY ' - SEE THE EXCEPTIONS ABOVE'
		     DELIMITED BY SIZE INTO PRT-VERDICT-TEXT
	   END-IF.
	   WRITE PRINT-REC FROM PRT-VERDICT AFTER 2.
	   WRITE PRINT-REC FROM PRT-SIGN AFTER 3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * The venue's items in key order. Only inspections on or before
      * the as-at date can count, so the item's log is read for the
      * latest of those rather than trusting VQ-LAST-DMY.
        VQ-LOOP.

	   READ VQ-FILE NEXT END
		MOVE 'Y' TO WS-VQ-EOF
		GO TO VQ-LOOP-END.

	   IF VQ-VN-KEY NOT = WS-VN-KEY
	      MOVE 'Y' TO WS-VQ-EOF
	      GO TO VQ-LOOP-END.

	   ADD 1 TO WS-VQ-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	       TO PRT-DETAIL.
	   MOVE VQ-ITEM	       TO PRT-ITEM.
	   MOVE VQ-DESC	       TO PRT-DESC.
	   MOVE VQ-FREQ-DAYS   TO PRT-FREQ.
	   MOVE VQ-CRITICAL    TO PRT-CRIT.

	   MOVE ZEROS  TO WS-LAST-YMD, WS-LAST-DMY.
	   MOVE SPACES TO WS-LAST-RESULT.
	   INITIALIZE VL-REC.
	   MOVE VQ-VN-KEY  TO VL-VN-KEY.
	   MOVE VQ-ITEM    TO VL-ITEM.
	   MOVE LOW-VALUES TO VL-DATE-DMY, VL-SEQ.
	   MOVE 'N' TO WS-VL-EOF.
	   START VL-FILE KEY >= VL-KEY INVALID
		 MOVE 'Y' TO WS-VL-EOF.
	   PERFORM VL-LOOP THRU VL-LOOP-END
		   UNTIL WS-VL-EOF = 'Y'.

	   MOVE WS-LAST-DMY    TO PRT-LAST-DMY.
	   MOVE WS-LAST-RESULT TO PRT-RESULT.

	   IF WS-LAST-DMY = ZEROS
	      ADD 1 TO WS-DUE-COUNT
	      MOVE 'NEVER INSPECTED' TO PRT-STATE
	      GO TO VQ-LOOP-PRINT.

	   MOVE WS-LAST-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   COMPUTE WS-DAYS-SINCE = WS-DAY-COUNT(1) - WS-DAY-COUNT(2).
	   IF WS-DAYS-SINCE > VQ-FREQ-DAYS
	      ADD 1 TO WS-DUE-COUNT
	      MOVE 'OVERDUE' TO PRT-STATE
	   ELSE
	      IF WS-LAST-RESULT = 'F'
		 MOVE 'FAILED' TO PRT-STATE
	      ELSE
		 MOVE 'CURRENT' TO PRT-STATE
	      END-IF
	   END-IF.

	VQ-LOOP-PRINT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        VQ-LOOP-END. EXIT.

      * The log is keyed on the day-first date, so every row of the
      * item is looked at; a later sequence the same day wins.
        VL-LOOP.

	   READ VL-FILE NEXT END
		MOVE 'Y' TO WS-VL-EOF
		GO TO VL-LOOP-END.

	   IF VL-VN-KEY NOT = VQ-VN-KEY OR VL-ITEM NOT = VQ-ITEM
	      MOVE 'Y' TO WS-VL-EOF
	      GO TO VL-LOOP-END.

	   MOVE VL-DATE-DMY TO WS-CHECK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CHECK-YMD > WS-ASAT-YMD OR WS-CHECK-YMD < WS-LAST-YMD
	      GO TO VL-LOOP-END.

	   MOVE WS-CHECK-YMD TO WS-LAST-YMD.
	   MOVE VL-DATE-DMY  TO WS-LAST-DMY.
	   MOVE VL-RESULT    TO WS-LAST-RESULT.

        VL-LOOP-END. EXIT.

      ********************************************************************
      * A defect counts if it was raised by the as-at date and had
      * not been closed by then; one on a critical item makes the
      * venue non-compliant.
        VD-LOOP.

	   READ VD-FILE NEXT END
		MOVE 'Y' TO WS-VD-EOF
		GO TO VD-LOOP-END.

	   IF VD-VN-KEY NOT = WS-VN-KEY
	      MOVE 'Y' TO WS-VD-EOF
	      GO TO VD-LOOP-END.

	   MOVE VD-RAISED-DMY TO WS-CHECK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CHECK-YMD > WS-ASAT-YMD
	      GO TO VD-LOOP-END.

	   IF VD-IS-CLOSED
	      MOVE VD-CLOSE-DMY TO WS-CHECK-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-CHECK-YMD NOT > WS-ASAT-YMD
		 GO TO VD-LOOP-END
	      END-IF
	   END-IF.

	   ADD 1 TO WS-VD-COUNT.
	   IF VD-IS-CRITICAL
	      ADD 1 TO WS-CRIT-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	      TO PRT-VD-DETAIL.
	   MOVE VD-NO	      TO PRT-VD-NO.
	   MOVE VD-ITEM	      TO PRT-VD-ITEM.
	   MOVE VD-RAISED-DMY TO PRT-VD-RAISED.
	   MOVE VD-CRITICAL   TO PRT-VD-CRIT.
	   MOVE VD-DEFECT-1   TO PRT-VD-DEFECT.
	   MOVE VD-OWNER      TO PRT-VD-OWNER.
	   MOVE VD-TARGET-DMY TO PRT-VD-TARGET.

	   MOVE VD-TARGET-DMY TO WS-CHECK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CHECK-YMD < WS-ASAT-YMD
	      MOVE 'LATE' TO PRT-VD-STATE.
	   WRITE PRINT-REC FROM PRT-VD-DETAIL.

        VD-LOOP-END. EXIT.

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

	   MOVE WS-ASAT-DMY  TO PRT-ASAT-DMY.
	   MOVE VN-KEY	     TO PRT-VN-KEY.
	   MOVE VN-NAME	     TO PRT-VN-NAME.
	   MOVE VN-CAPACITY  TO PRT-CAPACITY.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-VENUE AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
