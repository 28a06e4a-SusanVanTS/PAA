       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCQX.

      * EXPIRING COACH CREDENTIALS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every coach credential on
      *					the CQ-FILE already lapsed
      *					or running out within the
      *					days ahead of an as-at date
      *					(60 by default), and every
      *					coach with no background
      *					check on file; each expiry
      *					is chased once with an SMS
      *					reminder queued on NQ-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fccq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'EXPIRING COACH CREDENTIALS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ASAT-DMY	PIC 9(08).
	  03 WS-ASAT-EDIT	PIC 99/99/9999.
	  03 WS-AHEAD		PIC 9(03) VALUE 60.
	  03 WS-DATE		PIC X(01).
	  03 WS-CO-EOF		PIC X(01).
	  03 WS-CQ-EOF		PIC X(01).
	  03 WS-HAS-BACKGROUND	PIC X(01).
	  03 WS-CQ-COUNT	PIC 9(05).
	  03 WS-EXP-COUNT	PIC 9(05).
	  03 WS-NQ-COUNT	PIC 9(05).
	  03 WS-DAYS-LEFT	PIC S9(07).
	  03 WS-ASAT-YMD	PIC 9(08).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * Reminder templates run one per credential type - CQEXPIRB,
      * CQEXPIRF, CQEXPIRL, CQEXPIRR.
       01 WS-LT-KEY.
	  03 FIL		PIC X(07) VALUE 'CQEXPIR'.
	  03 WS-LT-TYPE		PIC X(01).

      * The expiry turned round for the listing.
       01 WS-SHOW-YMD		PIC 9(08).
       01 REDEFINES WS-SHOW-YMD.
	  03 WS-SY-YYYY		PIC 9(04).
	  03 WS-SY-MM		PIC 9(02).
	  03 WS-SY-DD		PIC 9(02).

       01 WS-SHOW-DMY.
	  03 WS-SD-DD		PIC 9(02).
	  03 WS-SD-MM		PIC 9(02).
	  03 WS-SD-YYYY		PIC 9(04).
       01 WS-SHOW-DMY-N REDEFINES WS-SHOW-DMY
				PIC 9(08).

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
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: EXPIRING COACH CREDENTIALS'.
	  03 FIL		PIC X(10) VALUE ' AS AT :'.
	  03 PRT-ASAT-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(13) VALUE 'DAYS AHEAD :'.
	  03 PRT-AHEAD		PIC ZZ9.

       01 PRT-HEADER3.
	  03 FIL		PIC X(37) VALUE
	     'COACH NAME                          '.
	  03 FIL		PIC X(34) VALUE
	     'CREDENTIAL       NUMBER          '.
	  03 FIL		PIC X(39) VALUE
	     'LEVEL      EXPIRES    DAYS LEFT REMINDER'.

       01 PRT-DETAIL.
	  03 PRT-CO-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 PRT-CO-NAME	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-CRED		PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-NUMBER		PIC X(15).
	  03 FIL		PIC X(02).
	  03 PRT-LEVEL		PIC X(10).
	  03 FIL		PIC X(01).
	  03 PRT-EXPIRY-DMY	PIC 99/99/9999 BLANK WHEN ZERO.
	  03 FIL		PIC X(01).
	  03 PRT-DAYS		PIC ZZZZ9 BLANK WHEN ZERO.
	  03 PRT-STATE		PIC X(13).
	  03 FIL		PIC X(01).
	  03 PRT-REMIND		PIC X(08).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'CREDENTIALS LISTED:'.
	  03 PRT-END-COUNT	PIC ZZZZ9.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(10) VALUE 'EXPIRED:'.
	  03 PRT-END-EXPIRED	PIC ZZZZ9.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(19) VALUE 'REMINDERS QUEUED:'.
	  03 PRT-END-QUEUED	PIC ZZZZ9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'As At:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 16 PIC 99/99/9999
	     USING WS-ASAT-DMY.
	  03 LABEL LINE 03 COL 02 'Days Ahead:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 16 PIC ZZ9
	     USING WS-AHEAD.
	  03 LABEL LINE 05 COL 02
	     'Print Expiring Coach Credentials?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dccq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT CO-FILE.
	   OPEN I-O   CQ-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-ASAT-DMY.

	   MOVE 'Expiring Coach Credentials' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CO-FILE.
	   CLOSE CQ-FILE.
	   CLOSE NQ-FILE.
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

	   IF WS-ASAT-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-ASAT-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-AHEAD = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 132 TO S-PRT-COL.
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

	   MOVE ZEROS  TO WS-CQ-COUNT, WS-EXP-COUNT, WS-NQ-COUNT.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'AS AT ' WS-ASAT-DMY ' DAYS ' WS-AHEAD
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CFIG-FILE.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE CO-REC.
	   MOVE LOW-VALUES TO CO-KEY.
	   MOVE 'N' TO WS-CO-EOF.
	   START CO-FILE KEY >= CO-KEY INVALID
		 MOVE 'Y' TO WS-CO-EOF.
	   PERFORM CO-LOOP THRU CO-LOOP-END
		   UNTIL WS-CO-EOF = 'Y'.

	   REWRITE CFIG-REC.

	   MOVE WS-CQ-COUNT  TO PRT-END-COUNT.
	   MOVE WS-EXP-COUNT TO PRT-END-EXPIRED.
	   MOVE WS-NQ-COUNT  TO PRT-END-QUEUED.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * One coach at a time, credentials in type order; a coach with
      * no background check at all is listed too, since F-COCRED
      * refuses them every duty.
        CO-LOOP.

	   READ CO-FILE NEXT END
		MOVE 'Y' TO WS-CO-EOF
		GO TO CO-LOOP-END.

	   MOVE 'N' TO WS-HAS-BACKGROUND.
	   INITIALIZE CQ-REC.
	   MOVE CO-KEY     TO CQ-CO-KEY.
	   MOVE LOW-VALUES TO CQ-TYPE.
	   MOVE 'N' TO WS-CQ-EOF.
	   START CQ-FILE KEY >= CQ-KEY INVALID
		 MOVE 'Y' TO WS-CQ-EOF.
	   PERFORM CQ-LOOP THRU CQ-LOOP-END
		   UNTIL WS-CQ-EOF = 'Y'.

	   IF WS-HAS-BACKGROUND = 'Y'
	      GO TO CO-LOOP-END.

	   ADD 1 TO WS-CQ-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES		   TO PRT-DETAIL.
	   MOVE CO-KEY		   TO PRT-CO-KEY.
	   MOVE CO-NAME		   TO PRT-CO-NAME.
	   MOVE 'Background check' TO PRT-CRED.
	   MOVE ZEROS		   TO PRT-EXPIRY-DMY, PRT-DAYS.
	   MOVE 'NONE ON FILE'	   TO PRT-STATE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CO-LOOP-END. EXIT.

      ********************************************************************
      * A zero expiry never lapses; anything else already lapsed or
      * lapsing inside the window is listed and, the first time this
      * expiry is seen, the coach is sent a reminder.
        CQ-LOOP.

	   READ CQ-FILE NEXT END
		MOVE 'Y' TO WS-CQ-EOF
		GO TO CQ-LOOP-END.

	   IF CQ-CO-KEY NOT = CO-KEY
	      MOVE 'Y' TO WS-CQ-EOF
	      GO TO CQ-LOOP-END.

	   IF CQ-IS-BACKGROUND
	      MOVE 'Y' TO WS-HAS-BACKGROUND.

	   IF CQ-EXPIRY-YMD = ZEROS
	      GO TO CQ-LOOP-END.

	   MOVE CQ-EXPIRY-YMD TO WS-YYYYMMDD(2).
	   MOVE 2 TO WS-SUB2.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   COMPUTE WS-DAYS-LEFT =
		   WS-DAY-COUNT(2) - WS-DAY-COUNT(1).
	   IF WS-DAYS-LEFT > WS-AHEAD
	      GO TO CQ-LOOP-END.

	   ADD 1 TO WS-CQ-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES	      TO PRT-DETAIL.
	   MOVE CO-KEY	      TO PRT-CO-KEY.
	   MOVE CO-NAME	      TO PRT-CO-NAME.
	   EVALUATE TRUE
	     WHEN CQ-IS-BACKGROUND MOVE 'Background check' TO PRT-CRED
	     WHEN CQ-IS-FIRST-AID  MOVE 'First aid'	   TO PRT-CRED
	     WHEN CQ-IS-LICENCE    MOVE 'Coaching licence' TO PRT-CRED
	     WHEN CQ-IS-REFEREE    MOVE 'Referee level'    TO PRT-CRED
	   END-EVALUATE.
	   MOVE CQ-NUMBER     TO PRT-NUMBER.
	   MOVE CQ-LEVEL      TO PRT-LEVEL.
	   MOVE CQ-EXPIRY-YMD TO WS-SHOW-YMD.
	   MOVE WS-SY-DD      TO WS-SD-DD.
	   MOVE WS-SY-MM      TO WS-SD-MM.
	   MOVE WS-SY-YYYY    TO WS-SD-YYYY.
	   MOVE WS-SHOW-DMY-N TO PRT-EXPIRY-DMY.
	   IF WS-DAYS-LEFT < ZEROS
	      ADD 1 TO WS-EXP-COUNT
	      MOVE ZEROS     TO PRT-DAYS
	      MOVE 'EXPIRED' TO PRT-STATE
	   ELSE
	      MOVE WS-DAYS-LEFT TO PRT-DAYS
	   END-IF.

	   IF CQ-REMIND-YMD = CQ-EXPIRY-YMD
	      MOVE 'REMINDED' TO PRT-REMIND
	   ELSE
	      IF CO-PHONE = SPACES
		 MOVE 'NO PHONE' TO PRT-REMIND
	      ELSE
		 PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END
	      END-IF
	   END-IF.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CQ-LOOP-END. EXIT.

      ********************************************************************
      * The reminder goes by SMS to the coach's phone with the coach
      * key carried in NQ-STD-KEY; the expiry is stamped back so the
      * next run does not chase it again.
        NQ-QUEUE-RTN.

	   INITIALIZE NQ-REC.
	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE 'S'		TO NQ-CHANNEL.
	   MOVE CO-PHONE	TO NQ-RECIPIENT.
	   MOVE CQ-TYPE		TO WS-LT-TYPE.
	   MOVE WS-LT-KEY	TO NQ-LT-KEY.
	   MOVE CO-KEY		TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO NQ-QUEUE-RTN-END.

	   ADD 1 TO WS-NQ-COUNT.
	   MOVE 'QUEUED'      TO PRT-REMIND.
	   MOVE CQ-EXPIRY-YMD TO CQ-REMIND-YMD.
	   REWRITE CQ-REC.

        NQ-QUEUE-RTN-END. EXIT.

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
	   MOVE WS-AHEAD     TO PRT-AHEAD.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
