       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTMU.

      * MAKE-UP CREDIT REPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Make-up credits earned per
      *					club over a date range -
      *					how many were issued, used
      *					on a make-up class, let
      *					expire, voided, and still
      *					live - off the MU-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'MAKE-UP CREDIT REPORT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-FROM-DMY	PIC 9(08).
	  03 WS-TO-DMY		PIC 9(08).
	  03 WS-FROM-YMD	PIC 9(08).
	  03 WS-TO-YMD		PIC 9(08).
	  03 WS-WORK-YMD	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 WS-DATE		PIC X(01).
	  03 WS-CB-EOF		PIC X(01).
	  03 WS-MU-EOF		PIC X(01).
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 PRT-START-HHMM	PIC X(07).

      * Per-club counts (1) and the run's grand total (2).
       01 WS-TALLY-TABLE.
	  03 WS-TALLY		OCCURS 2 TIMES.
	     05 WS-ISSUE-COUNT	PIC 9(05).
	     05 WS-USED-COUNT	PIC 9(05).
	     05 WS-EXPIRED-COUNT PIC 9(05).
	     05 WS-VOID-COUNT	PIC 9(05).
	     05 WS-LIVE-COUNT	PIC 9(05).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: MAKE-UP CREDIT REPORT'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(28) VALUE 'EARNED FROM :'.
	  03 PRT-FROM-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(07) VALUE '  TO :'.
	  03 PRT-TO-DMY		PIC 99/99/9999.

       01 PRT-HEADER4.
	  03 FIL		PIC X(26) VALUE
	     'CLUB NAME'.
	  03 FIL		PIC X(36) VALUE
	     'ISSUED   USED EXPIRED   VOID   LIVE'.

       01 PRT-LINE.
	  03 FIL		PIC X(26) VALUE
	     '---- --------------------'.
	  03 FIL		PIC X(36) VALUE
	     '------ ------ ------- ------ ------'.

       01 PRT-DETAIL.
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CB-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-ISSUED		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-USED		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-EXPIRED	PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-VOID		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-LIVE		PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Earned From:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 20 PIC 99/99/9999
	     USING WS-FROM-DMY.
	  03 LABEL COL + 3 'to'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 3 PIC 99/99/9999
	     USING WS-TO-DMY.
	  03 LABEL LINE 04 COL 04
	     'Run Make-up Credit Report?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT MU-FILE.
	   OPEN INPUT CB-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Make-up Credits' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE MU-FILE.
	   CLOSE CB-FILE.
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

	   IF WS-FROM-DMY = ZEROS OR WS-TO-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-FROM-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, WS-TO-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-FROM-DMY TO WS-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-TO-DMY TO WS-TO-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TO-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   IF WS-FROM-YMD > WS-TO-YMD
	      MOVE 100020 TO S-ERROR-CODE
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

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'EARNED ' WS-FROM-DMY ' TO ' WS-TO-DMY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   INITIALIZE WS-TALLY (2).

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE CB-REC.
	   MOVE LOW-VALUES TO CB-KEY.
	   MOVE 'N' TO WS-CB-EOF.
	   START CB-FILE KEY >= CB-KEY INVALID
		 MOVE 'Y' TO WS-CB-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-CB-EOF = 'Y'.

	   MOVE SPACES TO PRT-DETAIL.
	   MOVE 'TOTAL'	TO PRT-CB-NAME.
	   MOVE 2 TO S-SUB.
	   PERFORM PRT-TALLY THRU PRT-TALLY-END.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * A club that earned no credits in the range is left off.
        CLUB-LOOP.

	   READ CB-FILE NEXT END
		MOVE 'Y' TO WS-CB-EOF
		GO TO CLUB-LOOP-END.

	   MOVE CB-KEY TO WS-CUR-CB-KEY.
	   INITIALIZE WS-TALLY (1).

	   INITIALIZE MU-REC.
	   MOVE WS-CUR-CB-KEY TO MU-CB-KEY.
	   MOVE ZEROS	      TO MU-EARN-DMY.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM TALLY-LOOP THRU TALLY-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

	   IF WS-ISSUE-COUNT (1) = ZEROS
	      GO TO CLUB-LOOP-END.

	   ADD WS-ISSUE-COUNT (1)   TO WS-ISSUE-COUNT (2).
	   ADD WS-USED-COUNT (1)    TO WS-USED-COUNT (2).
	   ADD WS-EXPIRED-COUNT (1) TO WS-EXPIRED-COUNT (2).
	   ADD WS-VOID-COUNT (1)    TO WS-VOID-COUNT (2).
	   ADD WS-LIVE-COUNT (1)    TO WS-LIVE-COUNT (2).

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES		TO PRT-DETAIL.
	   MOVE WS-CUR-CB-KEY	TO PRT-CB-KEY.
	   MOVE CB-NAME		TO PRT-CB-NAME.
	   MOVE 1 TO S-SUB.
	   PERFORM PRT-TALLY THRU PRT-TALLY-END.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CLUB-LOOP-END. EXIT.

      ********************************************************************
      * Every credit earned in the range counts as issued, then once
      * more by what became of it. A credit still marked issued but
      * past its expiry counts as expired - FMMU only stamps the E
      * when the student's credits are next brought up.
        TALLY-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO TALLY-LOOP-END.

	   IF MU-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO TALLY-LOOP-END.

	   MOVE MU-EARN-DMY TO WS-WORK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-WORK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-WORK-YMD < WS-FROM-YMD OR WS-WORK-YMD > WS-TO-YMD
	      GO TO TALLY-LOOP-END.

	   ADD 1 TO WS-ISSUE-COUNT (1).

	   IF MU-IS-ISSUED
	      MOVE MU-EXPIRY-DMY TO WS-WORK-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-WORK-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-WORK-YMD < WS-TODAY-YMD
		 ADD 1 TO WS-EXPIRED-COUNT (1)
	      ELSE
		 ADD 1 TO WS-LIVE-COUNT (1)
	      END-IF
	      GO TO TALLY-LOOP-END.

	   IF MU-IS-USED
	      ADD 1 TO WS-USED-COUNT (1).
	   IF MU-IS-EXPIRED
	      ADD 1 TO WS-EXPIRED-COUNT (1).
	   IF MU-IS-VOID
	      ADD 1 TO WS-VOID-COUNT (1).

        TALLY-LOOP-END. EXIT.

      ********************************************************************
        PRT-TALLY.

	   MOVE WS-ISSUE-COUNT (S-SUB)	 TO PRT-ISSUED.
	   MOVE WS-USED-COUNT (S-SUB)	 TO PRT-USED.
	   MOVE WS-EXPIRED-COUNT (S-SUB) TO PRT-EXPIRED.
	   MOVE WS-VOID-COUNT (S-SUB)	 TO PRT-VOID.
	   MOVE WS-LIVE-COUNT (S-SUB)	 TO PRT-LIVE.

        PRT-TALLY-END. EXIT.

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

	   MOVE WS-FROM-DMY  TO PRT-FROM-DMY.
	   MOVE WS-TO-DMY    TO PRT-TO-DMY.
	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3.
	   WRITE PRINT-REC FROM PRT-HEADER4 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
