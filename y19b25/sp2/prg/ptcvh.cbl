       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCVH.

      * COACH COVER HISTORY
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every session of a month
      *					that lost its coach to LE-FILE
      *					leave and what FMCV did about
      *					it - who covered, or that it
      *					was cancelled - off CV-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'COACH COVER HISTORY'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PERIOD-MM	PIC 9(02).
	  03 WS-PERIOD-YYYY	PIC 9(04).
	  03 WS-CV-EOF		PIC X(01).
	  03 WS-COVER-COUNT	PIC 9(05).
	  03 WS-CANCEL-COUNT	PIC 9(05).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-CV-DMY		PIC 9(08).
       01 REDEFINES WS-CV-DMY.
	  03 WS-CD-DD		PIC 9(02).
	  03 WS-CD-MM		PIC 9(02).
	  03 WS-CD-YYYY		PIC 9(04).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: COACH COVER HISTORY'.
	  03 FIL		PIC X(10) VALUE 'PERIOD :'.
	  03 PRT-PERIOD-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-PERIOD-YYYY	PIC 9(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(42) VALUE
	     'DATE       CLUB ABSENT COACH'.
	  03 FIL		PIC X(36) VALUE
	     'REASON  COVER     SET BY'.

       01 PRT-LINE.
	  03 FIL		PIC X(42) VALUE
	     '---------- ---- ---- --------------------'.
	  03 FIL		PIC X(36) VALUE
	     '------- --------- --------'.

       01 PRT-DETAIL.
	  03 PRT-CV-DATE	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CO-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CO-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(07).
	  03 FIL		PIC X(01).
	  03 PRT-COVER		PIC X(09).
	  03 FIL		PIC X(01).
	  03 PRT-OPERATOR	PIC X(08).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'SESSIONS COVERED    :'.
	  03 PRT-END-COVER	PIC Z(04)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'SESSIONS CANCELLED  :'.
	  03 PRT-END-CANCEL	PIC Z(04)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Cover Period:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(02)
	     USING WS-PERIOD-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 1 PIC 9(04)
	     USING WS-PERIOD-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 04 COL 02
	     'Run Coach Cover History?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT CV-FILE.
	   OPEN INPUT CO-FILE.

	   MOVE 'Coach Cover History' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CV-FILE.
	   CLOSE CO-FILE.
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

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'PERIOD ' WS-PERIOD-MM '/' WS-PERIOD-YYYY
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   MOVE ZEROS TO WS-COVER-COUNT, WS-CANCEL-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

      * CV-KEY leads with the day, so within the one month the walk
      * already comes out in date order.
	   INITIALIZE CV-REC.
	   MOVE LOW-VALUES TO CV-KEY.
	   MOVE 'N' TO WS-CV-EOF.
	   START CV-FILE KEY >= CV-KEY INVALID
		 MOVE 'Y' TO WS-CV-EOF.
	   PERFORM CV-LOOP THRU CV-LOOP-END
		   UNTIL WS-CV-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
        CV-LOOP.

	   READ CV-FILE NEXT END
		MOVE 'Y' TO WS-CV-EOF
		GO TO CV-LOOP-END.

	   MOVE CV-DATE-DMY TO WS-CV-DMY.
	   IF WS-CD-MM NOT = WS-PERIOD-MM OR
	      WS-CD-YYYY NOT = WS-PERIOD-YYYY
	      GO TO CV-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CV-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO CO-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES		TO PRT-DETAIL.
	   MOVE CV-DATE-DMY	TO PRT-CV-DATE.
	   MOVE CV-CB-KEY	TO PRT-CB-KEY.
	   MOVE CV-CO-KEY	TO PRT-CO-KEY.
	   MOVE CO-NAME		TO PRT-CO-NAME.
	   EVALUATE CV-LE-TYPE
	     WHEN 'S'	MOVE 'SICK'    TO PRT-REASON
	     WHEN 'H'	MOVE 'HOLIDAY' TO PRT-REASON
	     WHEN OTHER MOVE 'OTHER'   TO PRT-REASON
	   END-EVALUATE.
	   IF CV-IS-CANCELLED
	      MOVE 'CANCELLED'	 TO PRT-COVER
	      ADD 1 TO WS-CANCEL-COUNT
	   ELSE
	      MOVE CV-SUB-CO-KEY TO PRT-COVER
	      ADD 1 TO WS-COVER-COUNT.
	   MOVE CV-OPERATOR	TO PRT-OPERATOR.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        CV-LOOP-END. EXIT.

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

	   MOVE WS-PERIOD-MM   TO PRT-PERIOD-MM.
	   MOVE WS-PERIOD-YYYY TO PRT-PERIOD-YYYY.
	   MOVE S-PAGE-COUNT   TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 56
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-COVER-COUNT  TO PRT-END-COVER.
	   MOVE WS-CANCEL-COUNT TO PRT-END-CANCEL.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
