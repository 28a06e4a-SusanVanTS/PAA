       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPCAL.

      * CALENDAR FEED EXPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Rewrites the iCalendar
      *					feeds families and coaches
      *					subscribe to - one per
      *					club, per coach and per
      *					household - from the
      *					session schedule, event
      *					entries, grading days and
      *					closures (F-CALWR), and
      *					prints the run register.
      *					FMSS also rewrites them
      *					whenever a session changes.
      *					Set up as a BPJOB step.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CALENDAR FEED EXPORT REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-TRAINING	PIC X(01).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-CAL.
	  03 WS-CAL-RESULT	PIC X(01).
	  03 WS-CAL-CLUBS	PIC 9(04).
	  03 WS-CAL-COACHES	PIC 9(04).
	  03 WS-CAL-HOUSES	PIC 9(05).
	  03 WS-CAL-SESSIONS	PIC 9(07).
	  03 WS-CAL-CANCELLED	PIC 9(07).
	  03 WS-CAL-EVENTS	PIC 9(06).
	  03 WS-CAL-GRADINGS	PIC 9(06).
	  03 WS-CAL-CLOSURES	PIC 9(06).
	  03 WS-CAL-FAILED	PIC 9(04).
	  03 WS-CAL-DROPPED	PIC 9(05).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(44) VALUE
	     'REPORT TITLE: CALENDAR FEED EXPORT REGISTER'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '----------------------------------------'.
	  03 FIL		PIC X(20) VALUE
	     '--------------------'.

       01 PRT-DETAIL.
	  03 PRT-DESC		PIC X(40).
	  03 PRT-COUNT		PIC Z(06)9.

       01 PRT-END.
	  03 FIL		PIC X(10) VALUE
	     'RESULT   :'.
	  03 PRT-END-RESULT	PIC X(60).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04
	     'Write Club, Coach and Household Calendar Feeds?'.
	  03 LABEL LINE 04 COL 04 'Continue'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 04 COL + 5 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Practice data must never reach a family's calendar.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 4 TO RETURN-CODE
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'Calendar Feed Export' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
      * actually completes.
	   MOVE 4 TO RETURN-CODE.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
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

	   CALL   '/z/y19b25/sp2/lib/std/f-calwr' USING WS-CAL.
	   CANCEL '/z/y19b25/sp2/lib/std/f-calwr'.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

      * A feed that could not be written fails the BPJOB step, so
      * the chain stops and the run log shows it.
	   IF WS-CAL-RESULT = 'Y' AND WS-CAL-FAILED = ZEROS
	      MOVE ZEROS TO RETURN-CODE
	   ELSE
	      MOVE 8 TO RETURN-CODE.

	0199-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   MOVE 'CLUB FEEDS WRITTEN'	  TO PRT-DESC.
	   MOVE WS-CAL-CLUBS		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'COACH FEEDS WRITTEN'	  TO PRT-DESC.
	   MOVE WS-CAL-COACHES		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'HOUSEHOLD FEEDS WRITTEN' TO PRT-DESC.
	   MOVE WS-CAL-HOUSES		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'FEEDS THAT COULD NOT BE OPENED' TO PRT-DESC.
	   MOVE WS-CAL-FAILED		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   MOVE 'SESSIONS WRITTEN (ALL FEEDS)' TO PRT-DESC.
	   MOVE WS-CAL-SESSIONS		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL AFTER 2.
	   MOVE '  OF WHICH CANCELLED'	  TO PRT-DESC.
	   MOVE WS-CAL-CANCELLED	  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'EVENTS WRITTEN'	  TO PRT-DESC.
	   MOVE WS-CAL-EVENTS		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'GRADING DAYS WRITTEN'	  TO PRT-DESC.
	   MOVE WS-CAL-GRADINGS		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'CLOSURE DAYS WRITTEN'	  TO PRT-DESC.
	   MOVE WS-CAL-CLOSURES		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.
	   MOVE 'ENTRIES LEFT OUT - TABLE FULL' TO PRT-DESC.
	   MOVE WS-CAL-DROPPED		  TO PRT-COUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   IF WS-CAL-RESULT NOT = 'Y'
	      MOVE 'NOT RUN - SIGNED ON TO THE PRACTICE DATA'
		TO PRT-END-RESULT
	   ELSE
	      IF WS-CAL-FAILED NOT = ZEROS
		 MOVE 'SOME FEEDS COULD NOT BE WRITTEN'
		   TO PRT-END-RESULT
	      ELSE
		 MOVE 'ALL FEEDS WRITTEN' TO PRT-END-RESULT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        PRT-DETAIL-RTN-END. EXIT.

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
	   WRITE PRINT-REC FROM PRT-LINE AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
