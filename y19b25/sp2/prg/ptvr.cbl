       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTVR.

      * VOLUNTEER HOURS BY HOUSEHOLD
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Season summary of VA-FILE
      *					helper shifts per household
      *					(family code, or the AC# of
      *					a student with none): shifts
      *					booked, helped and missed and
      *					the hours given, each set
      *					against the shifts expected
      *					of a family - short of it is
      *					flagged, beyond it thanked;
      *					helpers with no student
      *					behind them listed after
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcva'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdva'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbva'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'VOLUNTEER HOURS BY HOUSEHOLD'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-FROM-DMY	PIC 9(08).
	  03 WS-TO-DMY		PIC 9(08).
	  03 WS-FROM-YMD	PIC 9(08).
	  03 WS-TO-YMD		PIC 9(08).
	  03 WS-VA-YMD		PIC 9(08).
	  03 WS-EXPECT		PIC 9(02).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-VA-EOF		PIC X(01).
	  03 WS-LAST-FAMILY	PIC X(08).
	  03 WS-HOUSEHOLD	PIC X(08).
	  03 WS-BOOKED		PIC 9(04).
	  03 WS-HELPED		PIC 9(04).
	  03 WS-NOSHOW		PIC 9(04).
	  03 WS-HOURS		PIC 9(04)V9(02).
	  03 WS-HH-COUNT	PIC 9(06).
	  03 WS-MET-COUNT	PIC 9(06).
	  03 WS-SHORT-COUNT	PIC 9(06).
	  03 WS-THANK-COUNT	PIC 9(06).
	  03 WS-OTHER-COUNT	PIC 9(06).
	  03 WS-TOT-HELPED	PIC 9(06).
	  03 WS-TOT-NOSHOW	PIC 9(06).
	  03 WS-TOT-HOURS	PIC 9(06)V9(02).
	  03 WS-OTHER-HOURS	PIC 9(06)V9(02).
	  03 WS-EDIT-EXPECT	PIC Z9.
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(44) VALUE
	     'REPORT TITLE: VOLUNTEER HOURS BY HOUSEHOLD'.
	  03 PRT-FROM-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(04) VALUE ' TO'.
	  03 PRT-TO-DMY		PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'HOUSEHLD NAME                           '.
	  03 FIL		PIC X(40) VALUE
	     ' BOOKED HELPED MISSED  HOURS            '.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '-------- ------------------------------ '.
	  03 FIL		PIC X(40) VALUE
	     '------ ------ ------ ------ ----------  '.

       01 PRT-DETAIL.
	  03 PRT-HOUSEHOLD	PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-BOOKED		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-HELPED		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-NOSHOW		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-HOURS		PIC ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FLAG		PIC X(10).

       01 PRT-OTHER-HEAD.
	  03 FIL		PIC X(60) VALUE
	     'OTHER HELPERS (NO STUDENT ACCOUNT)'.

       01 PRT-OTHER.
	  03 FIL		PIC X(09).
	  03 PRT-OT-NAME	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-OT-DMY		PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-OT-STATUS	PIC X(09).
	  03 FIL		PIC X(01).
	  03 PRT-OT-HOURS	PIC ZZ9.99.

       01 PRT-TOTAL.
	  03 FIL		PIC X(09).
	  03 PRT-TOT-COUNT	PIC Z(05)9.
	  03 PRT-TOT-DESC	PIC X(41).
	  03 PRT-TOT-HOURS	PIC ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(38) VALUE
	     'EXPECTED HELPED SHIFTS PER HOUSEHOLD:'.
	  03 PRT-EXPECT		PIC Z9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Shifts From:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 30 PIC 99/99/9999
	     USING WS-FROM-DMY.
	  03 LABEL COL + 2 'To:'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC 99/99/9999
	     USING WS-TO-DMY.
	  03 LABEL LINE 03 COL 02 'Shifts Expected per Family:'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 03 COL 30 PIC Z9
	     USING WS-EXPECT.
	  03 LABEL LINE 05 COL 02
	     'Print Volunteer Hours Report?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcva'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT VA-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE 2 TO WS-EXPECT.
	   MOVE 'Volunteer Hours by Household' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VA-FILE.
	   CLOSE STD-FILE.
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

	   IF WS-FROM-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-TO-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-FROM-DMY TO WS-FROM-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FROM-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-TO-DMY TO WS-TO-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TO-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-FROM-YMD > WS-TO-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-EXPECT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-FROM-DMY TO PRT-FROM-DMY.
	   MOVE WS-TO-DMY   TO PRT-TO-DMY.
	   MOVE WS-EXPECT   TO WS-EDIT-EXPECT, PRT-EXPECT.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'FROM ' PRT-FROM-DMY ' TO ' PRT-TO-DMY
		  ' EXPECT ' WS-EDIT-EXPECT
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   MOVE ZEROS TO WS-HH-COUNT, WS-MET-COUNT, WS-SHORT-COUNT,
			 WS-THANK-COUNT, WS-OTHER-COUNT, WS-TOT-HELPED,
			 WS-TOT-NOSHOW, WS-TOT-HOURS, WS-OTHER-HOURS.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

      * Students by family code: those with none first, each a
      * household of their own, then one pass per family on its
      * first active member.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-ALT-KEY5.
	   MOVE SPACES	   TO WS-LAST-FAMILY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM HOUSEHOLD-LOOP THRU HOUSEHOLD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

      * Helpers with no student account behind them carry a blank
      * household.
	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-OTHER-HEAD.

	   INITIALIZE VA-REC.
	   MOVE SPACES TO VA-HOUSEHOLD.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM OTHER-LOOP THRU OTHER-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
        HOUSEHOLD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO HOUSEHOLD-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO HOUSEHOLD-LOOP-END.

	   IF STD-FAMILY-CODE = SPACES
	      MOVE STD-KEY TO WS-HOUSEHOLD
	   ELSE
	      IF STD-FAMILY-CODE = WS-LAST-FAMILY
		 GO TO HOUSEHOLD-LOOP-END
	      ELSE
		 MOVE STD-FAMILY-CODE TO WS-HOUSEHOLD, WS-LAST-FAMILY.

	   PERFORM TALLY-RTN THRU TALLY-RTN-END.

	   ADD 1	  TO WS-HH-COUNT.
	   ADD WS-HELPED  TO WS-TOT-HELPED.
	   ADD WS-NOSHOW  TO WS-TOT-NOSHOW.
	   ADD WS-HOURS	  TO WS-TOT-HOURS.

	   MOVE SPACES TO PRT-FLAG.
	   EVALUATE TRUE
	     WHEN WS-HELPED < WS-EXPECT
		  ADD 1 TO WS-SHORT-COUNT
		  MOVE 'SHORT'	   TO PRT-FLAG
	     WHEN WS-HELPED > WS-EXPECT
		  ADD 1 TO WS-MET-COUNT, WS-THANK-COUNT
		  MOVE 'THANK YOU' TO PRT-FLAG
	     WHEN OTHER
		  ADD 1 TO WS-MET-COUNT
	   END-EVALUATE.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-HOUSEHOLD	TO PRT-HOUSEHOLD.
	   MOVE STD-NAME	TO PRT-NAME.
	   MOVE WS-BOOKED	TO PRT-BOOKED.
	   MOVE WS-HELPED	TO PRT-HELPED.
	   MOVE WS-NOSHOW	TO PRT-NOSHOW.
	   MOVE WS-HOURS	TO PRT-HOURS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        HOUSEHOLD-LOOP-END. EXIT.

      ********************************************************************
      * The household's rostered shifts in the date range: booked,
      * helped (with the hours given) and missed.
        TALLY-RTN.

	   MOVE ZEROS TO WS-BOOKED, WS-HELPED, WS-NOSHOW, WS-HOURS.
	   INITIALIZE VA-REC.
	   MOVE WS-HOUSEHOLD TO VA-HOUSEHOLD.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM TALLY-LOOP THRU TALLY-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

        TALLY-RTN-END. EXIT.

      ********************************************************************
        TALLY-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO TALLY-LOOP-END.

	   IF VA-HOUSEHOLD NOT = WS-HOUSEHOLD
	      MOVE 'Y' TO WS-VA-EOF
	      GO TO TALLY-LOOP-END.

	   MOVE VA-DATE-DMY TO WS-VA-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-VA-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-VA-YMD < WS-FROM-YMD OR WS-VA-YMD > WS-TO-YMD
	      GO TO TALLY-LOOP-END.

	   ADD 1 TO WS-BOOKED.
	   IF VA-HELPED
	      ADD 1	   TO WS-HELPED
	      ADD VA-HOURS TO WS-HOURS.
	   IF VA-NO-SHOW
	      ADD 1	   TO WS-NOSHOW.

        TALLY-LOOP-END. EXIT.

      ********************************************************************
        OTHER-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO OTHER-LOOP-END.

	   IF VA-HOUSEHOLD NOT = SPACES
	      MOVE 'Y' TO WS-VA-EOF
	      GO TO OTHER-LOOP-END.

	   MOVE VA-DATE-DMY TO WS-VA-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-VA-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-VA-YMD < WS-FROM-YMD OR WS-VA-YMD > WS-TO-YMD
	      GO TO OTHER-LOOP-END.

	   MOVE ZEROS TO PRT-OT-HOURS.
	   EVALUATE TRUE
	     WHEN VA-HELPED
		  ADD 1 TO WS-OTHER-COUNT
		  ADD VA-HOURS TO WS-OTHER-HOURS
		  MOVE VA-HOURS TO PRT-OT-HOURS
		  MOVE 'HELPED'	   TO PRT-OT-STATUS
	     WHEN VA-NO-SHOW
		  MOVE 'MISSED'	   TO PRT-OT-STATUS
	     WHEN OTHER
		  MOVE 'ROSTERED'  TO PRT-OT-STATUS
	   END-EVALUATE.

	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE VA-NAME		TO PRT-OT-NAME.
	   MOVE VA-DATE-DMY	TO PRT-OT-DMY.
	   WRITE PRINT-REC FROM PRT-OTHER.

        OTHER-LOOP-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 48
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-LINE.
	   MOVE WS-HH-COUNT	TO PRT-TOT-COUNT.
	   MOVE ' HOUSEHOLDS - HOURS GIVEN' TO PRT-TOT-DESC.
	   MOVE WS-TOT-HOURS	TO PRT-TOT-HOURS.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-TOT-HELPED	TO PRT-TOT-COUNT.
	   MOVE ' SHIFTS HELPED' TO PRT-TOT-DESC.
	   MOVE ZEROS		TO PRT-TOT-HOURS.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-TOT-NOSHOW	TO PRT-TOT-COUNT.
	   MOVE ' SHIFTS MISSED' TO PRT-TOT-DESC.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-MET-COUNT	TO PRT-TOT-COUNT.
	   MOVE ' HOUSEHOLDS MET THE EXPECTATION' TO PRT-TOT-DESC.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-THANK-COUNT	TO PRT-TOT-COUNT.
	   MOVE ' OF THEM WENT BEYOND IT - THANK YOU' TO PRT-TOT-DESC.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-SHORT-COUNT	TO PRT-TOT-COUNT.
	   MOVE ' HOUSEHOLDS SHORT' TO PRT-TOT-DESC.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-OTHER-COUNT	TO PRT-TOT-COUNT.
	   MOVE ' SHIFTS BY OTHER HELPERS - HOURS' TO PRT-TOT-DESC.
	   MOVE WS-OTHER-HOURS	TO PRT-TOT-HOURS.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        PRT-ENDING-END. EXIT.

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
