       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMCT.

      * MAINTAIN THE MEMBERSHIP CONTRACT FOR A STUDENT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Plan, start date, minimum
      *					term, committed monthly rate
      *					and the rule that prices an
      *					exit inside the term
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcct'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdct'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbct'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       01 WS-MISC.
	  03 WS-CT-FOUND	  PIC X(01).
	  03 WS-SAVE-START-DMY	  PIC 9(08).
	  03 WS-SAVE-STAGE	  PIC X(01).
	  03 WS-DATE-FLAG	  PIC X(01).
	  03 WS-END-EDIT	  PIC 99/99/9999.
	  03 WS-STAGE-TXT	  PIC X(30).
	  03 WS-MTH-TOTAL	  PIC 9(06).
	  03 WS-YEAR-ADD	  PIC 9(04).
	  03 WS-MTH-REM		  PIC 9(02).
	  03 WS-MTH-DAYS	  PIC 9(02).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).

       01 WS-DMY-WORK		  PIC 9(08).
       01 REDEFINES WS-DMY-WORK.
	  03 WS-DW-DD		  PIC 9(02).
	  03 WS-DW-MM		  PIC 9(02).
	  03 WS-DW-YYYY		  PIC 9(04).

      * Days in each month, February taken as 28 and bumped for a
      * leap year where the term ends in one.
       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		  PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-LEN REDEFINES WS-MTH-NO
				  PIC 9(02) OCCURS 12 TIMES.

       01 WS-LEAP-MISC.
	  03 WS-L4-DIV		  PIC 9(04).
	  03 WS-L4-REM		  PIC 9(01).
	     88 LEAP-DIV-4	  VALUE 0.
	  03 WS-L100-DIV	  PIC 9(04).
	  03 WS-L100-REM	  PIC 9(02).
	     88 LEAP-DIV-100	  VALUE 0.
	  03 WS-L400-DIV	  PIC 9(04).
	  03 WS-L400-REM	  PIC 9(03).
	     88 LEAP-DIV-400	  VALUE 0.

	LINKAGE SECTION.
	01 LINK-STD-KEY		  PIC X(06).
	01 LINK-STD-NAME	  PIC X(40).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Student:'.
	   03 LABEL LINE 01 COL + 2 PIC X(06) FROM LINK-STD-KEY.
	   03 LABEL LINE 01 COL + 2 PIC X(40) FROM LINK-STD-NAME.
	   03 LABEL LINE 03 COL 04 'Plan:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 24 PIC X(20)
	      USING CT-PLAN BELL UPPER.
	   03 LABEL LINE 04 COL 04 'Start Date:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 24 PIC 99/99/9999
	      USING CT-START-DMY AUTO.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 102.
	   03 LABEL LINE 05 COL 04 'Minimum Term (mths):'.
	   03 ENTRY-FIELD 3-D ID 103 COL 24 PIC Z9
	      USING CT-TERM-MM.
	   03 LABEL LINE 06 COL 04 'Monthly Rate:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 24 PIC ZZZ,ZZ9.99
	      USING CT-RATE.
	   03 LABEL LINE 07 COL 04 'Exit Rule:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 24 PIC X(01)
	      USING CT-RULE BELL UPPER.
	   03 LABEL COL + 2
	      '(F fixed, R remaining months, P percent, blank none)'.
	   03 LABEL LINE 08 COL 04 'Fixed Fee:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 24 PIC ZZZ,ZZ9.99
	      USING CT-RULE-AMOUNT.
	   03 LABEL COL + 3 'Percent:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC ZZ9
	      USING CT-RULE-PCT.
	   03 LABEL LINE 10 COL 04 'Term Ends:'.
	   03 LABEL COL 24 PIC 99/99/9999 FROM WS-END-EDIT.
	   03 LABEL LINE 11 COL 04 'Status:'.
	   03 LABEL COL 24 PIC X(30) FROM WS-STAGE-TXT.
	   03 LABEL LINE 13 COL 04
	      '(F4 removes a contract still running)'.
	   03 LABEL LINE 14 COL 04
	      '(F6 prices an exit today for a member who has left)'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-STD-NAME.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcct'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   CT-FILE.

      * Floating Window
	   MOVE 'Membership Contract' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   PERFORM LOAD-RTN THRU LOAD-RTN-END.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CT-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 102
	      CALL   '/v/cps/lib/std/x-hpcal' USING
		     CT-START-DMY, S-OK
	      CANCEL '/v/cps/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM DELETE-RTN THRU DELETE-RTN-END
	      GO TO 0100-MAIN.

      * The exit fee put off at the leaving screen is settled here;
      * FMCTX keeps the contract file to itself while it runs.
	   IF K-F6
	      CALL   '/v/cps/lib/std/f-dmyhm' USING
		     WS-TODAY-EDIT, WS-HHMM
	      CANCEL '/v/cps/lib/std/f-dmyhm'
	      MOVE WS-TODAY-EDIT TO WS-TODAY-DMY
	      CLOSE CT-FILE
	      CALL   '/z/y19b25/sp2/prg/fmctx' USING LINK-STD-KEY,
		     WS-TODAY-DMY
	      CANCEL '/z/y19b25/sp2/prg/fmctx'
	      OPEN I-O CT-FILE
	      PERFORM LOAD-RTN THRU LOAD-RTN-END
	      GO TO 0100-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   PERFORM SAVE-RTN THRU SAVE-RTN-END.

        0199-END. EXIT.
      *******************************************************************
        LOAD-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   INITIALIZE CT-REC.
	   MOVE LINK-STD-KEY TO CT-STD-KEY.
	   MOVE 'Y' TO WS-CT-FOUND.
	   READ CT-FILE INVALID
		MOVE 'N' TO WS-CT-FOUND
		INITIALIZE CT-REC
		MOVE LINK-STD-KEY TO CT-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE CT-START-DMY TO WS-SAVE-START-DMY.
	   MOVE CT-STAGE     TO WS-SAVE-STAGE.
	   MOVE CT-END-DMY   TO WS-END-EDIT.
	   PERFORM STAGE-TXT-RTN THRU STAGE-TXT-RTN-END.

        LOAD-RTN-END. EXIT.
      *******************************************************************
        STAGE-TXT-RTN.

	   MOVE SPACES TO WS-STAGE-TXT.
	   EVALUATE TRUE
	     WHEN WS-CT-FOUND = 'N'
		  MOVE 'NO CONTRACT ON FILE' TO WS-STAGE-TXT
	     WHEN CT-IS-BROKEN
		  STRING 'ENDED EARLY - FEE POSTED'
			 DELIMITED BY SIZE INTO WS-STAGE-TXT
	     WHEN CT-IS-WAIVED
		  STRING 'ENDED EARLY - FEE WAIVED'
			 DELIMITED BY SIZE INTO WS-STAGE-TXT
	     WHEN OTHER
		  MOVE 'RUNNING' TO WS-STAGE-TXT
	   END-EVALUATE.

        STAGE-TXT-RTN-END. EXIT.
      *******************************************************************
        SAVE-RTN.

	   IF CT-PLAN = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-START-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE 'D' TO WS-DATE-FLAG.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  WS-DATE-FLAG, CT-START-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-TERM-MM = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-TERM-MM > 60
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-RATE = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF NOT CT-RULE-VALID
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-BY-FIXED AND CT-RULE-AMOUNT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF CT-BY-PERCENT AND
	      (CT-RULE-PCT = ZEROS OR CT-RULE-PCT > 100)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

      * A contract that has already ended early is history - the fee
      * row it raised hangs off it. Only a fresh start date (the
      * member signing again) replaces it, and starts it running.
	   IF WS-CT-FOUND = 'Y' AND WS-SAVE-STAGE NOT = SPACE
	      IF CT-START-DMY = WS-SAVE-START-DMY
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 102    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      MOVE SPACE  TO CT-STAGE
	      MOVE ZEROS  TO CT-EXIT-DMY, CT-FEE-AMOUNT, CT-FEE-DMY,
			     CT-FEE-SEQ.

	   IF NOT CT-BY-FIXED
	      MOVE ZEROS TO CT-RULE-AMOUNT.
	   IF NOT CT-BY-PERCENT
	      MOVE ZEROS TO CT-RULE-PCT.

	   PERFORM TERM-END-RTN THRU TERM-END-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      MOVE WS-SAVE-STAGE TO CT-STAGE
	      GO TO SAVE-RTN-END.

	   ACCEPT CT-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-CT-FOUND = 'Y'
	      REWRITE CT-REC
	   ELSE
	      WRITE CT-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM LOAD-RTN THRU LOAD-RTN-END.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * The term ends the same day of the month CT-TERM-MM months on
      * from the start, held to the last day where that month is
      * shorter (31/01 + 1 month = 28/02 or 29/02).
        TERM-END-RTN.

	   MOVE CT-START-DMY TO WS-DMY-WORK.
	   COMPUTE WS-MTH-TOTAL = WS-DW-MM - 1 + CT-TERM-MM.
	   DIVIDE WS-MTH-TOTAL BY 12
	      GIVING WS-YEAR-ADD REMAINDER WS-MTH-REM.
	   ADD WS-YEAR-ADD TO WS-DW-YYYY.
	   COMPUTE WS-DW-MM = WS-MTH-REM + 1.

	   MOVE WS-MTH-LEN (WS-DW-MM) TO WS-MTH-DAYS.
	   IF WS-DW-MM = 2
	      DIVIDE WS-DW-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-DW-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-DW-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 MOVE 29 TO WS-MTH-DAYS.

	   IF WS-DW-DD > WS-MTH-DAYS
	      MOVE WS-MTH-DAYS TO WS-DW-DD.

	   MOVE WS-DMY-WORK TO CT-END-DMY, WS-END-EDIT.

        TERM-END-RTN-END. EXIT.
      *******************************************************************
      * Only a running contract may be taken off - one that ended early
      * is the record of the fee posted or waived.
        DELETE-RTN.

	   IF WS-CT-FOUND NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE
	      GO TO DELETE-RTN-END.

	   IF WS-SAVE-STAGE NOT = SPACE
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO DELETE-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELETE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY TO CT-STD-KEY.
	   READ CT-FILE INVALID
		GO TO DELETE-RTN-END.

	   DELETE CT-FILE.
	   PERFORM LOAD-RTN THRU LOAD-RTN-END.

        DELETE-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
