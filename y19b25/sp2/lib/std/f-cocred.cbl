       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-COCRED.

      * ARE A COACH'S CREDENTIALS GOOD FOR A DUTY ON A DATE
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * LINK-CO-KEY's CQ-FILE credentials are judged as at
      * LINK-AS-OF-DMY for the duty LINK-USE:
      *   C coaching - a club assignment or a scheduled session
      *   R refereeing an event ring
      *   O any other official's duty (judge, timekeeper)
      * Each credential type either blocks the duty, warns, or does
      * not matter to it, per WS-RULE-TABLE:
      *		       C  R  O
      *   B background B  B  B
      *   L licence    W  -  -
      *   F first aid  W  W  W
      *   R referee    -  B  W
      * A credential not on file counts the same as a lapsed one; a
      * zero expiry never lapses. LINK-RESULT comes back blank when
      * all is well, W for a warning only, B when the duty must be
      * refused; LINK-MSG says what is wrong - the first blocking
      * problem, else the first warning.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccq'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcq'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcq'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-RULE-DATA.
	  03 FIL		PIC X(20) VALUE
	     'BBBBBackground check'.
	  03 FIL		PIC X(20) VALUE
	     'LW  Coaching licence'.
	  03 FIL		PIC X(20) VALUE
	     'FWWWFirst aid       '.
	  03 FIL		PIC X(20) VALUE
	     'R BWReferee level   '.
       01 WS-RULE-TABLE REDEFINES WS-RULE-DATA.
	  03 WS-RULE		OCCURS 4.
	     05 WS-RULE-TYPE	PIC X(01).
	     05 WS-RULE-ACT	PIC X(01) OCCURS 3.
	     05 WS-RULE-NAME	PIC X(16).

       01 WS-MISC.
	  03 WS-RULE-SUB	PIC 9(01).
	  03 WS-USE-SUB		PIC 9(01).
	  03 WS-ASOF-YMD	PIC 9(08).
	  03 WS-PROBLEM		PIC X(60).
	  03 WS-WARN-MSG	PIC X(60).

      * The expiry turned round for the message.
       01 WS-SHOW-YMD		PIC 9(08).
       01 REDEFINES WS-SHOW-YMD.
	  03 WS-SY-YYYY		PIC 9(04).
	  03 WS-SY-MM		PIC 9(02).
	  03 WS-SY-DD		PIC 9(02).

       01 WS-SHOW-DMY.
	  03 WS-SD-DD		PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 WS-SD-MM		PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 WS-SD-YYYY		PIC 9(04).

       LINKAGE SECTION.
       01 LINK-CO-KEY		PIC X(04).
       01 LINK-AS-OF-DMY	PIC 9(08).
       01 LINK-USE		PIC X(01).
       01 LINK-RESULT		PIC X(01).
       01 LINK-MSG		PIC X(60).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-CO-KEY, LINK-AS-OF-DMY, LINK-USE,
				LINK-RESULT, LINK-MSG.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccq'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE SPACES TO LINK-RESULT, LINK-MSG, WS-WARN-MSG.
	   EVALUATE LINK-USE
	     WHEN 'R'	MOVE 2 TO WS-USE-SUB
	     WHEN 'O'	MOVE 3 TO WS-USE-SUB
	     WHEN OTHER MOVE 1 TO WS-USE-SUB
	   END-EVALUATE.

	   MOVE LINK-AS-OF-DMY TO WS-ASOF-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ASOF-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   OPEN INPUT CQ-FILE.
	   PERFORM RULE-RTN THRU RULE-RTN-END
		   VARYING WS-RULE-SUB FROM 1 BY 1
		   UNTIL WS-RULE-SUB > 4 OR LINK-RESULT = 'B'.
	   CLOSE CQ-FILE.

	   IF LINK-RESULT = 'W'
	      MOVE WS-WARN-MSG TO LINK-MSG.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * One credential type the duty cares about, looked up and
      * dated against the duty day.
	RULE-RTN.

	   IF WS-RULE-ACT (WS-RULE-SUB, WS-USE-SUB) = SPACE
	      GO TO RULE-RTN-END.

	   MOVE SPACES TO WS-PROBLEM.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-CO-KEY		   TO CQ-CO-KEY.
	   MOVE WS-RULE-TYPE (WS-RULE-SUB) TO CQ-TYPE.
	   READ CQ-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		STRING 'No ' WS-RULE-NAME (WS-RULE-SUB)
		       DELIMITED BY '  ' ' on file'
		       DELIMITED BY SIZE INTO WS-PROBLEM
		GO TO RULE-RTN-HIT.

	   IF CQ-EXPIRY-YMD = ZEROS OR CQ-EXPIRY-YMD >= WS-ASOF-YMD
	      GO TO RULE-RTN-END.

	   MOVE CQ-EXPIRY-YMD TO WS-SHOW-YMD.
	   MOVE WS-SY-DD   TO WS-SD-DD.
	   MOVE WS-SY-MM   TO WS-SD-MM.
	   MOVE WS-SY-YYYY TO WS-SD-YYYY.
	   STRING WS-RULE-NAME (WS-RULE-SUB) DELIMITED BY '  '
		  ' expired ' WS-SHOW-DMY
		  DELIMITED BY SIZE INTO WS-PROBLEM.

	RULE-RTN-HIT.
	   IF WS-RULE-ACT (WS-RULE-SUB, WS-USE-SUB) = 'B'
	      MOVE 'B'	      TO LINK-RESULT
	      MOVE WS-PROBLEM TO LINK-MSG
	      GO TO RULE-RTN-END.

	   IF LINK-RESULT = SPACE
	      MOVE 'W'	      TO LINK-RESULT
	      MOVE WS-PROBLEM TO WS-WARN-MSG.

	RULE-RTN-END. EXIT.

      * End of program.
