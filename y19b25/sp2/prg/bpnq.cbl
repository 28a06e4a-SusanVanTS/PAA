      *					students without the opt-in
      *					for the chosen channel; fee
      *					notices always go
      * VAN TZE SHAN	15/10/26 WO	PAA	Fee reminders skip
      *					students whose account is
      *					with the collection agency
      * VAN TZE SHAN	15/10/26 WO	PAA	Volunteer shift reminders:
      *					helpers rostered on VA-FILE
      *					for a shift in the next N
      *					days, each reminded once
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fccl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcva'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdva'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbva'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	  03 WS-EV-YMD		PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-VA-EOF		PIC X(01).
	  03 WS-DAYS		PIC 9(02).
	  03 WS-DAY-SUB		PIC 9(02).
	  03 WS-CUTOFF-YMD	PIC 9(08).
	  03 WS-SHIFT-YMD	PIC 9(08).

       01 WS-DMY-PARTS		PIC 9(08).
       01 REDEFINES WS-DMY-PARTS.
	  03 WS-DP-MM		PIC 9(02).
	  03 WS-DP-YYYY		PIC 9(04).

      * Calendar stepping for today-plus-N: month lengths with the
      * Gregorian leap test, the same rule F-GTAGEA applies.
       01 WS-MONTH-TABLE.
	  03 FIL		PIC X(24) VALUE
	     '312831303130313130313031'.
       01 REDEFINES WS-MONTH-TABLE.
	  03 WS-MONTH-LEN	PIC 9(02) OCCURS 12.

       01 WS-CUR-DATE.
	  03 WS-CD-YYYY		PIC 9(04).
	  03 WS-CD-MM		PIC 9(02).
	  03 WS-CD-DD		PIC 9(02).
       01 WS-CUR-YMD REDEFINES WS-CUR-DATE
				PIC 9(08).

       01 WS-LEAP-MISC.
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	  03 WS-MONTH-MAX	PIC 9(02).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Queue:'.
	  03 RADIO-BUTTON LINE + 0.1 COL + 3
	     GROUP = 1 GROUP-VALUE = 3 VALUE WS-OPTION.
	  03 LABEL LINE - 0.1 COL + 1 'Event Reminders'.
	  03 RADIO-BUTTON LINE + 0.1 COL + 3
	     GROUP = 1 GROUP-VALUE = 4 VALUE WS-OPTION.
	  03 LABEL LINE - 0.1 COL + 1 'Volunteer Shifts'.
	  03 LABEL LINE 03 COL 04 'Template:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 14 PIC X(08)
	     USING WS-LT-KEY.
	  03 LABEL COL + 4 'Shifts Within:'.
	  03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC Z9
	     USING WS-DAYS.
	  03 LABEL COL + 2 'days (volunteer shifts)'.
	  03 LABEL LINE 05 COL 04
	     'Queue Notifications?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dccl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcva'.

        END DECLARATIVES.

	   OPEN INPUT GD-FILE.
	   OPEN INPUT CL-FILE.
	   OPEN I-O   CFIG-FILE.
	   OPEN I-O   VA-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Queue Notifications' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE GD-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE CL-FILE.
	   CLOSE VA-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	      GO TO 0199-END.

	   IF WS-OPTION NOT = '1' AND WS-OPTION NOT = '2'
	      AND WS-OPTION NOT = '3' AND WS-OPTION NOT = '4'
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO 0100-MAIN.

	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

      * Fee reminders and volunteer shift reminders are service
      * notices and always go; birthday greetings and event
      * promotions are marketing and need the opt-in.
	   IF WS-OPTION = '1' OR WS-OPTION = '4'
	      MOVE 'N' TO WS-MARKETING
	   ELSE
	      MOVE 'Y' TO WS-MARKETING.
	   EVALUATE WS-OPTION
	     WHEN '1' PERFORM FEE-REM-RTN THRU FEE-REM-RTN-END
	     WHEN '2' PERFORM BDAY-REM-RTN THRU BDAY-REM-RTN-END
	     WHEN '3' PERFORM EVENT-REM-RTN THRU EVENT-REM-RTN-END
	     WHEN '4' PERFORM VOL-REM-RTN THRU VOL-REM-RTN-END.

	   MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISP.
	   MOVE 'N' TO S-ANSWER.
	   IF STD-IS-INACTIVE
	      GO TO FEE-REM-LOOP-END.

      * The agency does the chasing once an account is placed.
	   IF STD-WITH-AGENCY
	      GO TO FEE-REM-LOOP-END.

	   PERFORM BALANCE-RTN THRU BALANCE-RTN-END.
	   IF WS-BALANCE > ZEROS
	      PERFORM QUEUE-RTN THRU QUEUE-RTN-END.

        EVENT-REM-LOOP-END. EXIT.

      ********************************************************************
      * Volunteer shift reminders: every helper rostered for a shift
      * from today to today plus N days (two when left blank) who
      * has not had one yet. The contact is the helper's own, taken
      * on at FMVR; the queue row is stamped back on the roster so
      * a later run does not repeat it.
        VOL-REM-RTN.

	   IF WS-DAYS = ZEROS
	      MOVE 2 TO WS-DAYS.

      * Step today forward one day at a time for the cutoff.
	   MOVE WS-TODAY-YMD TO WS-CUR-YMD.
	   PERFORM DAY-STEP-RTN THRU DAY-STEP-RTN-END
		   VARYING WS-DAY-SUB FROM 1 BY 1
		   UNTIL WS-DAY-SUB > WS-DAYS.
	   MOVE WS-CUR-YMD TO WS-CUTOFF-YMD.

	   INITIALIZE VA-REC.
	   MOVE LOW-VALUES TO VA-KEY.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-KEY INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM VOL-REM-LOOP THRU VOL-REM-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

        VOL-REM-RTN-END. EXIT.

      ********************************************************************
        VOL-REM-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO VOL-REM-LOOP-END.

	   IF VA-REMIND-DMY NOT = ZEROS OR VA-ATTEND-FLAG NOT = SPACE
	      GO TO VOL-REM-LOOP-END.

	   MOVE VA-DATE-DMY TO WS-SHIFT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-SHIFT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-SHIFT-YMD < WS-TODAY-YMD OR
	      WS-SHIFT-YMD > WS-CUTOFF-YMD
	      GO TO VOL-REM-LOOP-END.

	   INITIALIZE NQ-REC.
	   IF VA-EMAIL NOT = SPACES
	      MOVE 'E'	    TO NQ-CHANNEL
	      MOVE VA-EMAIL TO NQ-RECIPIENT
	   ELSE
	      IF VA-PHONE NOT = SPACES
		 MOVE 'S'      TO NQ-CHANNEL
		 MOVE VA-PHONE TO NQ-RECIPIENT
	      ELSE
		 GO TO VOL-REM-LOOP-END.

	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE WS-LT-KEY	TO NQ-LT-KEY.
	   MOVE VA-STD-KEY	TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO VOL-REM-LOOP-END.
	   ADD 1 TO WS-QUEUED-COUNT.

	   MOVE WS-TODAY-DMY TO VA-REMIND-DMY.
	   MOVE NQ-KEY	     TO VA-NQ-KEY.
	   REWRITE VA-REC.

        VOL-REM-LOOP-END. EXIT.

      ********************************************************************
        DAY-STEP-RTN.

	   MOVE WS-MONTH-LEN (WS-CD-MM) TO WS-MONTH-MAX.
	   IF WS-CD-MM = 2
	      DIVIDE WS-CD-YYYY BY 4 GIVING WS-L4-DIV
		     REMAINDER WS-L4-REM
	      DIVIDE WS-CD-YYYY BY 100 GIVING WS-L100-DIV
		     REMAINDER WS-L100-REM
	      DIVIDE WS-CD-YYYY BY 400 GIVING WS-L400-DIV
		     REMAINDER WS-L400-REM
	      IF WS-L4-REM = 0 AND
		 (WS-L100-REM NOT = 0 OR WS-L400-REM = 0)
		 MOVE 29 TO WS-MONTH-MAX.

	   ADD 1 TO WS-CD-DD.
	   IF WS-CD-DD > WS-MONTH-MAX
	      MOVE 1 TO WS-CD-DD
	      ADD 1 TO WS-CD-MM
	      IF WS-CD-MM > 12
		 MOVE 1 TO WS-CD-MM
		 ADD 1 TO WS-CD-YYYY.

        DAY-STEP-RTN-END. EXIT.

      ********************************************************************
      * One pending queue row for the student in STD-REC: email when
      * the student (or failing that the guardian) has one, else SMS
