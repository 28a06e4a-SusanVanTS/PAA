       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPAW.

      * MONTHLY MILESTONE AWARDS RUN
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Finds every active student
      *					who has reached an ML-FILE
      *					milestone - years of
      *					continuous membership or
      *					sessions attended - and has
      *					not had it yet, records it
      *					on AW-FILE, queues the
      *					congratulation and prints
      *					the presentation list club
      *					by club for the coaches
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcml'.
	   COPY '/z/y19b25/sp2/lib/fd/fcaw'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdml'.
	   COPY '/z/y19b25/sp2/lib/fd/fdaw'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbml'.
	   COPY '/z/y19b25/sp2/lib/fd/dbaw'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'MILESTONE AWARDS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-ATT-EOF		PIC X(01).
	  03 WS-ML-EOF		PIC X(01).
	  03 WS-AW-EOF		PIC X(01).
	  03 WS-OPEN-FOUND	PIC X(01).
	  03 WS-FIRST-CB-KEY	PIC X(04).
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 WS-YEARS		PIC 9(03).
	  03 WS-SESSIONS	PIC 9(05).
	  03 WS-ACHIEVED	PIC 9(05).
	  03 WS-AWARD-COUNT	PIC 9(06).
	  03 WS-QUEUED-COUNT	PIC 9(06).
	  03 WS-LAST-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-JOIN-DMY	PIC 9(08).
	  03 PRT-START-HHMM	PIC X(07).

      * Dates compared year-first: today, and the earliest join date
      * on any of the student's membership rows.
       01 WS-TODAY-PARTS.
	  03 WS-TY-YYYY		PIC 9(04).
	  03 WS-TY-MMDD		PIC 9(04).
       01 WS-TODAY-YMD REDEFINES WS-TODAY-PARTS
				PIC 9(08).

       01 WS-JOIN-PARTS.
	  03 WS-JY-YYYY		PIC 9(04).
	  03 WS-JY-MMDD		PIC 9(04).
       01 WS-JOIN-YMD REDEFINES WS-JOIN-PARTS
				PIC 9(08).

       01 WS-EARLY-PARTS.
	  03 WS-EY-YYYY		PIC 9(04).
	  03 WS-EY-MMDD		PIC 9(04).
       01 WS-EARLY-YMD REDEFINES WS-EARLY-PARTS
				PIC 9(08).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: MILESTONE AWARD PRESENTATION LIST'.

       01 PRT-CLUB-LINE.
	  03 FIL		PIC X(12) VALUE 'CLUB/TEAM :'.
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CB-NAME	PIC X(20).

       01 PRT-HEADER3.
	  03 FIL		PIC X(50) VALUE
	     'AC#    NAME                           MILESTONE'.
	  03 FIL		PIC X(28) VALUE
	     '                       COUNT'.

       01 PRT-LINE.
	  03 FIL		PIC X(50) VALUE
	     '------ ------------------------------ ------------'.
	  03 FIL		PIC X(28) VALUE
	     '------------------ -----'.

       01 PRT-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-ML-DESC	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-ACHIEVED	PIC ZZZZ9.

       01 PRT-NONE.
	  03 FIL		PIC X(40) VALUE
	     'NO MILESTONES REACHED THIS RUN'.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'AWARDS MADE         :'.
	  03 PRT-END-AWARD	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'MESSAGES QUEUED     :'.
	  03 PRT-END-QUEUED	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Last Run:'.
	  03 LABEL COL + 2 PIC 99/99/9999 FROM WS-LAST-EDIT.
	  03 LABEL LINE 04 COL 04
	     'Make Milestone Awards?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcml'.
	   COPY '/z/y19b25/sp2/lib/fd/dcaw'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   MOVE CFIG-AW-LAST-DMY TO WS-LAST-EDIT.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Milestone Awards' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
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

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT ML-FILE.
	   OPEN I-O   AW-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN INPUT GD-FILE.

	   MOVE ZEROS TO WS-AWARD-COUNT, WS-QUEUED-COUNT.

	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

	   MOVE WS-TODAY-DMY TO CFIG-AW-LAST-DMY.
	   REWRITE CFIG-REC.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM LIST-RTN THRU LIST-RTN-END.
	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE STD-FILE.
	   CLOSE CM-FILE.
	   CLOSE CB-FILE.
	   CLOSE ATT-FILE.
	   CLOSE ML-FILE.
	   CLOSE AW-FILE.
	   CLOSE NQ-FILE.
	   CLOSE GD-FILE.

	0199-END. EXIT.

      ********************************************************************
      * Each active student is measured once - membership years and
      * sessions attended - and then tried against every rule.
        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO STD-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO STD-LOOP-END.

	   PERFORM MEMBER-RTN THRU MEMBER-RTN-END.
	   PERFORM SESSIONS-RTN THRU SESSIONS-RTN-END.

	   INITIALIZE ML-REC.
	   MOVE LOW-VALUES TO ML-KEY.
	   MOVE 'N' TO WS-ML-EOF.
	   START ML-FILE KEY >= ML-KEY INVALID
		 MOVE 'Y' TO WS-ML-EOF.
	   PERFORM ML-LOOP THRU ML-LOOP-END
		   UNTIL WS-ML-EOF = 'Y'.

        STD-LOOP-END. EXIT.

      ********************************************************************
      * Membership years run from the earliest join date on any CM
      * row, transfers included, and only count while the student
      * still holds an open membership. The first open row also
      * names the club whose presentation list the award goes on.
        MEMBER-RTN.

	   MOVE ZEROS  TO WS-YEARS, WS-EARLY-YMD.
	   MOVE SPACES TO WS-FIRST-CB-KEY.
	   MOVE 'N' TO WS-OPEN-FOUND.

	   INITIALIZE CM-REC.
	   MOVE STD-KEY	   TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM MEMBER-LOOP THRU MEMBER-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   IF WS-OPEN-FOUND NOT = 'Y' OR WS-EARLY-YMD = ZEROS
	      GO TO MEMBER-RTN-END.

	   IF WS-EARLY-YMD > WS-TODAY-YMD
	      GO TO MEMBER-RTN-END.

	   COMPUTE WS-YEARS = WS-TY-YYYY - WS-EY-YYYY.
	   IF WS-TY-MMDD < WS-EY-MMDD
	      SUBTRACT 1 FROM WS-YEARS.

        MEMBER-RTN-END. EXIT.

        MEMBER-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO MEMBER-LOOP-END.

	   IF CM-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO MEMBER-LOOP-END.

	   IF CM-IS-OPEN AND WS-OPEN-FOUND NOT = 'Y'
	      MOVE 'Y'	     TO WS-OPEN-FOUND
	      MOVE CM-CB-KEY TO WS-FIRST-CB-KEY.

	   MOVE CM-JOIN-DMY TO WS-JOIN-DMY.
	   IF WS-JOIN-DMY = ZEROS
	      GO TO MEMBER-LOOP-END.

	   MOVE WS-JOIN-DMY TO WS-JOIN-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-JOIN-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-EARLY-YMD = ZEROS OR WS-JOIN-YMD < WS-EARLY-YMD
	      MOVE WS-JOIN-YMD TO WS-EARLY-YMD.

        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * Sessions attended = present marks on the register, make-up
      * visits included; excused and absent rows do not count.
        SESSIONS-RTN.

	   MOVE ZEROS TO WS-SESSIONS.
	   INITIALIZE ATT-REC.
	   MOVE STD-KEY	   TO ATT-ALT-STD-KEY.
	   MOVE LOW-VALUES TO ATT-ALT-DATE-DMY.
	   MOVE 'N' TO WS-ATT-EOF.
	   START ATT-FILE KEY >= ATT-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ATT-EOF.
	   PERFORM SESSIONS-LOOP THRU SESSIONS-LOOP-END
		   UNTIL WS-ATT-EOF = 'Y'.

        SESSIONS-RTN-END. EXIT.

        SESSIONS-LOOP.

	   READ ATT-FILE NEXT END
		MOVE 'Y' TO WS-ATT-EOF
		GO TO SESSIONS-LOOP-END.

	   IF ATT-ALT-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-ATT-EOF
	      GO TO SESSIONS-LOOP-END.

	   IF ATT-IS-PRESENT
	      ADD 1 TO WS-SESSIONS.

        SESSIONS-LOOP-END. EXIT.

      ********************************************************************
      * A rule reached and not already on the award history is
      * awarded now - the history row is what keeps a later run
      * from making it again.
        ML-LOOP.

	   READ ML-FILE NEXT END
		MOVE 'Y' TO WS-ML-EOF
		GO TO ML-LOOP-END.

	   IF ML-THRESHOLD = ZEROS
	      GO TO ML-LOOP-END.

	   EVALUATE TRUE
	     WHEN ML-IS-YEARS	 MOVE WS-YEARS	  TO WS-ACHIEVED
	     WHEN ML-IS-SESSIONS MOVE WS-SESSIONS TO WS-ACHIEVED
	     WHEN OTHER		 GO TO ML-LOOP-END.

	   IF WS-ACHIEVED < ML-THRESHOLD
	      GO TO ML-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE STD-KEY TO AW-STD-KEY.
	   MOVE ML-KEY	TO AW-ML-KEY.
	   READ AW-FILE INVALID
		CONTINUE
	   NOT INVALID
		GO TO ML-LOOP-END
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   INITIALIZE AW-REC.
	   MOVE STD-KEY		TO AW-STD-KEY,	AW-ALT-STD-KEY.
	   MOVE ML-KEY		TO AW-ML-KEY,	AW-ALT-ML-KEY.
	   MOVE WS-FIRST-CB-KEY TO AW-ALT-CB-KEY.
	   MOVE WS-TODAY-DMY	TO AW-AWARD-DMY.
	   MOVE WS-ACHIEVED	TO AW-ACHIEVED.
	   MOVE ZEROS		TO AW-NQ-KEY, AW-PADDING.

	   IF ML-LT-KEY NOT = SPACES
	      PERFORM QUEUE-RTN THRU QUEUE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE AW-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO WS-AWARD-COUNT.

        ML-LOOP-END. EXIT.

      ********************************************************************
      * The congratulation goes the way BPNQ sends a birthday
      * greeting: email when the student (or failing that the
      * guardian) has one, else SMS, and only on a channel the
      * student has opted in to.
        QUEUE-RTN.

	   INITIALIZE NQ-REC.

	   IF STD-EMAIL NOT = SPACES
	      MOVE 'E'	     TO NQ-CHANNEL
	      MOVE STD-EMAIL TO NQ-RECIPIENT
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE SPACES TO GD-EMAIL
	      END-READ
	      IF GD-EMAIL NOT = SPACES
		 MOVE 'E'      TO NQ-CHANNEL
		 MOVE GD-EMAIL TO NQ-RECIPIENT
	      ELSE
		 IF STD-MOBILE NOT = SPACES
		    MOVE 'S'	    TO NQ-CHANNEL
		    MOVE STD-MOBILE TO NQ-RECIPIENT
		 ELSE
		    GO TO QUEUE-RTN-END.

	   IF NQ-CHANNEL = 'E' AND STD-CONSENT-EMAIL NOT = 'Y'
	      GO TO QUEUE-RTN-END.
	   IF NQ-CHANNEL = 'S' AND STD-CONSENT-SMS NOT = 'Y'
	      GO TO QUEUE-RTN-END.

	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE ML-LT-KEY	TO NQ-LT-KEY.
	   MOVE STD-KEY		TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY, NQ-BATCH-NO.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      MOVE NQ-KEY TO AW-NQ-KEY
	      ADD 1 TO WS-QUEUED-COUNT.

        QUEUE-RTN-END. EXIT.

      ********************************************************************
      * The presentation list: the day's awards in club order off
      * the club-first key, each club on its own page for its coach.
      * Students with no open membership fall under a blank club.
        LIST-RTN.

	   MOVE HIGH-VALUES TO WS-CUR-CB-KEY.
	   INITIALIZE AW-REC.
	   MOVE LOW-VALUES TO AW-ALT-KEY1.
	   MOVE 'N' TO WS-AW-EOF.
	   START AW-FILE KEY >= AW-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-AW-EOF.
	   PERFORM LIST-LOOP THRU LIST-LOOP-END
		   UNTIL WS-AW-EOF = 'Y'.

	   IF WS-CUR-CB-KEY = HIGH-VALUES
	      MOVE SPACES TO WS-CUR-CB-KEY
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-NONE.

        LIST-RTN-END. EXIT.

        LIST-LOOP.

	   READ AW-FILE NEXT END
		MOVE 'Y' TO WS-AW-EOF
		GO TO LIST-LOOP-END.

	   IF AW-AWARD-DMY NOT = WS-TODAY-DMY
	      GO TO LIST-LOOP-END.

	   IF AW-ALT-CB-KEY NOT = WS-CUR-CB-KEY
	      MOVE AW-ALT-CB-KEY TO WS-CUR-CB-KEY
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE AW-STD-KEY TO PRT-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AW-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME TO PRT-STD-NAME.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AW-ML-KEY TO ML-KEY.
	   READ ML-FILE INVALID
		MOVE AW-ML-KEY TO ML-DESC.
	   MOVE ML-DESC	    TO PRT-ML-DESC.
	   MOVE AW-ACHIEVED TO PRT-ACHIEVED.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        LIST-LOOP-END. EXIT.

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

	   INITIALIZE CB-REC.
	   MOVE WS-CUR-CB-KEY TO CB-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CB-FILE INVALID
		INITIALIZE CB-DETAILS.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-CB-KEY TO PRT-CB-KEY.
	   MOVE CB-NAME	      TO PRT-CB-NAME.
	   WRITE PRINT-REC FROM PRT-CLUB-LINE AFTER 2.

	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-AWARD-COUNT  TO PRT-END-AWARD.
	   MOVE WS-QUEUED-COUNT TO PRT-END-QUEUED.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
