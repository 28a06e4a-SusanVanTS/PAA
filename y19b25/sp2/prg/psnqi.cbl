       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSNQI.

      * NOTIFICATION GATEWAY INBOUND REPLY IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Loads the texts parents
      *					send back to the gateway
      *					number, matched to the
      *					student off the message
      *					answered or the mobile on
      *					STD-FILE/GD-FILE. ABSENT
      *					excuses tomorrow's FMATT
      *					mark, STOP clears the SMS
      *					consent, anything else is a
      *					CN-FILE call-back note;
      *					unmatched replies print as
      *					exceptions for the desk
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcnqi'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fccn'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdnqi'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcn'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbnqi'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'GATEWAY REPLY EXCEPTIONS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-NQI-EOF		PIC X(01).
	  03 WS-NQ-EOF		PIC X(01).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-GD-EOF		PIC X(01).
	  03 WS-SS-EOF		PIC X(01).
	  03 WS-SS-FOUND	PIC X(01).
	  03 WS-CN-FREE		PIC X(01).
	  03 WS-WAS-EXCUSED	PIC X(01).
	  03 WS-SHARED		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(22).
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-RECV-DMY	PIC 9(08).
	  03 WS-RECV-YMD	PIC 9(08).
	  03 WS-QUEUED-YMD	PIC 9(08).
	  03 WS-ABS-DMY		PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-HIST-OPERATOR	PIC X(08).
	  03 WS-ABS-COUNT	PIC 9(06).
	  03 WS-STOP-COUNT	PIC 9(06).
	  03 WS-NOTE-COUNT	PIC 9(06).
	  03 WS-REJ-COUNT	PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

      * The reply's first word decides what is done with it; the
      * text is read from its first non-blank character.
       01 WS-WORD-MISC.
	  03 WS-LEAD		PIC 9(03).
	  03 WS-TXT-POS		PIC 9(03).
	  03 WS-WORD		PIC X(10).
	     88 WORD-ABSENT	VALUE 'ABSENT'.
	     88 WORD-STOP	VALUE 'STOP'.

      * Numbers are compared on their last nine digits, so a reply
      * from +60 12-345 6789 still finds 012-3456789 on the master;
      * a number with fewer digits than that matches nothing.
       01 WS-NUM-MISC.
	  03 WS-NUM-IN		PIC X(30).
	  03 WS-NUM-TAIL	PIC X(09).
	  03 WS-NUM-SUB		PIC 9(02).
	  03 WS-NUM-POS		PIC 9(02).
	  03 WS-FROM-TAIL	PIC X(09).

      * Make-up credit earned by an excused mark - the club the
      * student misses, and the credit already held for the date.
       01 WS-MU-MISC.
	  03 WS-MU-DAYS		PIC 9(02).
	  03 WS-MU-EOF		PIC X(01).
	  03 WS-MU-CB-KEY	PIC X(04).
	  03 WS-MU-HELD		PIC X(01).
	  03 WS-MU-LAST-SEQ	PIC 9(04).

       01 WS-DAY-DMY		PIC 9(08).
       01 REDEFINES WS-DAY-DMY.
	  03 WS-DD-DD		PIC 9(02).
	  03 WS-DD-MM		PIC 9(02).
	  03 WS-DD-YYYY		PIC 9(04).

      * Days in each month, February bumped to 29 in a leap year -
      * kept locally the same way F-WLCAP does.
       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-LEN REDEFINES WS-MTH-NO
				PIC 9(02) OCCURS 12 TIMES.

       01 WS-LEAP-MISC.
	  03 WS-MTH-DAYS	PIC 9(02).
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	     88 LEAP-DIV-4	VALUE 0.
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	     88 LEAP-DIV-100	VALUE 0.
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	     88 LEAP-DIV-400	VALUE 0.

      * One row to the roll-forward journal for every changed mark or
      * consent - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03).
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: GATEWAY REPLY EXCEPTIONS'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(37) VALUE
	     'RECEIVED   TIME FROM                 '.
	  03 FIL		PIC X(43) VALUE
	     'REASON                 REPLY'.

       01 PRT-LINE.
	  03 FIL		PIC X(37) VALUE
	     '---------- ---- -------------------- '.
	  03 FIL		PIC X(43) VALUE
	     '---------------------- --------------------'.

       01 PRT-DETAIL.
	  03 PRT-RECV-DATE	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-RECV-TIME	PIC 9(04).
	  03 FIL		PIC X(01).
	  03 PRT-FROM		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(22).
	  03 FIL		PIC X(01).
	  03 PRT-TEXT		PIC X(20).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'MARKS EXCUSED       :'.
	  03 PRT-END-ABS	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'SMS CONSENT STOPPED :'.
	  03 PRT-END-STOP	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'CALL-BACK NOTES     :'.
	  03 PRT-END-NOTE	PIC Z(05)9.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'REPLIES REJECTED    :'.
	  03 PRT-END-REJ	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Reply File  :'.
	  03 LABEL COL + 2 PIC X(40) FROM NQI-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Import Gateway Replies?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcnqi'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dccn'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO NQI-DATANAME.
	   ACCEPT NQI-DATANAME FROM ENVIRONMENT 'PA-NQ-IN-FILE'.
	   IF NQI-DATANAME = SPACE
	      MOVE 'gway/NQ-INBOUND' TO NQI-DATANAME.

	   MOVE 'Gateway Reply Import' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

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

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT NQI-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-MU-EXPIRY-DAYS TO WS-MU-DAYS.
	   IF WS-MU-DAYS = ZEROS
	      MOVE 30 TO WS-MU-DAYS.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT NQ-FILE.
	   OPEN I-O   STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN I-O   ATT-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN I-O   MU-FILE.
	   OPEN I-O   CN-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.
	   ACCEPT WS-HIST-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   MOVE ZEROS TO WS-ABS-COUNT, WS-STOP-COUNT, WS-NOTE-COUNT,
			 WS-REJ-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-NQI-EOF.
	   PERFORM NQI-LOOP THRU NQI-LOOP-END
		   UNTIL WS-NQI-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE NQI-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE NQ-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE ATT-FILE.
	   CLOSE SS-FILE.
	   CLOSE CM-FILE.
	   CLOSE MU-FILE.
	   CLOSE CN-FILE.

	0199-END. EXIT.

      ********************************************************************
        NQI-LOOP.

	   READ NQI-FILE NEXT END
		MOVE 'Y' TO WS-NQI-EOF
		GO TO NQI-LOOP-END.

	   MOVE NQI-RECV-DMY TO WS-RECV-DMY.
	   IF WS-RECV-DMY NOT NUMERIC OR WS-RECV-DMY = ZEROS
	      MOVE WS-TODAY-DMY TO WS-RECV-DMY.

	   MOVE 1 TO WS-TXT-POS.
	   MOVE ZEROS TO WS-LEAD.
	   INSPECT NQI-TEXT TALLYING WS-LEAD FOR LEADING SPACES.
	   IF WS-LEAD >= 160
	      MOVE 'REPLY IS BLANK' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO NQI-LOOP-END.
	   COMPUTE WS-TXT-POS = WS-LEAD + 1.

	   MOVE NQI-FROM TO WS-NUM-IN.
	   PERFORM NUM-TAIL-RTN THRU NUM-TAIL-RTN-END.
	   MOVE WS-NUM-TAIL TO WS-FROM-TAIL.
	   IF WS-FROM-TAIL = SPACES
	      MOVE 'NUMBER NOT READABLE' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO NQI-LOOP-END.

      * The message being answered names the student outright, which
      * also settles brothers and sisters sharing the one mobile.
	   MOVE SPACES TO WS-CUR-STD-KEY.
	   PERFORM NQ-MATCH-RTN THRU NQ-MATCH-RTN-END.

	   IF WS-CUR-STD-KEY = SPACES
	      PERFORM PHONE-MATCH-RTN THRU PHONE-MATCH-RTN-END
	      IF WS-SHARED = 'Y'
		 MOVE 'NUMBER SHARED' TO WS-REJECT-REASON
		 PERFORM REJECT-RTN THRU REJECT-RTN-END
		 GO TO NQI-LOOP-END
	      END-IF
	      IF WS-CUR-STD-KEY = SPACES
		 MOVE 'NUMBER NOT ON FILE' TO WS-REJECT-REASON
		 PERFORM REJECT-RTN THRU REJECT-RTN-END
		 GO TO NQI-LOOP-END
	      END-IF
	   END-IF.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'NUMBER NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO NQI-LOOP-END.

	   MOVE SPACES TO WS-WORD.
	   UNSTRING NQI-TEXT (WS-TXT-POS:) DELIMITED BY SPACE OR ','
		    OR '.' OR '!' INTO WS-WORD.
	   INSPECT WS-WORD CONVERTING
		   'abcdefghijklmnopqrstuvwxyz' TO
		   'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

	   IF WORD-ABSENT
	      PERFORM ABSENT-RTN THRU ABSENT-RTN-END
	   ELSE
	      IF WORD-STOP
		 PERFORM STOP-RTN THRU STOP-RTN-END
	      ELSE
		 PERFORM NOTE-RTN THRU NOTE-RTN-END.

        NQI-LOOP-END. EXIT.

      ********************************************************************
      * The digits of WS-NUM-IN, read from the right, last nine kept
      * in WS-NUM-TAIL - spaces when there are not nine to keep.
        NUM-TAIL-RTN.

	   MOVE SPACES TO WS-NUM-TAIL.
	   MOVE 9 TO WS-NUM-POS.
	   PERFORM NUM-DIGIT-RTN THRU NUM-DIGIT-RTN-END
		   VARYING WS-NUM-SUB FROM 30 BY -1
		   UNTIL WS-NUM-SUB < 1 OR WS-NUM-POS < 1.
	   IF WS-NUM-POS > 0
	      MOVE SPACES TO WS-NUM-TAIL.

        NUM-TAIL-RTN-END. EXIT.

        NUM-DIGIT-RTN.

	   IF WS-NUM-IN (WS-NUM-SUB:1) IS NUMERIC
	      MOVE WS-NUM-IN (WS-NUM-SUB:1)
		TO WS-NUM-TAIL (WS-NUM-POS:1)
	      SUBTRACT 1 FROM WS-NUM-POS.

        NUM-DIGIT-RTN-END. EXIT.

      ********************************************************************
      * A threaded reply names its NQ-FILE row; otherwise the answer
      * is taken to be to the latest SMS sent to that number on or
      * before the day the reply came in. Only a member's account
      * number counts - coach reminders carry a CO-KEY there.
        NQ-MATCH-RTN.

	   IF NQI-REPLY-TO NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE NQI-REPLY-TO TO NQ-KEY
	      READ NQ-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
	      NOT INVALID
		   IF NQ-BY-SMS
		      MOVE NQ-STD-KEY TO WS-CUR-STD-KEY
		   END-IF
	      END-READ
	   ELSE
	      MOVE WS-RECV-DMY TO WS-RECV-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-RECV-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE ZEROS TO NQ-KEY
	      MOVE 'N' TO WS-NQ-EOF
	      START NQ-FILE KEY >= NQ-KEY INVALID
		    MOVE 'Y' TO WS-NQ-EOF
	      END-START
	      PERFORM NQ-MATCH-LOOP THRU NQ-MATCH-LOOP-END
		      UNTIL WS-NQ-EOF = 'Y'.

	   IF WS-CUR-STD-KEY = SPACES
	      GO TO NQ-MATCH-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO WS-CUR-STD-KEY.

        NQ-MATCH-RTN-END. EXIT.

        NQ-MATCH-LOOP.

	   READ NQ-FILE NEXT END
		MOVE 'Y' TO WS-NQ-EOF
		GO TO NQ-MATCH-LOOP-END.

	   IF NOT NQ-BY-SMS
	      GO TO NQ-MATCH-LOOP-END.

	   IF NOT NQ-IS-SENT AND NOT NQ-IS-EXPORTED
	      GO TO NQ-MATCH-LOOP-END.

	   MOVE NQ-RECIPIENT TO WS-NUM-IN.
	   PERFORM NUM-TAIL-RTN THRU NUM-TAIL-RTN-END.
	   IF WS-NUM-TAIL NOT = WS-FROM-TAIL
	      GO TO NQ-MATCH-LOOP-END.

	   MOVE NQ-QUEUED-DMY TO WS-QUEUED-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-QUEUED-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-QUEUED-YMD > WS-RECV-YMD
	      GO TO NQ-MATCH-LOOP-END.

	   MOVE NQ-STD-KEY TO WS-CUR-STD-KEY.

        NQ-MATCH-LOOP-END. EXIT.

      ********************************************************************
      * No message to go by: the number must be the mobile on exactly
      * one active student, or the guardian phone for exactly one.
      * Two different students on the number is for the desk to sort.
        PHONE-MATCH-RTN.

	   MOVE SPACES TO WS-CUR-STD-KEY.
	   MOVE 'N' TO WS-SHARED.

	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM STD-MATCH-LOOP THRU STD-MATCH-LOOP-END
		   UNTIL WS-STD-EOF = 'Y' OR WS-SHARED = 'Y'.

	   MOVE LOW-VALUES TO GD-KEY.
	   MOVE 'N' TO WS-GD-EOF.
	   START GD-FILE KEY >= GD-KEY INVALID
		 MOVE 'Y' TO WS-GD-EOF.
	   PERFORM GD-MATCH-LOOP THRU GD-MATCH-LOOP-END
		   UNTIL WS-GD-EOF = 'Y' OR WS-SHARED = 'Y'.

	   MOVE 'N' TO S-STATUS-CHECK.

        PHONE-MATCH-RTN-END. EXIT.

        STD-MATCH-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO STD-MATCH-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO STD-MATCH-LOOP-END.

	   MOVE STD-MOBILE TO WS-NUM-IN.
	   PERFORM NUM-TAIL-RTN THRU NUM-TAIL-RTN-END.
	   IF WS-NUM-TAIL NOT = WS-FROM-TAIL
	      GO TO STD-MATCH-LOOP-END.

	   IF WS-CUR-STD-KEY = SPACES
	      MOVE STD-KEY TO WS-CUR-STD-KEY
	   ELSE
	      MOVE 'Y' TO WS-SHARED.

        STD-MATCH-LOOP-END. EXIT.

        GD-MATCH-LOOP.

	   READ GD-FILE NEXT END
		MOVE 'Y' TO WS-GD-EOF
		GO TO GD-MATCH-LOOP-END.

	   MOVE GD-PHONE TO WS-NUM-IN.
	   PERFORM NUM-TAIL-RTN THRU NUM-TAIL-RTN-END.
	   IF WS-NUM-TAIL NOT = WS-FROM-TAIL
	      GO TO GD-MATCH-LOOP-END.

	   IF GD-KEY = WS-CUR-STD-KEY
	      GO TO GD-MATCH-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE GD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO GD-MATCH-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO GD-MATCH-LOOP-END.

	   IF WS-CUR-STD-KEY = SPACES
	      MOVE GD-KEY TO WS-CUR-STD-KEY
	   ELSE
	      MOVE 'Y' TO WS-SHARED.

        GD-MATCH-LOOP-END. EXIT.

      ********************************************************************
      * ABSENT excuses the student's mark for the day after the reply,
      * the reply text as the reason - the FMATT F6 rule, so a session
      * must be planned that day and a make-up booking or a mark
      * already taken present is left for the desk.
        ABSENT-RTN.

	   MOVE WS-RECV-DMY TO WS-DAY-DMY.
	   PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-END.
	   MOVE WS-DAY-DMY TO WS-ABS-DMY.

	   PERFORM SS-CHECK-RTN THRU SS-CHECK-RTN-END.
	   IF WS-SS-FOUND NOT = 'Y'
	      MOVE 'NO SESSION TOMORROW' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO ABSENT-RTN-END.

	   MOVE 'N' TO WS-WAS-EXCUSED.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ABS-DMY     TO ATT-DATE-DMY.
	   MOVE WS-CUR-STD-KEY TO ATT-STD-KEY.
	   READ ATT-FILE.
	   IF S-STATUS-CHECK = 'N' AND ATT-IS-MAKEUP
	      MOVE 'MAKE-UP CLASS BOOKED' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO ABSENT-RTN-END.
	   IF S-STATUS-CHECK = 'N' AND ATT-IS-PRESENT
	      MOVE 'ALREADY MARKED PRESENT' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO ABSENT-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      INITIALIZE ATT-REC
	      MOVE WS-ABS-DMY	  TO ATT-DATE-DMY, ATT-ALT-DATE-DMY
	      MOVE WS-CUR-STD-KEY TO ATT-STD-KEY,  ATT-ALT-STD-KEY
	      MOVE 'E'		  TO ATT-PRESENT
	      MOVE NQI-TEXT (WS-TXT-POS:) TO ATT-EXC-REASON
	      WRITE ATT-REC
	      MOVE 'W' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	   ELSE
	      IF ATT-IS-EXCUSED
		 MOVE 'Y' TO WS-WAS-EXCUSED
	      END-IF
	      MOVE 'E'		  TO ATT-PRESENT
	      MOVE NQI-TEXT (WS-TXT-POS:) TO ATT-EXC-REASON
	      REWRITE ATT-REC
	      MOVE 'R' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	   END-IF.

	   ADD 1 TO WS-ABS-COUNT.

      * A fresh excused mark earns the make-up class; a second reply
      * for a day already excused earns nothing more.
	   IF WS-WAS-EXCUSED NOT = 'Y'
	      PERFORM MU-ISSUE-RTN THRU MU-ISSUE-RTN-END.

        ABSENT-RTN-END. EXIT.

      ********************************************************************
      * STOP withdraws the SMS consent, logged to STDH-FILE the way
      * FMSTD logs it when the desk changes it by hand.
        STOP-RTN.

	   ADD 1 TO WS-STOP-COUNT.
	   IF STD-CONSENT-SMS = SPACE
	      GO TO STOP-RTN-END.

	   OPEN EXTEND STDH-FILE.
	   MOVE STD-KEY		TO STDH-STD-KEY.
	   MOVE 'CONSENT SMS'	TO STDH-FIELD.
	   MOVE STD-CONSENT-SMS	TO STDH-OLD-VALUE.
	   MOVE SPACES		TO STDH-NEW-VALUE.
	   MOVE WS-HIST-OPERATOR TO STDH-OPERATOR.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING STDH-DMY, STDH-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE STDH-REC.
	   CLOSE STDH-FILE.

	   MOVE SPACE	     TO STD-CONSENT-SMS.
	   MOVE WS-TODAY-DMY TO STD-CONSENT-DMY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE STD-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE 'STD'   TO WS-JRNL-TAG.
	   MOVE 'R'     TO WS-JRNL-ACTION.
	   MOVE STD-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

        STOP-RTN-END. EXIT.

      ********************************************************************
      * Anything else is a question for the desk: the reply goes on
      * the student's contact notes due today, so PTFUP puts it on
      * the call-back sheet straight away.
        NOTE-RTN.

	   ADD 1 TO WS-NOTE-COUNT.

	   INITIALIZE CN-REC.
	   MOVE WS-CUR-STD-KEY TO CN-STD-KEY.
	   MOVE WS-TODAY-DMY   TO CN-DATE-DMY.
	   MOVE ZEROS	       TO CN-SEQ.
	   MOVE 'N' TO WS-CN-FREE.
	   PERFORM CN-SEQ-RTN THRU CN-SEQ-RTN-END
		   UNTIL WS-CN-FREE = 'Y' OR CN-SEQ = 99.

	   MOVE 'PSNQI'        TO CN-OPERATOR.
	   MOVE SPACES	       TO CN-NOTE.
	   STRING 'SMS: ' NQI-TEXT (WS-TXT-POS:)
		  DELIMITED BY SIZE INTO CN-NOTE.
	   MOVE WS-TODAY-DMY   TO CN-FUP-DMY.
	   MOVE SPACE	       TO CN-DONE-FLAG.
	   MOVE ZEROS	       TO CN-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CN-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK.

        NOTE-RTN-END. EXIT.

      ********************************************************************
        CN-SEQ-RTN.

	   ADD 1 TO CN-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CN-FREE.

        CN-SEQ-RTN-END. EXIT.

      ********************************************************************
        SS-CHECK-RTN.

	   MOVE 'N' TO WS-SS-FOUND, WS-SS-EOF.
	   INITIALIZE SS-REC.
	   MOVE WS-ABS-DMY TO SS-DATE-DMY.
	   MOVE LOW-VALUES TO SS-CB-KEY.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM SS-CHECK-LOOP THRU SS-CHECK-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.

        SS-CHECK-RTN-END. EXIT.

        SS-CHECK-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO SS-CHECK-LOOP-END.

	   IF SS-DATE-DMY NOT = WS-ABS-DMY
	      MOVE 'Y' TO WS-SS-EOF
	      GO TO SS-CHECK-LOOP-END.

	   IF SS-PLANNED = 'Y'
	      MOVE 'Y' TO WS-SS-FOUND.

        SS-CHECK-LOOP-END. EXIT.

      ********************************************************************
      * The credit belongs to the club the student is scheduled with
      * on the date - a student on no club sitting that day has no
      * class to make up and earns nothing.
        MU-ISSUE-RTN.

	   MOVE SPACES TO WS-MU-CB-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   INITIALIZE SS-REC.
	   MOVE WS-ABS-DMY TO SS-DATE-DMY.
	   MOVE LOW-VALUES TO SS-CB-KEY.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM MU-CLUB-LOOP THRU MU-CLUB-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.
	   IF WS-MU-CB-KEY = SPACES
	      GO TO MU-ISSUE-RTN-END.

	   PERFORM MU-SCAN-RTN THRU MU-SCAN-RTN-END.
	   IF WS-MU-HELD = 'Y'
	      GO TO MU-ISSUE-RTN-END.

	   MOVE WS-ABS-DMY TO WS-DAY-DMY.
	   PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-END
		   WS-MU-DAYS TIMES.

	   INITIALIZE MU-REC.
	   MOVE WS-CUR-STD-KEY	TO MU-STD-KEY.
	   COMPUTE MU-SEQ = WS-MU-LAST-SEQ + 1.
	   MOVE WS-MU-CB-KEY	TO MU-CB-KEY.
	   MOVE WS-ABS-DMY	TO MU-EARN-DMY.
	   MOVE SPACES		TO MU-USE-CB-KEY.
	   MOVE ZEROS		TO MU-USE-DMY.
	   MOVE WS-DAY-DMY	TO MU-EXPIRY-DMY.
	   MOVE 'I'		TO MU-STAGE.
	   MOVE WS-HIST-OPERATOR TO MU-ISSUE-OPERATOR.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE MU-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        MU-ISSUE-RTN-END. EXIT.

        MU-CLUB-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO MU-CLUB-LOOP-END.

	   IF SS-DATE-DMY NOT = WS-ABS-DMY
	      MOVE 'Y' TO WS-SS-EOF
	      GO TO MU-CLUB-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO MU-CLUB-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO CM-STD-KEY.
	   MOVE SS-CB-KEY      TO CM-CB-KEY.
	   READ CM-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO MU-CLUB-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE SS-CB-KEY TO WS-MU-CB-KEY
	      MOVE 'Y' TO WS-SS-EOF.

        MU-CLUB-LOOP-END. EXIT.

      ********************************************************************
      * The student's credits: the last issue number, and whether the
      * date already earned one that is still live or spent.
        MU-SCAN-RTN.

	   MOVE ZEROS TO WS-MU-LAST-SEQ.
	   MOVE 'N'   TO WS-MU-HELD.
	   MOVE WS-CUR-STD-KEY TO MU-STD-KEY.
	   MOVE ZEROS	       TO MU-SEQ.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-KEY INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM MU-SCAN-LOOP THRU MU-SCAN-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

        MU-SCAN-RTN-END. EXIT.

        MU-SCAN-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO MU-SCAN-LOOP-END.

	   IF MU-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO MU-SCAN-LOOP-END.

	   MOVE MU-SEQ TO WS-MU-LAST-SEQ.
	   IF MU-EARN-DMY = WS-ABS-DMY AND
	      (MU-IS-ISSUED OR MU-IS-USED)
	      MOVE 'Y' TO WS-MU-HELD.

        MU-SCAN-LOOP-END. EXIT.

      ********************************************************************
        ADD-DAY-RTN.

	   ADD 1 TO WS-DD-DD.
	   MOVE WS-MTH-LEN (WS-DD-MM) TO WS-MTH-DAYS.
	   IF WS-DD-MM = 2
	      DIVIDE WS-DD-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-DD-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-DD-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 MOVE 29 TO WS-MTH-DAYS.

	   IF WS-DD-DD > WS-MTH-DAYS
	      MOVE 1 TO WS-DD-DD
	      ADD 1 TO WS-DD-MM
	      IF WS-DD-MM > 12
		 MOVE 1 TO WS-DD-MM
		 ADD 1 TO WS-DD-YYYY.

        ADD-DAY-RTN-END. EXIT.

      ********************************************************************
        JRNL-RTN.

	   MOVE 'ATT'   TO WS-JRNL-TAG.
	   MOVE ATT-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

        JRNL-RTN-END. EXIT.

      ********************************************************************
      * Every mark put on or changed restates the student's month on
      * the AS-FILE attendance summary.
        AS-POST-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING ATT-STD-KEY, ATT-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

        AS-POST-RTN-END. EXIT.

      ********************************************************************
        REJECT-RTN.

	   ADD 1 TO WS-REJ-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-RECV-DMY	 TO PRT-RECV-DATE.
	   MOVE NQI-RECV-HHMM	 TO PRT-RECV-TIME.
	   MOVE NQI-FROM	 TO PRT-FROM.
	   MOVE WS-REJECT-REASON TO PRT-REASON.
	   MOVE NQI-TEXT (WS-TXT-POS:) TO PRT-TEXT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        REJECT-RTN-END. EXIT.

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
        PRT-ENDING.

	   MOVE WS-ABS-COUNT  TO PRT-END-ABS.
	   MOVE WS-STOP-COUNT TO PRT-END-STOP.
	   MOVE WS-NOTE-COUNT TO PRT-END-NOTE.
	   MOVE WS-REJ-COUNT  TO PRT-END-REJ.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
