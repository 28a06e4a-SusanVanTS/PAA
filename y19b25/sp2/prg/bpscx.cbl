       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPSCX.

      * DOOR SCAN EXCEPTION RUN - SHARED OR MISUSED MEMBERSHIP CARDS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Night run over the door
      *					scanner log and SI-FILE:
      *					one card read at two
      *					branches too close
      *					together, scans by
      *					inactive, frozen or
      *					archived students, scans on
      *					a day none of the student's
      *					clubs had a session, and a
      *					second in-scan with no
      *					out-scan between. Rows kept
      *					on SX-FILE as the per-AC#
      *					history, listed by home
      *					branch for the branch
      *					manager; repeat cards get a
      *					CN-FILE call-back
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcscn'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsi'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsx'.
	   COPY '/z/y19b25/sp2/lib/fd/fccn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdscn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsi'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbscn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsi'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DOOR SCAN EXCEPTIONS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-CARD-MAX		VALUE 3000.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SCN-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-SX-EOF		PIC X(01).
	  03 WS-HIST-EOF	PIC X(01).
	  03 WS-SS-FOUND	PIC X(01).
	  03 WS-FROZEN		PIC X(01).
	  03 WS-CN-FREE		PIC X(01).
	  03 WS-GAP-LIMIT	PIC 9(03).
	  03 WS-REPEAT-LIMIT	PIC 9(02).
	  03 WS-HOME-BR-KEY	PIC X(02).
	  03 WS-OTHER-BR-KEY	PIC X(02).
	  03 WS-GAP-MINS	PIC 9(04).
	  03 WS-SX-TYPE		PIC X(01).
	  03 WS-CUR-BR-KEY	PIC X(02).
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-FIRST-YMD	PIC 9(08).
	  03 WS-FIRST-DMY	PIC 9(08).
	  03 WS-HIST-TOTAL	PIC 9(04).
	  03 WS-HIST-OPEN	PIC 9(04).
	  03 WS-SCN-COUNT	PIC 9(06).
	  03 WS-NEW-COUNT	PIC 9(06).
	  03 WS-STD-COUNT	PIC 9(05).
	  03 WS-CALL-COUNT	PIC 9(05).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-TODAY-DMY	PIC 9(08).
       01 REDEFINES WS-TODAY-DMY.
	  03 WS-TD-DD	PIC 9(02).
	  03 WS-TD-MM	PIC 9(02).
	  03 WS-TD-YYYY	PIC 9(04).
       01 WS-TODAY-YMD	PIC 9(08).
       01 REDEFINES WS-TODAY-YMD.
	  03 WS-TY-YYYY	PIC 9(04).
	  03 WS-TY-MM	PIC 9(02).
	  03 WS-TY-DD	PIC 9(02).

      * The scan time turned into minutes past midnight for the
      * two-branch gap.
       01 WS-SCN-HHMM		PIC 9(04).
       01 REDEFINES WS-SCN-HHMM.
	  03 WS-SCN-HH		PIC 9(02).
	  03 WS-SCN-MM		PIC 9(02).
       01 WS-SCN-MINS		PIC 9(04).

      * One slot per card read so far on each scan date - the last
      * branch and direction it was read with, and the student's
      * home branch the exceptions are listed under.
       01 WS-CARD-TABLE.
	  03 WS-CARD-COUNT	PIC 9(04).
	  03 WS-CARD OCCURS T-CARD-MAX.
	     05 WS-CARD-STD-KEY	PIC X(06).
	     05 WS-CARD-DMY	PIC 9(08).
	     05 WS-CARD-MINS	PIC 9(04).
	     05 WS-CARD-BR-KEY	PIC X(02).
	     05 WS-CARD-DIR	PIC X(01).
	     05 WS-CARD-HOME	PIC X(02).

       01 WS-CARD-MISC.
	  03 WS-SUB		PIC 9(04).
	  03 WS-CARD-SUB	PIC 9(04).

      * The row being listed, held while its AC#'s history is
      * walked off the same file.
       01 WS-SX-SAVE		PIC X(75).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: DOOR SCAN EXCEPTIONS'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(09) VALUE 'BRANCH :'.
	  03 PRT-BR-KEY		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-BR-NAME	PIC X(20).
	  03 FIL		PIC X(26) VALUE
	     '   FOR THE BRANCH MANAGER'.

       01 PRT-HEADER4.
	  03 FIL		PIC X(42) VALUE
	     '    SCAN DATE  TIME AT IN   OUT  EXCEPTION'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '    ---------- ---- -- ---- ---- -------'.
	  03 FIL		PIC X(30) VALUE ALL '-'.

       01 PRT-STD-LINE.
	  03 FIL		PIC X(02).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(30).
	  03 FIL		PIC X(10) VALUE ' ON FILE:'.
	  03 PRT-HIST-TOTAL	PIC ZZZ9.
	  03 FIL		PIC X(07) VALUE ' SINCE'.
	  03 PRT-FIRST-DMY	PIC 99/99/9999.

       01 PRT-CALL-LINE.
	  03 FIL		PIC X(04).
	  03 FIL		PIC X(50) VALUE
	     '** REPEAT CARD - CALL-BACK ADDED TO CONTACT DIARY'.

       01 PRT-DETAIL.
	  03 FIL		PIC X(04).
	  03 PRT-SCN-DATE	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-SCN-TIME	PIC 9(04).
	  03 FIL		PIC X(01).
	  03 PRT-SCN-BR-KEY	PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-SI-IN		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-SI-OUT		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(40).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'SCANS READ          :'.
	  03 PRT-END-SCN	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'NEW EXCEPTIONS      :'.
	  03 PRT-END-NEW	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'CARDS LISTED        :'.
	  03 PRT-END-STD	PIC Z(05)9.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'CALL-BACKS RAISED   :'.
	  03 PRT-END-CALL	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Scanner Log :'.
	  03 LABEL COL + 2 PIC X(40) FROM SCN-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Run Door Scan Exceptions?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 19 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcscn'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsi'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsx'.
	   COPY '/z/y19b25/sp2/lib/fd/dccn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO SCN-DATANAME.
	   ACCEPT SCN-DATANAME FROM ENVIRONMENT 'PA-SCAN-FILE'.
	   IF SCN-DATANAME = SPACE
	      MOVE 'scan/DOORLOG' TO SCN-DATANAME.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.

	   MOVE CFIG-SX-GAP-MINS TO WS-GAP-LIMIT.
	   IF WS-GAP-LIMIT = ZEROS
	      MOVE 60 TO WS-GAP-LIMIT.
	   MOVE CFIG-SX-REPEAT	 TO WS-REPEAT-LIMIT.
	   IF WS-REPEAT-LIMIT = ZEROS
	      MOVE 3 TO WS-REPEAT-LIMIT.

	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.
	   MOVE WS-TY-DD   TO WS-TD-DD.
	   MOVE WS-TY-MM   TO WS-TD-MM.
	   MOVE WS-TY-YYYY TO WS-TD-YYYY.

	   MOVE 'Door Scan Exceptions' TO S-WINDOW-TITLE.
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
	   OPEN INPUT SCN-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT STD-ARCH-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT SI-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN I-O   SX-FILE.
	   OPEN I-O   CN-FILE.

	   MOVE ZEROS TO WS-SCN-COUNT, WS-NEW-COUNT, WS-STD-COUNT,
			 WS-CALL-COUNT, WS-CARD-COUNT.

      * Pass one: every scan in the log judged and its exceptions
      * written to SX-FILE. A row already there from an earlier run
      * over the same log is left as it was.
	   MOVE 'N' TO WS-SCN-EOF.
	   PERFORM SCN-LOOP THRU SCN-LOOP-END
		   UNTIL WS-SCN-EOF = 'Y'.

      * Pass two: tonight's rows back off the run-day view, branch
      * by branch, each AC# with its history to date.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   MOVE HIGH-VALUES TO WS-CUR-BR-KEY, WS-CUR-STD-KEY.

	   INITIALIZE SX-REC.
	   MOVE WS-TODAY-DMY TO SX-RUN-DMY.
	   MOVE LOW-VALUES   TO SX-BR-KEY, SX-ALT-STD-KEY,
			      SX-ALT-SCN-DMY, SX-ALT-SCN-TIME,
			      SX-ALT-TYPE.
	   MOVE 'N' TO WS-SX-EOF.
	   START SX-FILE KEY >= SX-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SX-EOF.
	   PERFORM LIST-LOOP THRU LIST-LOOP-END
		   UNTIL WS-SX-EOF = 'Y'.

	   IF S-FIRST-PRINT = 'Y'
	      MOVE SPACES TO WS-CUR-BR-KEY
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE SCN-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE STD-FILE.
	   CLOSE STD-ARCH-FILE.
	   CLOSE CM-FILE.
	   CLOSE SS-FILE.
	   CLOSE SI-FILE.
	   CLOSE BR-FILE.
	   CLOSE SX-FILE.
	   CLOSE CN-FILE.

	0199-END. EXIT.

      ********************************************************************
      * The student's own standing is judged once per scan date, on
      * the card's first read; every later read that day is held up
      * against the one before it for branch and direction.
        SCN-LOOP.

	   READ SCN-FILE NEXT END
		MOVE 'Y' TO WS-SCN-EOF
		GO TO SCN-LOOP-END.

	   ADD 1 TO WS-SCN-COUNT.
	   MOVE SCN-TIME TO WS-SCN-HHMM.
	   COMPUTE WS-SCN-MINS = WS-SCN-HH * 60 + WS-SCN-MM.

	   MOVE ZEROS TO WS-CARD-SUB.
	   PERFORM CARD-FIND-RTN THRU CARD-FIND-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CARD-COUNT OR WS-CARD-SUB > ZEROS.

	   IF WS-CARD-SUB = ZEROS
	      PERFORM STANDING-RTN THRU STANDING-RTN-END
	      PERFORM CARD-ADD-RTN THRU CARD-ADD-RTN-END
	      GO TO SCN-LOOP-END.

	   MOVE WS-CARD-HOME (WS-CARD-SUB) TO WS-HOME-BR-KEY.

      * Read at one branch and then another inside the gap - the
      * card is in two pockets.
	   IF SCN-BR-KEY NOT = SPACES
	      AND WS-CARD-BR-KEY (WS-CARD-SUB) NOT = SPACES
	      AND SCN-BR-KEY NOT = WS-CARD-BR-KEY (WS-CARD-SUB)
	      IF WS-SCN-MINS > WS-CARD-MINS (WS-CARD-SUB)
		 COMPUTE WS-GAP-MINS = WS-SCN-MINS -
				       WS-CARD-MINS (WS-CARD-SUB)
	      ELSE
		 COMPUTE WS-GAP-MINS = WS-CARD-MINS (WS-CARD-SUB) -
				       WS-SCN-MINS
	      END-IF
	      IF WS-GAP-MINS < WS-GAP-LIMIT
		 MOVE WS-CARD-BR-KEY (WS-CARD-SUB) TO WS-OTHER-BR-KEY
		 MOVE 'B' TO WS-SX-TYPE
		 PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END.

      * In, and in again with no out between - passed back over the
      * barrier for the next one through.
	   IF SCN-IS-IN AND WS-CARD-DIR (WS-CARD-SUB) = 'I'
	      MOVE 'R' TO WS-SX-TYPE
	      PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END.

	   MOVE WS-SCN-MINS TO WS-CARD-MINS (WS-CARD-SUB).
	   IF SCN-BR-KEY NOT = SPACES
	      MOVE SCN-BR-KEY TO WS-CARD-BR-KEY (WS-CARD-SUB).
	   IF SCN-DIRECTION NOT = SPACE
	      MOVE SCN-DIRECTION TO WS-CARD-DIR (WS-CARD-SUB).

        SCN-LOOP-END. EXIT.

      ********************************************************************
        CARD-FIND-RTN.

	   IF WS-CARD-STD-KEY (WS-SUB) = SCN-STD-KEY
	      AND WS-CARD-DMY (WS-SUB) = SCN-DATE-DMY
	      MOVE WS-SUB TO WS-CARD-SUB.

        CARD-FIND-RTN-END. EXIT.

      ********************************************************************
      * A full table only costs the branch and direction checks on
      * the cards that did not fit; their standing is still judged.
        CARD-ADD-RTN.

	   IF WS-CARD-COUNT NOT < T-CARD-MAX
	      GO TO CARD-ADD-RTN-END.

	   ADD 1 TO WS-CARD-COUNT.
	   MOVE SCN-STD-KEY    TO WS-CARD-STD-KEY (WS-CARD-COUNT).
	   MOVE SCN-DATE-DMY   TO WS-CARD-DMY (WS-CARD-COUNT).
	   MOVE WS-SCN-MINS    TO WS-CARD-MINS (WS-CARD-COUNT).
	   MOVE SCN-BR-KEY     TO WS-CARD-BR-KEY (WS-CARD-COUNT).
	   MOVE SCN-DIRECTION  TO WS-CARD-DIR (WS-CARD-COUNT).
	   MOVE WS-HOME-BR-KEY TO WS-CARD-HOME (WS-CARD-COUNT).

        CARD-ADD-RTN-END. EXIT.

      ********************************************************************
      * An AC# that is on neither master is PSSCAN's reject, not a
      * shared card, and is left to its exception list.
        STANDING-RTN.

	   MOVE SCN-BR-KEY TO WS-HOME-BR-KEY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SCN-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SCN-STD-KEY TO STDA-KEY
		READ STD-ARCH-FILE INVALID
		     MOVE 'N' TO S-STATUS-CHECK
		     GO TO STANDING-RTN-END
		END-READ
		MOVE 'A' TO WS-SX-TYPE
		PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END
		GO TO STANDING-RTN-END.

	   IF STD-BR-KEY NOT = SPACES
	      MOVE STD-BR-KEY TO WS-HOME-BR-KEY.

	   IF STD-IS-INACTIVE
	      MOVE 'I' TO WS-SX-TYPE
	      PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END
	      GO TO STANDING-RTN-END.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckfrz'
		  USING STD-FREEZE-FROM-DMY, STD-FREEZE-TO-DMY,
			SCN-DATE-DMY, WS-FROZEN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckfrz'.
	   IF WS-FROZEN = 'Y'
	      MOVE 'F' TO WS-SX-TYPE
	      PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END
	      GO TO STANDING-RTN-END.

	   MOVE 'N' TO WS-SS-FOUND.
	   INITIALIZE CM-REC.
	   MOVE SCN-STD-KEY TO CM-STD-KEY.
	   MOVE LOW-VALUES  TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CLUB-SS-LOOP THRU CLUB-SS-LOOP-END
		   UNTIL WS-CM-EOF = 'Y' OR WS-SS-FOUND = 'Y'.

	   IF WS-SS-FOUND NOT = 'Y'
	      MOVE 'S' TO WS-SX-TYPE
	      PERFORM SX-WRITE-RTN THRU SX-WRITE-RTN-END.

        STANDING-RTN-END. EXIT.

      ********************************************************************
      * Any open membership whose club had a planned session on the
      * scan date clears the day.
        CLUB-SS-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CLUB-SS-LOOP-END.

	   IF CM-STD-KEY NOT = SCN-STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CLUB-SS-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CLUB-SS-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SCN-DATE-DMY TO SS-DATE-DMY.
	   MOVE CM-CB-KEY    TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO CLUB-SS-LOOP-END.

	   IF SS-PLANNED = 'Y'
	      MOVE 'Y' TO WS-SS-FOUND.

        CLUB-SS-LOOP-END. EXIT.

      ********************************************************************
        SX-WRITE-RTN.

	   INITIALIZE SX-REC.
	   MOVE SCN-STD-KEY    TO SX-STD-KEY, SX-ALT-STD-KEY.
	   MOVE SCN-DATE-DMY   TO SX-SCN-DMY, SX-ALT-SCN-DMY.
	   MOVE SCN-TIME       TO SX-SCN-TIME, SX-ALT-SCN-TIME.
	   MOVE WS-SX-TYPE     TO SX-TYPE, SX-ALT-TYPE.
	   MOVE WS-TODAY-DMY   TO SX-RUN-DMY.
	   MOVE WS-HOME-BR-KEY TO SX-BR-KEY.
	   MOVE SCN-BR-KEY     TO SX-SCN-BR-KEY.
	   IF WS-SX-TYPE = 'B'
	      MOVE WS-OTHER-BR-KEY TO SX-OTHER-BR-KEY
	      MOVE WS-GAP-MINS	   TO SX-GAP-MINS.
	   MOVE SPACE	       TO SX-NOTED-FLAG.
	   MOVE ZEROS	       TO SX-NOTED-DMY, SX-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE SX-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 GO TO SX-WRITE-RTN-END.
	   ADD 1 TO WS-NEW-COUNT.

        SX-WRITE-RTN-END. EXIT.

      ********************************************************************
        LIST-LOOP.

	   READ SX-FILE NEXT END
		MOVE 'Y' TO WS-SX-EOF
		GO TO LIST-LOOP-END.

	   IF SX-RUN-DMY NOT = WS-TODAY-DMY
	      MOVE 'Y' TO WS-SX-EOF
	      GO TO LIST-LOOP-END.

	   IF SX-BR-KEY NOT = WS-CUR-BR-KEY
	      MOVE SX-BR-KEY   TO WS-CUR-BR-KEY
	      MOVE HIGH-VALUES TO WS-CUR-STD-KEY
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   IF SX-ALT-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE SX-ALT-STD-KEY TO WS-CUR-STD-KEY
	      PERFORM STD-HEAD-RTN THRU STD-HEAD-RTN-END.

	   PERFORM DETAIL-RTN THRU DETAIL-RTN-END.

        LIST-LOOP-END. EXIT.

      ********************************************************************
      * The AC#'s whole history is walked off the primary key, so
      * the row in hand is saved and the run-day view picked up again
      * after it. Enough unfollowed rows raise one call-back in the
      * contact diary and are stamped noted, so the next call-back
      * waits for a fresh run of exceptions.
        STD-HEAD-RTN.

	   MOVE SX-REC TO WS-SX-SAVE.
	   ADD 1 TO WS-STD-COUNT.

	   MOVE ZEROS	 TO WS-HIST-TOTAL, WS-HIST-OPEN, WS-FIRST-DMY.
	   MOVE 99999999 TO WS-FIRST-YMD.
	   MOVE WS-CUR-STD-KEY TO SX-STD-KEY.
	   MOVE LOW-VALUES     TO SX-SCN-DMY, SX-SCN-TIME, SX-TYPE.
	   MOVE 'N' TO WS-HIST-EOF.
	   START SX-FILE KEY >= SX-KEY INVALID
		 MOVE 'Y' TO WS-HIST-EOF.
	   PERFORM HIST-LOOP THRU HIST-LOOP-END
		   UNTIL WS-HIST-EOF = 'Y'.

	   IF LINAGE-COUNTER > 56
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE WS-CUR-STD-KEY TO STDA-KEY
		READ STD-ARCH-FILE INVALID
		     MOVE 'N' TO S-STATUS-CHECK
		     MOVE SPACES TO STDA-NAME
		END-READ
		MOVE STDA-NAME TO STD-NAME
	   END-READ.

	   MOVE WS-CUR-STD-KEY TO PRT-STD-KEY.
	   MOVE STD-NAME       TO PRT-STD-NAME.
	   MOVE WS-HIST-TOTAL  TO PRT-HIST-TOTAL.
	   MOVE WS-FIRST-DMY   TO PRT-FIRST-DMY.
	   WRITE PRINT-REC FROM PRT-STD-LINE AFTER 2.

	   IF WS-HIST-OPEN NOT < WS-REPEAT-LIMIT
	      PERFORM CALL-BACK-RTN THRU CALL-BACK-RTN-END
	      WRITE PRINT-REC FROM PRT-CALL-LINE.

	   MOVE WS-SX-SAVE TO SX-REC.
	   START SX-FILE KEY > SX-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SX-EOF.

        STD-HEAD-RTN-END. EXIT.

      ********************************************************************
        HIST-LOOP.

	   READ SX-FILE NEXT END
		MOVE 'Y' TO WS-HIST-EOF
		GO TO HIST-LOOP-END.

	   IF SX-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-HIST-EOF
	      GO TO HIST-LOOP-END.

	   ADD 1 TO WS-HIST-TOTAL.
	   IF NOT SX-IS-NOTED
	      ADD 1 TO WS-HIST-OPEN.

	   MOVE SX-SCN-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-FIRST-YMD
	      MOVE WS-ROW-YMD TO WS-FIRST-YMD
	      MOVE SX-SCN-DMY TO WS-FIRST-DMY.

        HIST-LOOP-END. EXIT.

      ********************************************************************
      * The note lands on today with today as its follow-up date, so
      * PTFUP puts it on the branch's call-back sheet straight away.
        CALL-BACK-RTN.

	   ADD 1 TO WS-CALL-COUNT.

	   INITIALIZE CN-REC.
	   MOVE WS-CUR-STD-KEY TO CN-STD-KEY.
	   MOVE WS-TODAY-DMY   TO CN-DATE-DMY.
	   MOVE ZEROS	       TO CN-SEQ.
	   MOVE 'N' TO WS-CN-FREE.
	   PERFORM CN-SEQ-RTN THRU CN-SEQ-RTN-END
		   UNTIL WS-CN-FREE = 'Y' OR CN-SEQ = 99.

	   MOVE 'BPSCX'        TO CN-OPERATOR.
	   MOVE SPACES	       TO CN-NOTE.
	   STRING 'Door scan exceptions on this card - check it is '
		  'not shared' DELIMITED BY SIZE INTO CN-NOTE.
	   MOVE WS-TODAY-DMY   TO CN-FUP-DMY.
	   MOVE SPACE	       TO CN-DONE-FLAG.
	   MOVE ZEROS	       TO CN-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CN-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK.

	   MOVE WS-CUR-STD-KEY TO SX-STD-KEY.
	   MOVE LOW-VALUES     TO SX-SCN-DMY, SX-SCN-TIME, SX-TYPE.
	   MOVE 'N' TO WS-HIST-EOF.
	   START SX-FILE KEY >= SX-KEY INVALID
		 MOVE 'Y' TO WS-HIST-EOF.
	   PERFORM NOTE-STAMP-LOOP THRU NOTE-STAMP-LOOP-END
		   UNTIL WS-HIST-EOF = 'Y'.

        CALL-BACK-RTN-END. EXIT.

      ********************************************************************
        CN-SEQ-RTN.

	   ADD 1 TO CN-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CN-FREE.

        CN-SEQ-RTN-END. EXIT.

      ********************************************************************
        NOTE-STAMP-LOOP.

	   READ SX-FILE NEXT END
		MOVE 'Y' TO WS-HIST-EOF
		GO TO NOTE-STAMP-LOOP-END.

	   IF SX-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-HIST-EOF
	      GO TO NOTE-STAMP-LOOP-END.

	   IF SX-IS-NOTED
	      GO TO NOTE-STAMP-LOOP-END.

	   MOVE 'Y'	     TO SX-NOTED-FLAG.
	   MOVE WS-TODAY-DMY TO SX-NOTED-DMY.
	   REWRITE SX-REC.

        NOTE-STAMP-LOOP-END. EXIT.

      ********************************************************************
        DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SX-SCN-DMY    TO PRT-SCN-DATE.
	   MOVE SX-SCN-TIME   TO PRT-SCN-TIME.
	   MOVE SX-SCN-BR-KEY TO PRT-SCN-BR-KEY.

	   MOVE SPACES TO PRT-SI-IN, PRT-SI-OUT.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SX-SCN-DMY TO SI-DATE-DMY.
	   MOVE SX-STD-KEY TO SI-STD-KEY.
	   READ SI-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE SI-IN-TIME TO PRT-SI-IN
		IF SI-OUT-TIME NOT = ZEROS
		   MOVE SI-OUT-TIME TO PRT-SI-OUT
		END-IF
	   END-READ.

	   MOVE SPACES TO PRT-REASON.
	   EVALUATE TRUE
	     WHEN SX-IS-TWO-BRANCH
		  STRING 'ALSO READ AT ' SX-OTHER-BR-KEY ' '
			 SX-GAP-MINS ' MINS APART'
			 DELIMITED BY SIZE INTO PRT-REASON
	     WHEN SX-IS-ARCHIVED
		  MOVE 'ARCHIVED STUDENT'	    TO PRT-REASON
	     WHEN SX-IS-INACTIVE
		  MOVE 'INACTIVE STUDENT'	    TO PRT-REASON
	     WHEN SX-IS-FROZEN
		  MOVE 'FROZEN - ON LEAVE OF ABSENCE' TO PRT-REASON
	     WHEN SX-IS-NO-SESSION
		  MOVE 'NO SESSION FOR ANY OF THE CLUBS' TO PRT-REASON
	     WHEN SX-IS-IN-AGAIN
		  MOVE 'IN AGAIN WITH NO OUT-SCAN'  TO PRT-REASON
	   END-EVALUATE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        DETAIL-RTN-END. EXIT.

      ********************************************************************
      * A new page per branch - each manager's sheet stands alone.
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

	   MOVE WS-CUR-BR-KEY TO PRT-BR-KEY.
	   MOVE SPACES	      TO PRT-BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-BR-KEY TO BR-KEY.
	   READ BR-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE BR-NAME TO PRT-BR-NAME
	   END-READ.

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER4 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-SCN-COUNT  TO PRT-END-SCN.
	   MOVE WS-NEW-COUNT  TO PRT-END-NEW.
	   MOVE WS-STD-COUNT  TO PRT-END-STD.
	   MOVE WS-CALL-COUNT TO PRT-END-CALL.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
