       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPDRX.

      * DOOR WHITELIST EXPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The branch door
      *					controllers' nightly card
      *					list: one door/ALLOW- file
      *					per branch naming the cards
      *					let in on the entry date -
      *					students cleared by F-DRCHK
      *					in their session times
      *					either side of the CFIG
      *					margin, coaches for their
      *					assigned clubs' sessions and
      *					operators all day. Keeps the
      *					list on DA-FILE for PSDRD
      *					and prints the run register
      *					with who was left off and
      *					why. Set up as a BPJOB step.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcda'.
	   COPY '/z/y19b25/sp2/lib/fd/fcdrw'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdda'.
	   COPY '/z/y19b25/sp2/lib/fd/fddrw'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbdrw'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DOOR WHITELIST REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-BLK-MAX		VALUE 12.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-TRAINING	PIC X(01).
	  03 WS-ENTRY-DMY	PIC 9(08).
	  03 WS-ENTRY-EDIT	PIC 99/99/9999.
	  03 WS-ENTRY-YMD	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 WS-DUN-LEVEL	PIC 9(01).
	  03 WS-MARGIN		PIC 9(02).
	  03 WS-REASON		PIC X(30).
	  03 WS-ALL-OK		PIC X(01).
	  03 WS-SRC-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-BR-EOF		PIC X(01).
	  03 WS-DA-EOF		PIC X(01).
	  03 WS-LISTED		PIC X(01).
	  03 WS-STD-READ	PIC 9(06).
	  03 WS-STD-LISTED	PIC 9(06).
	  03 WS-STD-NO-SS	PIC 9(06).
	  03 WS-BR-STD		PIC 9(06).
	  03 WS-BR-CO		PIC 9(06).
	  03 WS-BR-OPR		PIC 9(06).
	  03 WS-BR-ROWS		PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

      * The card in hand for DA-ADD-RTN: where it is let in, whose it
      * is, and the span to open the door in - WS-WIN-ANY 'Y' for a
      * card let in whenever the branch is open.
       01 WS-WIN-MISC.
	  03 WS-WIN-BR		PIC X(02).
	  03 WS-WIN-CARD	PIC X(08).
	  03 WS-WIN-TYPE	PIC X(01).
	  03 WS-WIN-NAME	PIC X(30).
	  03 WS-WIN-ANY		PIC X(01).
	  03 WS-WIN-FROM	PIC 9(04).
	  03 WS-WIN-TO		PIC 9(04).
	  03 WS-WIN-SUB		PIC 9(01).
	  03 WS-WIN-DONE	PIC X(01).
	  03 WS-HH		PIC 9(02).
	  03 WS-MM		PIC 9(02).
	  03 WS-MINS		PIC S9(05).

      * The spans of the D row being written, each '|hhmm-hhmm'; the
      * unused ones stay blank and drop off the end of the row.
       01 WS-SPAN-TABLE.
	  03 WS-SPAN		OCCURS 4.
	     05 WS-SPAN-BAR	PIC X(01).
	     05 WS-SPAN-FROM	PIC 9(04).
	     05 WS-SPAN-DASH	PIC X(01).
	     05 WS-SPAN-TO	PIC 9(04).

      * Students left off the list, counted by the F-DRCHK reason.
       01 WS-BLK-TABLE.
	  03 WS-BLK-COUNT	PIC 9(02).
	  03 WS-BLK-SUB		PIC 9(02).
	  03 WS-BLK-FIND	PIC 9(02).
	  03 WS-BLK OCCURS T-BLK-MAX.
	     05 WS-BLK-REASON	PIC X(30).
	     05 WS-BLK-TOTAL	PIC 9(06).

       01 WS-CUR-DMY		PIC 9(08).
       01 REDEFINES WS-CUR-DMY.
	  03 WS-CD-DD		PIC 9(02).
	  03 WS-CD-MM		PIC 9(02).
	  03 WS-CD-YYYY		PIC 9(04).

      * Days in each month; February adjusted for leap years as the
      * date rolls.
       01 WS-MONTH-TABLE.
	  03 FIL		PIC X(24) VALUE
	     '312831303130313130313031'.
       01 REDEFINES WS-MONTH-TABLE.
	  03 WS-MONTH-LEN	PIC 9(02) OCCURS 12.

       01 WS-LEAP-MISC.
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	  03 WS-MONTH-MAX	PIC 9(02).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(38) VALUE
	     'REPORT TITLE: DOOR WHITELIST REGISTER'.
	  03 FIL		PIC X(12) VALUE
	     'ENTRY DATE:'.
	  03 PRT-ENTRY-DMY	PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'BR BRANCH NAME          STUDENTS COACHES'.
	  03 FIL		PIC X(24) VALUE
	     '   STAFF FILE'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '-- -------------------- -------- -------'.
	  03 FIL		PIC X(24) VALUE
	     ' ------- ---------------'.

       01 PRT-DETAIL.
	  03 PRT-BR-KEY		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-BR-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-STD		PIC Z(07)9.
	  03 FIL		PIC X(01).
	  03 PRT-CO		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-OPR		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-FILE		PIC X(15).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'STUDENTS READ       :'.
	  03 PRT-END-READ	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'STUDENTS LISTED     :'.
	  03 PRT-END-LISTED	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'CLEARED, NO SESSION :'.
	  03 PRT-END-NO-SS	PIC Z(05)9.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'ARREARS BAR LEVEL   :'.
	  03 PRT-END-LEVEL	PIC X(30).

       01 PRT-END5.
	  03 FIL		PIC X(22) VALUE
	     'SESSION MARGIN MINS :'.
	  03 PRT-END-MARGIN	PIC Z(05)9.

       01 PRT-END6.
	  03 FIL		PIC X(12) VALUE
	     'LEFT OFF - '.
	  03 PRT-END-REASON	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-END-BLK	PIC Z(05)9.

       01 PRT-END7.
	  03 FIL		PIC X(22) VALUE
	     'RESULT              :'.
	  03 PRT-END-RESULT	PIC X(50).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Entry Date:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 32 PIC 99/99/9999
	     USING WS-ENTRY-DMY.
	  03 LABEL LINE 04 COL 04 'Write Door Whitelist?'.
	  03 LABEL LINE 04 COL 32 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcda'.
	   COPY '/z/y19b25/sp2/lib/fd/dcdrw'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * The practice data must never reach the doors.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 4 TO RETURN-CODE
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   MOVE CFIG-DR-DUN-LEVEL TO WS-DUN-LEVEL.
	   MOVE CFIG-DR-MARGIN	  TO WS-MARGIN.
	   IF WS-MARGIN = ZEROS
	      MOVE 30 TO WS-MARGIN.
	   CLOSE CFIG-FILE.

      * Run overnight, the list is for the day about to start.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-CUR-DMY.
	   MOVE WS-CUR-DMY    TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   PERFORM NEXT-DAY-RTN THRU NEXT-DAY-RTN-END.
	   MOVE WS-CUR-DMY TO WS-ENTRY-DMY.

	   MOVE 'Door Whitelist Export' TO S-WINDOW-TITLE.
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
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   IF WS-ENTRY-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-ENTRY-DMY TO WS-CUR-DMY.
	   IF WS-CD-MM < 1 OR WS-CD-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.
	   PERFORM MONTH-MAX-RTN THRU MONTH-MAX-RTN-END.
	   IF WS-CD-DD < 1 OR WS-CD-DD > WS-MONTH-MAX
	      MOVE 100035 TO S-ERROR-CODE
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

	   MOVE WS-ENTRY-DMY TO WS-ENTRY-EDIT, WS-ENTRY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ENTRY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'ENTRY ' WS-ENTRY-EDIT
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

      * The list is built afresh every run; nothing carries over from
      * the night before.
	   OPEN OUTPUT DA-FILE.
	   CLOSE DA-FILE.
	   OPEN I-O    DA-FILE.

	   OPEN INPUT STD-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT OPR-FILE.
	   OPEN INPUT BR-FILE.

	   MOVE 'Y'   TO WS-ALL-OK.
	   MOVE ZEROS TO WS-STD-READ, WS-STD-LISTED, WS-STD-NO-SS,
			 WS-BLK-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM STD-RTN THRU STD-RTN-END.
	   PERFORM CA-RTN  THRU CA-RTN-END.
	   PERFORM OPR-RTN THRU OPR-RTN-END.
	   PERFORM BR-RTN  THRU BR-RTN-END.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE STD-FILE.
	   CLOSE CM-FILE.
	   CLOSE SS-FILE.
	   CLOSE CA-FILE.
	   CLOSE CO-FILE.
	   CLOSE OPR-FILE.
	   CLOSE BR-FILE.
	   CLOSE DA-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

      * A branch file that could not be written fails the BPJOB step,
      * so the chain stops and the run log shows it.
	   IF WS-ALL-OK = 'Y'
	      MOVE ZEROS TO RETURN-CODE
	   ELSE
	      MOVE 8 TO RETURN-CODE.

	0199-END. EXIT.

      ********************************************************************
      * Students - F-DRCHK clears the card for the day, then each open
      * membership whose club meets that day opens the door at the
      * session's branch (the student's own branch for a session
      * keyed without one). Cleared but with no session that day
      * leaves the card off every branch.
        STD-RTN.

	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

        STD-RTN-END. EXIT.

        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO STD-LOOP-END.

	   ADD 1 TO WS-STD-READ.

	   CALL   '/z/y19b25/sp2/lib/std/f-drchk' USING
		  STD-KEY, WS-ENTRY-DMY, WS-DUN-LEVEL, WS-REASON.
	   CANCEL '/z/y19b25/sp2/lib/std/f-drchk'.
	   IF WS-REASON NOT = SPACES
	      PERFORM BLK-COUNT-RTN THRU BLK-COUNT-RTN-END
	      GO TO STD-LOOP-END.

	   MOVE 'N' TO WS-LISTED.
	   INITIALIZE CM-REC.
	   MOVE STD-KEY    TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CM-LOOP THRU CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   IF WS-LISTED = 'Y'
	      ADD 1 TO WS-STD-LISTED
	   ELSE
	      ADD 1 TO WS-STD-NO-SS.

        STD-LOOP-END. EXIT.

        CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-LOOP-END.

	   IF CM-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CM-LOOP-END.

	   MOVE CM-CB-KEY TO SS-CB-KEY.
	   PERFORM SESSION-WIN-RTN THRU SESSION-WIN-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE ZEROS TO S-ERROR-CODE
	      GO TO CM-LOOP-END.

	   IF WS-WIN-BR = SPACES
	      MOVE STD-BR-KEY TO WS-WIN-BR.
	   IF WS-WIN-BR = SPACES
	      GO TO CM-LOOP-END.

	   MOVE STD-KEY  TO WS-WIN-CARD.
	   MOVE 'S'	 TO WS-WIN-TYPE.
	   MOVE STD-NAME TO WS-WIN-NAME.
	   MOVE 'N'	 TO WS-WIN-ANY.
	   PERFORM DA-ADD-RTN THRU DA-ADD-RTN-END.
	   MOVE 'Y' TO WS-LISTED.

        CM-LOOP-END. EXIT.

      ********************************************************************
      * Coaches - each club assignment whose club meets that day opens
      * the door at the session's branch, card = CO-KEY.
        CA-RTN.

	   INITIALIZE CA-REC.
	   MOVE LOW-VALUES TO CA-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START CA-FILE KEY >= CA-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM CA-LOOP THRU CA-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

        CA-RTN-END. EXIT.

        CA-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO CA-LOOP-END.

	   MOVE CA-CB-KEY TO SS-CB-KEY.
	   PERFORM SESSION-WIN-RTN THRU SESSION-WIN-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE ZEROS TO S-ERROR-CODE
	      GO TO CA-LOOP-END.

	   IF WS-WIN-BR = SPACES
	      GO TO CA-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CA-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'NAME UNKNOWN' TO CO-NAME.

	   MOVE CA-CO-KEY TO WS-WIN-CARD.
	   MOVE 'C'	  TO WS-WIN-TYPE.
	   MOVE CO-NAME	  TO WS-WIN-NAME.
	   MOVE 'N'	  TO WS-WIN-ANY.
	   PERFORM DA-ADD-RTN THRU DA-ADD-RTN-END.

        CA-LOOP-END. EXIT.

      ********************************************************************
      * Operators - all day at their home branch, or at every branch
      * for head office; a locked sign-on is a locked card.
        OPR-RTN.

	   INITIALIZE OPR-REC.
	   MOVE LOW-VALUES TO OPR-ID.
	   MOVE 'N' TO WS-SRC-EOF.
	   START OPR-FILE KEY >= OPR-ID INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM OPR-LOOP THRU OPR-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

        OPR-RTN-END. EXIT.

        OPR-LOOP.

	   READ OPR-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO OPR-LOOP-END.

	   IF OPR-IS-LOCKED
	      GO TO OPR-LOOP-END.

	   MOVE OPR-ID	 TO WS-WIN-CARD.
	   MOVE 'O'	 TO WS-WIN-TYPE.
	   MOVE OPR-NAME TO WS-WIN-NAME.
	   MOVE 'Y'	 TO WS-WIN-ANY.

	   IF OPR-BR-KEY NOT = SPACES
	      MOVE OPR-BR-KEY TO WS-WIN-BR
	      PERFORM DA-ADD-RTN THRU DA-ADD-RTN-END
	      GO TO OPR-LOOP-END.

	   INITIALIZE BR-REC.
	   MOVE LOW-VALUES TO BR-KEY.
	   MOVE 'N' TO WS-BR-EOF.
	   START BR-FILE KEY >= BR-KEY INVALID
		 MOVE 'Y' TO WS-BR-EOF.
	   PERFORM OPR-BR-LOOP THRU OPR-BR-LOOP-END
		   UNTIL WS-BR-EOF = 'Y'.

        OPR-LOOP-END. EXIT.

        OPR-BR-LOOP.

	   READ BR-FILE NEXT END
		MOVE 'Y' TO WS-BR-EOF
		GO TO OPR-BR-LOOP-END.

	   MOVE BR-KEY TO WS-WIN-BR.
	   PERFORM DA-ADD-RTN THRU DA-ADD-RTN-END.

        OPR-BR-LOOP-END. EXIT.

      ********************************************************************
      * The day's session for the club in SS-CB-KEY: WS-WIN-BR/FROM/TO
      * come back with its branch and its times widened by the
      * margin, a session keyed without times spanning the whole
      * day. No session, or a cancelled one, comes back 100020.
        SESSION-WIN-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ENTRY-DMY TO SS-DATE-DMY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 100020 TO S-ERROR-CODE
		GO TO SESSION-WIN-RTN-END.

	   IF SS-PLANNED NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE
	      GO TO SESSION-WIN-RTN-END.

	   MOVE SS-BR-KEY TO WS-WIN-BR.

	   IF SS-START-HHMM = ZEROS OR SS-END-HHMM = ZEROS
	      MOVE 0000 TO WS-WIN-FROM
	      MOVE 2359 TO WS-WIN-TO
	      GO TO SESSION-WIN-RTN-END.

	   DIVIDE SS-START-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-MINS = WS-HH * 60 + WS-MM - WS-MARGIN.
	   IF WS-MINS < ZEROS
	      MOVE ZEROS TO WS-MINS.
	   DIVIDE WS-MINS BY 60 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-WIN-FROM = WS-HH * 100 + WS-MM.

	   DIVIDE SS-END-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-MINS = WS-HH * 60 + WS-MM + WS-MARGIN.
	   IF WS-MINS > 1439
	      MOVE 1439 TO WS-MINS.
	   DIVIDE WS-MINS BY 60 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-WIN-TO = WS-HH * 100 + WS-MM.

        SESSION-WIN-RTN-END. EXIT.

      ********************************************************************
      * Puts the card in hand on the branch's list, or widens the
      * spans it already has there. A span overlapping one already
      * held merges into it; past four spans the last one stretches
      * to take the rest. A card number already listed at the branch
      * for another kind of holder keeps its first listing.
        DA-ADD-RTN.

	   MOVE WS-WIN-BR   TO DA-BR-KEY.
	   MOVE WS-WIN-CARD TO DA-CARD.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ DA-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		INITIALIZE DA-REC
		MOVE WS-WIN-BR	  TO DA-BR-KEY
		MOVE WS-WIN-CARD  TO DA-CARD
		MOVE WS-WIN-TYPE  TO DA-HOLDER-TYPE
		MOVE WS-WIN-NAME  TO DA-NAME
		MOVE WS-ENTRY-DMY TO DA-LIST-DMY
		IF WS-WIN-ANY NOT = 'Y'
		   PERFORM WIN-ADD-RTN THRU WIN-ADD-RTN-END
		END-IF
		WRITE DA-REC
		GO TO DA-ADD-RTN-END.

	   IF DA-HOLDER-TYPE NOT = WS-WIN-TYPE OR
	      DA-WIN-COUNT = ZEROS
	      GO TO DA-ADD-RTN-END.

	   PERFORM WIN-ADD-RTN THRU WIN-ADD-RTN-END.
	   REWRITE DA-REC.

        DA-ADD-RTN-END. EXIT.

        WIN-ADD-RTN.

	   MOVE 'N' TO WS-WIN-DONE.
	   PERFORM WIN-MERGE-RTN THRU WIN-MERGE-RTN-END
		   VARYING WS-WIN-SUB FROM 1 BY 1
		   UNTIL WS-WIN-SUB > DA-WIN-COUNT OR
			 WS-WIN-DONE = 'Y'.
	   IF WS-WIN-DONE = 'Y'
	      GO TO WIN-ADD-RTN-END.

	   IF DA-WIN-COUNT < 4
	      ADD 1 TO DA-WIN-COUNT
	      MOVE WS-WIN-FROM TO DA-WIN-FROM (DA-WIN-COUNT)
	      MOVE WS-WIN-TO   TO DA-WIN-TO (DA-WIN-COUNT)
	      GO TO WIN-ADD-RTN-END.

	   IF WS-WIN-FROM < DA-WIN-FROM (4)
	      MOVE WS-WIN-FROM TO DA-WIN-FROM (4).
	   IF WS-WIN-TO > DA-WIN-TO (4)
	      MOVE WS-WIN-TO TO DA-WIN-TO (4).

        WIN-ADD-RTN-END. EXIT.

        WIN-MERGE-RTN.

	   IF WS-WIN-FROM > DA-WIN-TO (WS-WIN-SUB) OR
	      WS-WIN-TO < DA-WIN-FROM (WS-WIN-SUB)
	      GO TO WIN-MERGE-RTN-END.

	   IF WS-WIN-FROM < DA-WIN-FROM (WS-WIN-SUB)
	      MOVE WS-WIN-FROM TO DA-WIN-FROM (WS-WIN-SUB).
	   IF WS-WIN-TO > DA-WIN-TO (WS-WIN-SUB)
	      MOVE WS-WIN-TO TO DA-WIN-TO (WS-WIN-SUB).
	   MOVE 'Y' TO WS-WIN-DONE.

        WIN-MERGE-RTN-END. EXIT.

      ********************************************************************
      * One file per branch on BR-FILE, written even when nobody is
      * let in so the controller's list is always replaced.
        BR-RTN.

	   INITIALIZE BR-REC.
	   MOVE LOW-VALUES TO BR-KEY.
	   MOVE 'N' TO WS-BR-EOF.
	   START BR-FILE KEY >= BR-KEY INVALID
		 MOVE 'Y' TO WS-BR-EOF.
	   PERFORM BR-LOOP THRU BR-LOOP-END
		   UNTIL WS-BR-EOF = 'Y'.

        BR-RTN-END. EXIT.

        BR-LOOP.

	   READ BR-FILE NEXT END
		MOVE 'Y' TO WS-BR-EOF
		GO TO BR-LOOP-END.

	   MOVE ZEROS TO WS-BR-STD, WS-BR-CO, WS-BR-OPR, WS-BR-ROWS.
	   MOVE BR-KEY TO DRW-BR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN OUTPUT DRW-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'N' TO WS-ALL-OK
	      MOVE 'NOT OPEN' TO PRT-FILE
	      PERFORM BR-PRINT-RTN THRU BR-PRINT-RTN-END
	      GO TO BR-LOOP-END.

	   MOVE SPACES TO DRW-REC.
	   STRING 'H|'		  DELIMITED BY SIZE
		  BR-KEY	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-ENTRY-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-TODAY-YMD	  DELIMITED BY SIZE
		  INTO DRW-REC.
	   WRITE DRW-REC.

	   INITIALIZE DA-REC.
	   MOVE BR-KEY	   TO DA-BR-KEY.
	   MOVE LOW-VALUES TO DA-CARD.
	   MOVE 'N' TO WS-DA-EOF.
	   START DA-FILE KEY >= DA-KEY INVALID
		 MOVE 'Y' TO WS-DA-EOF.
	   PERFORM DA-LOOP THRU DA-LOOP-END
		   UNTIL WS-DA-EOF = 'Y'.

	   MOVE SPACES TO DRW-REC.
	   STRING 'T|'		  DELIMITED BY SIZE
		  BR-KEY	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BR-ROWS	  DELIMITED BY SIZE
		  INTO DRW-REC.
	   WRITE DRW-REC.
	   CLOSE DRW-FILE.

	   MOVE DRW-DATANAME TO PRT-FILE.
	   PERFORM BR-PRINT-RTN THRU BR-PRINT-RTN-END.

        BR-LOOP-END. EXIT.

        DA-LOOP.

	   READ DA-FILE NEXT END
		MOVE 'Y' TO WS-DA-EOF
		GO TO DA-LOOP-END.

	   IF DA-BR-KEY NOT = BR-KEY
	      MOVE 'Y' TO WS-DA-EOF
	      GO TO DA-LOOP-END.

	   EVALUATE TRUE
	     WHEN DA-IS-STUDENT		ADD 1 TO WS-BR-STD
	     WHEN DA-IS-COACH		ADD 1 TO WS-BR-CO
	     WHEN OTHER			ADD 1 TO WS-BR-OPR
	   END-EVALUATE.
	   ADD 1 TO WS-BR-ROWS.

	   MOVE SPACES TO WS-SPAN-TABLE.
	   PERFORM SPAN-RTN THRU SPAN-RTN-END
		   VARYING WS-WIN-SUB FROM 1 BY 1
		   UNTIL WS-WIN-SUB > DA-WIN-COUNT.

	   MOVE SPACES TO DRW-REC.
	   STRING 'D|'		  DELIMITED BY SIZE
		  DA-HOLDER-TYPE  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  DA-CARD	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  DA-NAME	  DELIMITED BY '  '
		  WS-SPAN-TABLE	  DELIMITED BY SPACE
		  INTO DRW-REC.
	   WRITE DRW-REC.

        DA-LOOP-END. EXIT.

        SPAN-RTN.

	   MOVE '|'			  TO WS-SPAN-BAR (WS-WIN-SUB).
	   MOVE DA-WIN-FROM (WS-WIN-SUB) TO WS-SPAN-FROM (WS-WIN-SUB).
	   MOVE '-'			  TO WS-SPAN-DASH (WS-WIN-SUB).
	   MOVE DA-WIN-TO (WS-WIN-SUB)	  TO WS-SPAN-TO (WS-WIN-SUB).

        SPAN-RTN-END. EXIT.

      ********************************************************************
        BR-PRINT-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE BR-KEY	  TO PRT-BR-KEY.
	   MOVE BR-NAME	  TO PRT-BR-NAME.
	   MOVE WS-BR-STD TO PRT-STD.
	   MOVE WS-BR-CO  TO PRT-CO.
	   MOVE WS-BR-OPR TO PRT-OPR.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        BR-PRINT-RTN-END. EXIT.

      ********************************************************************
      * WS-REASON counted against its line of the register's ending;
      * anything past the table shares the last line.
        BLK-COUNT-RTN.

	   MOVE ZEROS TO WS-BLK-SUB.
	   PERFORM BLK-MATCH-RTN THRU BLK-MATCH-RTN-END
		   VARYING WS-BLK-FIND FROM 1 BY 1
		   UNTIL WS-BLK-FIND > WS-BLK-COUNT OR
			 WS-BLK-SUB NOT = ZEROS.

	   IF WS-BLK-SUB = ZEROS
	      IF WS-BLK-COUNT < T-BLK-MAX
		 ADD 1 TO WS-BLK-COUNT
		 MOVE WS-BLK-COUNT TO WS-BLK-SUB
		 MOVE WS-REASON	   TO WS-BLK-REASON (WS-BLK-SUB)
		 MOVE ZEROS	   TO WS-BLK-TOTAL (WS-BLK-SUB)
	      ELSE
		 MOVE T-BLK-MAX TO WS-BLK-SUB
		 MOVE 'OTHER'	TO WS-BLK-REASON (WS-BLK-SUB).

	   ADD 1 TO WS-BLK-TOTAL (WS-BLK-SUB).

        BLK-COUNT-RTN-END. EXIT.

        BLK-MATCH-RTN.

	   IF WS-BLK-REASON (WS-BLK-FIND) = WS-REASON
	      MOVE WS-BLK-FIND TO WS-BLK-SUB.

        BLK-MATCH-RTN-END. EXIT.

      *******************************************************************
        NEXT-DAY-RTN.

	   PERFORM MONTH-MAX-RTN THRU MONTH-MAX-RTN-END.

	   ADD 1 TO WS-CD-DD.
	   IF WS-CD-DD > WS-MONTH-MAX
	      MOVE 1 TO WS-CD-DD
	      ADD 1 TO WS-CD-MM
	      IF WS-CD-MM > 12
		 MOVE 1 TO WS-CD-MM
		 ADD 1 TO WS-CD-YYYY.

        NEXT-DAY-RTN-END. EXIT.

        MONTH-MAX-RTN.

	   MOVE WS-MONTH-LEN (WS-CD-MM) TO WS-MONTH-MAX.
	   IF WS-CD-MM = 2
	      DIVIDE WS-CD-YYYY BY 4
		     GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-CD-YYYY BY 100
		     GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-CD-YYYY BY 400
		     GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (WS-L4-REM = 0 AND WS-L100-REM NOT = 0) OR
		 WS-L400-REM = 0
		 MOVE 29 TO WS-MONTH-MAX
	      END-IF.

        MONTH-MAX-RTN-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 48
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-STD-READ   TO PRT-END-READ.
	   MOVE WS-STD-LISTED TO PRT-END-LISTED.
	   MOVE WS-STD-NO-SS  TO PRT-END-NO-SS.
	   IF WS-DUN-LEVEL = ZEROS
	      MOVE 'OFF - ARREARS NEVER BAR ENTRY' TO PRT-END-LEVEL
	   ELSE
	      MOVE SPACES TO PRT-END-LEVEL
	      STRING 'DUNNING LEVEL ' WS-DUN-LEVEL ' OR AGENCY'
		     DELIMITED BY SIZE INTO PRT-END-LEVEL.
	   MOVE WS-MARGIN     TO PRT-END-MARGIN.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.
	   WRITE PRINT-REC FROM PRT-END5.

	   PERFORM PRT-BLK-RTN THRU PRT-BLK-RTN-END
		   VARYING WS-BLK-SUB FROM 1 BY 1
		   UNTIL WS-BLK-SUB > WS-BLK-COUNT.

	   IF WS-ALL-OK = 'Y'
	      MOVE 'ALL BRANCH FILES WRITTEN' TO PRT-END-RESULT
	   ELSE
	      MOVE 'FAILED - A BRANCH FILE WAS NOT WRITTEN'
		TO PRT-END-RESULT.
	   WRITE PRINT-REC FROM PRT-END7 AFTER 2.

        PRT-ENDING-END. EXIT.

        PRT-BLK-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-BLK-REASON (WS-BLK-SUB) TO PRT-END-REASON.
	   MOVE WS-BLK-TOTAL (WS-BLK-SUB)  TO PRT-END-BLK.
	   IF WS-BLK-SUB = 1
	      WRITE PRINT-REC FROM PRT-END6 AFTER 2
	   ELSE
	      WRITE PRINT-REC FROM PRT-END6.

        PRT-BLK-RTN-END. EXIT.

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

	   MOVE S-PAGE-COUNT  TO PRT-PAGE-COUNT.
	   MOVE WS-ENTRY-DMY  TO PRT-ENTRY-DMY.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
