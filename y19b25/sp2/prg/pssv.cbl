       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSSV.

      * MEMBER SURVEY RESPONSE IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Loads the completed surveys
      *					the survey site returns,
      *					keyed by AC#, onto SR-FILE
      *					with the member's club,
      *					coach, branch and class as
      *					they stand today; unknown,
      *					repeated or malformed
      *					returns print as exceptions
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsvi'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsvi'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsvi'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'SURVEY RESPONSE EXCEPTIONS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SVI-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-CA-EOF		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(30).
	  03 WS-Q-SUB		PIC 9(02).
	  03 WS-Q-DISP		PIC Z9.
	  03 WS-BAD-Q		PIC 9(02).
	  03 WS-ANS		PIC X(02).
	  03 WS-ANS-NUM REDEFINES WS-ANS
				PIC 9(02).
	  03 WS-RECV-DMY	PIC 9(08).
	  03 WS-LOAD-COUNT	PIC 9(06).
	  03 WS-REJ-COUNT	PIC 9(06).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: SURVEY RESPONSE EXCEPTIONS'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'SURVEY AC#    RECEIVED   REASON'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------ ------ ---------- ---------------'.
	  03 FIL		PIC X(15) VALUE
	     '---------------'.

       01 PRT-DETAIL.
	  03 PRT-SV-KEY		PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-RECV-DATE	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(30).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'RESPONSES LOADED    :'.
	  03 PRT-END-OK		PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'RESPONSES REJECTED  :'.
	  03 PRT-END-REJ	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Response File:'.
	  03 LABEL COL + 2 PIC X(40) FROM SVI-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Import Survey Responses?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsvi'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO SVI-DATANAME.
	   ACCEPT SVI-DATANAME FROM ENVIRONMENT 'PA-SURVEY-IN-FILE'.
	   IF SVI-DATANAME = SPACE
	      MOVE 'gway/SURVEY-IN' TO SVI-DATANAME.

	   MOVE 'Survey Response Import' TO S-WINDOW-TITLE.
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
	   OPEN INPUT SVI-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT SV-FILE.
	   OPEN I-O   SR-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CA-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

	   MOVE ZEROS TO WS-LOAD-COUNT, WS-REJ-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-SVI-EOF.
	   PERFORM SVI-LOOP THRU SVI-LOOP-END
		   UNTIL WS-SVI-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE SVI-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE SV-FILE.
	   CLOSE SR-FILE.
	   CLOSE STD-FILE.
	   CLOSE CM-FILE.
	   CLOSE CA-FILE.

	0199-END. EXIT.

      ********************************************************************
        SVI-LOOP.

	   READ SVI-FILE NEXT END
		MOVE 'Y' TO WS-SVI-EOF
		GO TO SVI-LOOP-END.

	   MOVE SVI-RECV-DMY TO WS-RECV-DMY.
	   IF WS-RECV-DMY NOT NUMERIC OR WS-RECV-DMY = ZEROS
	      MOVE WS-TODAY-DMY TO WS-RECV-DMY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SVI-SV-KEY TO SV-KEY.
	   READ SV-FILE INVALID
		MOVE 'SURVEY NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO SVI-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SVI-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'AC# NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO SVI-LOOP-END.

      * One return per AC# per survey - a second submission through
      * the same link is not counted twice.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SVI-SV-KEY  TO SR-SV-KEY.
	   MOVE SVI-STD-KEY TO SR-STD-KEY.
	   READ SR-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE 'ALREADY RETURNED' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO SVI-LOOP-END
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   INITIALIZE SR-REC.
	   MOVE SVI-SV-KEY  TO SR-SV-KEY.
	   MOVE SVI-STD-KEY TO SR-STD-KEY.

	   MOVE ZEROS TO WS-BAD-Q.
	   PERFORM ANSWER-RTN THRU ANSWER-RTN-END
		   VARYING WS-Q-SUB FROM 1 BY 1
		   UNTIL WS-Q-SUB > 10 OR WS-BAD-Q NOT = ZEROS.
	   IF WS-BAD-Q NOT = ZEROS
	      MOVE WS-BAD-Q TO WS-Q-DISP
	      MOVE SPACES TO WS-REJECT-REASON
	      STRING 'ANSWER OUT OF RANGE Q' WS-Q-DISP
		     DELIMITED BY SIZE INTO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO SVI-LOOP-END.

	   MOVE WS-RECV-DMY TO SR-RECV-DMY.
	   MOVE STD-BR-KEY  TO SR-BR-KEY.
	   MOVE STD-MB-KEY  TO SR-MB-KEY.
	   PERFORM CLUB-RTN THRU CLUB-RTN-END.
	   MOVE SVI-COMMENT TO SR-COMMENT.
	   MOVE ZEROS	    TO SR-CN-DMY, SR-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE SR-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      ADD 1 TO WS-LOAD-COUNT.

        SVI-LOOP-END. EXIT.

      ********************************************************************
      * Each answer is checked against its question's scale: 00-10
      * (a lone digit is taken as 0n) on a score question, Y or N on
      * a yes/no one; blank is always allowed. Anything given
      * against an unused question is dropped.
        ANSWER-RTN.

	   MOVE SVI-ANSWER (WS-Q-SUB) TO WS-ANS.
	   MOVE SPACES TO SR-ANSWER (WS-Q-SUB).

	   IF WS-ANS = SPACES OR SV-Q-TEXT (WS-Q-SUB) = SPACES
	      GO TO ANSWER-RTN-END.

	   IF SV-Q-IS-YESNO (WS-Q-SUB)
	      INSPECT WS-ANS CONVERTING 'yn' TO 'YN'
	      IF WS-ANS (1:1) = 'Y' OR WS-ANS (1:1) = 'N'
		 MOVE WS-ANS (1:1) TO SR-ANSWER (WS-Q-SUB)
	      ELSE
		 MOVE WS-Q-SUB TO WS-BAD-Q
	      END-IF
	      GO TO ANSWER-RTN-END.

	   IF WS-ANS (2:1) = SPACE AND WS-ANS (1:1) IS NUMERIC
	      MOVE WS-ANS (1:1) TO WS-ANS (2:1)
	      MOVE '0'		TO WS-ANS (1:1).
	   IF WS-ANS (1:1) = SPACE AND WS-ANS (2:1) IS NUMERIC
	      MOVE '0'		TO WS-ANS (1:1).

	   IF WS-ANS NOT NUMERIC
	      MOVE WS-Q-SUB TO WS-BAD-Q
	      GO TO ANSWER-RTN-END.
	   IF WS-ANS-NUM > 10
	      MOVE WS-Q-SUB TO WS-BAD-Q
	      GO TO ANSWER-RTN-END.

	   MOVE WS-ANS TO SR-ANSWER (WS-Q-SUB).

        ANSWER-RTN-END. EXIT.

      ********************************************************************
      * The club is the member's first open membership, the one
      * PTPROF names; the coach is the first assigned to that club
      * on the club-first view of CA-FILE.
        CLUB-RTN.

	   MOVE SPACES TO SR-CB-KEY, SR-CO-KEY.

	   INITIALIZE CM-REC.
	   MOVE STD-KEY	   TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   IF SR-CB-KEY = SPACES
	      GO TO CLUB-RTN-END.

	   INITIALIZE CA-REC.
	   MOVE SR-CB-KEY  TO CA-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CA-ALT-CO-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   IF WS-CA-EOF = 'Y'
	      GO TO CLUB-RTN-END.

	   READ CA-FILE NEXT END
		GO TO CLUB-RTN-END.
	   IF CA-ALT-CB-KEY = SR-CB-KEY
	      MOVE CA-ALT-CO-KEY TO SR-CO-KEY.

        CLUB-RTN-END. EXIT.

        CLUB-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CLUB-LOOP-END.

	   IF CM-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CLUB-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO CLUB-LOOP-END.

	   MOVE CM-CB-KEY TO SR-CB-KEY.
	   MOVE 'Y' TO WS-CM-EOF.

        CLUB-LOOP-END. EXIT.

      ********************************************************************
        REJECT-RTN.

	   ADD 1 TO WS-REJ-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SVI-SV-KEY	 TO PRT-SV-KEY.
	   MOVE SVI-STD-KEY	 TO PRT-STD-KEY.
	   MOVE WS-RECV-DMY	 TO PRT-RECV-DATE.
	   MOVE WS-REJECT-REASON TO PRT-REASON.
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

	   MOVE WS-LOAD-COUNT TO PRT-END-OK.
	   MOVE WS-REJ-COUNT  TO PRT-END-REJ.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
