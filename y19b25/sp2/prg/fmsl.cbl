       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMSL.

      * REPRESENTATIVE SQUAD SELECTION
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Trialists of an SQ-FILE
      *					squad ranked on SM-FILE off
      *					their trial-event RS-FILE
      *					scores and latest FR-FILE
      *					fitness bands; selector
      *					overrides in or out with a
      *					reason; invitations issued
      *					with a reply deadline (the
      *					letters print at BPLT);
      *					acceptance posts the squad
      *					levy to FEE-FILE, a decline
      *					or lapsed deadline moves the
      *					next reserve up
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcft'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdft'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbft'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-RANK		  PIC ZZ9.
	  03 WS-L-STD-KEY	  PIC X(06).
	  03 WS-L-NAME		  PIC X(24).
	  03 WS-L-TRIAL		  PIC ZZZZ9.99.
	  03 WS-L-FIT		  PIC ZZZ9.
	  03 WS-L-TOTAL		  PIC ZZZZ9.99.
	  03 WS-L-OVERRIDE	  PIC X(01).
	  03 WS-L-STAGE		  PIC X(09).
	  03 WS-L-DEADLINE	  PIC X(10).

       01 WS-MISC.
	  03 WS-SEASON		  PIC 9(04).
	  03 WS-CAT		  PIC X(10).
	  03 WS-SQ-KEY.
	     05 WS-SQ-SEASON	  PIC 9(04).
	     05 WS-SQ-CAT	  PIC X(10).
	  03 WS-LAST-SQ-KEY	  PIC X(14) VALUE SPACES.
	  03 WS-SQ-DESC		  PIC X(30).
	  03 WS-SQ-LINE		  PIC X(60).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-NAME		  PIC X(40).
	  03 WS-OVERRIDE	  PIC X(01).
	     88 WS-VALID-OVERRIDE VALUE SPACE, 'I', 'O'.
	  03 WS-REASON		  PIC X(30).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-SUB		  PIC 9(02).
	  03 WS-SM-EOF		  PIC X(01).
	  03 WS-RS-EOF		  PIC X(01).
	  03 WS-FR-EOF		  PIC X(01).
	  03 WS-SM-FOUND	  PIC X(01).
	  03 WS-FORCED		  PIC 9(03).
	  03 WS-PLACES		  PIC 9(03).
	  03 WS-PICKED		  PIC 9(03).
	  03 WS-RANK		  PIC 9(03).
	  03 WS-COUNT		  PIC 9(04).
	  03 WS-LAPSED		  PIC 9(04).
	  03 WS-BAND		  PIC X(01).
	  03 WS-BAND-POINTS	  PIC 9(03).
	  03 WS-BEST-YMD	  PIC 9(08).
	  03 WS-BEST-SCORE	  PIC 9(05)V9(02).
	  03 WS-FR-YMD		  PIC 9(08).
	  03 WS-DEADLINE-YMD	  PIC 9(08).
	  03 WS-REPLY-DAYS	  PIC 9(03).
	  03 WS-DAY-SUB		  PIC 9(03).
	  03 WS-PROMOTED	  PIC X(06).
	  03 WS-EDIT-COUNT	  PIC ZZZ9.
	  03 WS-EDIT-DMY	  PIC 99/99/9999.
	  03 WS-EDIT-DMY2	  PIC 99/99/9999.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

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

       01 WS-DL-DATE.
	  03 WS-DL-DD		PIC 9(02).
	  03 WS-DL-MM		PIC 9(02).
	  03 WS-DL-YYYY		PIC 9(04).
       01 WS-DL-DMY REDEFINES WS-DL-DATE
				PIC 9(08).

       01 WS-LEAP-MISC.
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	  03 WS-MONTH-MAX	PIC 9(02).

      * One row to the roll-forward journal for every FEE-FILE row
      * written - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Season:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(04)
	      USING WS-SEASON.
	   03 LABEL COL + 3 'Category:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(10)
	      USING WS-CAT BELL UPPER.
	   03 LABEL COL + 2 PIC X(30) FROM WS-SQ-DESC.
	   03 LABEL LINE 02 COL 04 PIC X(60) FROM WS-SQ-LINE.
	   03 LABEL LINE 03.5 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(40) FROM WS-NAME.
	   03 LABEL LINE 04.5 COL 04 'Override:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC X(01)
	      USING WS-OVERRIDE BELL UPPER.
	   03 LABEL COL + 2 '(I in, O out)'.
	   03 LABEL COL + 3 'Reason:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC X(30)
	      USING WS-REASON.
	   03 LABEL LINE 05.5 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 06.5 COL 04
	      'F5=rank  F4=save override  F7=issue invitations'.
	   03 LABEL LINE 07.5 COL 04
	      'F8=accepted  F9=declined  ENTER=recall'.
	   03 LABEL LINE 09 COL 04 'Rnk'.
	   03 LABEL COL 09 'AC#'.
	   03 LABEL COL 17 'Name'.
	   03 LABEL COL 42 'Trial'.
	   03 LABEL COL 50 'Fit'.
	   03 LABEL COL 55 'Total'.
	   03 LABEL COL 63 'O'.
	   03 LABEL COL 66 'Stage'.
	   03 LABEL COL 76 'Reply By'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 10 COL 04 SIZE 84 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,4,10,34,42,46,54,55,64)
	      DISPLAY-COLUMNS 	= (1,6,14,38,47,52,60,63,73)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcft'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   SQ-FILE.
	   OPEN I-O   SM-FILE.
	   OPEN INPUT RS-FILE.
	   OPEN INPUT FR-FILE.
	   OPEN INPUT FT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN I-O   FEE-FILE.

	   MOVE SPACES TO WS-OPERATOR.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   MOVE ZEROS  TO WS-SEASON.
	   MOVE SPACES TO WS-CAT, WS-SQ-DESC, WS-SQ-LINE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.

      * Floating Window
	   MOVE 'Squad Selection' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SQ-FILE.
	   CLOSE SM-FILE.
	   CLOSE RS-FILE.
	   CLOSE FR-FILE.
	   CLOSE FT-FILE.
	   CLOSE STD-FILE.
	   CLOSE FEE-FILE.
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

	   IF WS-SEASON = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-CAT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEASON TO SQ-SEASON.
	   MOVE WS-CAT	  TO SQ-CAT.
	   READ SQ-FILE INVALID
		MOVE SPACES TO WS-SQ-DESC, WS-SQ-LINE
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO 0100-MAIN.
	   MOVE SQ-KEY TO WS-SQ-KEY.

      * A new squad brings up its ranking; invitations past their
      * deadline lapse there and then and the reserves move up.
	   IF WS-SQ-KEY NOT = WS-LAST-SQ-KEY
	      MOVE WS-SQ-KEY TO WS-LAST-SQ-KEY
	      PERFORM CLEAR-RTN THRU CLEAR-RTN-END
	      PERFORM CLOCK-RTN THRU CLOCK-RTN-END
	      IF SQ-IS-INVITED
		 PERFORM LAPSE-RTN THRU LAPSE-RTN-END
	      END-IF
	      PERFORM SQ-LINE-RTN THRU SQ-LINE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F5
	      PERFORM RANK-KEY-RTN THRU RANK-KEY-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM OVERRIDE-RTN THRU OVERRIDE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM INVITE-RTN THRU INVITE-RTN-END
	      PERFORM SQ-LINE-RTN THRU SQ-LINE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM ACCEPT-RTN THRU ACCEPT-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F9
	      PERFORM DECLINE-RTN THRU DECLINE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-STD-KEY TO WS-STD-KEY
	      END-IF.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-STD-KEY NOT = SPACES
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F5: rank the trialists afresh - only while the squad is
      * still open.
        RANK-KEY-RTN.

	   IF SQ-IS-INVITED
	      MOVE 'Invitations are out - the ranking is fixed'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO RANK-KEY-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO RANK-KEY-RTN-END.

	   PERFORM RANK-RTN THRU RANK-RTN-END.

	   MOVE WS-RANK TO WS-EDIT-COUNT.
	   MOVE SPACES TO WS-MSG.
	   STRING WS-EDIT-COUNT ' trialist(s) ranked'
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        RANK-KEY-RTN-END. EXIT.
      *******************************************************************
      * The ranking: trial scores summed off RS-FILE for each trial
      * event, fitness points off each trialist's latest FR-FILE
      * result per test, then the squad walked best total first -
      * overrides in take their places before anyone else, those
      * overridden out are left out, and the remaining places go
      * down the ranking; everyone below is a reserve in rank order.
        RANK-RTN.

	   PERFORM ZERO-RTN THRU ZERO-RTN-END.

	   PERFORM TRIAL-RTN THRU TRIAL-RTN-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.

	   MOVE ZEROS TO WS-FORCED.
	   PERFORM TOTAL-RTN THRU TOTAL-RTN-END.

	   MOVE ZEROS TO WS-PLACES.
	   IF WS-FORCED < SQ-SIZE
	      COMPUTE WS-PLACES = SQ-SIZE - WS-FORCED.
	   MOVE ZEROS TO WS-PICKED, WS-RANK.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-ALT-SQ-KEY.
	   MOVE ZEROS	   TO SM-SORT-KEY.
	   MOVE LOW-VALUES TO SM-ALT-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM PLACE-LOOP THRU PLACE-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

        RANK-RTN-END. EXIT.
      *******************************************************************
      * Every row of the squad back to nothing before the scores are
      * summed again; overrides stay.
        ZERO-RTN.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM ZERO-LOOP THRU ZERO-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

        ZERO-RTN-END. EXIT.

        ZERO-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO ZERO-LOOP-END.

	   IF SM-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO ZERO-LOOP-END.

	   MOVE ZEROS TO SM-TRIAL-SCORE, SM-FIT-POINTS, SM-TOTAL,
			 SM-RANK.
	   REWRITE SM-REC.

        ZERO-LOOP-END. EXIT.
      *******************************************************************
        TRIAL-RTN.

	   IF SQ-TRIAL-EV (WS-SUB) = SPACES
	      GO TO TRIAL-RTN-END.

	   INITIALIZE RS-REC.
	   MOVE SQ-TRIAL-EV (WS-SUB) TO RS-ALT-EV-KEY.
	   MOVE LOW-VALUES	     TO RS-ALT-STD-KEY.
	   MOVE 'N' TO WS-RS-EOF.
	   START RS-FILE KEY >= RS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-RS-EOF.
	   PERFORM TRIAL-LOOP THRU TRIAL-LOOP-END
		   UNTIL WS-RS-EOF = 'Y'.

        TRIAL-RTN-END. EXIT.

        TRIAL-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-RS-EOF
		GO TO TRIAL-LOOP-END.

	   IF RS-ALT-EV-KEY NOT = SQ-TRIAL-EV (WS-SUB)
	      MOVE 'Y' TO WS-RS-EOF
	      GO TO TRIAL-LOOP-END.

	   MOVE WS-SQ-KEY      TO SM-SQ-KEY.
	   MOVE RS-ALT-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		MOVE 'N' TO WS-SM-FOUND
	   NOT INVALID
		MOVE 'Y' TO WS-SM-FOUND
	   END-READ.

	   IF WS-SM-FOUND = 'Y'
	      ADD RS-SCORE TO SM-TRIAL-SCORE
	      REWRITE SM-REC
	      GO TO TRIAL-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE RS-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO TRIAL-LOOP-END.
	   IF STD-IS-INACTIVE
	      GO TO TRIAL-LOOP-END.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY      TO SM-SQ-KEY, SM-ALT-SQ-KEY.
	   MOVE RS-ALT-STD-KEY TO SM-STD-KEY, SM-ALT-STD-KEY.
	   MOVE RS-SCORE       TO SM-TRIAL-SCORE.
	   MOVE SPACES	       TO SM-OVERRIDE, SM-OVR-REASON,
				  SM-OVR-OPERATOR, SM-STAGE.
	   MOVE 99999999       TO SM-SORT-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE SM-REC.

        TRIAL-LOOP-END. EXIT.
      *******************************************************************
      * Fitness points and the total for each row, and the sort key
      * that puts the best total first.
        TOTAL-RTN.

	   MOVE SQ-BAND-POINTS TO WS-BAND-POINTS.
	   IF WS-BAND-POINTS = ZEROS
	      MOVE 10 TO WS-BAND-POINTS.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM TOTAL-LOOP THRU TOTAL-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

        TOTAL-RTN-END. EXIT.

        TOTAL-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO TOTAL-LOOP-END.

	   IF SM-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO TOTAL-LOOP-END.

	   PERFORM FIT-RTN THRU FIT-RTN-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 4.

	   COMPUTE SM-TOTAL = SM-TRIAL-SCORE + SM-FIT-POINTS.
	   COMPUTE SM-SORT-KEY = 99999999 - (SM-TOTAL * 100).
	   MOVE SM-SQ-KEY  TO SM-ALT-SQ-KEY.
	   MOVE SM-STD-KEY TO SM-ALT-STD-KEY.
	   IF SM-FORCE-IN
	      ADD 1 TO WS-FORCED.
	   REWRITE SM-REC.

        TOTAL-LOOP-END. EXIT.
      *******************************************************************
      * The trialist's latest result in one test, banded A to D the
      * way PTFIT bands it; every band above D earns the points.
        FIT-RTN.

	   IF SQ-FT-KEY (WS-SUB) = SPACES
	      GO TO FIT-RTN-END.

	   MOVE ZEROS TO WS-BEST-YMD, WS-BEST-SCORE.
	   MOVE SM-STD-KEY TO FR-STD-KEY.
	   MOVE ZEROS	   TO FR-DATE-DMY.
	   MOVE LOW-VALUES TO FR-FT-KEY.
	   MOVE 'N' TO WS-FR-EOF.
	   START FR-FILE KEY >= FR-KEY INVALID
		 MOVE 'Y' TO WS-FR-EOF.
	   PERFORM FIT-LOOP THRU FIT-LOOP-END
		   UNTIL WS-FR-EOF = 'Y'.
	   IF WS-BEST-YMD = ZEROS
	      GO TO FIT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SQ-FT-KEY (WS-SUB) TO FT-KEY.
	   READ FT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO FIT-RTN-END.

	   PERFORM BAND-RTN THRU BAND-RTN-END.
	   EVALUATE WS-BAND
	     WHEN 'A' COMPUTE SM-FIT-POINTS = SM-FIT-POINTS
					    + WS-BAND-POINTS * 3
	     WHEN 'B' COMPUTE SM-FIT-POINTS = SM-FIT-POINTS
					    + WS-BAND-POINTS * 2
	     WHEN 'C' ADD WS-BAND-POINTS TO SM-FIT-POINTS
	   END-EVALUATE.

        FIT-RTN-END. EXIT.

        FIT-LOOP.

	   READ FR-FILE NEXT END
		MOVE 'Y' TO WS-FR-EOF
		GO TO FIT-LOOP-END.

	   IF FR-STD-KEY NOT = SM-STD-KEY
	      MOVE 'Y' TO WS-FR-EOF
	      GO TO FIT-LOOP-END.

	   IF FR-FT-KEY NOT = SQ-FT-KEY (WS-SUB)
	      GO TO FIT-LOOP-END.

	   MOVE FR-DATE-DMY TO WS-FR-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-FR-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-FR-YMD > WS-BEST-YMD
	      MOVE WS-FR-YMD TO WS-BEST-YMD
	      MOVE FR-SCORE  TO WS-BEST-SCORE.

        FIT-LOOP-END. EXIT.
      *******************************************************************
      * Band 1 is the best; FT-HIGH-GOOD says whether a higher score
      * in the test counts as better.
        BAND-RTN.

	   IF FT-HIGH-GOOD = 'Y'
	      EVALUATE TRUE
		WHEN WS-BEST-SCORE >= FT-BAND1
		     MOVE 'A' TO WS-BAND
		WHEN WS-BEST-SCORE >= FT-BAND2
		     MOVE 'B' TO WS-BAND
		WHEN WS-BEST-SCORE >= FT-BAND3
		     MOVE 'C' TO WS-BAND
		WHEN OTHER
		     MOVE 'D' TO WS-BAND
	      END-EVALUATE
	   ELSE
	      EVALUATE TRUE
		WHEN WS-BEST-SCORE <= FT-BAND1
		     MOVE 'A' TO WS-BAND
		WHEN WS-BEST-SCORE <= FT-BAND2
		     MOVE 'B' TO WS-BAND
		WHEN WS-BEST-SCORE <= FT-BAND3
		     MOVE 'C' TO WS-BAND
		WHEN OTHER
		     MOVE 'D' TO WS-BAND
	      END-EVALUATE.

        BAND-RTN-END. EXIT.
      *******************************************************************
        PLACE-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO PLACE-LOOP-END.

	   IF SM-ALT-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO PLACE-LOOP-END.

	   ADD 1 TO WS-RANK.
	   MOVE WS-RANK TO SM-RANK.
	   EVALUATE TRUE
	     WHEN SM-FORCE-IN
		  MOVE 'S' TO SM-STAGE
	     WHEN SM-FORCE-OUT
		  MOVE 'X' TO SM-STAGE
	     WHEN WS-PICKED < WS-PLACES
		  ADD 1 TO WS-PICKED
		  MOVE 'S' TO SM-STAGE
	     WHEN OTHER
		  MOVE 'R' TO SM-STAGE
	   END-EVALUATE.
	   REWRITE SM-REC.

        PLACE-LOOP-END. EXIT.
      *******************************************************************
      * F4: a selector's override in or out, with the reason, for a
      * trialist or for a student the selectors want who did not
      * trial; the ranking is redrawn round it.
        OVERRIDE-RTN.

	   IF SQ-IS-INVITED
	      MOVE 'Invitations are out - the selection is fixed'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO OVERRIDE-RTN-END.

	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO OVERRIDE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO OVERRIDE-RTN-END.
	   MOVE STD-NAME TO WS-NAME.

	   IF NOT WS-VALID-OVERRIDE
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO OVERRIDE-RTN-END.

	   IF WS-OVERRIDE NOT = SPACE AND WS-REASON = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO OVERRIDE-RTN-END.

	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		MOVE 'N' TO WS-SM-FOUND
	   NOT INVALID
		MOVE 'Y' TO WS-SM-FOUND
	   END-READ.

	   IF WS-SM-FOUND = 'N' AND WS-OVERRIDE = SPACE
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO OVERRIDE-RTN-END.

      * No more picked by override than the squad has places.
	   IF WS-OVERRIDE = 'I' AND
	      (WS-SM-FOUND = 'N' OR NOT SM-FORCE-IN)
	      PERFORM FORCED-COUNT-RTN THRU FORCED-COUNT-RTN-END
	      IF WS-FORCED NOT < SQ-SIZE
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO OVERRIDE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO OVERRIDE-RTN-END.

	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   IF WS-SM-FOUND = 'Y'
	      READ SM-FILE
	   ELSE
	      INITIALIZE SM-REC
	      MOVE WS-SQ-KEY  TO SM-SQ-KEY, SM-ALT-SQ-KEY
	      MOVE WS-STD-KEY TO SM-STD-KEY, SM-ALT-STD-KEY
	      MOVE 99999999   TO SM-SORT-KEY
	      MOVE SPACE      TO SM-STAGE.

	   MOVE WS-OVERRIDE TO SM-OVERRIDE.
	   IF WS-OVERRIDE = SPACE
	      MOVE SPACES      TO SM-OVR-REASON, SM-OVR-OPERATOR
	   ELSE
	      MOVE WS-REASON   TO SM-OVR-REASON
	      MOVE WS-OPERATOR TO SM-OVR-OPERATOR.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-SM-FOUND = 'Y'
	      REWRITE SM-REC
	   ELSE
	      WRITE SM-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO OVERRIDE-RTN-END.

	   PERFORM RANK-RTN THRU RANK-RTN-END.

	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		GO TO OVERRIDE-RTN-END.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        OVERRIDE-RTN-END. EXIT.
      *******************************************************************
        FORCED-COUNT-RTN.

	   MOVE ZEROS TO WS-FORCED.
	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM FORCED-COUNT-LOOP THRU FORCED-COUNT-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

        FORCED-COUNT-RTN-END. EXIT.

        FORCED-COUNT-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO FORCED-COUNT-LOOP-END.

	   IF SM-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO FORCED-COUNT-LOOP-END.

	   IF SM-FORCE-IN
	      ADD 1 TO WS-FORCED.

        FORCED-COUNT-LOOP-END. EXIT.
      *******************************************************************
      * F7: everyone selected is invited with the reply deadline;
      * the squad's ranking is fixed from here and BPLT prints the
      * letters.
        INVITE-RTN.

	   IF SQ-IS-INVITED
	      MOVE 'Invitations have already been issued' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO INVITE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO INVITE-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   PERFORM DEADLINE-RTN THRU DEADLINE-RTN-END.

	   MOVE ZEROS TO WS-COUNT.
	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM INVITE-LOOP THRU INVITE-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

	   IF WS-COUNT = ZEROS
	      MOVE 'Nobody is selected - rank the trialists first'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO INVITE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SQ-KEY TO SQ-KEY.
	   READ SQ-FILE.
	   MOVE 'I'	     TO SQ-STAGE.
	   MOVE WS-TODAY-DMY TO SQ-INVITE-DMY.
	   REWRITE SQ-REC.

	   MOVE WS-COUNT TO WS-EDIT-COUNT.
	   MOVE SPACES TO WS-MSG.
	   STRING WS-EDIT-COUNT ' invitation(s) issued - print the '
		  'letters at BPLT' DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        INVITE-RTN-END. EXIT.

        INVITE-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO INVITE-LOOP-END.

	   IF SM-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO INVITE-LOOP-END.

	   IF NOT SM-IS-SELECTED
	      GO TO INVITE-LOOP-END.

	   PERFORM INVITE-ROW-RTN THRU INVITE-ROW-RTN-END.
	   REWRITE SM-REC.
	   ADD 1 TO WS-COUNT.

        INVITE-LOOP-END. EXIT.
      *******************************************************************
        INVITE-ROW-RTN.

	   MOVE 'I'	       TO SM-STAGE.
	   MOVE WS-TODAY-DMY   TO SM-INVITE-DMY.
	   MOVE WS-DL-DMY      TO SM-DEADLINE-DMY.
	   MOVE ZEROS	       TO SM-LETTER-DMY, SM-REPLY-DMY.

        INVITE-ROW-RTN-END. EXIT.
      *******************************************************************
      * Reply deadline: today plus the squad's reply days (14 when
      * none are set), stepped a day at a time.
        DEADLINE-RTN.

	   MOVE SQ-REPLY-DAYS TO WS-REPLY-DAYS.
	   IF WS-REPLY-DAYS = ZEROS
	      MOVE 14 TO WS-REPLY-DAYS.

	   MOVE WS-TODAY-YMD TO WS-CUR-YMD.
	   PERFORM DAY-STEP-RTN THRU DAY-STEP-RTN-END
		   VARYING WS-DAY-SUB FROM 1 BY 1
		   UNTIL WS-DAY-SUB > WS-REPLY-DAYS.
	   MOVE WS-CD-DD   TO WS-DL-DD.
	   MOVE WS-CD-MM   TO WS-DL-MM.
	   MOVE WS-CD-YYYY TO WS-DL-YYYY.

        DEADLINE-RTN-END. EXIT.
      *******************************************************************
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
      *******************************************************************
      * F8: the invited player has accepted - their place is taken
      * and the squad levy goes to their fee ledger.
        ACCEPT-RTN.

	   PERFORM MEMBER-RTN THRU MEMBER-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO ACCEPT-RTN-END.

	   IF NOT SM-IS-INVITED
	      MOVE 'Only an open invitation can be accepted' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO ACCEPT-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ACCEPT-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.

	   IF SQ-LEVY NOT = ZEROS
	      PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END
	      IF S-STATUS-CHECK = 'Y'
		 GO TO ACCEPT-RTN-END
	      END-IF
	      MOVE FEE-DATE-DMY TO SM-FEE-DMY
	      MOVE FEE-SEQ	TO SM-FEE-SEQ.

	   MOVE 'A'	     TO SM-STAGE.
	   MOVE WS-TODAY-DMY TO SM-REPLY-DMY.
	   REWRITE SM-REC.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        ACCEPT-RTN-END. EXIT.
      *******************************************************************
      * F9: the invited player has declined - the best-ranked reserve
      * is invited in their place.
        DECLINE-RTN.

	   PERFORM MEMBER-RTN THRU MEMBER-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO DECLINE-RTN-END.

	   IF NOT SM-IS-INVITED
	      MOVE 'Only an open invitation can be declined' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO DECLINE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DECLINE-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   MOVE 'D'	     TO SM-STAGE.
	   MOVE WS-TODAY-DMY TO SM-REPLY-DMY.
	   REWRITE SM-REC.

	   PERFORM PROMOTE-RTN THRU PROMOTE-RTN-END.

	   MOVE SPACES TO WS-MSG.
	   IF WS-PROMOTED = SPACES
	      MOVE 'Declined - no reserve left to move up' TO WS-MSG
	   ELSE
	      STRING 'Declined - reserve AC# ' WS-PROMOTED
		     ' moved up and invited'
		     DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		GO TO DECLINE-RTN-END.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        DECLINE-RTN-END. EXIT.
      *******************************************************************
      * The keyed AC# must be a trialist of the squad; leaves its
      * row in SM-REC.
        MEMBER-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO MEMBER-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID.

        MEMBER-RTN-END. EXIT.
      *******************************************************************
      * The best-ranked reserve left is invited with a fresh reply
      * deadline; WS-PROMOTED comes back with their AC#, or blank
      * when the reserves have run out.
        PROMOTE-RTN.

	   MOVE SPACES TO WS-PROMOTED.
	   PERFORM DEADLINE-RTN THRU DEADLINE-RTN-END.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-ALT-SQ-KEY.
	   MOVE ZEROS	   TO SM-SORT-KEY.
	   MOVE LOW-VALUES TO SM-ALT-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM PROMOTE-LOOP THRU PROMOTE-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

        PROMOTE-RTN-END. EXIT.

        PROMOTE-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO PROMOTE-LOOP-END.

	   IF SM-ALT-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO PROMOTE-LOOP-END.

	   IF NOT SM-IS-RESERVE
	      GO TO PROMOTE-LOOP-END.

	   PERFORM INVITE-ROW-RTN THRU INVITE-ROW-RTN-END.
	   REWRITE SM-REC.
	   MOVE SM-STD-KEY TO WS-PROMOTED.
	   MOVE 'Y' TO WS-SM-EOF.

        PROMOTE-LOOP-END. EXIT.
      *******************************************************************
      * Invitations whose reply deadline has passed lapse as a
      * decline would; one reserve moves up for each.
        LAPSE-RTN.

	   MOVE ZEROS TO WS-LAPSED.
	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM LAPSE-LOOP THRU LAPSE-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

	   IF WS-LAPSED = ZEROS
	      GO TO LAPSE-RTN-END.

	   MOVE ZEROS TO WS-COUNT.
	   PERFORM LAPSE-PROMOTE-RTN THRU LAPSE-PROMOTE-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-LAPSED.

	   MOVE WS-LAPSED TO WS-EDIT-COUNT.
	   MOVE SPACES TO WS-MSG.
	   STRING WS-EDIT-COUNT ' invitation(s) lapsed unanswered - '
		  'reserves moved up' DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        LAPSE-RTN-END. EXIT.

        LAPSE-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO LAPSE-LOOP-END.

	   IF SM-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO LAPSE-LOOP-END.

	   IF NOT SM-IS-INVITED
	      GO TO LAPSE-LOOP-END.

	   MOVE SM-DEADLINE-DMY TO WS-DEADLINE-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-DEADLINE-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-DEADLINE-YMD NOT < WS-TODAY-YMD
	      GO TO LAPSE-LOOP-END.

	   MOVE 'L' TO SM-STAGE.
	   REWRITE SM-REC.
	   ADD 1 TO WS-LAPSED.

        LAPSE-LOOP-END. EXIT.

        LAPSE-PROMOTE-RTN.

	   PERFORM PROMOTE-RTN THRU PROMOTE-RTN-END.

        LAPSE-PROMOTE-RTN-END. EXIT.
      *******************************************************************
      * The squad levy as one FEE-FILE charge row, taxed and
      * journalled the way FMTV posts travel costs.
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE WS-STD-KEY	TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE 'C'		TO FEE-TYPE.
	   MOVE SQ-LEVY		TO FEE-AMOUNT.
	   MOVE SPACES		TO FEE-DESC.
	   STRING 'SQUAD LEVY ' WS-SQ-SEASON ' ' WS-SQ-CAT
		  DELIMITED BY SIZE INTO FEE-DESC.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-TX-KEY, FEE-EV-KEY,
				   FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-PERIOD, FEE-GV-KEY, FEE-RUN-NO,
				   FEE-TAX-AMOUNT, FEE-RCPT-NO,
				   FEE-TS-KEY, FEE-DISC-AMOUNT.

      * The sequence scan read existing rows through FEE-REC - the
      * new row must not be born carrying a void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS		TO FEE-VOID-DMY.

	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO FEE-POST-RTN-END.

	   MOVE 'W' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   MOVE FEE-AMOUNT TO WS-BAL-DELTA.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination.
	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME TO WS-NAME.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SQ-KEY  TO SM-SQ-KEY.
	   MOVE WS-STD-KEY TO SM-STD-KEY.
	   READ SM-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACE  TO WS-OVERRIDE
		MOVE SPACES TO WS-REASON
		MOVE 'Not a trialist of this squad' TO WS-STATUS-LINE
		MOVE 104 TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE SM-OVERRIDE   TO WS-OVERRIDE.
	   MOVE SM-OVR-REASON TO WS-REASON.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 104 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the trialist in SM-REC stands.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE SM-DEADLINE-DMY TO WS-EDIT-DMY.
	   MOVE SM-REPLY-DMY	TO WS-EDIT-DMY2.

	   EVALUATE TRUE
	     WHEN SM-IS-SELECTED
		  MOVE 'Selected - not yet invited' TO WS-STATUS-LINE
	     WHEN SM-IS-RESERVE
		  MOVE 'Reserve' TO WS-STATUS-LINE
	     WHEN SM-IS-LEFT-OUT
		  MOVE 'Left out by the selectors' TO WS-STATUS-LINE
	     WHEN SM-IS-INVITED AND SM-LETTER-DMY = ZEROS
		  STRING 'Invited - reply by ' WS-EDIT-DMY
			 ' - letter not yet printed'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN SM-IS-INVITED
		  STRING 'Invited - reply by ' WS-EDIT-DMY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN SM-IS-ACCEPTED
		  STRING 'Accepted ' WS-EDIT-DMY2
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN SM-IS-DECLINED
		  STRING 'Declined ' WS-EDIT-DMY2
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN SM-IS-LAPSED
		  STRING 'Lapsed - no reply by ' WS-EDIT-DMY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN OTHER
		  MOVE 'Not yet ranked' TO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        SQ-LINE-RTN.

	   MOVE SQ-DESC TO WS-SQ-DESC.
	   MOVE SPACES	TO WS-SQ-LINE.
	   MOVE SQ-SIZE TO WS-EDIT-COUNT.
	   MOVE SQ-INVITE-DMY TO WS-EDIT-DMY.
	   IF SQ-IS-INVITED
	      STRING 'Squad of ' WS-EDIT-COUNT
		     ' - invitations issued ' WS-EDIT-DMY
		     DELIMITED BY SIZE INTO WS-SQ-LINE
	   ELSE
	      STRING 'Squad of ' WS-EDIT-COUNT
		     ' - open for selection'
		     DELIMITED BY SIZE INTO WS-SQ-LINE.

        SQ-LINE-RTN-END. EXIT.
      *******************************************************************
        CLEAR-RTN.

	   MOVE SPACES TO WS-STD-KEY, WS-NAME, WS-OVERRIDE, WS-REASON,
			  WS-STATUS-LINE.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
        CLOCK-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

        CLOCK-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE SM-REC.
	   MOVE WS-SQ-KEY  TO SM-ALT-SQ-KEY.
	   MOVE ZEROS	   TO SM-SORT-KEY.
	   MOVE LOW-VALUES TO SM-ALT-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SM-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO LIST-1-LOOP-END.

	   IF SM-ALT-SQ-KEY NOT = WS-SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE SM-RANK		TO WS-L-RANK.
	   MOVE SM-STD-KEY	TO WS-L-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SM-STD-KEY	TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME	TO WS-L-NAME.
	   MOVE SM-TRIAL-SCORE	TO WS-L-TRIAL.
	   MOVE SM-FIT-POINTS	TO WS-L-FIT.
	   MOVE SM-TOTAL	TO WS-L-TOTAL.
	   MOVE SM-OVERRIDE	TO WS-L-OVERRIDE.
	   EVALUATE TRUE
	     WHEN SM-IS-SELECTED MOVE 'SELECTED'  TO WS-L-STAGE
	     WHEN SM-IS-RESERVE	 MOVE 'RESERVE'	  TO WS-L-STAGE
	     WHEN SM-IS-LEFT-OUT MOVE 'LEFT OUT'  TO WS-L-STAGE
	     WHEN SM-IS-INVITED	 MOVE 'INVITED'	  TO WS-L-STAGE
	     WHEN SM-IS-ACCEPTED MOVE 'ACCEPTED'  TO WS-L-STAGE
	     WHEN SM-IS-DECLINED MOVE 'DECLINED'  TO WS-L-STAGE
	     WHEN SM-IS-LAPSED	 MOVE 'LAPSED'	  TO WS-L-STAGE
	   END-EVALUATE.
	   IF SM-IS-INVITED
	      MOVE SM-DEADLINE-DMY TO WS-EDIT-DMY
	      MOVE WS-EDIT-DMY	   TO WS-L-DEADLINE.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Squad Selection' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
