       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMSQ.

      * MAINTAIN REPRESENTATIVE SQUADS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Squad master on SQ-FILE -
      *					season and category, squad
      *					size, levy, reply days and
      *					invitation letter, and the
      *					trial events and fitness
      *					tests FMSL ranks trialists
      *					on; the selection terms are
      *					fixed once invitations go out
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcft'.
	   COPY '/z/y19b25/sp2/lib/fd/fclt'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdft'.
	   COPY '/z/y19b25/sp2/lib/fd/fdlt'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbft'.
	   COPY '/z/y19b25/sp2/lib/fd/dblt'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 8.

       01 WS-REC.
	  03 WS-L-SEASON	  PIC 9(04).
	  03 WS-L-CAT		  PIC X(10).
	  03 WS-L-DESC		  PIC X(30).
	  03 WS-L-SIZE		  PIC ZZ9.
	  03 WS-L-STAGE		  PIC X(10).

       01 WS-MISC.
	  03 WS-SEASON		  PIC 9(04).
	  03 WS-CAT		  PIC X(10).
	  03 WS-DESC		  PIC X(30).
	  03 WS-SIZE		  PIC 9(03).
	  03 WS-LEVY		  PIC 9(06)V9(02).
	  03 WS-REPLY-DAYS	  PIC 9(03).
	  03 WS-LT-KEY		  PIC X(08).
	  03 WS-BAND-POINTS	  PIC 9(03).
	  03 WS-SUB		  PIC 9(02).
	  03 WS-NEW-SQUAD	  PIC X(01).
	  03 WS-SQ-EOF		  PIC X(01).
	  03 WS-STATUS-LINE	  PIC X(60).

       01 WS-TRIAL-FIELDS.
	  03 WS-TRIAL1		  PIC X(04).
	  03 WS-TRIAL2		  PIC X(04).
	  03 WS-TRIAL3		  PIC X(04).
	  03 WS-TRIAL4		  PIC X(04).
       01 REDEFINES WS-TRIAL-FIELDS.
	  03 WS-TRIAL-EV	  PIC X(04) OCCURS 4.

       01 WS-TEST-FIELDS.
	  03 WS-TEST1		  PIC X(04).
	  03 WS-TEST2		  PIC X(04).
	  03 WS-TEST3		  PIC X(04).
	  03 WS-TEST4		  PIC X(04).
       01 REDEFINES WS-TEST-FIELDS.
	  03 WS-FT-KEY		  PIC X(04) OCCURS 4.

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
	   03 LABEL LINE 02 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(30)
	      USING WS-DESC.
	   03 LABEL LINE 03 COL 04 'Squad Size:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC ZZ9
	      USING WS-SIZE.
	   03 LABEL COL + 3 'Squad Levy:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-LEVY.
	   03 LABEL COL + 3 'Reply Days:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC ZZ9
	      USING WS-REPLY-DAYS.
	   03 LABEL LINE 04 COL 04 'Invitation Letter:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC X(08)
	      USING WS-LT-KEY BELL UPPER.
	   03 LABEL LINE 05 COL 04 'Trial Events:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC X(04)
	      USING WS-TRIAL1 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 109 COL + 2 PIC X(04)
	      USING WS-TRIAL2 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 110 COL + 2 PIC X(04)
	      USING WS-TRIAL3 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 111 COL + 2 PIC X(04)
	      USING WS-TRIAL4 BELL UPPER.
	   03 LABEL LINE 06 COL 04 'Fitness Tests:'.
	   03 ENTRY-FIELD 3-D ID 112 COL + 2 PIC X(04)
	      USING WS-TEST1 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 113 COL + 2 PIC X(04)
	      USING WS-TEST2 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 114 COL + 2 PIC X(04)
	      USING WS-TEST3 BELL UPPER.
	   03 ENTRY-FIELD 3-D ID 115 COL + 2 PIC X(04)
	      USING WS-TEST4 BELL UPPER.
	   03 LABEL COL + 3 'Points per Band:'.
	   03 ENTRY-FIELD 3-D ID 116 COL + 2 PIC ZZ9
	      USING WS-BAND-POINTS.
	   03 LABEL LINE 07.5 COL 04 PIC X(60) FROM WS-STATUS-LINE.
	   03 LABEL LINE 08.5 COL 04
	      'F4=save  F6=delete  ENTER=recall'.
	   03 LABEL LINE 10 COL 04 'Year'.
	   03 LABEL COL 10 'Category'.
	   03 LABEL COL 22 'Description'.
	   03 LABEL COL 54 'Size'.
	   03 LABEL COL 60 'Stage'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 11 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,5,15,45,48)
	      DISPLAY-COLUMNS 	= (1,7,19,51,57)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcft'.
	   COPY '/z/y19b25/sp2/lib/fd/dclt'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   SQ-FILE.
	   OPEN INPUT SM-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT FT-FILE.
	   OPEN INPUT LT-FILE.

	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.
	   MOVE ZEROS TO WS-SEASON.
	   MOVE SPACES TO WS-CAT.

      * Floating Window
	   MOVE 'Representative Squads' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SQ-FILE.
	   CLOSE SM-FILE.
	   CLOSE EV-FILE.
	   CLOSE FT-FILE.
	   CLOSE LT-FILE.
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

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-SEASON TO WS-SEASON
		 MOVE WS-L-CAT	  TO WS-CAT
	      END-IF.

	   IF WS-SEASON = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-CAT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM DELETE-RTN THRU DELETE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F4: a new squad or a change to one. The trial events, tests,
      * size and band points rank the trialists, so once the
      * invitations are out they stay as they were.
        SAVE-RTN.

	   IF WS-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-SIZE = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-LT-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-LT-KEY TO LT-KEY
	      READ LT-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 107    TO S-CONTROL-ID
		   GO TO SAVE-RTN-END.

	   IF WS-TRIAL-FIELDS = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM TRIAL-CHECK-RTN THRU TRIAL-CHECK-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > 4 OR S-ERROR-CODE NOT = ZEROS.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   PERFORM TEST-CHECK-RTN THRU TEST-CHECK-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > 4 OR S-ERROR-CODE NOT = ZEROS.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEASON TO SQ-SEASON.
	   MOVE WS-CAT	  TO SQ-CAT.
	   READ SQ-FILE INVALID
		MOVE 'Y' TO WS-NEW-SQUAD
	   NOT INVALID
		MOVE 'N' TO WS-NEW-SQUAD
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-NEW-SQUAD = 'N' AND SQ-IS-INVITED
	      IF WS-SIZE NOT = SQ-SIZE
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      IF WS-TRIAL-FIELDS NOT = SQ-TRIALS
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 108    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      IF WS-TEST-FIELDS NOT = SQ-TESTS OR
		 WS-BAND-POINTS NOT = SQ-BAND-POINTS
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 112    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   IF WS-NEW-SQUAD = 'Y'
	      INITIALIZE SQ-REC
	      MOVE WS-SEASON TO SQ-SEASON
	      MOVE WS-CAT    TO SQ-CAT
	      MOVE SPACE     TO SQ-STAGE.

	   MOVE WS-DESC		TO SQ-DESC.
	   MOVE WS-SIZE		TO SQ-SIZE.
	   MOVE WS-LEVY		TO SQ-LEVY.
	   MOVE WS-REPLY-DAYS	TO SQ-REPLY-DAYS.
	   MOVE WS-LT-KEY	TO SQ-LT-KEY.
	   MOVE WS-TRIAL-FIELDS TO SQ-TRIALS.
	   MOVE WS-TEST-FIELDS	TO SQ-TESTS.
	   MOVE WS-BAND-POINTS	TO SQ-BAND-POINTS.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-SQUAD = 'Y'
	      WRITE SQ-REC
	   ELSE
	      REWRITE SQ-REC.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        SAVE-RTN-END. EXIT.
      *******************************************************************
        TRIAL-CHECK-RTN.

	   IF WS-TRIAL-EV (WS-SUB) = SPACES
	      GO TO TRIAL-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TRIAL-EV (WS-SUB) TO EV-KEY.
	   READ EV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		COMPUTE S-CONTROL-ID = 107 + WS-SUB.

        TRIAL-CHECK-RTN-END. EXIT.
      *******************************************************************
        TEST-CHECK-RTN.

	   IF WS-FT-KEY (WS-SUB) = SPACES
	      GO TO TEST-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-FT-KEY (WS-SUB) TO FT-KEY.
	   READ FT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		COMPUTE S-CONTROL-ID = 111 + WS-SUB.

        TEST-CHECK-RTN-END. EXIT.
      *******************************************************************
      * F6: a squad comes off only before any trialist is ranked
      * into it.
        DELETE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEASON TO SQ-SEASON.
	   MOVE WS-CAT	  TO SQ-CAT.
	   READ SQ-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO DELETE-RTN-END.

	   INITIALIZE SM-REC.
	   MOVE SQ-KEY	   TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   START SM-FILE KEY >= SM-KEY INVALID
		 GO TO DELETE-SQUAD.
	   READ SM-FILE NEXT END
		GO TO DELETE-SQUAD.
	   IF SM-SQ-KEY = SQ-KEY
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DELETE-RTN-END.

	DELETE-SQUAD.
	   MOVE 'N' TO S-STATUS-CHECK.
	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELETE-RTN-END.

	   DELETE SQ-FILE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.

        DELETE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEASON TO SQ-SEASON.
	   MOVE WS-CAT	  TO SQ-CAT.
	   READ SQ-FILE INVALID
		PERFORM CLEAR-RTN THRU CLEAR-RTN-END
		MOVE 103 TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE SQ-DESC		TO WS-DESC.
	   MOVE SQ-SIZE		TO WS-SIZE.
	   MOVE SQ-LEVY		TO WS-LEVY.
	   MOVE SQ-REPLY-DAYS	TO WS-REPLY-DAYS.
	   MOVE SQ-LT-KEY	TO WS-LT-KEY.
	   MOVE SQ-TRIALS	TO WS-TRIAL-FIELDS.
	   MOVE SQ-TESTS	TO WS-TEST-FIELDS.
	   MOVE SQ-BAND-POINTS	TO WS-BAND-POINTS.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   IF SQ-IS-INVITED
	      MOVE 'Invitations issued - selection terms are fixed'
		   TO WS-STATUS-LINE
	   ELSE
	      MOVE 'Open - rank and select the trialists at FMSL'
		   TO WS-STATUS-LINE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        CLEAR-RTN.

	   MOVE SPACES TO WS-DESC, WS-LT-KEY, WS-TRIAL-FIELDS,
			  WS-TEST-FIELDS, WS-STATUS-LINE.
	   MOVE ZEROS  TO WS-SIZE, WS-LEVY, WS-REPLY-DAYS,
			  WS-BAND-POINTS.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE SQ-REC.
	   MOVE LOW-VALUES TO SQ-KEY.
	   MOVE 'N' TO WS-SQ-EOF.
	   START SQ-FILE KEY >= SQ-KEY INVALID
		 MOVE 'Y' TO WS-SQ-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-SQ-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ SQ-FILE NEXT END
		MOVE 'Y' TO WS-SQ-EOF
		GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE SQ-SEASON TO WS-L-SEASON.
	   MOVE SQ-CAT	  TO WS-L-CAT.
	   MOVE SQ-DESC	  TO WS-L-DESC.
	   MOVE SQ-SIZE	  TO WS-L-SIZE.
	   IF SQ-IS-INVITED
	      MOVE 'INVITED' TO WS-L-STAGE
	   ELSE
	      MOVE 'OPEN'    TO WS-L-STAGE.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
