       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMAX.

      * TERMLY COACH ASSESSMENTS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The coach scores each
      *					member of a club for the
      *					term - technique, effort,
      *					discipline, fitness - and
      *					writes the comment, the whole
      *					club on one screen, for the
      *					PTPRC report card

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcax'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fccl'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdax'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcl'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbax'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcl'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-STD-KEY	  PIC X(06).
	  03 WS-L-NAME		  PIC X(30).
	  03 WS-L-TECH		  PIC Z.
	  03 WS-L-EFFORT	  PIC Z.
	  03 WS-L-DISC		  PIC Z.
	  03 WS-L-FIT		  PIC Z.
	  03 WS-L-DONE		  PIC X(03).

       01 WS-MISC.
	  03 WS-CB-KEY		  PIC X(04).
	  03 WS-TERM-DMY	  PIC 9(08).
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-STD-NAME	  PIC X(30).
	  03 WS-CB-NAME		  PIC X(20).
	  03 WS-COMMENT1	  PIC X(60).
	  03 WS-COMMENT2	  PIC X(60).
	  03 WS-LOADED-CB	  PIC X(04).
	  03 WS-LOADED-TERM	  PIC 9(08).
	  03 WS-SUB		  PIC 9(02).
	  03 WS-NEW-AX		  PIC X(01).
	  03 WS-CM-EOF		  PIC X(01).
	  03 WS-STATUS-LINE	  PIC X(60).
	  03 WS-SET-EDIT	  PIC 99/99/9999.
	  03 WS-SET-HHMM	  PIC X(07).

       01 WS-SCORE-FIELDS.
	  03 WS-TECH		  PIC 9(01).
	  03 WS-EFFORT		  PIC 9(01).
	  03 WS-DISC		  PIC 9(01).
	  03 WS-FIT		  PIC 9(01).
       01 REDEFINES WS-SCORE-FIELDS.
	  03 WS-SCORE		  PIC 9(01) OCCURS 4.

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Club:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 16 PIC X(04)
	      USING WS-CB-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(20) FROM WS-CB-NAME.
	   03 LABEL COL + 2 'Term Start:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC 99/99/9999
	      USING WS-TERM-DMY.
	   03 LABEL COL + 3 'Coach:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(04)
	      USING WS-CO-KEY BELL UPPER.
	   03 LABEL LINE 02 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 16 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(30) FROM WS-STD-NAME.
	   03 LABEL LINE 03 COL 04 'Technique:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 16 PIC 9
	      USING WS-TECH.
	   03 LABEL COL + 3 'Effort:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC 9
	      USING WS-EFFORT.
	   03 LABEL COL + 3 'Discipline:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC 9
	      USING WS-DISC.
	   03 LABEL COL + 3 'Fitness:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC 9
	      USING WS-FIT.
	   03 LABEL COL + 3 '(1 needs work - 5 excellent)'.
	   03 LABEL LINE 04 COL 04 'Comment:'.
	   03 ENTRY-FIELD 3-D ID 109 COL 16 PIC X(60)
	      USING WS-COMMENT1.
	   03 ENTRY-FIELD 3-D ID 110 LINE 05 COL 16 PIC X(60)
	      USING WS-COMMENT2.
	   03 LABEL LINE 06.5 COL 04 PIC X(60) FROM WS-STATUS-LINE.
	   03 LABEL LINE 07.5 COL 04
	      'F4=save  F6=delete  ENTER=load club / recall student'.
	   03 LABEL LINE 09 COL 04 'AC#'.
	   03 LABEL COL 12 'Name'.
	   03 LABEL COL 44 'Tec'.
	   03 LABEL COL 48 'Eff'.
	   03 LABEL COL 52 'Dis'.
	   03 LABEL COL 56 'Fit'.
	   03 LABEL COL 61 'Done'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 10 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,7,37,38,39,40,41)
	      DISPLAY-COLUMNS 	= (1,9,42,46,50,54,59)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcax'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.
	   COPY '/z/y19b25/sp2/lib/fd/dccl'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   AX-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT CL-FILE.

	   INITIALIZE WS-MISC.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.

      * Floating Window
	   MOVE 'Termly Coach Assessments' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE AX-FILE.
	   CLOSE STD-FILE.
	   CLOSE CB-FILE.
	   CLOSE CM-FILE.
	   CLOSE CO-FILE.
	   CLOSE CA-FILE.
	   CLOSE CL-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   UNLOCK AX-FILE.
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
		 MOVE WS-L-STD-KEY TO WS-STD-KEY
	      END-IF.

	   IF WS-CB-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CB-KEY TO CB-KEY.
	   READ CB-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO WS-CB-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.
	   MOVE CB-NAME TO WS-CB-NAME.

      * The term is named by its start date as keyed on the academy
      * calendar, so every club's assessments for a term line up.
	   IF WS-TERM-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TERM-DMY TO CL-DATE-DMY.
	   READ CL-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACE TO CL-TYPE.
	   IF NOT CL-IS-TERM-START
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-CB-KEY NOT = WS-LOADED-CB OR
	      WS-TERM-DMY NOT = WS-LOADED-TERM
	      MOVE WS-CB-KEY   TO WS-LOADED-CB
	      MOVE WS-TERM-DMY TO WS-LOADED-TERM
	      PERFORM CLEAR-RTN THRU CLEAR-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      MOVE 104 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM DELETE-RTN THRU DELETE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-STD-KEY NOT = SPACES
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F4: the coach must be one assigned to the club and the
      * student a current member of it; every criterion is scored.
        SAVE-RTN.

	   IF WS-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO SAVE-RTN-END.

	   MOVE WS-CO-KEY TO CA-CO-KEY.
	   MOVE WS-CB-KEY TO CA-CB-KEY.
	   READ CA-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 100035 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO SAVE-RTN-END.

	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE WS-STD-KEY TO CM-STD-KEY.
	   MOVE WS-CB-KEY  TO CM-CB-KEY.
	   READ CM-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACE TO CM-STATUS-FLAG
		MOVE 'E'   TO CM-STATUS-FLAG.
	   IF NOT CM-IS-OPEN
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM SCORE-CHECK-RTN THRU SCORE-CHECK-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > 4 OR S-ERROR-CODE NOT = ZEROS.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   IF WS-COMMENT1 = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 109    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY  TO AX-STD-KEY.
	   MOVE WS-TERM-DMY TO AX-TERM-DMY.
	   READ AX-FILE INVALID
		MOVE 'Y' TO WS-NEW-AX
	   NOT INVALID
		MOVE 'N' TO WS-NEW-AX
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-NEW-AX = 'Y'
	      INITIALIZE AX-REC
	      MOVE WS-STD-KEY  TO AX-STD-KEY
	      MOVE WS-TERM-DMY TO AX-TERM-DMY.

	   MOVE WS-CB-KEY	TO AX-CB-KEY.
	   MOVE WS-CO-KEY	TO AX-CO-KEY.
	   MOVE WS-SCORE-FIELDS	TO AX-SCORES.
	   MOVE WS-COMMENT1	TO AX-COMMENT1.
	   MOVE WS-COMMENT2	TO AX-COMMENT2.
	   ACCEPT AX-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-SET-EDIT, WS-SET-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-SET-EDIT TO AX-SET-DMY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-AX = 'Y'
	      WRITE AX-REC
	   ELSE
	      REWRITE AX-REC.

	   MOVE SPACES TO WS-STATUS-LINE.
	   STRING 'Saved - ' WS-STD-NAME DELIMITED BY SIZE
		  INTO WS-STATUS-LINE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.
	   MOVE 104 TO S-CONTROL-ID.

        SAVE-RTN-END. EXIT.
      *******************************************************************
        SCORE-CHECK-RTN.

	   IF WS-SCORE (WS-SUB) < 1 OR WS-SCORE (WS-SUB) > 5
	      MOVE 100035 TO S-ERROR-CODE
	      COMPUTE S-CONTROL-ID = 104 + WS-SUB.

        SCORE-CHECK-RTN-END. EXIT.
      *******************************************************************
        DELETE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY  TO AX-STD-KEY.
	   MOVE WS-TERM-DMY TO AX-TERM-DMY.
	   READ AX-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 100020 TO S-ERROR-CODE
		MOVE 104    TO S-CONTROL-ID
		GO TO DELETE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELETE-RTN-END.

	   DELETE AX-FILE.
	   MOVE SPACES TO WS-STATUS-LINE.
	   STRING 'Deleted - ' WS-STD-NAME DELIMITED BY SIZE
		  INTO WS-STATUS-LINE.
	   PERFORM CLEAR-RTN THRU CLEAR-RTN-END.

        DELETE-RTN-END. EXIT.
      *******************************************************************
      * The student's scores for the term back onto the screen - a
      * student not yet assessed comes up blank for keying.
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		PERFORM CLEAR-RTN THRU CLEAR-RTN-END
		MOVE 100020 TO S-ERROR-CODE
		MOVE 104    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.
	   MOVE STD-NAME TO WS-STD-NAME.

	   MOVE WS-STD-KEY  TO AX-STD-KEY.
	   MOVE WS-TERM-DMY TO AX-TERM-DMY.
	   READ AX-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE ZEROS  TO WS-SCORE-FIELDS
		MOVE SPACES TO WS-COMMENT1, WS-COMMENT2
		MOVE 'Not yet assessed this term' TO WS-STATUS-LINE
		MOVE 105 TO S-CONTROL-ID
		GO TO RECALL-RTN-END.
	   UNLOCK AX-FILE.

	   MOVE AX-SCORES   TO WS-SCORE-FIELDS.
	   MOVE AX-COMMENT1 TO WS-COMMENT1.
	   MOVE AX-COMMENT2 TO WS-COMMENT2.
	   MOVE AX-CO-KEY   TO WS-CO-KEY.
	   MOVE SPACES TO WS-STATUS-LINE.
	   IF AX-CB-KEY NOT = WS-CB-KEY
	      STRING 'Assessed this term in club ' AX-CB-KEY
		     DELIMITED BY SIZE INTO WS-STATUS-LINE.
	   MOVE 105 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
        CLEAR-RTN.

	   MOVE SPACES TO WS-STD-KEY, WS-STD-NAME,
			  WS-COMMENT1, WS-COMMENT2.
	   MOVE ZEROS  TO WS-SCORE-FIELDS.

        CLEAR-RTN-END. EXIT.
      *******************************************************************
      * The club's current members with where each stands for the
      * term, so the coach can see at a glance who is still to do.
        LIST-1-RTN.

	   INITIALIZE CM-REC.
	   MOVE WS-CB-KEY  TO CM-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CM-ALT-STD-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CM-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO LIST-1-LOOP-END.

	   IF CM-ALT-CB-KEY NOT = WS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO LIST-1-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE CM-ALT-STD-KEY TO WS-L-STD-KEY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CM-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME TO WS-L-NAME.

	   MOVE CM-ALT-STD-KEY TO AX-STD-KEY.
	   MOVE WS-TERM-DMY    TO AX-TERM-DMY.
	   READ AX-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE AX-TECHNIQUE  TO WS-L-TECH
		MOVE AX-EFFORT	   TO WS-L-EFFORT
		MOVE AX-DISCIPLINE TO WS-L-DISC
		MOVE AX-FITNESS	   TO WS-L-FIT
		MOVE 'YES'	   TO WS-L-DONE
	   END-READ.
	   UNLOCK AX-FILE.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
