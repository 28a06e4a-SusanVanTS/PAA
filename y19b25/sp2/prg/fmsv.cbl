       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMSV.

      * MAINTAIN MEMBER SURVEY DEFINITION FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Termly satisfaction survey
      *					questions and scales, the
      *					invitation template and the
      *					survey it compares against
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fclt'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdlt'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dblt'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 WS-Q-SUB		PIC 9(02).
	  03 WS-Q-COUNT		PIC 9(02).
	  03 WS-SAVE-REC	PIC X(600).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Survey Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 3 PIC X(06)
	      USING SV-KEY BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Survey Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(06) USING SV-KEY.
	   03 LABEL LINE 03 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(30)
	      USING SV-DESC.
	   03 LABEL LINE 04 COL 04 'Invitation:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC X(08)
	      USING SV-LT-KEY BELL UPPER.
	   03 LABEL COL + 2 '(letter template)'.
	   03 LABEL LINE 05 COL 04 'Compare With:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(06)
	      USING SV-PREV-KEY BELL UPPER.
	   03 LABEL COL + 2 '(last term survey)'.
	   03 LABEL LINE 06 COL 04 'Recommend Q#:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC Z9
	      USING SV-NPS-Q.
	   03 LABEL COL + 2 '(0-10 question the NPS is taken from)'.
	   03 LABEL LINE 07 COL 04 'Issued:'.
	   03 LABEL COL 21 PIC 99/99/9999 FROM SV-ISSUE-DMY.
	   03 LABEL COL + 2 PIC ZZZZ9 FROM SV-ISSUED.
	   03 LABEL COL + 1 'households'.
	   03 LABEL LINE 09 COL 04 'Q# Question'.
	   03 LABEL LINE 09 COL 60 'Scale (S=0-10, Y=yes/no)'.
	   03 LABEL LINE 10 COL 04 ' 1'.
	   03 ENTRY-FIELD 3-D ID 111 COL 07 PIC X(50)
	      USING SV-Q-TEXT (1).
	   03 ENTRY-FIELD 3-D ID 131 COL 60 PIC X(01)
	      USING SV-Q-SCALE (1) BELL UPPER.
	   03 LABEL LINE 11 COL 04 ' 2'.
	   03 ENTRY-FIELD 3-D ID 112 COL 07 PIC X(50)
	      USING SV-Q-TEXT (2).
	   03 ENTRY-FIELD 3-D ID 132 COL 60 PIC X(01)
	      USING SV-Q-SCALE (2) BELL UPPER.
	   03 LABEL LINE 12 COL 04 ' 3'.
	   03 ENTRY-FIELD 3-D ID 113 COL 07 PIC X(50)
	      USING SV-Q-TEXT (3).
	   03 ENTRY-FIELD 3-D ID 133 COL 60 PIC X(01)
	      USING SV-Q-SCALE (3) BELL UPPER.
	   03 LABEL LINE 13 COL 04 ' 4'.
	   03 ENTRY-FIELD 3-D ID 114 COL 07 PIC X(50)
	      USING SV-Q-TEXT (4).
	   03 ENTRY-FIELD 3-D ID 134 COL 60 PIC X(01)
	      USING SV-Q-SCALE (4) BELL UPPER.
	   03 LABEL LINE 14 COL 04 ' 5'.
	   03 ENTRY-FIELD 3-D ID 115 COL 07 PIC X(50)
	      USING SV-Q-TEXT (5).
	   03 ENTRY-FIELD 3-D ID 135 COL 60 PIC X(01)
	      USING SV-Q-SCALE (5) BELL UPPER.
	   03 LABEL LINE 15 COL 04 ' 6'.
	   03 ENTRY-FIELD 3-D ID 116 COL 07 PIC X(50)
	      USING SV-Q-TEXT (6).
	   03 ENTRY-FIELD 3-D ID 136 COL 60 PIC X(01)
	      USING SV-Q-SCALE (6) BELL UPPER.
	   03 LABEL LINE 16 COL 04 ' 7'.
	   03 ENTRY-FIELD 3-D ID 117 COL 07 PIC X(50)
	      USING SV-Q-TEXT (7).
	   03 ENTRY-FIELD 3-D ID 137 COL 60 PIC X(01)
	      USING SV-Q-SCALE (7) BELL UPPER.
	   03 LABEL LINE 17 COL 04 ' 8'.
	   03 ENTRY-FIELD 3-D ID 118 COL 07 PIC X(50)
	      USING SV-Q-TEXT (8).
	   03 ENTRY-FIELD 3-D ID 138 COL 60 PIC X(01)
	      USING SV-Q-SCALE (8) BELL UPPER.
	   03 LABEL LINE 18 COL 04 ' 9'.
	   03 ENTRY-FIELD 3-D ID 119 COL 07 PIC X(50)
	      USING SV-Q-TEXT (9).
	   03 ENTRY-FIELD 3-D ID 139 COL 60 PIC X(01)
	      USING SV-Q-SCALE (9) BELL UPPER.
	   03 LABEL LINE 19 COL 04 '10'.
	   03 ENTRY-FIELD 3-D ID 120 COL 07 PIC X(50)
	      USING SV-Q-TEXT (10).
	   03 ENTRY-FIELD 3-D ID 140 COL 60 PIC X(01)
	      USING SV-Q-SCALE (10) BELL UPPER.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dclt'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O SV-FILE.
	   OPEN INPUT LT-FILE.

      * Floating Window
	   Move 'Define Surveys' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE SV-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SV-FILE.
	   CLOSE LT-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK SV-FILE.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

           IF K-F2
	      PERFORM GET-NEXT THRU GET-NEXT-END
	      IF S-STATUS-CHECK = 'Y' OR S-ERROR-CODE NOT = ZEROS
		 GO TO 0110-MAIN
              ELSE
		 GO TO 0120-MAIN.

           IF NOT K-ENTER GO TO 0110-MAIN.

	   IF SV-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ SV-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE SV-DETAILS
		   MOVE ZEROS TO SV-ISSUE-DMY, SV-ISSUED, SV-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

              DESTROY SELECT-SCR.
	      PERFORM FKEY-RTN THRU FKEY-END.

        0130-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0190-MAIN.

           IF K-F1 GO TO 0190-MAIN.

	   IF K-F2
	      PERFORM GET-NEXT THRU GET-NEXT-END
	      GO TO 0120-MAIN.

           IF K-F3
	      PERFORM GET-PREV THRU GET-PREV-END
              GO TO 0120-MAIN.

           IF K-F4 AND S-PRS-MODE = 'R'
	      PERFORM CONFIRM-RTN THRU CONFIRM-END
	      IF S-CONFIRM = 'Y'
		 DELETE SV-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF SV-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * The invitation goes out under this template - it must be
      * one the letter file holds.
	   IF SV-LT-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SV-LT-KEY TO LT-KEY.
	   READ LT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO 0130-MAIN.

	   IF SV-PREV-KEY NOT = SPACES
	      PERFORM PREV-CHECK-RTN THRU PREV-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 104 TO S-CONTROL-ID
		 GO TO 0130-MAIN.

	   MOVE ZEROS TO WS-Q-COUNT.
	   PERFORM Q-CHECK-RTN THRU Q-CHECK-RTN-END
		   VARYING WS-Q-SUB FROM 1 BY 1
		   UNTIL WS-Q-SUB > 10 OR S-ERROR-CODE NOT = ZEROS.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0130-MAIN.

	   IF WS-Q-COUNT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 111    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * The net-promoter score needs a 0-10 question to read.
	   IF SV-NPS-Q < 1 OR SV-NPS-Q > 10
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT SV-Q-IS-SCORE (SV-NPS-Q)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE SV-REC.
	   IF S-PRS-MODE = 'R' REWRITE SV-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START SV-FILE KEY > SV-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ SV-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START SV-FILE KEY < SV-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ SV-FILE BACKWARD END
			  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
      ********************************************************************
      * A question is either blank or carries both its text and a
      * scale; the count of keyed questions comes back in WS-Q-COUNT.
        Q-CHECK-RTN.

	   IF SV-Q-TEXT (WS-Q-SUB) = SPACES
	      IF SV-Q-SCALE (WS-Q-SUB) NOT = SPACE
		 MOVE 200015 TO S-ERROR-CODE
		 COMPUTE S-CONTROL-ID = 110 + WS-Q-SUB
	      END-IF
	      GO TO Q-CHECK-RTN-END.

	   IF NOT SV-Q-IS-SCORE (WS-Q-SUB) AND
	      NOT SV-Q-IS-YESNO (WS-Q-SUB)
	      MOVE 100035 TO S-ERROR-CODE
	      COMPUTE S-CONTROL-ID = 130 + WS-Q-SUB
	      GO TO Q-CHECK-RTN-END.

	   ADD 1 TO WS-Q-COUNT.

        Q-CHECK-RTN-END. EXIT.
      ********************************************************************
      * Last term's survey must be on file and cannot be this one;
      * the record being keyed is held aside across the look-up.
        PREV-CHECK-RTN.

	   IF SV-PREV-KEY = SV-KEY
	      MOVE 100035 TO S-ERROR-CODE
	      GO TO PREV-CHECK-RTN-END.

	   MOVE SV-REC TO WS-SAVE-REC.
	   MOVE SV-PREV-KEY TO SV-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ SV-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SAVE-REC TO SV-REC.

        PREV-CHECK-RTN-END. EXIT.
      ********************************************************************
        FKEY-RTN.

	   EVALUATE S-PRS-MODE
	    WHEN 'S' MOVE '1yy456y89012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'A' MOVE 'yyy4567y9012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'R' MOVE 'yyyy567y9012y4567890' TO S-ACTIVE-FKEY.

           CALL   '/v/cps/lib/std/x-fkey ' USING
	          S-ACTIVE-FKEY,  S-TOOLBAR, S-BUTTON.
	   CANCEL '/v/cps/lib/std/x-fkey'.
           COPY   '/v/cps/lib/std/fmmode.prd'.

	FKEY-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
