       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMCQ.

      * COACH CREDENTIALS - BACKGROUND CHECK, FIRST AID, LICENCE
      * AND REFEREE LEVEL
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The credentials a CO-FILE
      *					coach holds on CQ-FILE, one
      *					per type with its number,
      *					issuer, level and expiry -
      *					what F-COCRED judges club
      *					assignments, sessions and
      *					officials' duties against
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 08.

       01 WS-REC.
	  03 WS-L-TYPE		  PIC X(16).
	  03 WS-L-NUMBER	  PIC X(15).
	  03 WS-L-LEVEL		  PIC X(10).
	  03 WS-L-EXPIRY	  PIC X(10).
	  03 WS-L-STATE		  PIC X(07).
	  03 WS-L-CODE		  PIC X(01).

       01 WS-MISC.
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-CO-NAME		  PIC X(30).
	  03 WS-TYPE		  PIC X(01).
	  03 WS-NUMBER		  PIC X(15).
	  03 WS-ISSUER		  PIC X(20).
	  03 WS-LEVEL		  PIC X(10).
	  03 WS-EXPIRY-DMY	  PIC 9(08).
	  03 WS-EXPIRY-YMD	  PIC 9(08).
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-DATE		  PIC X(01).
	  03 WS-CQ-EOF		  PIC X(01).
	  03 WS-NEW-ROW		  PIC X(01).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).

      * A stored YYYYMMDD turned round for the screen.
       01 WS-SHOW-YMD		  PIC 9(08).
       01 REDEFINES WS-SHOW-YMD.
	  03 WS-SY-YYYY		  PIC 9(04).
	  03 WS-SY-MM		  PIC 9(02).
	  03 WS-SY-DD		  PIC 9(02).

       01 WS-SHOW-DMY.
	  03 WS-SD-DD		  PIC 9(02).
	  03 FIL		  PIC X(01) VALUE '/'.
	  03 WS-SD-MM		  PIC 9(02).
	  03 FIL		  PIC X(01) VALUE '/'.
	  03 WS-SD-YYYY		  PIC 9(04).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Coach:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	      USING WS-CO-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(30) FROM WS-CO-NAME.
	   03 LABEL LINE 02.5 COL 04 'Credential:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC X(01)
	      USING WS-TYPE BELL UPPER.
	   03 LABEL COL + 2
	      '(B background check, F first aid, L licence, R referee)'.
	   03 LABEL LINE 03.5 COL 04 'Number:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 18 PIC X(15)
	      USING WS-NUMBER.
	   03 LABEL LINE 04.5 COL 04 'Issued By:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC X(20)
	      USING WS-ISSUER.
	   03 LABEL LINE 05.5 COL 04 'Level:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 18 PIC X(10)
	      USING WS-LEVEL.
	   03 LABEL LINE 06.5 COL 04 'Expires:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 18 PIC 99/99/9999
	      USING WS-EXPIRY-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 108.
	   03 LABEL COL + 3 '(blank = does not expire)'.
	   03 LABEL LINE 08 COL 04
	      'F4=save  F6=remove  ENTER=recall the credential'.
	   03 LABEL LINE 09.5 COL 04 'Credential'.
	   03 LABEL COL 22 'Number'.
	   03 LABEL COL 39 'Level'.
	   03 LABEL COL 51 'Expires'.
	   03 LABEL COL 63 'State'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 10.5 COL 04 SIZE 68 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,17,32,42,52)
	      DISPLAY-COLUMNS 	= (1,19,36,48,60)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   CQ-FILE.
	   OPEN INPUT CO-FILE.

      * Floating Window
	   MOVE 'Coach Credentials' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   INITIALIZE WS-MISC.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CQ-FILE.
	   CLOSE CO-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   UNLOCK CQ-FILE.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 106) OR KEY-STATUS = 108
	      CALL   '/z/y19b25/sp2/lib/std/x-hpcal'
		     USING WS-EXPIRY-DMY, S-OK
	      CANCEL '/z/y19b25/sp2/lib/std/x-hpcal'
	      MOVE 106 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM COACH-RTN THRU COACH-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-CODE TO WS-TYPE
	      END-IF.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
        COACH-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-CO-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO COACH-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CO-KEY TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE SPACES TO WS-CO-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO COACH-RTN-END.
	   MOVE CO-NAME TO WS-CO-NAME.

        COACH-RTN-END. EXIT.
      *******************************************************************
        KEY-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-TYPE NOT = 'B' AND WS-TYPE NOT = 'F' AND
	      WS-TYPE NOT = 'L' AND WS-TYPE NOT = 'R'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO KEY-RTN-END.

	   MOVE WS-CO-KEY TO CQ-CO-KEY.
	   MOVE WS-TYPE   TO CQ-TYPE.

        KEY-RTN-END. EXIT.
      *******************************************************************
      * F4: a credential recorded or renewed. A new expiry leaves
      * CQ-REMIND-YMD behind, so PTCQX chases the renewal afresh
      * when it comes due.
        SAVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO SAVE-RTN-END.

	   IF WS-NUMBER = SPACES AND WS-LEVEL = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE ZEROS TO WS-EXPIRY-YMD.
	   IF WS-EXPIRY-DMY NOT = ZEROS
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		     USING WS-DATE, WS-EXPIRY-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 106 TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      MOVE WS-EXPIRY-DMY TO WS-EXPIRY-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXPIRY-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'N' TO WS-NEW-ROW.
	   READ CQ-FILE INVALID
		MOVE 'Y' TO WS-NEW-ROW
		MOVE ZEROS TO CQ-REMIND-YMD.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   MOVE WS-CO-KEY      TO CQ-CO-KEY.
	   MOVE WS-TYPE	       TO CQ-TYPE.
	   MOVE WS-NUMBER      TO CQ-NUMBER.
	   MOVE WS-ISSUER      TO CQ-ISSUER.
	   MOVE WS-LEVEL       TO CQ-LEVEL.
	   MOVE WS-EXPIRY-YMD  TO CQ-EXPIRY-YMD.
	   ACCEPT CQ-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT  TO CQ-SET-DMY.
	   MOVE ZEROS	       TO CQ-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-ROW = 'Y'
	      WRITE CQ-REC
	   ELSE
	      REWRITE CQ-REC.

        SAVE-RTN-END. EXIT.
      *******************************************************************
        REMOVE-RTN.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO REMOVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CQ-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE CQ-FILE.
	   MOVE SPACES TO WS-TYPE, WS-NUMBER, WS-ISSUER, WS-LEVEL.
	   MOVE ZEROS  TO WS-EXPIRY-DMY.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   IF WS-TYPE = SPACES
	      GO TO RECALL-RTN-END.

	   PERFORM KEY-RTN THRU KEY-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CQ-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 103 TO S-CONTROL-ID
		GO TO RECALL-RTN-END.
	   UNLOCK CQ-FILE.

	   MOVE CQ-NUMBER TO WS-NUMBER.
	   MOVE CQ-ISSUER TO WS-ISSUER.
	   MOVE CQ-LEVEL  TO WS-LEVEL.
	   MOVE ZEROS	  TO WS-EXPIRY-DMY.
	   IF CQ-EXPIRY-YMD NOT = ZEROS
	      MOVE CQ-EXPIRY-YMD TO WS-SHOW-YMD
	      COMPUTE WS-EXPIRY-DMY = (WS-SY-DD * 1000000) +
		      (WS-SY-MM * 10000) + WS-SY-YYYY.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * The coach's credentials, lapsed ones flagged.
        LIST-1-RTN.

	   INITIALIZE CQ-REC.
	   MOVE WS-CO-KEY  TO CQ-CO-KEY.
	   MOVE LOW-VALUES TO CQ-TYPE.
	   MOVE 'N' TO WS-CQ-EOF.
	   START CQ-FILE KEY >= CQ-KEY INVALID
		 MOVE 'Y' TO WS-CQ-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-CQ-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ CQ-FILE NEXT END
		MOVE 'Y' TO WS-CQ-EOF
		GO TO LIST-1-LOOP-END.

	   IF CQ-CO-KEY NOT = WS-CO-KEY
	      MOVE 'Y' TO WS-CQ-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   EVALUATE TRUE
	     WHEN CQ-IS-BACKGROUND MOVE 'Background check' TO WS-L-TYPE
	     WHEN CQ-IS-FIRST-AID  MOVE 'First aid'	   TO WS-L-TYPE
	     WHEN CQ-IS-LICENCE	   MOVE 'Coaching licence' TO WS-L-TYPE
	     WHEN OTHER		   MOVE 'Referee level'	   TO WS-L-TYPE
	   END-EVALUATE.
	   MOVE CQ-NUMBER TO WS-L-NUMBER.
	   MOVE CQ-LEVEL  TO WS-L-LEVEL.
	   MOVE 'OK'	  TO WS-L-STATE.
	   IF CQ-EXPIRY-YMD NOT = ZEROS
	      MOVE CQ-EXPIRY-YMD TO WS-SHOW-YMD
	      MOVE WS-SY-DD	 TO WS-SD-DD
	      MOVE WS-SY-MM	 TO WS-SD-MM
	      MOVE WS-SY-YYYY	 TO WS-SD-YYYY
	      MOVE WS-SHOW-DMY	 TO WS-L-EXPIRY
	      IF CQ-EXPIRY-YMD < WS-TODAY-YMD
		 MOVE 'EXPIRED' TO WS-L-STATE.
	   MOVE CQ-TYPE	  TO WS-L-CODE.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
