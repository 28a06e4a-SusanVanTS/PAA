       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMBG.

      * MAINTAIN GL BUDGET FILE
      * AUTHOR		DATE		 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Committee budget per GL
      *							account, branch and month,
      *							set against the actuals by
      *							PTBUD
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbg'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbg'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbg'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

      * BG-PERIOD split for the month check.
	01 WS-BG-PERIOD		PIC 9(06).
	01 REDEFINES WS-BG-PERIOD.
	   03 WS-BG-YYYY	PIC 9(04).
	   03 WS-BG-MM		PIC 9(02).

      * Checked out to WS-LOCK-USER while WS-LOCK-KEY is non-blank, so
      * RELEASE-LOCK-RTN knows whether (and which key) to release.
	01 WS-LOCK-MISC.
	   03 WS-LOCK-KEY	PIC X(08) VALUE SPACES.
	   03 WS-LOCK-PROG	PIC X(08) VALUE 'FMBG'.
	   03 WS-LOCK-RECKEY	PIC X(08).
	   03 WS-LOCK-MODE	PIC X(01).
	   03 WS-LOCK-USER	PIC X(08).
	   03 WS-LOCK-OK	PIC X(01).
	   03 WS-LOCK-MSG	PIC X(60).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'GL Account:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 20 PIC X(08) USING BG-ACCT
	      BELL UPPER.
	   03 LABEL LINE 03 COL 04 'Branch:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 20 PIC X(02) USING BG-BR-KEY
	      BELL UPPER.
	   03 LABEL COL + 3 '(blank = head office)'.
	   03 LABEL LINE 04 COL 04 'Period:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 20 PIC 9(06)
	      USING BG-PERIOD.
	   03 LABEL COL + 3 '[YYYYMM]'.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'GL Account:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 20 PIC X(08) USING BG-ACCT.
	   03 LABEL LINE 03 COL 04 'Branch:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 20 PIC X(02)
	      USING BG-BR-KEY.
	   03 LABEL LINE 04 COL 04 'Period:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 20 PIC 9(06)
	      USING BG-PERIOD.
	   03 LABEL LINE 05 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 20 PIC X(20) USING BG-DESC.
	   03 LABEL LINE 06 COL 04 'Budget Amount:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 20 PIC ZZ,ZZZ,ZZ9.99
	      USING BG-AMOUNT.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbg'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Budgets are the committee's - same gate as FMCFIG.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O   BG-FILE.
	   OPEN INPUT BR-FILE.

      * Floating Window
	   Move 'GL Budget Maintenance' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

           MOVE 'Y' TO S-RUN.
           INITIALIZE BG-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE BG-FILE.
	   CLOSE BR-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK BG-FILE.
	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
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

	   IF BG-ACCT = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * Blank branch is the head office budget; a keyed one must be
      * on the branch master.
	   IF BG-BR-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE BG-BR-KEY TO BR-KEY
	      READ BR-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 102    TO S-CONTROL-ID
		 GO TO 0110-MAIN
	      END-IF.

	   MOVE BG-PERIOD TO WS-BG-PERIOD.
	   IF WS-BG-YYYY = ZEROS OR WS-BG-MM < 1 OR WS-BG-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ BG-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE BG-DETAILS
		   MOVE ZEROS TO BG-PADDING.

	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

	      IF S-PRS-MODE = 'R'
		 PERFORM CLAIM-LOCK-RTN THRU CLAIM-LOCK-RTN-END
		 IF WS-LOCK-OK NOT = 'Y'
		    GO TO 0110-MAIN.

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
		 DELETE BG-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF BG-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE BG-REC.
	   IF S-PRS-MODE = 'R' REWRITE BG-REC.

        0190-MAIN.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START BG-FILE KEY > BG-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ BG-FILE NEXT END
					  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START BG-FILE KEY < BG-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ BG-FILE BACKWARD END
					  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
      ********************************************************************
      * Claims the edit lock on BG-ACCT for this operator so a second
      * session opening the same account (any branch or period - the
      * lock key is the account alone) gets warned instead of the two
      * REWRITEs racing silently. WS-LOCK-OK comes back 'N' (and
      * WS-LOCK-USER tells who) when someone else already has it.
	CLAIM-LOCK-RTN.

	   MOVE BG-ACCT TO WS-LOCK-RECKEY.
	   MOVE 'C'     TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.

	   IF WS-LOCK-OK = 'Y'
	      MOVE BG-ACCT TO WS-LOCK-KEY
	   ELSE
	      MOVE SPACES TO WS-LOCK-MSG
	      STRING 'Record currently being edited by ' WS-LOCK-USER
		 DELIMITED BY SIZE INTO WS-LOCK-MSG
	      PERFORM LOCK-WARN-RTN THRU LOCK-WARN-RTN-END.

	CLAIM-LOCK-RTN-END. EXIT.
      ********************************************************************
      * Releases whatever key this operator currently has checked out,
      * if any - safe to call even when nothing is held.
	RELEASE-LOCK-RTN.

	   IF WS-LOCK-KEY NOT = SPACES
	      MOVE WS-LOCK-KEY TO WS-LOCK-RECKEY
	      MOVE 'R'         TO WS-LOCK-MODE
	      CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		     USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			   WS-LOCK-USER, WS-LOCK-OK
	      CANCEL '/z/y19b25/sp2/lib/std/f-edlock'
	      MOVE SPACES TO WS-LOCK-KEY.

	RELEASE-LOCK-RTN-END. EXIT.
      ********************************************************************
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY LOCK-WARN-SCR.

	LOCK-WARN-SUB.
	   ACCEPT LOCK-WARN-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO LOCK-WARN-SUB.

	   DESTROY LOCK-WARN-SCR.
	   CLOSE WINDOW S-WINDOW2.

	LOCK-WARN-RTN-END. EXIT.
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
