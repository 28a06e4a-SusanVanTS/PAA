       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMTX.

      * MAINTAIN SALES TAX CODE FILE
      * AUTHOR		DATE		 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Tax code master - rate,
      *							effective date and the GL
      *							output-tax account behind
      *							every charge's net/tax split
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctx'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

      * Rate the record carried when it was read - a changed rate
      * drops the old one into TX-PRIOR-RATE on save.
	01 WS-OLD-RATE		PIC 9(02)V9(02).

      * Checked out to WS-LOCK-USER while WS-LOCK-KEY is non-blank, so
      * RELEASE-LOCK-RTN knows whether (and which key) to release.
	01 WS-LOCK-MISC.
	   03 WS-LOCK-KEY	PIC X(04) VALUE SPACES.
	   03 WS-LOCK-PROG	PIC X(08) VALUE 'FMTX'.
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
	   03 LABEL LINE 02 COL 04 'Tax Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 3 PIC X(02) USING TX-KEY
	      BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Tax Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 20 PIC X(02) USING TX-KEY.
	   03 LABEL LINE 03 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 20 PIC X(30) USING TX-DESC.
	   03 LABEL LINE 04 COL 04 'Rate %:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 20 PIC Z9.99
	      USING TX-RATE.
	   03 LABEL COL + 3 '(zero = exempt / zero-rated)'.
	   03 LABEL LINE 05 COL 04 'Effective From:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 20 PIC 99/99/9999
	      USING TX-EFF-DMY.
	   03 LABEL LINE 06 COL 04 'Prior Rate %:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 20 PIC Z9.99
	      USING TX-PRIOR-RATE.
	   03 LABEL COL + 3 '(charges dated before the effective date)'.
	   03 LABEL LINE 07 COL 04 'Output Tax A/C:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 20 PIC X(08) USING TX-GL-ACCT.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctx'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Part of the configuration area - same gate as FMCFIG.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O   TX-FILE.

      * Floating Window
	   Move 'Define Sales Tax Codes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

           MOVE 'Y' TO S-RUN.
           INITIALIZE TX-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE TX-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK TX-FILE.
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

	   IF TX-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ TX-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE TX-DETAILS
		   MOVE ZEROS TO TX-PADDING.
	      MOVE TX-RATE TO WS-OLD-RATE.

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
		 DELETE TX-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF TX-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF TX-EFF-DMY NOT = ZEROS
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		     'D', TX-EFF-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 104 TO S-CONTROL-ID
		 GO TO 0130-MAIN.

      * A taxed code must say where its output tax is booked, or the
      * GL journal has nowhere to put it but SUSPENSE.
	   IF TX-RATE NOT = ZEROS AND TX-GL-ACCT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * A rate change on a live code needs the day it starts; the
      * rate it replaces stays on the record for charges dated
      * before then.
	   IF S-PRS-MODE = 'R' AND TX-RATE NOT = WS-OLD-RATE
	      IF TX-EFF-DMY = ZEROS
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      MOVE WS-OLD-RATE TO TX-PRIOR-RATE.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE TX-REC.
	   IF S-PRS-MODE = 'R' REWRITE TX-REC.

        0190-MAIN.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START TX-FILE KEY > TX-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ TX-FILE NEXT END
					  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START TX-FILE KEY < TX-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ TX-FILE BACKWARD END
					  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
      ********************************************************************
      * Claims the edit lock on TX-KEY for this operator so a second
      * session opening the same key gets warned instead of the two
      * REWRITEs racing silently. WS-LOCK-OK comes back 'N' (and
      * WS-LOCK-USER tells who) when someone else already has it.
	CLAIM-LOCK-RTN.

	   MOVE TX-KEY  TO WS-LOCK-RECKEY.
	   MOVE 'C'     TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.

	   IF WS-LOCK-OK = 'Y'
	      MOVE TX-KEY TO WS-LOCK-KEY
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
