       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMFP.

      * MAINTAIN PRICE HISTORY FOR A CHARGE CODE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One row per price with
      *					the date it takes effect, so
      *					a rise can be keyed ahead of
      *					time and BPFEE bills each
      *					period at the rate then in
      *					force
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcfp'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdfp'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbfp'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-DATE		  PIC 99/99/9999.
	  03 WS-AMOUNT		  PIC ZZZ,ZZ9.99.
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-SET-DATE	  PIC 99/99/9999.
	  03 WS-NOTICE-DATE	  PIC 99/99/9999.
	  03 WS-EFF-YMD		  PIC 9(08).

       01 WS-MISC.
	  03 WS-FP-EOF		  PIC X(01).
	  03 WS-ADD-DATE-DMY	  PIC 9(08).
	  03 WS-ADD-AMOUNT	  PIC 9(06)V9(02).
	  03 WS-ADD-YMD		  PIC 9(08).
	  03 WS-DATE-FLAG	  PIC X(01).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).

       01 WS-YMD-WORK		  PIC 9(08).
       01 REDEFINES WS-YMD-WORK.
	  03 WS-YW-YYYY		  PIC 9(04).
	  03 WS-YW-MM		  PIC 9(02).
	  03 WS-YW-DD		  PIC 9(02).

       01 WS-DMY-WORK		  PIC 9(08).
       01 REDEFINES WS-DMY-WORK.
	  03 WS-DW-DD		  PIC 9(02).
	  03 WS-DW-MM		  PIC 9(02).
	  03 WS-DW-YYYY		  PIC 9(04).

	LINKAGE SECTION.
	01 LINK-FS-KEY		  PIC X(04).
	01 LINK-FS-DESC		  PIC X(30).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Charge Code:'.
	   03 LABEL LINE 01 COL + 2 PIC X(04) FROM LINK-FS-KEY.
	   03 LABEL LINE 01 COL + 2 PIC X(30) FROM LINK-FS-DESC.
	   03 LABEL LINE 02 COL 04 'Effective:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 17 PIC 99/99/9999
	      USING WS-ADD-DATE-DMY AUTO.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL LINE 03 COL 04 'Amount:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 17 PIC ZZZ,ZZ9.99
	      USING WS-ADD-AMOUNT.
	   03 LABEL LINE 04 COL 04
	      '(F4 removes a price not yet in force)'.
	   03 LABEL LINE 06 COL 04 'Effective'.
	   03 LABEL COL 18 'Amount'.
	   03 LABEL COL 30 'Set By'.
	   03 LABEL COL 40 'Set On'.
	   03 LABEL COL 54 'Notice Sent'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 7.5 COL 04 SIZE 70 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,21,29,39)
	      DISPLAY-COLUMNS 	= (1,15,30,40,54)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-FS-KEY, LINK-FS-DESC.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcfp'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   FP-FILE.

      * Floating Window
	   MOVE 'Charge Code Price History' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE FP-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/v/cps/lib/std/x-hpcal' USING
		     WS-ADD-DATE-DMY, S-OK
	      CANCEL '/v/cps/lib/std/x-hpcal'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM DELETE-RTN THRU DELETE-RTN-END
	      GO TO 0100-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   PERFORM ADD-RTN THRU ADD-RTN-END.

        0199-END. EXIT.
      *******************************************************************
        ADD-RTN.

	   IF WS-ADD-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   MOVE 'D' TO WS-DATE-FLAG.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  WS-DATE-FLAG, WS-ADD-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   IF WS-ADD-AMOUNT = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   MOVE WS-ADD-DATE-DMY TO WS-ADD-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ADD-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

      * One price per code per effective day - a changed mind on a
      * future price is F4 and key again.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-FS-KEY TO FP-FS-KEY.
	   MOVE WS-ADD-YMD  TO FP-EFF-YMD.
	   READ FP-FILE
		INVALID CONTINUE
		NOT INVALID
		    MOVE 100045 TO S-ERROR-CODE
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO ADD-RTN-END.

	   INITIALIZE FP-REC.
	   MOVE LINK-FS-KEY	TO FP-FS-KEY.
	   MOVE WS-ADD-YMD	TO FP-EFF-YMD.
	   MOVE WS-ADD-AMOUNT	TO FP-AMOUNT.
	   ACCEPT FP-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE WS-TODAY-EDIT	TO FP-SET-DMY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FP-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO ADD-RTN-END.

	   INITIALIZE WS-ADD-DATE-DMY WS-ADD-AMOUNT.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        ADD-RTN-END. EXIT.
      *******************************************************************
      * Only a price still waiting to take effect may be taken back;
      * one already in force has billed periods at that rate.
        DELETE-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO DELETE-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-EFF-YMD = ZEROS
	      GO TO DELETE-RTN-END.

	   IF WS-EFF-YMD NOT > WS-TODAY-YMD
	      MOVE 100040 TO S-ERROR-CODE
	      GO TO DELETE-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELETE-RTN-END.

	   MOVE LINK-FS-KEY TO FP-FS-KEY.
	   MOVE WS-EFF-YMD  TO FP-EFF-YMD.
	   READ FP-FILE INVALID
		GO TO DELETE-RTN-END.

	   DELETE FP-FILE.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        DELETE-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

      * Rebuild the price list from scratch, scanning FP-FILE on its
      * code-first primary key so only this code's rows show, oldest
      * first.
	   MOVE LINK-FS-KEY TO FP-FS-KEY.
	   MOVE LOW-VALUES  TO FP-EFF-YMD.
	   START FP-FILE KEY >= FP-KEY INVALID
		 MOVE 'Y' TO WS-FP-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-FP-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-FP-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ FP-FILE NEXT END
		MOVE 'Y' TO WS-FP-EOF
		GO TO LIST-1-LOOP-END.

	   IF FP-FS-KEY NOT = LINK-FS-KEY
	      MOVE 'Y' TO WS-FP-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE FP-EFF-YMD    TO WS-YMD-WORK, WS-EFF-YMD.
	   MOVE WS-YW-DD      TO WS-DW-DD.
	   MOVE WS-YW-MM      TO WS-DW-MM.
	   MOVE WS-YW-YYYY    TO WS-DW-YYYY.
	   MOVE WS-DMY-WORK   TO WS-DATE.
	   MOVE FP-AMOUNT     TO WS-AMOUNT.
	   MOVE FP-OPERATOR   TO WS-OPERATOR.
	   MOVE FP-SET-DMY    TO WS-SET-DATE.
	   MOVE FP-NOTICE-DMY TO WS-NOTICE-DATE.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
