       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMCP.

      * CARD PAYMENT SUSPENSE ALLOCATION
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Card payments PSCPI could
      *					not match to an account are
      *					looked up by reference and
      *					allocated to the right AC#
      *					or household here (F-CPPST),
      *					taking them out of suspense

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccp'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcp'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcp'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

      * Where the desk says the money belongs.
	01 WS-ALLOC-MISC.
	   03 WS-ALLOC-ACCOUNT	PIC X(08).
	   03 WS-SET-EDIT	PIC 99/99/9999.
	   03 WS-SET-HHMM	PIC X(07).
	   03 WS-SAVE-KEY	PIC X(18).

       01 WS-CPP.
	  03 WS-CPP-RESULT	PIC X(01).
	  03 WS-CPP-REF		PIC X(16).
	  03 WS-CPP-ACCOUNT	PIC X(08).
	  03 WS-CPP-AMOUNT	PIC 9(08)V9(02).
	  03 WS-CPP-POST-DMY	PIC 9(08).
	  03 WS-CPP-KIND	PIC X(01).
	  03 WS-CPP-ROWS	PIC 9(02).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Reference:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(16)
	      USING CP-REF UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Reference:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 18 PIC X(16)
	      USING CP-REF.
	   03 LABEL LINE 03 COL 04 'Keyed As:'.
	   03 LABEL COL 18 PIC X(08) FROM CP-ACCOUNT.
	   03 LABEL LINE 04 COL 04 'Settled:'.
	   03 LABEL COL 18 PIC 99/99/9999 FROM CP-SETTLE-DMY.
	   03 LABEL LINE 05 COL 04 'Amount:'.
	   03 LABEL COL 18 PIC ZZZ,ZZ9.99 FROM CP-GROSS.
	   03 LABEL COL + 3 'Card Fee:'.
	   03 LABEL COL + 2 PIC ZZ,ZZ9.99 FROM CP-FEE.
	   03 LABEL LINE 07 COL 04 'Allocate To:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC X(08)
	      USING WS-ALLOC-ACCOUNT UPPER.
	   03 LABEL COL + 3 '(AC# or household code)'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dccp'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   CP-FILE.

      * Floating Window
	   Move 'Card Payment Suspense' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE CP-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CP-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK CP-FILE.
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

	   IF CP-REF = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * Only the payment header (sequence 00) is worked here, and
      * only while it is still in suspense.
	   MOVE ZEROS TO CP-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CP-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF NOT CP-IS-SUSPENSE
              MOVE 100035 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'R' TO S-PRS-MODE.
	      MOVE SPACES TO WS-ALLOC-ACCOUNT.

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
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO 0130-MAIN
	      ELSE
		 GO TO 0120-MAIN.

           IF K-F3
	      PERFORM GET-PREV THRU GET-PREV-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO 0130-MAIN
	      ELSE
		 GO TO 0120-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF WS-ALLOC-ACCOUNT = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 104 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-SET-EDIT, WS-SET-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

      * F-CPPST posts the payment lines on its own handle.
	   UNLOCK CP-FILE.
	   MOVE CP-REF		 TO WS-CPP-REF.
	   MOVE WS-ALLOC-ACCOUNT TO WS-CPP-ACCOUNT.
	   MOVE CP-GROSS	 TO WS-CPP-AMOUNT.
	   MOVE WS-SET-EDIT	 TO WS-CPP-POST-DMY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cppst' USING WS-CPP.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cppst'.

	   IF WS-CPP-RESULT = 'N'
              MOVE 100020 TO S-ERROR-CODE
	      MOVE 104 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF WS-CPP-ROWS = ZEROS
              MOVE 100035 TO S-ERROR-CODE
	      MOVE 104 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   MOVE ZEROS TO CP-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO 0190-MAIN.
	   MOVE 'A'		 TO CP-STATUS-FLAG.
	   MOVE WS-ALLOC-ACCOUNT TO CP-ACCOUNT.
	   ACCEPT CP-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   REWRITE CP-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
      * F2/F3 step through the suspense items only - the posted lines
      * and finished payments are passed over.
        GET-NEXT.

	   MOVE CP-KEY TO WS-SAVE-KEY.
	   START CP-FILE KEY > CP-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 GO TO GET-NEXT-END.

	GET-NEXT-LOOP.
	   READ CP-FILE NEXT END
		MOVE 100010 TO S-ERROR-CODE
		PERFORM RESTORE-RTN THRU RESTORE-RTN-END
		GO TO GET-NEXT-END.

	   IF CP-SEQ NOT = ZEROS OR NOT CP-IS-SUSPENSE
	      GO TO GET-NEXT-LOOP.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   MOVE CP-KEY TO WS-SAVE-KEY.
	   START CP-FILE KEY < CP-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 GO TO GET-PREV-END.

	GET-PREV-LOOP.
	   READ CP-FILE BACKWARD END
		MOVE 100005 TO S-ERROR-CODE
		PERFORM RESTORE-RTN THRU RESTORE-RTN-END
		GO TO GET-PREV-END.

	   IF CP-SEQ NOT = ZEROS OR NOT CP-IS-SUSPENSE
	      GO TO GET-PREV-LOOP.

        GET-PREV-END. EXIT.
      ********************************************************************
      * Run off the end - put the item being shown back in the record.
        RESTORE-RTN.

	   MOVE WS-SAVE-KEY TO CP-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK.

        RESTORE-RTN-END. EXIT.
      ********************************************************************
        FKEY-RTN.

	   EVALUATE S-PRS-MODE
	    WHEN 'S' MOVE '1yy456y89012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'R' MOVE 'yyy4567y9012y4567890' TO S-ACTIVE-FKEY.

           CALL   '/v/cps/lib/std/x-fkey ' USING
	          S-ACTIVE-FKEY,  S-TOOLBAR, S-BUTTON.
	   CANCEL '/v/cps/lib/std/x-fkey'.
           COPY   '/v/cps/lib/std/fmmode.prd'.

	FKEY-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
