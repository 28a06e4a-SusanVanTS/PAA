       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMVL.

      * RECORD SAFETY INSPECTIONS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One inspection of a VQ-FILE
      *					item per entry - inspector,
      *					pass/fail and defect notes;
      *					a fail raises a VD-FILE
      *					defect with its action
      *					owner. Logged inspections
      *					are view-only
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	01 WS-VL-MISC.
	   03 WS-DATE		PIC X(01).
	   03 WS-TODAY-EDIT	PIC 99/99/9999.
	   03 WS-TODAY-DMY	PIC 9(08).
	   03 WS-TODAY-YMD	PIC 9(08).
	   03 WS-HHMM		PIC X(07).
	   03 WS-VL-YMD		PIC 9(08).
	   03 WS-LAST-YMD	PIC 9(08).
	   03 WS-TARGET-YMD	PIC 9(08).
	   03 WS-MSG		PIC X(60).

      * Carried onto the defect a failed inspection raises.
	01 WS-VD-MISC.
	   03 WS-VD-OWNER	PIC X(20).
	   03 WS-VD-TARGET-DMY	PIC 9(08).

	01 S-WINDOW2		PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC X(04)
	      USING VL-VN-KEY BELL UPPER.
	   03 LABEL LINE 03 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(04)
	      USING VL-ITEM BELL UPPER.
	   03 LABEL LINE 04 COL 04 'Inspected On:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC 99/99/9999
	      USING VL-DATE-DMY.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04)
	      USING VL-VN-KEY.
	   03 LABEL COL + 2 PIC X(20) FROM VN-NAME.
	   03 LABEL LINE 03 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 03 PIC X(04)
	      USING VL-ITEM.
	   03 LABEL COL + 2 PIC X(30) FROM VQ-DESC.
	   03 LABEL LINE 04 COL 04 'Inspected On:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 04 PIC 99/99/9999
	      USING VL-DATE-DMY.
	   03 LABEL COL + 2 'No.'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL + 1 PIC 9(02)
	      USING VL-SEQ.
	   03 LABEL LINE 05 COL 04 'Inspector:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(20)
	      USING VL-INSPECTOR.
	   03 LABEL LINE 06 COL 04 'Result:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC X(01)
	      USING VL-RESULT BELL UPPER.
	   03 LABEL COL + 2 '[P]ass [F]ail'.
	   03 LABEL LINE 07 COL 04 'Notes/Defect:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 21 PIC X(60)
	      USING VL-NOTE-1.
	   03 ENTRY-FIELD 3-D ID 107 COL 21 LINE 08 PIC X(60)
	      USING VL-NOTE-2.
	   03 LABEL LINE 10 COL 04 'Action Owner:'.
	   03 ENTRY-FIELD 3-D ID 108 COL 21 PIC X(20)
	      USING WS-VD-OWNER.
	   03 LABEL COL + 2 '(a fail only)'.
	   03 LABEL LINE 11 COL 04 'Action By:'.
	   03 ENTRY-FIELD 3-D ID 109 COL 21 PIC 99/99/9999
	      USING WS-VD-TARGET-DMY.
	   03 LABEL LINE 12 COL 04 'Defect No:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 12 PIC ZZZZZ9
	      USING VL-VD-NO.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvl'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   VL-FILE.
	   OPEN I-O   VQ-FILE.
	   OPEN I-O   VD-FILE.
	   OPEN INPUT VN-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

      * Floating Window
	   Move 'Record Safety Inspections' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE VL-REC.
	   MOVE WS-TODAY-DMY TO VL-DATE-DMY.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VL-FILE.
	   CLOSE VQ-FILE.
	   CLOSE VD-FILE.
	   CLOSE VN-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.
	   IF VL-DATE-DMY = ZEROS
	      MOVE WS-TODAY-DMY TO VL-DATE-DMY.

        0110-MAIN.

	   UNLOCK VQ-FILE.
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

	   IF VL-VN-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF VL-ITEM = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE VL-VN-KEY TO VQ-VN-KEY.
	   MOVE VL-ITEM   TO VQ-ITEM.
	   READ VQ-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO 0110-MAIN.

	   IF VL-DATE-DMY = ZEROS
              MOVE 200015 TO S-ERROR-CODE
	      MOVE 103 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, VL-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * An inspection is logged once it has happened.
	   MOVE VL-DATE-DMY TO WS-VL-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-VL-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-VL-YMD > WS-TODAY-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.
	   IF S-STATUS-CHECK = 'Y' GO TO 0110-MAIN.

	   MOVE 'A' TO S-PRS-MODE.
	   INITIALIZE VL-DETAILS.
	   MOVE ZEROS  TO VL-PADDING.
	   MOVE SPACES TO WS-VD-OWNER.
	   MOVE ZEROS  TO WS-VD-TARGET-DMY.
	   GO TO 0125-MAIN.

	 0120-MAIN.
	      MOVE 'R' TO S-PRS-MODE.
	      MOVE SPACES TO WS-VD-OWNER.
	      MOVE ZEROS  TO WS-VD-TARGET-DMY.
	      IF VL-VD-NO NOT = ZEROS
		 MOVE VL-VD-NO TO VD-NO
		 READ VD-FILE INVALID
		      INITIALIZE VD-DETAILS
		 END-READ
		 MOVE VD-OWNER      TO WS-VD-OWNER
		 MOVE VD-TARGET-DMY TO WS-VD-TARGET-DMY.

	      MOVE VL-VN-KEY TO VQ-VN-KEY.
	      MOVE VL-ITEM   TO VQ-ITEM.
	      READ VQ-FILE INVALID
		   MOVE SPACES TO VQ-DESC.
	      UNLOCK VQ-FILE.

	 0125-MAIN.
	      MOVE VL-VN-KEY TO VN-KEY.
	      READ VN-FILE INVALID
		   MOVE SPACES TO VN-NAME.

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

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

      * A logged inspection is the insurer's evidence - it is shown,
      * never changed.
	   IF S-PRS-MODE NOT = 'A'
	      GO TO 0190-MAIN.

	   IF VL-INSPECTOR = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 104 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (VL-PASSED OR VL-FAILED)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * A fail needs the defect described and someone to put it
      * right by a date no earlier than the inspection.
	   IF VL-FAILED
	      IF VL-NOTE-1 = SPACES
		 MOVE 200005 TO S-ERROR-CODE
		 MOVE 106    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      IF WS-VD-OWNER = SPACES
		 MOVE 200005 TO S-ERROR-CODE
		 MOVE 108    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      IF WS-VD-TARGET-DMY = ZEROS
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 109    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		     USING WS-DATE, WS-VD-TARGET-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 109 TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      MOVE WS-VD-TARGET-DMY TO WS-TARGET-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TARGET-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-TARGET-YMD < WS-VL-YMD
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 109    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	   ELSE
	      MOVE SPACES TO WS-VD-OWNER
	      MOVE ZEROS  TO WS-VD-TARGET-DMY.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   MOVE SPACES TO VL-OPERATOR.
	   ACCEPT VL-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE ZEROS TO VL-VD-NO.
	   IF VL-FAILED
	      PERFORM DEFECT-RTN THRU DEFECT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE VL-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0190-MAIN.

	   PERFORM STAMP-RTN THRU STAMP-RTN-END.

	   IF VL-FAILED
	      MOVE SPACES TO WS-MSG
	      STRING 'Defect ' VL-VD-NO ' raised for '
		     WS-VD-OWNER DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
      * Scan forward from sequence 01 until an unused slot is found
      * for this item/date, the same as FMWC.
        FIND-SEQ-RTN.

	   MOVE 1 TO VL-SEQ.

	FIND-SEQ-LOOP.
	   READ VL-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO VL-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
      * The defect takes the next number off CFIG-VD-SEQ and carries
      * the item's critical flag as it stood when it failed.
        DEFECT-RTN.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-VD-SEQ.
	   MOVE CFIG-VD-SEQ TO VL-VD-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

	   INITIALIZE VD-REC.
	   MOVE VL-VD-NO	 TO VD-NO.
	   MOVE VL-VN-KEY	 TO VD-VN-KEY.
	   MOVE VL-ITEM		 TO VD-ITEM.
	   MOVE VL-DATE-DMY	 TO VD-RAISED-DMY.
	   MOVE VQ-CRITICAL	 TO VD-CRITICAL.
	   MOVE VL-NOTE-1	 TO VD-DEFECT-1.
	   MOVE VL-NOTE-2	 TO VD-DEFECT-2.
	   MOVE WS-VD-OWNER	 TO VD-OWNER.
	   MOVE WS-VD-TARGET-DMY TO VD-TARGET-DMY.
	   MOVE SPACES		 TO VD-ACTION, VD-CLOSED-BY.
	   MOVE 'O'		 TO VD-STATUS-FLAG.
	   MOVE ZEROS		 TO VD-CLOSE-DMY, VD-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE VD-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK.

        DEFECT-RTN-END. EXIT.
      *******************************************************************
      * The item keeps its latest inspection - one entered late for
      * an earlier date leaves a newer one standing.
        STAMP-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE VL-VN-KEY TO VQ-VN-KEY.
	   MOVE VL-ITEM   TO VQ-ITEM.
	   READ VQ-FILE INVALID
		GO TO STAMP-RTN-END.

	   MOVE VQ-LAST-DMY TO WS-LAST-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-LAST-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF VQ-LAST-DMY NOT = ZEROS AND WS-LAST-YMD > WS-VL-YMD
	      UNLOCK VQ-FILE
	      GO TO STAMP-RTN-END.

	   MOVE VL-DATE-DMY  TO VQ-LAST-DMY.
	   MOVE VL-RESULT    TO VQ-LAST-RESULT.
	   MOVE VL-INSPECTOR TO VQ-LAST-BY.
	   REWRITE VQ-REC.

        STAMP-RTN-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START VL-FILE KEY > VL-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ VL-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START VL-FILE KEY < VL-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ VL-FILE BACKWARD END
			  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Safety Inspections' TO S-WINDOW-TITLE.
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
      ********************************************************************
        FKEY-RTN.

	   EVALUATE S-PRS-MODE
	    WHEN 'S' MOVE '1yy456y89012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'A' MOVE 'yyy4567y9012y4567890' TO S-ACTIVE-FKEY
	    WHEN 'R' MOVE 'yyy456789012y4567890' TO S-ACTIVE-FKEY.

           CALL   '/v/cps/lib/std/x-fkey ' USING
	          S-ACTIVE-FKEY,  S-TOOLBAR, S-BUTTON.
	   CANCEL '/v/cps/lib/std/x-fkey'.
           COPY   '/v/cps/lib/std/fmmode.prd'.

	FKEY-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
