       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMVD.

      * MAINTAIN INSPECTION DEFECT FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Defects raised by failed
      *					safety inspections - action
      *					owner, action-by date, the
      *					work done and the close
      *					date. Raised only by FMVL
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	01 WS-VD-MISC.
	   03 WS-DATE		PIC X(01).
	   03 WS-TODAY-EDIT	PIC 99/99/9999.
	   03 WS-TODAY-DMY	PIC 9(08).
	   03 WS-HHMM		PIC X(07).
	   03 WS-SAVE-STATUS	PIC X(01).
	   03 WS-RAISED-YMD	PIC 9(08).
	   03 WS-CHECK-YMD	PIC 9(08).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Defect No:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC ZZZZZ9
	      USING VD-NO.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Defect No:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC ZZZZZ9
	      USING VD-NO.
	   03 LABEL COL + 2 'Raised'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL + 1 PIC 99/99/9999
	      USING VD-RAISED-DMY.
	   03 LABEL COL + 2 'Critical'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL + 1 PIC X(01)
	      USING VD-CRITICAL.
	   03 LABEL LINE 03 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 03 PIC X(04)
	      USING VD-VN-KEY.
	   03 LABEL COL + 2 PIC X(20) FROM VN-NAME.
	   03 LABEL LINE 04 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 04 PIC X(04)
	      USING VD-ITEM.
	   03 LABEL COL + 2 PIC X(30) FROM VQ-DESC.
	   03 LABEL LINE 05 COL 04 'Defect:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 05 PIC X(60)
	      USING VD-DEFECT-1.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 06 PIC X(60)
	      USING VD-DEFECT-2.
	   03 LABEL LINE 08 COL 04 'Action Owner:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(20)
	      USING VD-OWNER.
	   03 LABEL LINE 09 COL 04 'Action By:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC 99/99/9999
	      USING VD-TARGET-DMY.
	   03 LABEL LINE 10 COL 04 'Action Taken:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(60)
	      USING VD-ACTION.
	   03 LABEL LINE 11 COL 04 'Status:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC X(01)
	      USING VD-STATUS-FLAG BELL UPPER.
	   03 LABEL COL + 2 '[O]pen [C]losed'.
	   03 LABEL LINE 12 COL 04 'Closed On:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 21 PIC 99/99/9999
	      USING VD-CLOSE-DMY.
	   03 LABEL COL + 2 PIC X(08) FROM VD-CLOSED-BY.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   VD-FILE.
	   OPEN INPUT VQ-FILE.
	   OPEN INPUT VN-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

      * Floating Window
	   Move 'Inspection Defects' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE VD-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VD-FILE.
	   CLOSE VQ-FILE.
	   CLOSE VN-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK VD-FILE.
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

	   IF VD-NO = ZEROS
              MOVE 200015 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * Defects only come from a failed inspection on FMVL.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ VD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0110-MAIN.

	   IF S-STATUS-CHECK = 'Y' GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'R' TO S-PRS-MODE.
	      MOVE VD-STATUS-FLAG TO WS-SAVE-STATUS.

	      MOVE VD-VN-KEY TO VN-KEY.
	      READ VN-FILE INVALID
		   MOVE SPACES TO VN-NAME.
	      MOVE VD-VN-KEY TO VQ-VN-KEY.
	      MOVE VD-ITEM   TO VQ-ITEM.
	      READ VQ-FILE INVALID
		   MOVE SPACES TO VQ-DESC.

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

	   IF VD-OWNER = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF VD-TARGET-DMY = ZEROS
              MOVE 200015 TO S-ERROR-CODE
	      MOVE 103 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		  USING WS-DATE, VD-TARGET-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 103 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (VD-IS-OPEN OR VD-IS-CLOSED)
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   MOVE VD-RAISED-DMY TO WS-RAISED-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-RAISED-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE VD-TARGET-DMY TO WS-CHECK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-CHECK-YMD < WS-RAISED-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * Closing needs the work recorded and a close date (today if
      * left blank) no earlier than the defect; reopening clears it.
	   IF VD-IS-OPEN
	      MOVE ZEROS  TO VD-CLOSE-DMY
	      MOVE SPACES TO VD-CLOSED-BY
	   ELSE
	      IF VD-ACTION = SPACES
		 MOVE 200005 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      IF VD-CLOSE-DMY = ZEROS
		 MOVE WS-TODAY-DMY TO VD-CLOSE-DMY
	      END-IF
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		     USING WS-DATE, VD-CLOSE-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 106 TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      MOVE VD-CLOSE-DMY TO WS-CHECK-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CHECK-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-CHECK-YMD < WS-RAISED-YMD
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 106    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   IF VD-IS-CLOSED AND WS-SAVE-STATUS NOT = 'C'
	      MOVE SPACES TO VD-CLOSED-BY
	      ACCEPT VD-CLOSED-BY FROM ENVIRONMENT 'PA-USER-ID'.

	   REWRITE VD-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START VD-FILE KEY > VD-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ VD-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START VD-FILE KEY < VD-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ VD-FILE BACKWARD END
			  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
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
