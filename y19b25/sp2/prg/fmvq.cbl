       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMVQ.

      * MAINTAIN INSPECTION ITEM FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Safety inspection schedule
      *					per venue - the mats, pads,
      *					first-aid kits, extinguishers
      *					and halls the insurer wants
      *					checked, each with its own
      *					frequency
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC X(04)
	      USING VQ-VN-KEY BELL UPPER.
	   03 LABEL LINE 03 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(04)
	      USING VQ-ITEM BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Venue:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04)
	      USING VQ-VN-KEY.
	   03 LABEL COL + 2 PIC X(20) FROM VN-NAME.
	   03 LABEL LINE 03 COL 04 'Item:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 03 PIC X(04)
	      USING VQ-ITEM.
	   03 LABEL LINE 04 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC X(30)
	      USING VQ-DESC.
	   03 LABEL LINE 05 COL 04 'Type:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(01)
	      USING VQ-TYPE BELL UPPER.
	   03 LABEL COL + 2
	      '[M]at [P]ad [F]irst-aid [E]xtinguisher [H]all [O]ther'.
	   03 LABEL LINE 06 COL 04 'Every:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC ZZ9
	      USING VQ-FREQ-DAYS.
	   03 LABEL COL + 2 'days'.
	   03 LABEL LINE 07 COL 04 'Critical:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 21 PIC X(01)
	      USING VQ-CRITICAL BELL UPPER.
	   03 LABEL COL + 2 '[Y/N] (open defects warned on FMSS)'.
	   03 LABEL LINE 08 COL 04 'Last Inspected:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 LINE 08 PIC 99/99/9999
	      USING VQ-LAST-DMY.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL + 2 PIC X(01)
	      USING VQ-LAST-RESULT.
	   03 LABEL COL + 2 PIC X(20) FROM VQ-LAST-BY.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O VQ-FILE.
	   OPEN INPUT VN-FILE.

      * Floating Window
	   Move 'Define Inspection Items' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE VQ-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VQ-FILE.
	   CLOSE VN-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

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

	   IF VQ-VN-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF VQ-ITEM = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE VQ-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ VQ-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE VQ-DETAILS
		   MOVE 'N' TO VQ-CRITICAL
		   MOVE ZEROS TO VQ-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      MOVE VQ-VN-KEY TO VN-KEY.
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

      * Once inspected the item's log and defects hang off it, and
      * the insurer may ask for that history - it stays.
           IF K-F4 AND S-PRS-MODE = 'R'
	      IF VQ-LAST-DMY NOT = ZEROS
		 MOVE 100045 TO S-ERROR-CODE
		 GO TO 0130-MAIN
	      ELSE
		 PERFORM CONFIRM-RTN THRU CONFIRM-END
		 IF S-CONFIRM = 'Y'
		    DELETE VQ-FILE
		    GO TO 0190-MAIN
		 ELSE
		    GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF VQ-DESC = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 103 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT VQ-VALID-TYPE
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF VQ-FREQ-DAYS = ZEROS
              MOVE 200015 TO S-ERROR-CODE
	      MOVE 105 	 TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF VQ-CRITICAL NOT = 'Y' AND VQ-CRITICAL NOT = 'N'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE VQ-REC.
	   IF S-PRS-MODE = 'R' REWRITE VQ-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START VQ-FILE KEY > VQ-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ VQ-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START VQ-FILE KEY < VQ-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ VQ-FILE BACKWARD END
			  MOVE 100005 TO S-ERROR-CODE
		 END-READ.

        GET-PREV-END. EXIT.
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
