       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMWF.

      * MAINTAIN FEE WHAT-IF SCENARIO FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Proposed charge code
      *					amounts and sibling discount
      *					percentages grouped under a
      *					scenario code, for PTFWI to
      *					price against the current
      *					membership - FS-FILE and
      *					DS-FILE are never touched

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwf'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcds'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwf'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdds'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwf'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbds'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

      * What the item stands at on the master today, shown beside
      * the proposal.
	01 WS-CUR-MISC.
	   03 WS-CUR-DESC	PIC X(30).
	   03 WS-CUR-AMOUNT	PIC 9(06)V9(02).
	   03 WS-CUR-PCT	PIC 9(03).
	   03 WS-DS-POS		PIC 9(02).
	   03 WS-SET-EDIT	PIC 99/99/9999.
	   03 WS-SET-HHMM	PIC X(07).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Scenario:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	      USING WF-SCN-KEY UPPER.
	   03 LABEL LINE 03 COL 04 'Kind:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC X(01)
	      USING WF-KIND UPPER.
	   03 LABEL COL + 3 '(F = charge code, D = sibling discount)'.
	   03 LABEL LINE 04 COL 04 'Code:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 18 PIC X(04)
	      USING WF-CODE UPPER.
	   03 LABEL COL + 3 '(or 02, 03 ... for a child position)'.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Scenario:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 18 PIC X(04)
	      USING WF-SCN-KEY.
	   03 LABEL LINE 03 COL 04 'Kind:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 18 PIC X(01)
	      USING WF-KIND.
	   03 LABEL LINE 04 COL 04 'Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 18 PIC X(04)
	      USING WF-CODE.
	   03 LABEL COL + 3 PIC X(30) FROM WS-CUR-DESC.
	   03 LABEL LINE 06 COL 04 'Now:'.
	   03 LABEL COL 18 PIC ZZZ,ZZ9.99 FROM WS-CUR-AMOUNT.
	   03 LABEL COL 34 PIC ZZ9 FROM WS-CUR-PCT.
	   03 LABEL COL + 1 '%'.
	   03 LABEL LINE 07 COL 04 'Proposed:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC ZZZ,ZZ9.99
	      USING WF-AMOUNT.
	   03 ENTRY-FIELD 3-D ID 105 COL 34 PIC ZZ9
	      USING WF-PCT.
	   03 LABEL COL + 1 '%'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwf'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcds'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   WF-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT DS-FILE.

      * Floating Window
	   Move 'Define Fee What-If Scenarios' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE WF-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE WF-FILE.
	   CLOSE FS-FILE.
	   CLOSE DS-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK WF-FILE.
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

	   IF WF-SCN-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF NOT (WF-IS-FEE OR WF-IS-DISC)
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF WF-CODE = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 103 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * A child position is two digits from 02 up, the way DS-KEY
      * is keyed; position 01 pays full price by policy.
	   IF WF-IS-DISC
	      IF WF-CODE (1:2) NOT NUMERIC OR
		 WF-CODE (3:2) NOT = SPACES
		 MOVE 200005 TO S-ERROR-CODE
		 MOVE 103    TO S-CONTROL-ID
		 GO TO 0110-MAIN
	      END-IF
	      MOVE WF-CODE (1:2) TO WS-DS-POS
	      IF WS-DS-POS < 2
		 MOVE 200005 TO S-ERROR-CODE
		 MOVE 103    TO S-CONTROL-ID
		 GO TO 0110-MAIN.

	   IF WF-IS-FEE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WF-CODE TO FS-KEY
	      READ FS-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 103 TO S-CONTROL-ID
		 GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ WF-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE WF-DETAILS
		   MOVE ZEROS TO WF-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      PERFORM CURRENT-RTN THRU CURRENT-RTN-END.

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
		 DELETE WF-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

      * A charge code takes an amount and a discount position a
      * percentage; the other field has no meaning for the row.
	   IF WF-IS-FEE
	      MOVE ZEROS TO WF-PCT
	      IF WF-AMOUNT = ZEROS
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO 0130-MAIN.

	   IF WF-IS-DISC
	      MOVE ZEROS TO WF-AMOUNT
	      IF WF-PCT > 100
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 105    TO S-CONTROL-ID
		 GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   ACCEPT WF-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-SET-EDIT, WS-SET-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-SET-EDIT TO WF-SET-DMY.

           IF S-PRS-MODE = 'A' WRITE WF-REC.
	   IF S-PRS-MODE = 'R' REWRITE WF-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
      * The item as it stands today - a charge code's own amount, or
      * the rule for the child position (none on file = no discount).
        CURRENT-RTN.

	   MOVE SPACES TO WS-CUR-DESC.
	   MOVE ZEROS  TO WS-CUR-AMOUNT, WS-CUR-PCT.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WF-IS-FEE
	      MOVE WF-CODE TO FS-KEY
	      READ FS-FILE INVALID
		   MOVE SPACES TO FS-DESC
		   MOVE ZEROS  TO FS-AMOUNT
	      END-READ
	      MOVE FS-DESC   TO WS-CUR-DESC
	      MOVE FS-AMOUNT TO WS-CUR-AMOUNT.

	   IF WF-IS-DISC
	      MOVE 'SIBLING DISCOUNT' TO WS-CUR-DESC
	      MOVE WF-CODE (1:2) TO WS-DS-POS
	      MOVE WS-DS-POS TO DS-KEY
	      READ DS-FILE INVALID
		   MOVE ZEROS TO DS-PCT
	      END-READ
	      MOVE DS-PCT TO WS-CUR-PCT.

	   MOVE 'N' TO S-STATUS-CHECK.

        CURRENT-RTN-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START WF-FILE KEY > WF-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ WF-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START WF-FILE KEY < WF-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ WF-FILE BACKWARD END
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
