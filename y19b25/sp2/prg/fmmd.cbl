       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMMD.

      * MAINTAIN MAKER-CHECKER DESIGNATION FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Names the master-data
      *					fields whose changes F-MKPUT
      *					holds for a second operator,
      *					and the role that operator
      *					must hold; administrators
      *					only
      * VAN TZE SHAN 	15/10/26 WO	PAA	Coach/Volunteer accepted as
      *					an approver role

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcmd'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdmd'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbmd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

      * The fields a maintenance program can hold for approval - a
      * designation is only accepted for one of these.
       01 WS-MD-NAMES.
	  03 FIL		PIC X(20) VALUE 'FMFS    AMOUNT'.
	  03 FIL		PIC X(20) VALUE 'FMDS    PCT'.
	  03 FIL		PIC X(20) VALUE 'FMOPR   ROLE'.
	  03 FIL		PIC X(20) VALUE 'FMSTD   NAME'.
	  03 FIL		PIC X(20) VALUE 'FMSTD   DOB'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  GL-AR-ACCT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  GL-BANK-ACC'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  GL-AP-ACCT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  GL-DEF-ACC'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  GL-GV-ACCT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  TAX-REG-NO'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  TX-KEY'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  PRO-BASIS'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  RENEW-AMT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  CHG-LIMIT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  REF-AMOUNT'.
	  03 FIL		PIC X(20) VALUE 'FMCFIG  MK-DAYS'.

       01 REDEFINES WS-MD-NAMES OCCURS 17.
	  03 WS-MD-NAME		PIC X(20).

       01 WS-MD-MISC.
	  03 WS-MD-FOUND	PIC X(01).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Program:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 14 PIC X(08) USING MD-PROG
	      UPPER.
	   03 LABEL LINE 03 COL 04 'Field:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 14 PIC X(12) USING MD-FIELD
	      UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Program:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 14 PIC X(08) USING MD-PROG.
	   03 LABEL LINE 03 COL 04 'Field:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 14 PIC X(12) USING MD-FIELD.
	   03 LABEL LINE 04 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 20 PIC X(30) USING MD-DESC.
	   03 LABEL LINE 05 COL 04 'Approver Role:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 20 PIC X(01) USING MD-ROLE
	      UPPER.
	   03 LABEL COL + 3 '[A/U/W/H/C, blank = A]'.
	   03 LABEL LINE 06 COL 04 'Active:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 20 PIC X(01) USING MD-ACTIVE
	      UPPER.
	   03 LABEL COL + 3 '[Y/N]'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcmd'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Which changes need a second pair of eyes is itself a control -
      * only an administrator may set it.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O MD-FILE.

      * Floating Window
	   Move 'Define Approval Designations' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE MD-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE MD-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK MD-FILE.
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

	   IF MD-PROG = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO WS-MD-FOUND.
	   PERFORM MD-FIND-LOOP THRU MD-FIND-LOOP-END
		   VARYING S-SUB FROM 1 BY 1
		   UNTIL S-SUB > 17 OR WS-MD-FOUND = 'Y'.
	   IF WS-MD-FOUND NOT = 'Y'
              MOVE 100035 TO S-ERROR-CODE
	      MOVE 102 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ MD-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE MD-DETAILS
		   MOVE 'Y'   TO MD-ACTIVE
		   MOVE ZEROS TO MD-PADDING.

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
		 DELETE MD-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF NOT (MD-ROLE = SPACES OR MD-ROLE = 'A' OR MD-ROLE = 'U'
		   OR MD-ROLE = 'W' OR MD-ROLE = 'H' OR MD-ROLE = 'C')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (MD-ACTIVE = 'Y' OR MD-ACTIVE = 'N')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE MD-REC.
	   IF S-PRS-MODE = 'R' REWRITE MD-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        MD-FIND-LOOP.

	   IF WS-MD-NAME (S-SUB) = MD-KEY
	      MOVE 'Y' TO WS-MD-FOUND.

        MD-FIND-LOOP-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START MD-FILE KEY > MD-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ MD-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START MD-FILE KEY < MD-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ MD-FILE BACKWARD END
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
