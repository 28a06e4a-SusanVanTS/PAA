       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMSF.

      * MAINTAIN STUDENT FIELD SENSITIVITY FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Names the restricted
      *					student fields and what each
      *					non-admin role may see of
      *					them (F-STMSK); administrators
      *					only

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsf'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsf'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsf'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

      * The fields F-STMSK knows how to mask - a rule is only
      * accepted for one of these.
       01 WS-SF-NAMES.
	  03 FIL		PIC X(08) VALUE 'DOB'.
	  03 FIL		PIC X(08) VALUE 'ADDRESS'.
	  03 FIL		PIC X(08) VALUE 'MOBILE'.
	  03 FIL		PIC X(08) VALUE 'EMAIL'.
	  03 FIL		PIC X(08) VALUE 'MEDICAL'.
	  03 FIL		PIC X(08) VALUE 'PHOTO'.

       01 REDEFINES WS-SF-NAMES OCCURS 6.
	  03 WS-SF-NAME		PIC X(08).

       01 WS-SF-MISC.
	  03 WS-SF-FOUND	PIC X(01).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Field:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 14 PIC X(08) USING SF-FIELD
	      UPPER.
	   03 LABEL COL + 3
	      '[DOB/ADDRESS/MOBILE/EMAIL/MEDICAL/PHOTO]'.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Field:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 14 PIC X(08) USING SF-FIELD.
	   03 LABEL LINE 03 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 22 PIC X(30) USING SF-DESC.
	   03 LABEL LINE 04 COL 04 'Standard:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 22 PIC X(01) USING SF-VIEW-STD
	      UPPER.
	   03 LABEL COL + 3 '[F=Full P=Partial M=Masked]'.
	   03 LABEL LINE 05 COL 04 'Welfare Officer:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 22 PIC X(01)
	      USING SF-VIEW-WELF UPPER.
	   03 LABEL LINE 06 COL 04 'Head Coach:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 22 PIC X(01) USING SF-VIEW-HC
	      UPPER.
	   03 LABEL LINE 07 COL 04 'Coach/Volunteer:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 22 PIC X(01)
	      USING SF-VIEW-COACH UPPER.
	   03 LABEL LINE 09 COL 04
	      'Administrators always see the full value; every full'.
	   03 LABEL LINE 10 COL 04
	      'view by another role is logged to the session log.'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsf'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Who may see what of a student is itself a control - only an
      * administrator may set it.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O SF-FILE.

      * Floating Window
	   Move 'Define Field Sensitivity' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE SF-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SF-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK SF-FILE.
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

	   IF SF-FIELD = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   MOVE 'N' TO WS-SF-FOUND.
	   PERFORM SF-FIND-LOOP THRU SF-FIND-LOOP-END
		   VARYING S-SUB FROM 1 BY 1
		   UNTIL S-SUB > 6 OR WS-SF-FOUND = 'Y'.
	   IF WS-SF-FOUND NOT = 'Y'
              MOVE 100035 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ SF-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE SF-DETAILS
		   MOVE 'F'   TO SF-VIEW-STD, SF-VIEW-WELF, SF-VIEW-HC
		   MOVE 'M'   TO SF-VIEW-COACH
		   MOVE ZEROS TO SF-PADDING.

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
		 DELETE SF-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF NOT (SF-VIEW-STD = 'F' OR 'P' OR 'M')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (SF-VIEW-WELF = 'F' OR 'P' OR 'M')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (SF-VIEW-HC = 'F' OR 'P' OR 'M')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT (SF-VIEW-COACH = 'F' OR 'P' OR 'M')
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE SF-REC.
	   IF S-PRS-MODE = 'R' REWRITE SF-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        SF-FIND-LOOP.

	   IF WS-SF-NAME (S-SUB) = SF-FIELD
	      MOVE 'Y' TO WS-SF-FOUND.

        SF-FIND-LOOP-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START SF-FILE KEY > SF-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ SF-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START SF-FILE KEY < SF-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ SF-FILE BACKWARD END
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
