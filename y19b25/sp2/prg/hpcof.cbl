       IDENTIFICATION DIVISION.
        PROGRAM-ID.   HPCOF.

      * COACHES FREE TO COVER A SESSION.
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VAN TZE SHAN	15/10/26 -	PAA	SP2
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.

       WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-REC.
	  03 WS-CO-KEY		PIC X(04).
	  03 WS-CO-NAME		PIC X(30).
	  03 WS-CO-QUAL		PIC X(20).

       01 WS-MISC.
	  03 WS-CO-EOF		PIC X(01).
	  03 WS-TRY-CO-KEY	PIC X(04).
	  03 WS-REASON		PIC X(01).
	  03 WS-CLASH-CB-KEY	PIC X(04).

       LINKAGE SECTION.
       01 LINK-SS-DMY		PIC 9(08).
       01 LINK-CB-KEY		PIC X(04).
       01 LINK-START		PIC 9(04).
       01 LINK-END		PIC 9(04).
       01 LINK-ABS-CO-KEY	PIC X(04).
       01 LINK-CO-KEY		PIC X(04).
       01 LINK-OK		PIC X(01).

       SCREEN SECTION.
       01 MAIN-SCR.
	  03 LABEL LINE 1.5 COL 03 'Code'.
	  03 LABEL COL 11 'Name'.
	  03 LABEL COL 45 'Qualification'.
	  03 LIST-1 LIST-BOX USING WS-REC 3-D
	     LINE 2.5 COL 03 SIZE 66 CELL LINES 20
	     DATA-COLUMNS 	= (1,5,35)
	     DISPLAY-COLUMNS 	= (1,9,43)
	     EXCEPTION-VALUE W-DBLCLICK.
          COPY '/v/cps/lib/std/hpbtn.scr'.

      ********************************************************************
       PROCEDURE DIVISION USING LINK-SS-DMY, LINK-CB-KEY, LINK-START,
				LINK-END, LINK-ABS-CO-KEY, LINK-CO-KEY,
				LINK-OK.

	DECLARATIVES.

	  COPY '/z/y19b25/sp2/lib/fd/dcco'.

        END DECLARATIVES.

      ********************************************************************
        MAIN-LOGIC.

	   MOVE 'N' TO S-RUN, LINK-OK.
	   OPEN INPUT CO-FILE.

	   MOVE 'Y'			TO S-RUN.
	   MOVE 'Coaches Free to Cover'	TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/hpwin.prd'.
	   DISPLAY MAIN-SCR.

      * Every coach on file put through F-COFREE for the session -
      * the coach list is short enough to load whole.
	   INITIALIZE CO-REC.
	   MOVE LOW-VALUES TO CO-KEY.
	   MOVE 'N' TO WS-CO-EOF.
	   START CO-FILE KEY >= CO-KEY INVALID
		 MOVE 'Y' TO WS-CO-EOF.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LOAD-RTN THRU LOAD-RTN-END
		   UNTIL WS-CO-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   DISPLAY MAIN-SCR.
	   PERFORM WITH TEST AFTER
	  	   UNTIL K-ENTER OR K-ESCAPE OR K-L-DBLCLICK
		   ACCEPT MAIN-SCR
           END-PERFORM.

	   IF K-ENTER OR K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      MODIFY  LIST-1, QUERY-INDEX = C-SUB
	      INQUIRE LIST-1, ITEM-VALUE IN WS-REC
	      IF WS-CO-KEY NOT = SPACES
		 MOVE WS-CO-KEY TO LINK-CO-KEY
	 	 MOVE 'Y' TO LINK-OK.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE CO-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        LOAD-RTN.

	   READ CO-FILE NEXT END
		MOVE 'Y' TO WS-CO-EOF
		GO TO LOAD-RTN-END.

	   IF CO-KEY = LINK-ABS-CO-KEY
	      GO TO LOAD-RTN-END.

	   MOVE CO-KEY TO WS-TRY-CO-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cofree' USING
		  WS-TRY-CO-KEY, LINK-SS-DMY, LINK-CB-KEY,
		  LINK-START, LINK-END, WS-REASON, WS-CLASH-CB-KEY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cofree'.
	   IF WS-REASON NOT = SPACES
	      GO TO LOAD-RTN-END.

	   INITIALIZE WS-REC.
	   MOVE CO-KEY		 TO WS-CO-KEY.
	   MOVE CO-NAME		 TO WS-CO-NAME.
	   MOVE CO-QUALIFICATION TO WS-CO-QUAL.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LOAD-RTN-END. EXIT.

      **********************************************************************

      * End of program.
