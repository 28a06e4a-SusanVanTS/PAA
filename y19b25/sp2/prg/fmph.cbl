       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMPH.

      * MAINTAIN PHONE AREA FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Phone area prefixes with
      *					the postcode and branch they
      *					map to, for placing
      *					prospects in the catchment
      *					report
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcph'.
	   COPY '/z/y19b25/sp2/lib/fd/fcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdph'.
	   COPY '/z/y19b25/sp2/lib/fd/fdloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbph'.
	   COPY '/z/y19b25/sp2/lib/fd/dbloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Area Prefix:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 3 PIC X(04)
	      USING PH-KEY BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Area Prefix:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04) USING PH-KEY.
	   03 LABEL LINE 03 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(30)
	      USING PH-DESC.
	   03 LABEL LINE 04 COL 04 'Postcode:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC X(04)
	      USING PH-LOC-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(20) FROM LOC-CITY.
	   03 LABEL LINE 05 COL 04 'Branch:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(02)
	      USING PH-BR-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(20) FROM BR-NAME.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcph'.
	   COPY '/z/y19b25/sp2/lib/fd/dcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O PH-FILE.
	   OPEN INPUT LOC-FILE.
	   OPEN INPUT BR-FILE.

      * Floating Window
	   Move 'Define Phone Areas' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE PH-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PH-FILE.
	   CLOSE LOC-FILE.
	   CLOSE BR-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK PH-FILE.
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

	   IF PH-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

      * Prefixes are dialled digits, at least two of them.
	   IF PH-KEY (1:2) NOT NUMERIC
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ PH-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE PH-DETAILS
		   MOVE ZEROS TO PH-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      PERFORM NAME-RTN THRU NAME-RTN-END.

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
		 DELETE PH-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF PH-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * Both ends of the mapping must be on their masters, or the
      * catchment report would file prospects under a dead code.
	   MOVE SPACES TO LOC-CITY, BR-NAME.
	   IF PH-LOC-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0130-MAIN.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PH-LOC-KEY TO LOC-KEY.
	   READ LOC-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO 0130-MAIN.

	   IF PH-BR-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE PH-BR-KEY TO BR-KEY
	      READ BR-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 104    TO S-CONTROL-ID
		   GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE PH-REC.
	   IF S-PRS-MODE = 'R' REWRITE PH-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        NAME-RTN.

	   MOVE SPACES TO LOC-CITY, BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PH-LOC-KEY TO LOC-KEY.
	   READ LOC-FILE INVALID
		MOVE SPACES TO LOC-CITY.
	   MOVE PH-BR-KEY TO BR-KEY.
	   READ BR-FILE INVALID
		MOVE SPACES TO BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

        NAME-RTN-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START PH-FILE KEY > PH-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ PH-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START PH-FILE KEY < PH-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ PH-FILE BACKWARD END
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
