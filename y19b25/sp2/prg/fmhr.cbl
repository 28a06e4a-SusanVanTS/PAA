       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMHR.

      * MAINTAIN HIRER MASTER FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Schools, outside clubs and
      *					parties the halls are rented
      *					out to - the party FMHB
      *					books a hire for and the
      *					hire invoice is addressed to
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fchr'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdhr'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbhr'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Hirer Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 3 PIC X(04)
	      USING HR-KEY BELL UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Hirer Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04) USING HR-KEY.
	   03 LABEL LINE 03 COL 04 'Name:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(40)
	      USING HR-NAME.
	   03 LABEL LINE 04 COL 04 'Contact:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC X(30)
	      USING HR-CONTACT.
	   03 LABEL LINE 05 COL 04 'Phone:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(15)
	      USING HR-PHONE.
	   03 LABEL LINE 06 COL 04 'Type:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC X(01)
	      USING HR-TYPE BELL UPPER.
	   03 LABEL COL + 2
	      '(S=school, C=club, P=party, O=other)'.
	   03 LABEL LINE 07 COL 04 'Address:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 21 PIC X(40)
	      USING HR-ADDR1.
	   03 ENTRY-FIELD 3-D ID 107 LINE 08 COL 21 PIC X(40)
	      USING HR-ADDR2.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dchr'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O HR-FILE.

      * Floating Window
	   Move 'Define Hirers' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE HR-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE HR-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK HR-FILE.
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

	   IF HR-KEY = SPACES
              MOVE 200005 TO S-ERROR-CODE
	      MOVE 101 	 TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ HR-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE HR-DETAILS
		   MOVE ZEROS TO HR-PADDING.

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
		 DELETE HR-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

	   IF HR-NAME = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF HR-PHONE = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF NOT HR-IS-SCHOOL AND NOT HR-IS-CLUB AND
	      NOT HR-IS-PARTY AND NOT HR-IS-OTHER
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

      * The invoice goes out by post to the address keyed here.
	   IF HR-ADDR1 = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

           IF S-PRS-MODE = 'A' WRITE HR-REC.
	   IF S-PRS-MODE = 'R' REWRITE HR-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START HR-FILE KEY > HR-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ HR-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START HR-FILE KEY < HR-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ HR-FILE BACKWARD END
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
