       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMPS.

      * MAINTAIN PAYER SPLIT FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Shares of one student's
      *					fees between two or more
      *					payers - households or
      *					sponsors - by percentage,
      *					for every charge code or
      *					one code at a time; BPFEE
      *					posts each payer's share
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsn'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsn'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsn'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 WS-STD-NAME	PIC X(40).
	  03 WS-FS-DESC		PIC X(30).
	  03 WS-PAYER-NAME	PIC X(40).
	  03 WS-PS-EOF		PIC X(01).
	  03 WS-OTHER-PCT	PIC 9(04)V9(02).
	  03 WS-SAVE-REC	PIC X(54).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 SELECT-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Student AC#:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 21 PIC X(06)
	      USING PS-STD-KEY UPPER.
	   03 LABEL LINE 03 COL 04 'Charge Code:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 21 PIC X(04)
	      USING PS-FS-KEY UPPER.
	   03 LABEL COL + 3 '(blank = every charge code)'.
	   03 LABEL LINE 04 COL 04 'Payer Type:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 21 PIC X(01)
	      USING PS-PAYER-TYPE UPPER.
	   03 LABEL COL + 3 '(F = household, S = sponsor)'.
	   03 LABEL LINE 05 COL 04 'Payer Code:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 21 PIC X(08)
	      USING PS-PAYER-KEY UPPER.

        01 PROCESS-SCR.
	   COPY '/v/cps/lib/std/fmmode.scr'.
	   03 LABEL LINE 02 COL 04 'Student AC#:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(06)
	      USING PS-STD-KEY.
	   03 LABEL COL + 2 PIC X(40) FROM WS-STD-NAME.
	   03 LABEL LINE 03 COL 04 'Charge Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(04)
	      USING PS-FS-KEY.
	   03 LABEL COL + 4 PIC X(30) FROM WS-FS-DESC.
	   03 LABEL LINE 04 COL 04 'Payer Type:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(01)
	      USING PS-PAYER-TYPE.
	   03 LABEL LINE 05 COL 04 'Payer Code:'.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 21 PIC X(08)
	      USING PS-PAYER-KEY.
	   03 LABEL COL + 2 PIC X(40) FROM WS-PAYER-NAME.
	   03 LABEL LINE 06 COL 04 'Share %:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 21 PIC ZZ9.99
	      USING PS-PCT.
	   03 LABEL LINE 07 COL 04 'Other Payers %:'.
	   03 LABEL COL 21 PIC ZZZ9.99 FROM WS-OTHER-PCT.
	   03 LABEL LINE 08 COL 04 'Dunning Level:'.
	   03 LABEL COL 21 PIC 9 FROM PS-DUN-LEVEL.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsn'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   PS-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT SN-FILE.

      * Floating Window
	   Move 'Define Payer Splits' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

           MOVE 'Y' TO S-RUN.
           INITIALIZE PS-REC.
           PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PS-FILE.
	   CLOSE STD-FILE.
	   CLOSE FS-FILE.
	   CLOSE FA-FILE.
	   CLOSE SN-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   MOVE 'S' TO S-PRS-MODE.
	   PERFORM FKEY-RTN THRU FKEY-END.

        0110-MAIN.

	   UNLOCK PS-FILE.
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

      * A split names a real student, a charge code on the fee
      * schedule (or none), and a payer on the household or sponsor
      * master.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0110-MAIN.

	   IF PS-FS-KEY NOT = SPACES
	      MOVE PS-FS-KEY TO FS-KEY
	      READ FS-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 102    TO S-CONTROL-ID
		   GO TO 0110-MAIN.

	   IF NOT PS-IS-HOUSEHOLD AND NOT PS-IS-SPONSOR
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   IF PS-PAYER-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	   PERFORM NAME-RTN THRU NAME-RTN-END.
	   IF WS-PAYER-NAME = SPACES
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO 0110-MAIN.

	 0120-MAIN.
	      MOVE 'N' TO S-STATUS-CHECK.
	      MOVE 'R' TO S-PRS-MODE.
	      READ PS-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE PS-DETAILS
		   MOVE ZEROS TO PS-PADDING.

              IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

	      PERFORM NAME-RTN THRU NAME-RTN-END.
	      PERFORM OTHER-PCT-RTN THRU OTHER-PCT-RTN-END.

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
		 DELETE PS-FILE
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.

      * The payers of one student and charge code may not share out
      * more than the whole charge.
	   IF PS-PCT = ZEROS OR PS-PCT > 100
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF WS-OTHER-PCT + PS-PCT > 100
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.

	   MOVE PS-PAYER-TYPE TO PS-ALT-PAYER-TYPE.
	   MOVE PS-PAYER-KEY  TO PS-ALT-PAYER-KEY.
	   MOVE PS-STD-KEY    TO PS-ALT-STD-KEY.
	   MOVE PS-FS-KEY     TO PS-ALT-FS-KEY.

           IF S-PRS-MODE = 'A' WRITE PS-REC.
	   IF S-PRS-MODE = 'R' REWRITE PS-REC.

        0190-MAIN.

	   DESTROY PROCESS-SCR.

        0199-END. EXIT.
      *******************************************************************
        NAME-RTN.

	   MOVE SPACES TO WS-STD-NAME, WS-FS-DESC, WS-PAYER-NAME.

	   MOVE PS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE STD-NAME TO WS-STD-NAME.

	   IF PS-FS-KEY = SPACES
	      MOVE 'EVERY CHARGE CODE' TO WS-FS-DESC
	   ELSE
	      MOVE PS-FS-KEY TO FS-KEY
	      READ FS-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE FS-DESC TO WS-FS-DESC.

	   IF PS-IS-HOUSEHOLD
	      MOVE PS-PAYER-KEY TO FA-KEY
	      READ FA-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE FA-BILL-CONTACT TO WS-PAYER-NAME
		   IF WS-PAYER-NAME = SPACES
		      MOVE FA-NAME TO WS-PAYER-NAME.

	   IF PS-IS-SPONSOR AND PS-PAYER-KEY (5:4) = SPACES
	      MOVE PS-PAYER-KEY TO SN-KEY
	      READ SN-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE SN-NAME TO WS-PAYER-NAME.

	   MOVE 'N' TO S-STATUS-CHECK.

        NAME-RTN-END. EXIT.
      *******************************************************************
      * What the student's other payers already carry for the same
      * charge code. The walk reads through PS-REC, so the row on
      * screen is put back afterwards.
        OTHER-PCT-RTN.

	   MOVE ZEROS  TO WS-OTHER-PCT.
	   MOVE PS-REC TO WS-SAVE-REC.

	   MOVE LOW-VALUES TO PS-PAYER-TYPE, PS-PAYER-KEY.
	   MOVE 'N' TO WS-PS-EOF.
	   START PS-FILE KEY >= PS-KEY INVALID
		 MOVE 'Y' TO WS-PS-EOF.
	   PERFORM OTHER-PCT-LOOP THRU OTHER-PCT-LOOP-END
		   UNTIL WS-PS-EOF = 'Y'.

	   MOVE WS-SAVE-REC TO PS-REC.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF S-PRS-MODE = 'R'
	      READ PS-FILE INVALID
		   CONTINUE.

        OTHER-PCT-RTN-END. EXIT.

        OTHER-PCT-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-PS-EOF
		GO TO OTHER-PCT-LOOP-END.

	   IF PS-STD-KEY NOT = WS-SAVE-REC (1:6) OR
	      PS-FS-KEY NOT = WS-SAVE-REC (7:4)
	      MOVE 'Y' TO WS-PS-EOF
	      GO TO OTHER-PCT-LOOP-END.

	   IF PS-PAYER-TYPE NOT = WS-SAVE-REC (11:1) OR
	      PS-PAYER-KEY NOT = WS-SAVE-REC (12:8)
	      ADD PS-PCT TO WS-OTHER-PCT.

        OTHER-PCT-LOOP-END. EXIT.
      *******************************************************************
        GET-NEXT.

	   START PS-FILE KEY > PS-KEY INVALID
		 MOVE 100010 TO S-ERROR-CODE
		 NOT INVALID
		     READ PS-FILE NEXT END
			  MOVE 100010 TO S-ERROR-CODE
		     END-READ.

        GET-NEXT-END. EXIT.
      ********************************************************************
        GET-PREV.

	   START PS-FILE KEY < PS-KEY INVALID
		 MOVE 100005 TO S-ERROR-CODE
		 NOT INVALID
		     READ PS-FILE BACKWARD END
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
