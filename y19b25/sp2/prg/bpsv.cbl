       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPSV.

      * ISSUE MEMBER SATISFACTION SURVEY
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Queues the survey's
      *					invitation on NQ-FILE once
      *					per household - one member
      *					per family code, each
      *					unlinked student on their
      *					own - to opted-in contacts
      *					only
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SV-KEY		PIC X(06).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-CUR-FAMILY	PIC X(08).
	  03 WS-FAM-DONE	PIC X(01).
	  03 WS-QUEUED		PIC X(01).
	  03 WS-QUEUED-COUNT	PIC 9(06).
	  03 WS-QUEUED-DISP	PIC Z(05)9.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Survey Code:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(06)
	     USING WS-SV-KEY BELL UPPER.
	  03 LABEL COL + 2 PIC X(30) FROM SV-DESC.
	  03 LABEL LINE 04 COL 04
	     'Issue Survey Invitations?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.
	  03 LABEL LINE 06 COL 04 'Queued:'.
	  03 LABEL COL + 2 PIC Z(05)9 FROM WS-QUEUED-DISP.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   SV-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN I-O   CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

	   INITIALIZE SV-REC.
	   MOVE 'Issue Member Survey' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   REWRITE CFIG-REC.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SV-FILE.
	   CLOSE NQ-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE CFIG-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF WS-SV-KEY = SPACES
	      MOVE 200005 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SV-KEY TO SV-KEY.
	   READ SV-FILE INVALID
		INITIALIZE SV-DETAILS
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

      * A survey goes out once; a second issue would double every
      * household's invitation.
	   IF SV-ISSUE-DMY NOT = ZEROS
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE ZEROS  TO WS-QUEUED-COUNT.
	   MOVE SPACES TO WS-CUR-FAMILY.
	   MOVE 'N'    TO WS-FAM-DONE.

      * Households come off the family-code alternate key, the way
      * BPSTM walks them for statements.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM HOUSEHOLD-LOOP THRU HOUSEHOLD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SV-KEY TO SV-KEY.
	   READ SV-FILE.
	   MOVE WS-TODAY-DMY	TO SV-ISSUE-DMY.
	   MOVE WS-QUEUED-COUNT TO SV-ISSUED.
	   REWRITE SV-REC.

	   MOVE WS-QUEUED-COUNT TO WS-QUEUED-DISP.
	   MOVE 'N' TO S-ANSWER.
	   GO TO 0100-MAIN.

        0199-END. EXIT.

      ********************************************************************
      * One invitation per household: the first active member of a
      * family code who can be reached on an opted-in channel takes
      * it for the family. A student with no family code is a
      * household of one.
        HOUSEHOLD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO HOUSEHOLD-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO HOUSEHOLD-LOOP-END.

	   IF STD-FAMILY-CODE = SPACES
	      PERFORM QUEUE-RTN THRU QUEUE-RTN-END
	      GO TO HOUSEHOLD-LOOP-END.

	   IF STD-FAMILY-CODE NOT = WS-CUR-FAMILY
	      MOVE STD-FAMILY-CODE TO WS-CUR-FAMILY
	      MOVE 'N' TO WS-FAM-DONE.

	   IF WS-FAM-DONE = 'Y'
	      GO TO HOUSEHOLD-LOOP-END.

	   PERFORM QUEUE-RTN THRU QUEUE-RTN-END.
	   IF WS-QUEUED = 'Y'
	      MOVE 'Y' TO WS-FAM-DONE.

        HOUSEHOLD-LOOP-END. EXIT.

      ********************************************************************
      * The BPNQ contact rule - email when the student (or failing
      * that the guardian) has one, else SMS to the mobile - and the
      * survey is marketing, so only on an opted-in channel.
        QUEUE-RTN.

	   MOVE 'N' TO WS-QUEUED.
	   INITIALIZE NQ-REC.

	   IF STD-EMAIL NOT = SPACES
	      MOVE 'E'	     TO NQ-CHANNEL
	      MOVE STD-EMAIL TO NQ-RECIPIENT
	   ELSE
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE SPACES TO GD-EMAIL
	      END-READ
	      IF GD-EMAIL NOT = SPACES
		 MOVE 'E'      TO NQ-CHANNEL
		 MOVE GD-EMAIL TO NQ-RECIPIENT
	      ELSE
		 IF STD-MOBILE NOT = SPACES
		    MOVE 'S'	    TO NQ-CHANNEL
		    MOVE STD-MOBILE TO NQ-RECIPIENT
		 ELSE
		    GO TO QUEUE-RTN-END.

	   IF NQ-CHANNEL = 'E' AND STD-CONSENT-EMAIL NOT = 'Y'
	      GO TO QUEUE-RTN-END.
	   IF NQ-CHANNEL = 'S' AND STD-CONSENT-SMS NOT = 'Y'
	      GO TO QUEUE-RTN-END.

	   ADD 1 TO CFIG-NQ-SEQ.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE SV-LT-KEY	TO NQ-LT-KEY.
	   MOVE STD-KEY		TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY, NQ-BATCH-NO.
	   MOVE SPACES		TO NQ-FAIL-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   IF S-STATUS-CHECK NOT = 'Y'
	      MOVE 'Y' TO WS-QUEUED
	      ADD 1 TO WS-QUEUED-COUNT.

        QUEUE-RTN-END. EXIT.

      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
