       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-WCMARK.

      * NEUTRAL SAFEGUARDING MARKER FOR A STUDENT
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * LINK-MARK comes back 'See welfare officer' when LINK-STD-KEY
      * has a safeguarding concern on WC-FILE that is not closed, and
      * blank otherwise. Nothing else about the concern leaves this
      * program - the student's ordinary screens show the marker to
      * every role; only FMWC opens the concern itself.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwc'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwc'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwc'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-WC-EOF		PIC X(01).

       LINKAGE SECTION.
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-MARK		PIC X(20).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-MARK.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwc'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE SPACES TO LINK-MARK.
	   IF LINK-STD-KEY = SPACES
	      GO TO TERMINATION.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT WC-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO TERMINATION.

	   INITIALIZE WC-REC.
	   MOVE LINK-STD-KEY TO WC-STD-KEY.
	   MOVE LOW-VALUES   TO WC-DATE-DMY, WC-SEQ.
	   MOVE 'N' TO WS-WC-EOF.
	   START WC-FILE KEY >= WC-KEY INVALID
		 MOVE 'Y' TO WS-WC-EOF.
	   PERFORM WC-LOOP THRU WC-LOOP-END
		   UNTIL WS-WC-EOF = 'Y'.

	   CLOSE WC-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
	WC-LOOP.

	   READ WC-FILE NEXT END
		MOVE 'Y' TO WS-WC-EOF
		GO TO WC-LOOP-END.

	   IF WC-STD-KEY NOT = LINK-STD-KEY
	      MOVE 'Y' TO WS-WC-EOF
	      GO TO WC-LOOP-END.

	   IF NOT WC-IS-CLOSED
	      MOVE 'See welfare officer' TO LINK-MARK
	      MOVE 'Y' TO WS-WC-EOF.

	WC-LOOP-END. EXIT.

      * End of program.
