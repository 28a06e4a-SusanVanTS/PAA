       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-MKPUT.

      * HOLD A DESIGNATED MASTER-DATA CHANGE FOR APPROVAL
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcmd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmk'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdmd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbmd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-OPERATOR	PIC X(08).
       01 WS-ROLE	PIC X(01).
       01 WS-MK-NO	PIC 9(06).
       01 WS-MK-EOF	PIC X(01).
       01 WS-ALT-KEY	PIC X(28).
       01 WS-TODAY-EDIT	PIC 99/99/9999.
       01 WS-TODAY-DMY	PIC 9(08).
       01 WS-HHMM	PIC X(07).

       LINKAGE SECTION.
       01 LINK-PROG	PIC X(08).
       01 LINK-REC-KEY	PIC X(08).
       01 LINK-FIELD	PIC X(12).
       01 LINK-OLD	PIC X(40).
       01 LINK-NEW	PIC X(40).
       01 LINK-HELD	PIC X(01).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-PROG, LINK-REC-KEY, LINK-FIELD,
				LINK-OLD, LINK-NEW, LINK-HELD.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcmd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmk'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

      * A field with no active MD-FILE row - or no designation file
      * at all - comes back 'N' and the caller saves as it always has.
	   MOVE 'N' TO LINK-HELD.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT MD-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO TERMINATION.

	   MOVE LINK-PROG  TO MD-PROG.
	   MOVE LINK-FIELD TO MD-FIELD.
	   READ MD-FILE INVALID
		MOVE SPACES TO MD-ACTIVE.
	   CLOSE MD-FILE.

	   IF NOT MD-IS-ACTIVE
	      GO TO TERMINATION.

	   MOVE MD-ROLE TO WS-ROLE.
	   IF WS-ROLE = SPACES
	      MOVE 'A' TO WS-ROLE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

      * The pending file is started on first use, as the journal is.
	   OPEN I-O MK-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT MK-FILE
	      CLOSE MK-FILE
	      OPEN I-O MK-FILE.

	   PERFORM SUPERSEDE-RTN THRU SUPERSEDE-RTN-END.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-MK-SEQ.
	   MOVE CFIG-MK-SEQ TO WS-MK-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

	   INITIALIZE MK-REC.
	   MOVE WS-MK-NO	TO MK-NO.
	   MOVE LINK-PROG	TO MK-PROG.
	   MOVE LINK-REC-KEY	TO MK-REC-KEY.
	   MOVE LINK-FIELD	TO MK-FIELD.
	   MOVE LINK-OLD	TO MK-OLD-VALUE.
	   MOVE LINK-NEW	TO MK-NEW-VALUE.
	   MOVE WS-ROLE		TO MK-ROLE.
	   MOVE WS-OPERATOR	TO MK-MAKER.
	   MOVE WS-TODAY-DMY	TO MK-MADE-DMY.
	   MOVE WS-HHMM		TO MK-MADE-HHMM.
	   MOVE 'P'		TO MK-STAGE.
	   MOVE SPACES		TO MK-CHECKER, MK-REASON.
	   MOVE ZEROS		TO MK-DONE-DMY, MK-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE MK-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	   ELSE
	      MOVE 'Y' TO LINK-HELD.

	   CLOSE MK-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      *******************************************************************
      * Only the latest proposal for a field stands - anything still
      * pending against the same record and field is marked
      * superseded by the operator keying the newer one.
        SUPERSEDE-RTN.

	   MOVE LINK-PROG    TO MK-PROG.
	   MOVE LINK-REC-KEY TO MK-REC-KEY.
	   MOVE LINK-FIELD   TO MK-FIELD.
	   MOVE MK-ALT-KEY1  TO WS-ALT-KEY.
	   MOVE 'N' TO WS-MK-EOF.
	   START MK-FILE KEY = MK-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-MK-EOF.
	   PERFORM SUPERSEDE-LOOP THRU SUPERSEDE-LOOP-END
		   UNTIL WS-MK-EOF = 'Y'.

        SUPERSEDE-RTN-END. EXIT.

        SUPERSEDE-LOOP.

	   READ MK-FILE NEXT END
		MOVE 'Y' TO WS-MK-EOF
		GO TO SUPERSEDE-LOOP-END.

	   IF MK-ALT-KEY1 NOT = WS-ALT-KEY
	      MOVE 'Y' TO WS-MK-EOF
	      GO TO SUPERSEDE-LOOP-END.

	   IF NOT MK-IS-PENDING
	      GO TO SUPERSEDE-LOOP-END.

	   MOVE 'S'		TO MK-STAGE.
	   MOVE WS-OPERATOR	TO MK-CHECKER.
	   MOVE WS-TODAY-DMY	TO MK-DONE-DMY.
	   REWRITE MK-REC.

        SUPERSEDE-LOOP-END. EXIT.

      * End of program.
