       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-CKHC.

      * CHECK OPERATOR HEAD COACH ROLE
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * The F-CKROLE test for the one role allowed to run the coach
      * effectiveness scorecard. Admin rights do not carry it -
      * only an operator flagged H on OPR-FILE gets LINK-OK 'Y'.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY	'/z/y19b25/sp2/lib/fd/fcopr'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdopr'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbopr'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-OPERATOR	PIC X(08).

       LINKAGE SECTION.
       01 LINK-OK	PIC X(01).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-OK.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcopr'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE 'N' TO LINK-OK.
	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	   OPEN INPUT OPR-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO TERMINATION.

	   MOVE WS-OPERATOR TO OPR-ID.
	   READ OPR-FILE NOT INVALID
	      IF OPR-IS-HEAD-COACH
	         MOVE 'Y' TO LINK-OK
	      END-IF
	   END-READ.

        TERMINATION.
	   CLOSE OPR-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      * End of program.
