       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-TRAIN.

      * MARK A WINDOW TITLE WHEN SIGNED ON TO THE PRACTICE DATA
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 WO	PAA	SP2

       ENVIRONMENT DIVISION.

       DATA DIVISION.
        WORKING-STORAGE SECTION.

       01 WS-TRAINING	PIC X(01).
       01 WS-TITLE	PIC X(60).
       01 REDEFINES WS-TITLE.
	  03 WS-TITLE-MARK PIC X(17).
	  03 FIL	PIC X(43).

       LINKAGE SECTION.
       01 LINK-TITLE	PIC X(60).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-TITLE.

	BEGIN.

      * MAIN sets PA-TRAINING at login; on the live files the title
      * goes up exactly as the caller moved it.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING NOT = 'Y'
	      GO TO TERMINATION.

      * A title already marked (a window re-displayed without the
      * MOVE being repeated) is left alone.
	   MOVE LINK-TITLE TO WS-TITLE.
	   IF WS-TITLE-MARK = '*** TRAINING *** '
	      GO TO TERMINATION.

	   MOVE SPACES TO LINK-TITLE.
	   STRING '*** TRAINING *** ' WS-TITLE
		  DELIMITED BY SIZE INTO LINK-TITLE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      * End of program.
