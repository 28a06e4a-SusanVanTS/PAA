      *					a dated name after the backup
      *					so the live journal is always
      *					changes-since-last-backup
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy - the copy
      *					commands work on the live
      *					names

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-ALL-OK		PIC X(01).
	  03 WS-OPTION		PIC X(01).
	  03 WS-BK-HHMM		PIC X(07).
	  03 WS-TRAINING		PIC X(01).
	  03 WS-BK-EDIT		PIC 99/99/9999.

       01 PRT-HEADER.
	   SET ENVIRONMENT 'PA-USER-ID' TO 'y19b25'.
	   MOVE 'N' TO S-RUN.

      * The cp/mv commands below name the live files in the working
      * directory, whatever FILE-PREFIX the training login has set.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 4 TO RETURN-CODE
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'Master File Backup & Verify' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE '1' TO WS-OPTION.
