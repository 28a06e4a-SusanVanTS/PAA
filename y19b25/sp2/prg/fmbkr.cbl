      *					role gated and confirmed -
      *					replaces the live file from
      *					staging, logged to SESS-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy - a restore
      *					would land on the live file

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-STATUS		  PIC 9(02).
	  03 WS-STAGED-FILE	  PIC X(12).
	  03 WS-STAGED-YMD	  PIC X(08).
	  03 WS-TRAINING	  PIC X(01).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	   MOVE 'N' TO S-RUN.
	   MOVE 'N' TO S-STATUS-CHECK.

      * The restore commands name the live files in the working
      * directory, whatever FILE-PREFIX the training login has set.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN INPUT BKG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      PERFORM ERROR-RTN THRU ERROR-END

      * Floating Window
	   MOVE 'Backup Generations' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
