      *					NQ-FILE row to the gateway
      *					pick-up file and marks it
      *					exported
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-NQ-EOF		PIC X(01).
	   IF NQX-DATANAME = SPACE
	      MOVE 'gway/NQ-EXPORT' TO NQX-DATANAME.

      * Nothing keyed on the training copy may reach the gateway.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'Notification Export' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
