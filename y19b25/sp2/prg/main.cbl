      *					 and expiry, five-miss
      *					 lockout, failed attempts
      *					 logged to SESS-FILE
      * VAN TZE SHAN	 15/10/26 WO  	 PAA	 Training mode on the
      *					 login: data files read from
      *					 the BKTRN practice copy
      *					 under training/ and every
      *					 window marked TRAINING

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.

       01 WS-LOGIN-ID           PIC X(08).
       01 WS-LOGIN-PWD          PIC X(16).
       01 WS-TRAINING           PIC X(01).
       01 WS-TRAIN-BANNER       PIC X(14).

       01 WS-PWD-MISC.
	  03 WS-NEW-PWD		PIC X(16).
	  03 LABEL LINE 03 COL 04 'Password:'.
	  03 ENTRY-FIELD 3-D ID 202 LINE 03 COL 17 SIZE 16 SECURE
	     PIC X(16) USING WS-LOGIN-PWD.
	  03 LABEL LINE 04 COL 04 'Training:'.
	  03 ENTRY-FIELD 3-D ID 203 LINE 04 COL 17 SIZE 01
	     PIC X(01) USING WS-TRAINING UPPER.
	  03 LABEL COL + 2 '[Y/N] practice data'.
	  03 PUSH-BUTTON 'OK'
	     LINE 05 COL 18 SIZE 12 LINES 1.2
	     TERMINATION-VALUE 13.
	  03 PUSH-BUTTON 'Exit'
	     LINE 7 COL + 3 SIZE 12 LINES 1.2
	     TERMINATION-VALUE 27.
	  03 LABEL LINE 7 COL 50 PIC X(14) FROM WS-TRAIN-BANNER.
      ****************************************************************
       PROCEDURE DIVISION.


	   PERFORM SETUP-CHECK-RTN THRU SETUP-CHECK-RTN-END.

	   MOVE SPACES TO WS-LOGIN-ID, WS-LOGIN-PWD, WS-TRAIN-BANNER.
	   MOVE 'N' TO WS-TRAINING.
	   DISPLAY LOGIN-SCR.

       LOGIN-LOOP.
	      MOVE 201    TO S-CONTROL-ID
	      GO TO LOGIN-LOOP.

	   IF WS-TRAINING = SPACE
	      MOVE 'N' TO WS-TRAINING.
	   IF WS-TRAINING NOT = 'Y' AND WS-TRAINING NOT = 'N'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 203    TO S-CONTROL-ID
	      GO TO LOGIN-LOOP.

      * An empty operator file is first-day setup - let the keyed ID
      * straight in so the first admin can be created at all; from
      * the moment FMOPR writes a row, the password rules stand.
	      END-IF.

       LOGIN-OK.
	   IF WS-TRAINING = 'Y'
	      PERFORM TRAIN-CHECK-RTN THRU TRAIN-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO LOGIN-LOOP.

	   DESTROY LOGIN-SCR.
	   SET ENVIRONMENT 'PA-USER-ID' TO WS-LOGIN-ID.

      * Every data file is ASSIGNed to a bare relative name, so the
      * runtime's FILE-PREFIX puts every program launched from here
      * onto the practice copy; PA-TRAINING is what F-TRAIN, F-SPOOL
      * and the export runs test.
	   IF WS-TRAINING = 'Y'
	      SET ENVIRONMENT 'FILE-PREFIX' TO 'training'
	      SET ENVIRONMENT 'PA-TRAINING' TO 'Y'
	      MOVE '** TRAINING **' TO WS-TRAIN-BANNER
	   ELSE
	      SET ENVIRONMENT 'PA-TRAINING' TO 'N'.

       LOGIN-DONE.
	   CLOSE OPR-FILE.

       LOGIN-END. EXIT.

      ***************************************************************
      * Training is only offered once BKTRN has made the practice set
      * - an empty training/ would fail every OPEN behind the menu.
       TRAIN-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'training/CFIG-FILE' TO CFIG-DATANAME.
	   OPEN INPUT CFIG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N'    TO S-STATUS-CHECK
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 203    TO S-CONTROL-ID
	   ELSE
	      CLOSE CFIG-FILE.
	   MOVE 'CFIG-FILE' TO CFIG-DATANAME.

       TRAIN-CHECK-RTN-END. EXIT.

      ***************************************************************
      * Nobody on the operator file at all means the system is being
      * set up - the login cannot demand a password no one could
