      * VANTZESHAN	2/9/26	WO	PAA	Hand the captured run to
      *					F-DELIV for the routed
      *					branch printer
      * VANTZESHAN	15/10/26 WO	PAA	Runs made on the training
      *					copy stamped TRAINING at the
      *					head and captured under
      *					training/spool

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
       01 WS-COMMAND	PIC X(120).
       01 WS-STATUS	PIC 9(02).
       01 WS-SEQ	PIC 9(06).
       01 WS-TRAINING	PIC X(01).
       01 WS-SPOOL-DIR	PIC X(16).

       LINKAGE SECTION.
       01 LINK-DATANAME	PIC X(40).
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO TERMINATION.

      * A training run carries the banner under the printer set-up
      * line, on paper and in the archive alike, and is captured
      * apart - its CFIG-SPL-SEQ is the practice copy's and would
      * otherwise overwrite live captures.
	   MOVE 'spool/'	TO WS-SPOOL-DIR.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 'training/spool/' TO WS-SPOOL-DIR
	      MOVE SPACES TO WS-COMMAND
	      STRING 'sed -i "1a *** TRAINING - PRACTICE DATA ***" '
		     LINK-DATANAME DELIMITED BY SIZE INTO WS-COMMAND
	      CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS
	      CANCEL 'SYSTEM'.

	   MOVE SPACES TO WS-COMMAND.
	   STRING 'cp ' LINK-DATANAME ' '	DELIMITED BY SIZE
		  WS-SPOOL-DIR			DELIMITED BY SPACE
		  'SPL-' WS-SEQ			DELIMITED BY SIZE
		  INTO WS-COMMAND.
	   CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS.
	   CANCEL 'SYSTEM'.

