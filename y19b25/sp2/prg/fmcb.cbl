      * MAINTAIN CLUB/TEAM FILE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	1/8/2019 -	PAA	SP2
      * VAN TZE SHAN 	15/10/26 WO	PAA	Maximum roster size, and
      *					the club waitlist popup
      *					(FMWL)
      * VAN TZE SHAN 	15/10/26 WO	PAA	Make-up group - clubs whose
      *					sessions take each other's
      *					make-up bookings
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   03 ENTRY-FIELD 3-D ENABLED 0 COL 14 PIC X(02) USING CB-KEY.
	   03 LABEL LINE 03 COL 04 'Name:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 14 PIC X(20) USING CB-NAME.
	   03 LABEL LINE 04 COL 04 'Max Roster:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 16 PIC ZZZ9
	      USING CB-MAX-ROSTER.
	   03 LABEL COL + 2 '(0 = no limit)'.
	   03 LABEL LINE 05 COL 04 'Waitlist:'.
	   03 PUSH-BUTTON 'F10 - Club Waitlist' NO-TAB
	      COL 16
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 104.
	   03 LABEL LINE 06 COL 04 'Make-up Grp:'.
	   03 ENTRY-FIELD 3-D ID 105 COL 16 PIC X(02)
	      USING CB-MU-GROUP UPPER.
	   03 LABEL COL + 2 '(clubs alike for make-up classes)'.

        01 LOCK-WARN-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.

      * Floating Window
	   Move 'Define Club/Team' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	      READ CB-FILE INVALID
		   MOVE 'A' TO S-PRS-MODE
		   INITIALIZE CB-DETAILS
		   MOVE ZEROS TO CB-PADDING, CB-MAX-ROSTER
		   MOVE SPACES TO CB-MU-GROUP.

	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.

		 MOVE 999999 TO S-ERROR-CODE
		 GO TO 0130-MAIN.

      * The waitlist hangs off a club already on file.
	   IF (K-F10 and S-CONTROL-ID = 104) OR KEY-STATUS = 104
	      IF S-PRS-MODE NOT = 'R'
		 MOVE 100020 TO S-ERROR-CODE
		 MOVE 104    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      CALL   '/z/y19b25/sp2/prg/fmwl' USING CB-KEY, CB-NAME
	      CANCEL '/z/y19b25/sp2/prg/fmwl'
	      MOVE 104 TO S-CONTROL-ID
	      DISPLAY PROCESS-SCR
	      GO TO 0130-MAIN.

           IF NOT (K-F8 OR K-ENTER) GO TO 0130-MAIN.
 
	   IF CB-NAME = SPACES 
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
