       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMVR.

      * PARENT VOLUNTEER ROSTER - EVENT AND GRADING DAYS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Helper shifts of an event
      *					or a grading day on VR-FILE
      *					(role, date, times and the
      *					headcount needed) and the
      *					volunteers rostered on each
      *					on VA-FILE - a guardian off
      *					GD-FILE or any other
      *					contact - credited to the
      *					student's household; who
      *					helped or did not turn up
      *					is recorded after the day
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcvr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcva'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcge'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdvr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdva'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdge'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbvr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbva'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbge'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 12.

       01 WS-REC.
	  03 WS-L-SEQ		  PIC 9(02).
	  03 WS-L-LINE		  PIC 9(02).
	  03 WS-L-DESC		  PIC X(20).
	  03 WS-L-DETAIL	  PIC X(20).
	  03 WS-L-COUNT		  PIC X(05).
	  03 WS-L-REMIND	  PIC X(01).

       01 WS-MISC.
	  03 WS-OCC-TYPE	  PIC X(01).
	  03 WS-OCC-KEY		  PIC X(04).
	  03 WS-OCC-NAME	  PIC X(30).
	  03 WS-OCC-DMY		  PIC 9(08).
	  03 WS-GE-NO		  PIC 9(04).
	  03 WS-SEQ		  PIC 9(02).
	  03 WS-ROLE		  PIC X(12).
	  03 WS-SHIFT-DMY	  PIC 9(08).
	  03 WS-START-HHMM	  PIC 9(04).
	  03 WS-END-HHMM	  PIC 9(04).
	  03 WS-NEEDED		  PIC 9(02).
	  03 WS-LINE		  PIC 9(02).
	  03 WS-SOURCE		  PIC X(01).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-NAME		  PIC X(40).
	  03 WS-PHONE		  PIC X(15).
	  03 WS-EMAIL		  PIC X(30).
	  03 WS-ATTEND		  PIC X(01).
	  03 WS-HOUSEHOLD	  PIC X(08).
	  03 WS-HOURS		  PIC 9(02)V9(02).
	  03 WS-START-MINS	  PIC 9(04).
	  03 WS-END-MINS	  PIC 9(04).
	  03 WS-HH		  PIC 9(02).
	  03 WS-MM		  PIC 9(02).
	  03 WS-FILLED		  PIC 9(02).
	  03 WS-NEXT		  PIC 9(02).
	  03 WS-FOUND		  PIC X(01).
	  03 WS-NEW-LINE	  PIC X(01).
	  03 WS-VR-EOF		  PIC X(01).
	  03 WS-VA-EOF		  PIC X(01).
	  03 WS-DATE-CHANGED	  PIC X(01).
	  03 WS-EDIT-DMY	  PIC 99/99/9999.
	  03 WS-EDIT-FILLED	  PIC Z9.
	  03 WS-EDIT-NEEDED	  PIC Z9.
	  03 WS-EDIT-HOURS	  PIC Z9.99.
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'For:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(01)
	      USING WS-OCC-TYPE BELL UPPER.
	   03 LABEL COL + 2 '(E event, G grading)'.
	   03 LABEL COL + 3 'Code:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(04)
	      USING WS-OCC-KEY BELL UPPER.
	   03 LABEL COL + 2 PIC X(30) FROM WS-OCC-NAME.
	   03 LABEL LINE 02.5 COL 04 'Shift No:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC Z9
	      USING WS-SEQ.
	   03 LABEL COL + 2 '(0 = new)'.
	   03 LABEL COL + 3 'Role:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC X(12)
	      USING WS-ROLE BELL UPPER.
	   03 LABEL COL + 3 'Needed:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC Z9
	      USING WS-NEEDED.
	   03 LABEL LINE 03.5 COL 04 'Date:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC 99/99/9999
	      USING WS-SHIFT-DMY.
	   03 LABEL COL + 3 'Time:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC 9(04)
	      USING WS-START-HHMM.
	   03 LABEL COL + 2 'to'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC 9(04)
	      USING WS-END-HHMM.
	   03 LABEL COL + 2 '[HHMM]'.
	   03 LABEL LINE 05 COL 04 'Volunteer Line:'.
	   03 ENTRY-FIELD 3-D ID 109 COL + 2 PIC Z9
	      USING WS-LINE.
	   03 LABEL COL + 2 '(0 = new)'.
	   03 LABEL COL + 3 'Source:'.
	   03 ENTRY-FIELD 3-D ID 110 COL + 2 PIC X(01)
	      USING WS-SOURCE BELL UPPER.
	   03 LABEL COL + 2 '(G guardian, O other contact)'.
	   03 LABEL LINE 06 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 111 COL + 2 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 LABEL COL + 3 'Name:'.
	   03 ENTRY-FIELD 3-D ID 112 COL + 2 PIC X(40)
	      USING WS-NAME.
	   03 LABEL LINE 07 COL 04 'Phone:'.
	   03 ENTRY-FIELD 3-D ID 113 COL + 2 PIC X(15)
	      USING WS-PHONE.
	   03 LABEL COL + 3 'Email:'.
	   03 ENTRY-FIELD 3-D ID 114 COL + 2 PIC X(30)
	      USING WS-EMAIL.
	   03 LABEL LINE 08 COL 04 'Helped:'.
	   03 ENTRY-FIELD 3-D ID 115 COL + 2 PIC X(01)
	      USING WS-ATTEND BELL UPPER.
	   03 LABEL COL + 2 '(Y helped, N did not turn up)'.
	   03 LABEL LINE 09 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 10 COL 04
	      'F4=save shift  F8=save volunteer  F7=record helped'.
	   03 LABEL LINE 11 COL 04
	      'F6=remove volunteer (line 0: the shift)  ENTER=recall'.
	   03 LABEL LINE 12.5 COL 04 'Sh'.
	   03 LABEL COL 07 'Ln'.
	   03 LABEL COL 10 'Role / Volunteer'.
	   03 LABEL COL 33 'Date and Time / Phone'.
	   03 LABEL COL 57 'Count'.
	   03 LABEL COL 65 'R'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 13.5 COL 04 SIZE 66 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,3,5,25,45,50)
	      DISPLAY-COLUMNS 	= (1,4,7,30,54,62)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcvr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcva'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcge'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   VR-FILE.
	   OPEN I-O   VA-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT GE-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.

      * Floating Window
	   MOVE 'Volunteer Roster' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE VR-FILE.
	   CLOSE VA-FILE.
	   CLOSE EV-FILE.
	   CLOSE GE-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   PERFORM OCC-RTN THRU OCC-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SHIFT-SAVE-RTN THRU SHIFT-SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM VOL-SAVE-RTN THRU VOL-SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM ATTEND-RTN THRU ATTEND-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM REMOVE-RTN THRU REMOVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-SEQ	TO WS-SEQ
		 MOVE WS-L-LINE TO WS-LINE
	      END-IF.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-SEQ NOT = ZEROS
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The event or grading day the roster is for - its name and
      * date shown, the date the default for a new shift.
        OCC-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-OCC-TYPE NOT = 'E' AND WS-OCC-TYPE NOT = 'G'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO OCC-RTN-END.

	   IF WS-OCC-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO OCC-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-OCC-TYPE = 'E'
	      MOVE WS-OCC-KEY TO EV-KEY
	      READ EV-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 102    TO S-CONTROL-ID
		   GO TO OCC-RTN-END
	      END-READ
	      MOVE EV-NAME	TO WS-OCC-NAME
	      MOVE EV-DATE-DMY	TO WS-OCC-DMY
	      GO TO OCC-RTN-END.

	   IF WS-OCC-KEY NOT NUMERIC
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO OCC-RTN-END.
	   MOVE WS-OCC-KEY TO WS-GE-NO.
	   MOVE WS-GE-NO   TO GE-KEY.
	   READ GE-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO OCC-RTN-END.
	   MOVE GE-DATE-DMY TO WS-OCC-DMY, WS-EDIT-DMY.
	   MOVE SPACES TO WS-OCC-NAME.
	   STRING 'GRADING DAY ' WS-EDIT-DMY
		  DELIMITED BY SIZE INTO WS-OCC-NAME.

        OCC-RTN-END. EXIT.
      *******************************************************************
      * F4: a new shift (number 0) or a change to one - a changed
      * date or time is carried to everyone rostered on it, and a
      * changed date puts their reminder back in the queue run.
        SHIFT-SAVE-RTN.

	   IF WS-ROLE = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SHIFT-SAVE-RTN-END.

	   IF WS-SHIFT-DMY = ZEROS
	      MOVE WS-OCC-DMY TO WS-SHIFT-DMY.

	   IF WS-START-HHMM > 2359 OR WS-END-HHMM > 2359 OR
	      WS-START-HHMM >= WS-END-HHMM
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO SHIFT-SAVE-RTN-END.

	   IF WS-NEEDED = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO SHIFT-SAVE-RTN-END.

	   IF WS-SEQ NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-OCC-TYPE TO VR-OCC-TYPE
	      MOVE WS-OCC-KEY  TO VR-OCC-KEY
	      MOVE WS-SEQ      TO VR-SEQ
	      READ VR-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 103    TO S-CONTROL-ID
		   GO TO SHIFT-SAVE-RTN-END
	      END-READ
	      PERFORM FILLED-RTN THRU FILLED-RTN-END
	      IF WS-NEEDED < WS-FILLED
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 108    TO S-CONTROL-ID
		 GO TO SHIFT-SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SHIFT-SAVE-RTN-END.

	   PERFORM HOURS-RTN THRU HOURS-RTN-END.

	   IF WS-SEQ = ZEROS
	      PERFORM NEXT-SEQ-RTN THRU NEXT-SEQ-RTN-END
	      INITIALIZE VR-REC
	      MOVE WS-OCC-TYPE	 TO VR-OCC-TYPE
	      MOVE WS-OCC-KEY	 TO VR-OCC-KEY
	      MOVE WS-SEQ	 TO VR-SEQ
	      PERFORM VR-MOVE-RTN THRU VR-MOVE-RTN-END
	      MOVE 'N' TO S-STATUS-CHECK
	      WRITE VR-REC
	      GO TO SHIFT-SAVE-RTN-END.

	   MOVE 'N' TO WS-DATE-CHANGED.
	   IF VR-DATE-DMY NOT = WS-SHIFT-DMY
	      MOVE 'Y' TO WS-DATE-CHANGED.
	   PERFORM VR-MOVE-RTN THRU VR-MOVE-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE VR-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SHIFT-SAVE-RTN-END.

	   INITIALIZE VA-REC.
	   MOVE WS-OCC-TYPE TO VA-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VA-OCC-KEY.
	   MOVE WS-SEQ	    TO VA-SEQ.
	   MOVE ZEROS	    TO VA-LINE.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-KEY INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM RESTAMP-LOOP THRU RESTAMP-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

        SHIFT-SAVE-RTN-END. EXIT.
      *******************************************************************
        VR-MOVE-RTN.

	   MOVE WS-ROLE		TO VR-ROLE.
	   MOVE WS-SHIFT-DMY	TO VR-DATE-DMY.
	   MOVE WS-START-HHMM	TO VR-START-HHMM.
	   MOVE WS-END-HHMM	TO VR-END-HHMM.
	   MOVE WS-NEEDED	TO VR-NEEDED.

        VR-MOVE-RTN-END. EXIT.
      *******************************************************************
        RESTAMP-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO RESTAMP-LOOP-END.

	   IF VA-OCC-TYPE NOT = WS-OCC-TYPE
	      OR VA-OCC-KEY NOT = WS-OCC-KEY
	      OR VA-SEQ NOT = WS-SEQ
	      MOVE 'Y' TO WS-VA-EOF
	      GO TO RESTAMP-LOOP-END.

	   MOVE WS-SHIFT-DMY TO VA-DATE-DMY.
	   MOVE WS-HOURS     TO VA-HOURS.
	   IF WS-DATE-CHANGED = 'Y'
	      MOVE ZEROS TO VA-REMIND-DMY, VA-NQ-KEY.
	   REWRITE VA-REC.

        RESTAMP-LOOP-END. EXIT.
      *******************************************************************
      * Length of the shift in hours off its HHMM times.
        HOURS-RTN.

	   DIVIDE WS-START-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-START-MINS = WS-HH * 60 + WS-MM.
	   DIVIDE WS-END-HHMM BY 100 GIVING WS-HH REMAINDER WS-MM.
	   COMPUTE WS-END-MINS = WS-HH * 60 + WS-MM.
	   COMPUTE WS-HOURS ROUNDED =
		   (WS-END-MINS - WS-START-MINS) / 60.

        HOURS-RTN-END. EXIT.
      *******************************************************************
      * Next free shift number for the occasion.
        NEXT-SEQ-RTN.

	   MOVE ZEROS TO WS-NEXT.
	   INITIALIZE VR-REC.
	   MOVE WS-OCC-TYPE TO VR-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VR-OCC-KEY.
	   MOVE ZEROS	    TO VR-SEQ.
	   MOVE 'N' TO WS-VR-EOF.
	   START VR-FILE KEY >= VR-KEY INVALID
		 MOVE 'Y' TO WS-VR-EOF.
	   PERFORM NEXT-SEQ-LOOP THRU NEXT-SEQ-LOOP-END
		   UNTIL WS-VR-EOF = 'Y'.
	   COMPUTE WS-SEQ = WS-NEXT + 1.

        NEXT-SEQ-RTN-END. EXIT.

        NEXT-SEQ-LOOP.

	   READ VR-FILE NEXT END
		MOVE 'Y' TO WS-VR-EOF
		GO TO NEXT-SEQ-LOOP-END.

	   IF VR-OCC-TYPE NOT = WS-OCC-TYPE
	      OR VR-OCC-KEY NOT = WS-OCC-KEY
	      MOVE 'Y' TO WS-VR-EOF
	      GO TO NEXT-SEQ-LOOP-END.

	   MOVE VR-SEQ TO WS-NEXT.

        NEXT-SEQ-LOOP-END. EXIT.
      *******************************************************************
      * How many are rostered on shift WS-SEQ, and the last line
      * number used (WS-NEXT). WS-FOUND comes back Y when the helper
      * keyed is already on it under another line.
        FILLED-RTN.

	   MOVE ZEROS TO WS-FILLED, WS-NEXT.
	   MOVE 'N'   TO WS-FOUND.
	   INITIALIZE VA-REC.
	   MOVE WS-OCC-TYPE TO VA-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VA-OCC-KEY.
	   MOVE WS-SEQ	    TO VA-SEQ.
	   MOVE ZEROS	    TO VA-LINE.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-KEY INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM FILLED-LOOP THRU FILLED-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

        FILLED-RTN-END. EXIT.

        FILLED-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO FILLED-LOOP-END.

	   IF VA-OCC-TYPE NOT = WS-OCC-TYPE
	      OR VA-OCC-KEY NOT = WS-OCC-KEY
	      OR VA-SEQ NOT = WS-SEQ
	      MOVE 'Y' TO WS-VA-EOF
	      GO TO FILLED-LOOP-END.

	   ADD 1 TO WS-FILLED.
	   MOVE VA-LINE TO WS-NEXT.
	   IF VA-LINE NOT = WS-LINE AND VA-NAME = WS-NAME
	      MOVE 'Y' TO WS-FOUND.

        FILLED-LOOP-END. EXIT.
      *******************************************************************
      * F8: a helper on to the shift (line 0) or their details
      * amended. A guardian is taken off GD-FILE by the student's
      * AC#; any other contact is keyed by name with a phone or
      * email, and an AC# only where the help counts for a family.
        VOL-SAVE-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-OCC-TYPE TO VR-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VR-OCC-KEY.
	   MOVE WS-SEQ	    TO VR-SEQ.
	   READ VR-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO VOL-SAVE-RTN-END.

	   IF WS-SOURCE NOT = 'G' AND WS-SOURCE NOT = 'O'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 110    TO S-CONTROL-ID
	      GO TO VOL-SAVE-RTN-END.

	   IF WS-SOURCE = 'G' AND WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 111    TO S-CONTROL-ID
	      GO TO VOL-SAVE-RTN-END.

	   MOVE SPACES TO WS-HOUSEHOLD.
	   IF WS-STD-KEY NOT = SPACES
	      MOVE WS-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 111    TO S-CONTROL-ID
		   GO TO VOL-SAVE-RTN-END
	      END-READ
	      IF STD-FAMILY-CODE NOT = SPACES
		 MOVE STD-FAMILY-CODE TO WS-HOUSEHOLD
	      ELSE
		 MOVE STD-KEY	      TO WS-HOUSEHOLD.

	   IF WS-SOURCE = 'G'
	      MOVE WS-STD-KEY TO GD-KEY
	      READ GD-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 111    TO S-CONTROL-ID
		   GO TO VOL-SAVE-RTN-END
	      END-READ
	      IF WS-NAME = SPACES
		 MOVE GD-NAME  TO WS-NAME
	      END-IF
	      IF WS-PHONE = SPACES
		 MOVE GD-PHONE TO WS-PHONE
	      END-IF
	      IF WS-EMAIL = SPACES
		 MOVE GD-EMAIL TO WS-EMAIL.

	   IF WS-NAME = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 112    TO S-CONTROL-ID
	      GO TO VOL-SAVE-RTN-END.

	   IF WS-PHONE = SPACES AND WS-EMAIL = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 113    TO S-CONTROL-ID
	      GO TO VOL-SAVE-RTN-END.

      * No more on a shift than it needs, and no one twice.
	   PERFORM FILLED-RTN THRU FILLED-RTN-END.
	   IF WS-FOUND = 'Y'
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 112    TO S-CONTROL-ID
	      GO TO VOL-SAVE-RTN-END.
	   IF WS-LINE = ZEROS AND WS-FILLED NOT < VR-NEEDED
	      MOVE 'Shift is fully staffed - raise Needed first'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO VOL-SAVE-RTN-END.

	   IF WS-LINE NOT = ZEROS
	      MOVE WS-OCC-TYPE TO VA-OCC-TYPE
	      MOVE WS-OCC-KEY  TO VA-OCC-KEY
	      MOVE WS-SEQ      TO VA-SEQ
	      MOVE WS-LINE     TO VA-LINE
	      READ VA-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 109    TO S-CONTROL-ID
		   GO TO VOL-SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO VOL-SAVE-RTN-END.

	   MOVE VR-START-HHMM TO WS-START-HHMM.
	   MOVE VR-END-HHMM   TO WS-END-HHMM.
	   PERFORM HOURS-RTN THRU HOURS-RTN-END.

	   IF WS-LINE = ZEROS
	      COMPUTE WS-LINE = WS-NEXT + 1
	      INITIALIZE VA-REC
	      MOVE WS-OCC-TYPE TO VA-OCC-TYPE
	      MOVE WS-OCC-KEY  TO VA-OCC-KEY
	      MOVE WS-SEQ      TO VA-SEQ
	      MOVE WS-LINE     TO VA-LINE
	      MOVE ZEROS       TO VA-REMIND-DMY, VA-NQ-KEY
	      MOVE SPACE       TO VA-ATTEND-FLAG
	      MOVE 'Y' TO WS-NEW-LINE
	   ELSE
	      MOVE 'N' TO WS-NEW-LINE.

	   MOVE WS-HOUSEHOLD	TO VA-HOUSEHOLD.
	   MOVE WS-SOURCE	TO VA-SOURCE.
	   MOVE WS-STD-KEY	TO VA-STD-KEY.
	   MOVE WS-NAME		TO VA-NAME.
	   MOVE WS-PHONE	TO VA-PHONE.
	   MOVE WS-EMAIL	TO VA-EMAIL.
	   MOVE VR-DATE-DMY	TO VA-DATE-DMY.
	   MOVE WS-HOURS	TO VA-HOURS.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-LINE = 'Y'
	      WRITE VA-REC
	   ELSE
	      REWRITE VA-REC.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        VOL-SAVE-RTN-END. EXIT.
      *******************************************************************
      * F7: after the day, whether the rostered helper came.
        ATTEND-RTN.

	   IF WS-ATTEND NOT = 'Y' AND WS-ATTEND NOT = 'N'
	      AND WS-ATTEND NOT = SPACE
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 115    TO S-CONTROL-ID
	      GO TO ATTEND-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-OCC-TYPE TO VA-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VA-OCC-KEY.
	   MOVE WS-SEQ	    TO VA-SEQ.
	   MOVE WS-LINE	    TO VA-LINE.
	   READ VA-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 109    TO S-CONTROL-ID
		GO TO ATTEND-RTN-END.

	   MOVE WS-ATTEND TO VA-ATTEND-FLAG.
	   REWRITE VA-REC.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        ATTEND-RTN-END. EXIT.
      *******************************************************************
      * F6: a helper off the shift, or with line 0 the shift itself
      * - only once nobody is rostered on it.
        REMOVE-RTN.

	   IF WS-LINE NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-OCC-TYPE TO VA-OCC-TYPE
	      MOVE WS-OCC-KEY  TO VA-OCC-KEY
	      MOVE WS-SEQ      TO VA-SEQ
	      MOVE WS-LINE     TO VA-LINE
	      READ VA-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 109    TO S-CONTROL-ID
		   GO TO REMOVE-RTN-END
	      END-READ
	      PERFORM CONFIRM-RTN THRU CONFIRM-END
	      IF S-CONFIRM NOT = 'Y'
		 GO TO REMOVE-RTN-END
	      END-IF
	      DELETE VA-FILE
	      PERFORM CLEAR-VOL-RTN THRU CLEAR-VOL-RTN-END
	      GO TO REMOVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-OCC-TYPE TO VR-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VR-OCC-KEY.
	   MOVE WS-SEQ	    TO VR-SEQ.
	   READ VR-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO REMOVE-RTN-END.

	   PERFORM FILLED-RTN THRU FILLED-RTN-END.
	   IF WS-FILLED NOT = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO REMOVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REMOVE-RTN-END.

	   DELETE VR-FILE.
	   MOVE ZEROS  TO WS-SEQ, WS-SHIFT-DMY, WS-START-HHMM,
			  WS-END-HHMM, WS-NEEDED.
	   MOVE SPACES TO WS-ROLE.
	   PERFORM CLEAR-VOL-RTN THRU CLEAR-VOL-RTN-END.

        REMOVE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-OCC-TYPE TO VR-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VR-OCC-KEY.
	   MOVE WS-SEQ	    TO VR-SEQ.
	   READ VR-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 103    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE VR-ROLE		TO WS-ROLE.
	   MOVE VR-DATE-DMY	TO WS-SHIFT-DMY.
	   MOVE VR-START-HHMM	TO WS-START-HHMM.
	   MOVE VR-END-HHMM	TO WS-END-HHMM.
	   MOVE VR-NEEDED	TO WS-NEEDED.

	   IF WS-LINE = ZEROS
	      PERFORM CLEAR-VOL-RTN THRU CLEAR-VOL-RTN-END
	      PERFORM FILLED-RTN THRU FILLED-RTN-END
	      MOVE WS-FILLED TO WS-EDIT-FILLED
	      MOVE VR-NEEDED TO WS-EDIT-NEEDED
	      MOVE SPACES TO WS-STATUS-LINE
	      STRING 'Shift ' WS-SEQ ': ' WS-EDIT-FILLED ' of '
		     WS-EDIT-NEEDED ' helpers rostered'
		     DELIMITED BY SIZE INTO WS-STATUS-LINE
	      MOVE 104 TO S-CONTROL-ID
	      GO TO RECALL-RTN-END.

	   MOVE WS-OCC-TYPE TO VA-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VA-OCC-KEY.
	   MOVE WS-SEQ	    TO VA-SEQ.
	   MOVE WS-LINE	    TO VA-LINE.
	   READ VA-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 109    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE VA-SOURCE	TO WS-SOURCE.
	   MOVE VA-STD-KEY	TO WS-STD-KEY.
	   MOVE VA-NAME		TO WS-NAME.
	   MOVE VA-PHONE	TO WS-PHONE.
	   MOVE VA-EMAIL	TO WS-EMAIL.
	   MOVE VA-ATTEND-FLAG	TO WS-ATTEND.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 115 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the helper in VA-REC stands, in one line.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE VA-HOURS TO WS-EDIT-HOURS.
	   MOVE VA-REMIND-DMY TO WS-EDIT-DMY.

	   EVALUATE TRUE
	     WHEN VA-HELPED
		  STRING 'Helped - ' WS-EDIT-HOURS ' hours credited to '
			 'household ' VA-HOUSEHOLD
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN VA-NO-SHOW
		  MOVE 'Did not turn up - no hours credited'
		       TO WS-STATUS-LINE
	     WHEN VA-REMIND-DMY NOT = ZEROS
		  STRING 'Rostered - reminder queued ' WS-EDIT-DMY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN OTHER
		  MOVE 'Rostered - reminder not yet queued'
		       TO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        CLEAR-VOL-RTN.

	   MOVE ZEROS  TO WS-LINE.
	   MOVE SPACES TO WS-SOURCE, WS-STD-KEY, WS-NAME, WS-PHONE,
			  WS-EMAIL, WS-ATTEND, WS-STATUS-LINE.

        CLEAR-VOL-RTN-END. EXIT.
      *******************************************************************
      * Shifts in order, each followed by the helpers on it.
        LIST-1-RTN.

	   INITIALIZE VR-REC.
	   MOVE WS-OCC-TYPE TO VR-OCC-TYPE.
	   MOVE WS-OCC-KEY  TO VR-OCC-KEY.
	   MOVE ZEROS	    TO VR-SEQ.
	   MOVE 'N' TO WS-VR-EOF.
	   START VR-FILE KEY >= VR-KEY INVALID
		 MOVE 'Y' TO WS-VR-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-VR-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ VR-FILE NEXT END
		MOVE 'Y' TO WS-VR-EOF
		GO TO LIST-1-LOOP-END.

	   IF VR-OCC-TYPE NOT = WS-OCC-TYPE
	      OR VR-OCC-KEY NOT = WS-OCC-KEY
	      MOVE 'Y' TO WS-VR-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE VR-SEQ		TO WS-L-SEQ.
	   MOVE ZEROS		TO WS-L-LINE.
	   MOVE VR-ROLE		TO WS-L-DESC.
	   MOVE VR-DATE-DMY	TO WS-EDIT-DMY.
	   STRING WS-EDIT-DMY ' ' VR-START-HHMM '-' VR-END-HHMM
		  DELIMITED BY SIZE INTO WS-L-DETAIL.
	   MOVE ZEROS TO WS-FILLED.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

	   INITIALIZE VA-REC.
	   MOVE VR-OCC-TYPE TO VA-OCC-TYPE.
	   MOVE VR-OCC-KEY  TO VA-OCC-KEY.
	   MOVE VR-SEQ	    TO VA-SEQ.
	   MOVE ZEROS	    TO VA-LINE.
	   MOVE 'N' TO WS-VA-EOF.
	   START VA-FILE KEY >= VA-KEY INVALID
		 MOVE 'Y' TO WS-VA-EOF.
	   PERFORM LIST-VA-LOOP THRU LIST-VA-LOOP-END
		   UNTIL WS-VA-EOF = 'Y'.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        LIST-VA-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-VA-EOF
		GO TO LIST-VA-LOOP-END.

	   IF VA-OCC-TYPE NOT = VR-OCC-TYPE
	      OR VA-OCC-KEY NOT = VR-OCC-KEY
	      OR VA-SEQ NOT = VR-SEQ
	      MOVE 'Y' TO WS-VA-EOF
	      GO TO LIST-VA-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE VA-SEQ		TO WS-L-SEQ.
	   MOVE VA-LINE		TO WS-L-LINE.
	   MOVE VA-NAME		TO WS-L-DESC.
	   MOVE VA-PHONE	TO WS-L-DETAIL.
	   EVALUATE TRUE
	     WHEN VA-HELPED  MOVE 'HELPD' TO WS-L-COUNT
	     WHEN VA-NO-SHOW MOVE 'NOSHW' TO WS-L-COUNT
	   END-EVALUATE.
	   IF VA-REMIND-DMY NOT = ZEROS
	      MOVE 'R' TO WS-L-REMIND.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-VA-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Volunteer Roster' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
