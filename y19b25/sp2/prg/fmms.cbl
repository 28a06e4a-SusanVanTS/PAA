       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMMS.

      * MARSHALLING DESK - CHECK-IN AND NO-SHOW WALKOVERS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Checks each side of the
      *					DW-FILE bouts in a ring (and
      *					slot) in at the marshalling
      *					desk, by card scan or from
      *					the list; flags anyone not in
      *					EV-MARSHAL-MINS before the
      *					bout's slot; a confirmed
      *					no-show hands the opponent
      *					a walkover, pairs the next
      *					round once the category's
      *					round is complete, and is
      *					kept on NS-FILE for the
      *					coach follow-up and the
      *					entry-fee policy
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcdw'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fced'.
	   COPY '/z/y19b25/sp2/lib/fd/fcns'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fddw'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fded'.
	   COPY '/z/y19b25/sp2/lib/fd/fdns'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbdw'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbns'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 16.
       78 T-ENT-MAX		  VALUE 64.
       78 T-CUTOFF-MINS		  VALUE 15.

       01 WS-REC.
	  03 WS-L-ED-CODE	  PIC X(03).
	  03 WS-L-CATEGORY	  PIC X(10).
	  03 WS-L-ROUND		  PIC 9(02).
	  03 WS-L-MATCH		  PIC 9(03).
	  03 WS-L-SLOT		  PIC 9(04).
	  03 WS-L-KEY1		  PIC X(06).
	  03 WS-L-IN1		  PIC X(01).
	  03 WS-L-KEY2		  PIC X(06).
	  03 WS-L-IN2		  PIC X(01).
	  03 WS-L-FLAG		  PIC X(04).

       01 WS-MISC.
	  03 WS-EV-KEY		  PIC X(04).
	  03 WS-RING		  PIC X(02).
	  03 WS-SLOT		  PIC 9(04).
	  03 WS-SCAN-KEY	  PIC X(06).
	  03 WS-DW-EOF		  PIC X(01).
	  03 WS-CM-EOF		  PIC X(01).
	  03 WS-MSG		  PIC X(60).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-YMD	  PIC 9(08).
	  03 WS-EVENT-YMD	  PIC 9(08).
	  03 WS-CUTOFF		  PIC 9(03).
	  03 WS-NOW-MINS	  PIC 9(04).
	  03 WS-SLOT-MINS	  PIC 9(04).
	  03 WS-LATE		  PIC X(01).
	  03 WS-LATE1		  PIC X(01).
	  03 WS-LATE2		  PIC X(01).
	  03 WS-SIDE		  PIC 9(01).
	  03 WS-BEST-SLOT	  PIC 9(04).
	  03 WS-FOUND		  PIC X(01).
	  03 WS-ABSENT		  PIC X(06).
	  03 WS-OPPONENT	  PIC X(06).
	  03 WS-MAX-ROUND	  PIC 9(02).
	  03 WS-ALL-DECIDED	  PIC X(01).
	  03 WS-NEXT-THERE	  PIC X(01).
	  03 WS-ENT-COUNT	  PIC 9(03).
	  03 WS-MATCH-NO	  PIC 9(03).
	  03 WS-SUB		  PIC 9(03).
	  03 WS-NOW-TIME.
	     05 WS-NOW-HH	  PIC 9(02).
	     05 WS-NOW-MIN	  PIC 9(02).
	     05 WS-NOW-SS1	  PIC 9(02).
	     05 WS-NOW-SS2	  PIC 9(02).
	  03 WS-CALC-SLOT	  PIC 9(04).
	  03 WS-CALC-PARTS REDEFINES WS-CALC-SLOT.
	     05 WS-CALC-HH	  PIC 9(02).
	     05 WS-CALC-MM	  PIC 9(02).
	  03 WS-HOLD-KEY.
	     05 WS-H-EV-KEY	  PIC X(04).
	     05 WS-H-ED-CODE	  PIC X(03).
	     05 WS-H-CATEGORY	  PIC X(10).
	     05 WS-H-ROUND	  PIC 9(02).
	     05 WS-H-MATCH	  PIC 9(03).
	  03 WS-BEST-KEY	  PIC X(22).

       01 WS-ENT-TABLE.
	  03 WS-ENT		  PIC X(06) OCCURS T-ENT-MAX.

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Event Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(04)
	      USING WS-EV-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL LINE 02 COL 04 'Ring:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(02)
	      USING WS-RING BELL UPPER.
	   03 LABEL COL + 3 'Slot:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC 9(04)
	      USING WS-SLOT.
	   03 LABEL COL + 3 '[HHMM, 0 = all day]'.
	   03 LABEL LINE 03 COL 04 'Scan / AC#:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC X(06)
	      USING WS-SCAN-KEY BELL UPPER.
	   03 LABEL COL + 3 'ENTER = check the competitor in'.
	   03 LABEL LINE 04 COL 04
	      'F6/F7=side 1/side 2 in or out  F8=confirm no-show'.
	   03 LABEL LINE 05.5 COL 04 'Ds'.
	   03 LABEL COL 08 'Category'.
	   03 LABEL COL 19 'Rd'.
	   03 LABEL COL 23 'Mt'.
	   03 LABEL COL 27 'Slot'.
	   03 LABEL COL 33 'Side 1'.
	   03 LABEL COL 41 'In'.
	   03 LABEL COL 45 'Side 2'.
	   03 LABEL COL 53 'In'.
	   03 LABEL COL 57 'Flag'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 6.5 COL 04 SIZE 62 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,4,14,16,19,23,29,30,36,37)
	      DISPLAY-COLUMNS 	= (1,5,16,20,24,30,38,42,50,54)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcdw'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dced'.
	   COPY '/z/y19b25/sp2/lib/fd/dcns'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcca'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   DW-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT ED-FILE.
	   OPEN I-O   NS-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT CA-FILE.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

      * Floating Window
	   MOVE 'Marshalling Desk' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE DW-FILE.
	   CLOSE EV-FILE.
	   CLOSE ED-FILE.
	   CLOSE NS-FILE.
	   CLOSE CM-FILE.
	   CLOSE CA-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/z/y19b25/sp2/prg/hpev' USING WS-EV-KEY,S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpev'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.

	   IF K-F6
	      MOVE 1 TO WS-SIDE
	      PERFORM TOGGLE-RTN THRU TOGGLE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      MOVE 2 TO WS-SIDE
	      PERFORM TOGGLE-RTN THRU TOGGLE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM NOSHOW-RTN THRU NOSHOW-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER AND WS-SCAN-KEY NOT = SPACES
	      PERFORM SCAN-RTN THRU SCAN-RTN-END
	      MOVE SPACES TO WS-SCAN-KEY
	      MOVE 104    TO S-CONTROL-ID
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * Today against the event date and the time of day in minutes,
      * for the late test; the event's cut-off defaults when unset.
        CLOCK-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE EV-DATE-DMY TO WS-EVENT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EVENT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   ACCEPT WS-NOW-TIME FROM TIME.
	   COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MIN.

	   MOVE T-CUTOFF-MINS TO WS-CUTOFF.
	   IF EV-MARSHAL-MINS NUMERIC AND EV-MARSHAL-MINS NOT = ZEROS
	      MOVE EV-MARSHAL-MINS TO WS-CUTOFF.

        CLOCK-RTN-END. EXIT.
      *******************************************************************
      * A bout on the screen's ring (and slot, when one is keyed).
        FILTER-RTN.

	   MOVE 'Y' TO WS-FOUND.
	   IF DW-EV-KEY NOT = WS-EV-KEY
	      MOVE 'N' TO WS-FOUND
	      GO TO FILTER-RTN-END.
	   IF WS-RING NOT = SPACES AND DW-RING NOT = WS-RING
	      MOVE 'N' TO WS-FOUND
	      GO TO FILTER-RTN-END.
	   IF WS-SLOT NOT = ZEROS AND DW-SLOT-HHMM NOT = WS-SLOT
	      MOVE 'N' TO WS-FOUND.

        FILTER-RTN-END. EXIT.
      *******************************************************************
      * Late: an undecided bout whose slot is within the cut-off (or
      * gone) on event day, or any time after the event day, with
      * the side still not checked in.
        LATE-RTN.

	   MOVE 'N' TO WS-LATE, WS-LATE1, WS-LATE2.
	   IF DW-WINNER NOT = SPACES OR DW-SLOT-HHMM = ZEROS
	      GO TO LATE-RTN-END.
	   IF WS-TODAY-YMD < WS-EVENT-YMD
	      GO TO LATE-RTN-END.

	   IF WS-TODAY-YMD = WS-EVENT-YMD
	      MOVE DW-SLOT-HHMM TO WS-CALC-SLOT
	      COMPUTE WS-SLOT-MINS = WS-CALC-HH * 60 + WS-CALC-MM
	      IF WS-NOW-MINS + WS-CUTOFF < WS-SLOT-MINS
		 GO TO LATE-RTN-END.

	   IF DW-CHK1 NOT = 'Y'
	      MOVE 'Y' TO WS-LATE, WS-LATE1.
	   IF DW-STD-KEY2 NOT = SPACES AND DW-CHK2 NOT = 'Y'
	      MOVE 'Y' TO WS-LATE, WS-LATE2.

        LATE-RTN-END. EXIT.
      *******************************************************************
      * F6/F7: the selected bout's side 1 or side 2 checked in, or
      * back out again if it was in by mistake.
        TOGGLE-RTN.

	   PERFORM SELECT-RTN THRU SELECT-RTN-END.
	   IF S-OK NOT = 'Y'
	      GO TO TOGGLE-RTN-END.

	   IF WS-SIDE = 2 AND DW-STD-KEY2 = SPACES
	      GO TO TOGGLE-RTN-END.

	   IF WS-SIDE = 1
	      IF DW-CHK1 = 'Y'
		 MOVE SPACE TO DW-CHK1
		 MOVE ZEROS TO DW-CHK-HHMM1
	      ELSE
		 MOVE 'Y' TO DW-CHK1
		 COMPUTE DW-CHK-HHMM1 = WS-NOW-HH * 100 + WS-NOW-MIN
	      END-IF
	   ELSE
	      IF DW-CHK2 = 'Y'
		 MOVE SPACE TO DW-CHK2
		 MOVE ZEROS TO DW-CHK-HHMM2
	      ELSE
		 MOVE 'Y' TO DW-CHK2
		 COMPUTE DW-CHK-HHMM2 = WS-NOW-HH * 100 + WS-NOW-MIN
	      END-IF
	   END-IF.

	   REWRITE DW-REC.

        TOGGLE-RTN-END. EXIT.
      *******************************************************************
      * The list's selected bout read back for update; a decided
      * bout is past marshalling.
        SELECT-RTN.

	   MOVE 'N' TO S-OK.
	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO SELECT-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-KEY1 = SPACES
	      GO TO SELECT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-L-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-L-CATEGORY	TO DW-CATEGORY.
	   MOVE WS-L-ROUND	TO DW-ROUND.
	   MOVE WS-L-MATCH	TO DW-MATCH.
	   READ DW-FILE INVALID
		GO TO SELECT-RTN-END.

	   IF DW-WINNER NOT = SPACES
	      MOVE 'Bout already decided' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO SELECT-RTN-END.

	   MOVE 'Y' TO S-OK.

        SELECT-RTN-END. EXIT.
      *******************************************************************
      * A scanned card (or keyed AC#) checks its holder in for their
      * earliest undecided bout on the screen still waiting for them.
        SCAN-RTN.

	   MOVE 'N'    TO WS-FOUND.
	   MOVE 9999   TO WS-BEST-SLOT.
	   MOVE SPACES TO WS-BEST-KEY.

	   INITIALIZE DW-REC.
	   MOVE WS-EV-KEY  TO DW-EV-KEY.
	   MOVE LOW-VALUES TO DW-ED-CODE, DW-CATEGORY,
			      DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM SCAN-LOOP THRU SCAN-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

	   IF WS-BEST-KEY = SPACES
	      MOVE SPACES TO WS-MSG
	      STRING 'No bout here waiting to check in ' WS-SCAN-KEY
		     DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO SCAN-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-BEST-KEY TO DW-KEY.
	   READ DW-FILE INVALID
		GO TO SCAN-RTN-END.

	   IF DW-STD-KEY1 = WS-SCAN-KEY AND DW-CHK1 NOT = 'Y'
	      MOVE 'Y' TO DW-CHK1
	      COMPUTE DW-CHK-HHMM1 = WS-NOW-HH * 100 + WS-NOW-MIN
	   ELSE
	      MOVE 'Y' TO DW-CHK2
	      COMPUTE DW-CHK-HHMM2 = WS-NOW-HH * 100 + WS-NOW-MIN.

	   REWRITE DW-REC.

        SCAN-RTN-END. EXIT.

        SCAN-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO SCAN-LOOP-END.

	   IF DW-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO SCAN-LOOP-END.

	   PERFORM FILTER-RTN THRU FILTER-RTN-END.
	   IF WS-FOUND NOT = 'Y' OR DW-WINNER NOT = SPACES
	      GO TO SCAN-LOOP-END.

	   IF NOT ((DW-STD-KEY1 = WS-SCAN-KEY AND DW-CHK1 NOT = 'Y') OR
		   (DW-STD-KEY2 = WS-SCAN-KEY AND DW-CHK2 NOT = 'Y'))
	      GO TO SCAN-LOOP-END.

	   IF WS-BEST-KEY = SPACES OR DW-SLOT-HHMM < WS-BEST-SLOT
	      MOVE DW-SLOT-HHMM TO WS-BEST-SLOT
	      MOVE DW-KEY	TO WS-BEST-KEY.

        SCAN-LOOP-END. EXIT.
      *******************************************************************
      * F8: the side still not in past the cut-off is confirmed a
      * no-show - the opponent takes the bout on a walkover, the
      * absence goes to NS-FILE, and a round it completes is paired
      * on into the next.
        NOSHOW-RTN.

	   PERFORM SELECT-RTN THRU SELECT-RTN-END.
	   IF S-OK NOT = 'Y'
	      GO TO NOSHOW-RTN-END.

	   IF DW-STD-KEY2 = SPACES
	      GO TO NOSHOW-RTN-END.

	   IF DW-CHK1 = 'Y' AND DW-CHK2 = 'Y'
	      MOVE 'Both sides are checked in' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO NOSHOW-RTN-END.

	   IF DW-CHK1 NOT = 'Y' AND DW-CHK2 NOT = 'Y'
	      MOVE 'Neither side is in - check in the one present'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO NOSHOW-RTN-END.

	   PERFORM LATE-RTN THRU LATE-RTN-END.
	   IF WS-LATE NOT = 'Y'
	      MOVE 'Not yet past the marshalling cut-off' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO NOSHOW-RTN-END.

	   IF DW-CHK1 = 'Y'
	      MOVE DW-STD-KEY2 TO WS-ABSENT
	      MOVE DW-STD-KEY1 TO WS-OPPONENT
	   ELSE
	      MOVE DW-STD-KEY1 TO WS-ABSENT
	      MOVE DW-STD-KEY2 TO WS-OPPONENT.

	   MOVE DW-KEY TO WS-HOLD-KEY.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO NOSHOW-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HOLD-KEY TO DW-KEY.
	   READ DW-FILE INVALID
		GO TO NOSHOW-RTN-END.
	   MOVE WS-OPPONENT TO DW-WINNER.
	   MOVE 'W'	    TO DW-WALKOVER.
	   REWRITE DW-REC.

	   PERFORM NS-WRITE-RTN THRU NS-WRITE-RTN-END.
	   PERFORM ADVANCE-RTN THRU ADVANCE-RTN-END.

	   MOVE SPACES TO WS-MSG.
	   IF WS-NEXT-THERE = 'Y'
	      STRING 'Walkover to ' WS-OPPONENT
		     ' - next round paired'
		     DELIMITED BY SIZE INTO WS-MSG
	   ELSE
	      STRING 'Walkover to ' WS-OPPONENT
		     DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        NOSHOW-RTN-END. EXIT.
      *******************************************************************
      * The absence kept for follow-up: the bout, who went through,
      * the competitor's club and its coach, and what the event's
      * policy does with the entry fee - the discipline's add-on on
      * a multi-discipline event, the entry fee otherwise.
        NS-WRITE-RTN.

	   INITIALIZE NS-REC.
	   MOVE WS-EV-KEY	TO NS-EV-KEY.
	   MOVE WS-H-ED-CODE	TO NS-ED-CODE.
	   MOVE WS-ABSENT	TO NS-STD-KEY.
	   MOVE WS-H-CATEGORY	TO NS-CATEGORY.
	   MOVE WS-H-ROUND	TO NS-ROUND.
	   MOVE WS-H-MATCH	TO NS-MATCH.
	   MOVE DW-RING		TO NS-RING.
	   MOVE DW-SLOT-HHMM	TO NS-SLOT-HHMM.
	   MOVE WS-OPPONENT	TO NS-OPPONENT.
	   MOVE WS-OPERATOR	TO NS-OPERATOR.
	   MOVE 'O'		TO NS-FOLLOW-FLAG.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING NS-DMY, NS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   IF EV-NOSHOW-REFUND
	      MOVE 'R' TO NS-FEE-ACTION
	   ELSE
	      MOVE 'K' TO NS-FEE-ACTION.

	   MOVE EV-ENTRY-FEE TO NS-FEE-AMOUNT.
	   IF WS-H-ED-CODE NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-EV-KEY	TO ED-EV-KEY
	      MOVE WS-H-ED-CODE TO ED-CODE
	      READ ED-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE ED-ADDON-FEE TO NS-FEE-AMOUNT
	      END-READ.

	   INITIALIZE CM-REC.
	   MOVE WS-ABSENT  TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   IF NS-CB-KEY NOT = SPACES
	      INITIALIZE CA-REC
	      MOVE NS-CB-KEY  TO CA-ALT-CB-KEY
	      MOVE LOW-VALUES TO CA-ALT-CO-KEY
	      START CA-FILE KEY >= CA-ALT-KEY1 INVALID
		    CONTINUE
	      NOT INVALID
		    READ CA-FILE NEXT END
			 CONTINUE
		    NOT END
			 IF CA-ALT-CB-KEY = NS-CB-KEY
			    MOVE CA-ALT-CO-KEY TO NS-CO-KEY
			 END-IF
		    END-READ
	      END-START.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NS-REC INVALID
		 REWRITE NS-REC
	   END-WRITE.

        NS-WRITE-RTN-END. EXIT.

        CLUB-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CLUB-LOOP-END.

	   IF CM-STD-KEY NOT = WS-ABSENT
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CLUB-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE CM-CB-KEY TO NS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF.

        CLUB-LOOP-END. EXIT.
      *******************************************************************
      * The walkover's category paired on as FMDW's next round does
      * it: once every bout of its top round is decided, the winners
      * in match order, an odd one out drawn the bye.
        ADVANCE-RTN.

	   MOVE 'N' TO WS-NEXT-THERE.
	   MOVE ZEROS TO WS-MAX-ROUND, WS-ENT-COUNT.
	   MOVE 'Y' TO WS-ALL-DECIDED.

	   INITIALIZE DW-REC.
	   MOVE WS-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   MOVE LOW-VALUES	TO DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM ADV-SCAN-LOOP THRU ADV-SCAN-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

	   IF WS-ALL-DECIDED NOT = 'Y' OR WS-ENT-COUNT < 2 OR
	      WS-MAX-ROUND NOT = WS-H-ROUND
	      GO TO ADVANCE-RTN-END.

	   MOVE ZEROS TO WS-MATCH-NO.
	   MOVE 1 TO WS-SUB.

	ADV-PAIR-LOOP.
	   IF WS-SUB > WS-ENT-COUNT
	      MOVE 'Y' TO WS-NEXT-THERE
	      GO TO ADVANCE-RTN-END.

	   INITIALIZE DW-REC.
	   MOVE WS-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   COMPUTE DW-ROUND = WS-MAX-ROUND + 1.
	   ADD 1 TO WS-MATCH-NO.
	   MOVE WS-MATCH-NO	TO DW-MATCH.
	   MOVE WS-ENT (WS-SUB)	TO DW-STD-KEY1.
	   ADD 1 TO WS-SUB.
	   IF WS-SUB > WS-ENT-COUNT
	      MOVE SPACES	TO DW-STD-KEY2
	      MOVE DW-STD-KEY1	TO DW-WINNER
	   ELSE
	      MOVE WS-ENT (WS-SUB) TO DW-STD-KEY2
	      MOVE SPACES	TO DW-WINNER
	      ADD 1 TO WS-SUB.
	   WRITE DW-REC.
	   GO TO ADV-PAIR-LOOP.

        ADVANCE-RTN-END. EXIT.

        ADV-SCAN-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO ADV-SCAN-LOOP-END.

	   IF DW-EV-KEY NOT = WS-EV-KEY OR
	      DW-ED-CODE NOT = WS-H-ED-CODE OR
	      DW-CATEGORY NOT = WS-H-CATEGORY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO ADV-SCAN-LOOP-END.

	   IF DW-ROUND > WS-MAX-ROUND
	      MOVE DW-ROUND TO WS-MAX-ROUND
	      MOVE ZEROS    TO WS-ENT-COUNT
	      MOVE 'Y'	    TO WS-ALL-DECIDED.

	   IF DW-WINNER = SPACES
	      MOVE 'N' TO WS-ALL-DECIDED
	   ELSE
	      IF WS-ENT-COUNT < T-ENT-MAX
		 ADD 1 TO WS-ENT-COUNT
		 MOVE DW-WINNER TO WS-ENT (WS-ENT-COUNT).

        ADV-SCAN-LOOP-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE DW-REC.
	   MOVE WS-EV-KEY  TO DW-EV-KEY.
	   MOVE LOW-VALUES TO DW-ED-CODE, DW-CATEGORY,
			      DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO LIST-1-LOOP-END.

	   IF DW-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO LIST-1-LOOP-END.

	   PERFORM FILTER-RTN THRU FILTER-RTN-END.
	   IF WS-FOUND NOT = 'Y'
	      GO TO LIST-1-LOOP-END.

	   PERFORM LATE-RTN THRU LATE-RTN-END.

	   INITIALIZE WS-REC.
	   MOVE DW-ED-CODE	TO WS-L-ED-CODE.
	   MOVE DW-CATEGORY	TO WS-L-CATEGORY.
	   MOVE DW-ROUND	TO WS-L-ROUND.
	   MOVE DW-MATCH	TO WS-L-MATCH.
	   MOVE DW-SLOT-HHMM	TO WS-L-SLOT.
	   MOVE DW-STD-KEY1	TO WS-L-KEY1.
	   MOVE DW-CHK1		TO WS-L-IN1.
	   MOVE DW-STD-KEY2	TO WS-L-KEY2.
	   MOVE DW-CHK2		TO WS-L-IN2.

	   IF DW-IS-WALKOVER
	      MOVE 'W/O'  TO WS-L-FLAG
	   ELSE
	      IF DW-STD-KEY2 = SPACES
		 MOVE 'BYE'  TO WS-L-FLAG
	      ELSE
		 IF DW-WINNER NOT = SPACES
		    MOVE 'DONE' TO WS-L-FLAG
		 ELSE
		    IF WS-LATE = 'Y'
		       MOVE 'LATE' TO WS-L-FLAG.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Marshalling Desk' TO S-WINDOW-TITLE.
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
