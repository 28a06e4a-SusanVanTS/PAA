      *					time is refused, and a club
      *					roster past the hall's
      *					capacity gets a warning
      * VAN TZE SHAN 	15/10/26 WO	PAA	A hall already holding a
      *					private lesson on PL-FILE
      *					at an overlapping time is
      *					refused the same way
      * VAN TZE SHAN 	15/10/26 WO	PAA	Planned sessions are checked
      *					against the club's coaches'
      *					credentials - refused when
      *					none is cleared to coach,
      *					a warning when some are not
      * VAN TZE SHAN 	15/10/26 WO	PAA	Cancelling a session
      *					restates each member's month
      *					on the AS-FILE summary
      * VAN TZE SHAN 	15/10/26 WO	PAA	A hall hired out on
      *					HB-FILE at an overlapping
      *					time is refused the same way
      * VAN TZE SHAN 	15/10/26 WO	PAA	An open defect on a critical
      *					inspection item in the hall
      *					draws a warning
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Any session added, changed
      *					or deleted rewrites the
      *					calendar feeds (F-CALWR) on
      *					the way out

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fcca'.
	   COPY '/z/y19b25/sp2/lib/fd/fchb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvq'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdca'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvq'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbca'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvq'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.
	01 WS-OPTION		PIC X(01).
	01 WS-DATE		PIC X(01).

      * Set once the schedule has changed, so the calendar feeds are
      * rewritten when the program closes.
	01 WS-CAL-DIRTY		PIC X(01) VALUE 'N'.
	01 WS-CAL.
	   03 WS-CAL-RESULT	PIC X(01).
	   03 WS-CAL-COUNTS	PIC X(54).

      * Attendance rows flipped back by a cancellation are journalled
      * the way FMATT journals the identical mutation, so an RCVJRN
      * roll-forward does not resurrect the present marks.
	   03 WS-HOLD-REC	PIC X(100).
	   03 WS-CLASH		PIC X(01).
	   03 WS-SS2-EOF	PIC X(01).
	   03 WS-PL-EOF		PIC X(01).
	   03 WS-HB-EOF		PIC X(01).
	   03 WS-CM-EOF		PIC X(01).
	   03 WS-MEMBERS	PIC 9(04).
	   03 WS-CAPACITY	PIC 9(04).
	   03 WS-A-END		PIC 9(04).
	   03 WS-MSG		PIC X(60).

      * Open safety defects on the hall's critical inspection items.
	01 WS-VD-MISC.
	   03 WS-VD-EOF		PIC X(01).
	   03 WS-VD-COUNT	PIC 9(03).
	   03 WS-VD-ITEM	PIC X(04).

      * The club's coaches put through F-COCRED for the session day.
	01 WS-CRED-MISC.
	   03 WS-CA-EOF		PIC X(01).
	   03 WS-CRED-CO-KEY	PIC X(04).
	   03 WS-CRED-USE	PIC X(01) VALUE 'C'.
	   03 WS-CRED-RESULT	PIC X(01).
	   03 WS-CRED-MSG	PIC X(60).
	   03 WS-CRED-NOTE	PIC X(60).
	   03 WS-COACHES	PIC 9(04).
	   03 WS-CLEARED	PIC 9(04).

	01 S-WINDOW2		PIC X(10).

      * Operator's home branch off OPR-FILE - new sessions default to
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpl'.
	   COPY '/z/y19b25/sp2/lib/fd/dchb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvq'.

        END DECLARATIVES.
      *******************************************************************
	   OPEN I-O   CFIG-FILE.
	   OPEN I-O   ATT-FILE.
	   OPEN I-O   PK-FILE.
	   OPEN INPUT PL-FILE.
	   OPEN INPUT CA-FILE.
	   OPEN INPUT HB-FILE.
	   OPEN INPUT VD-FILE.
	   OPEN INPUT VQ-FILE.

	   CALL   '/z/y19b25/sp2/lib/std/f-gtbr' USING WS-OPR-BR-KEY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gtbr'.

      * Floating Window
	   Move 'Define Session Schedule' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE CFIG-FILE.
	   CLOSE ATT-FILE.
	   CLOSE PK-FILE.
	   CLOSE PL-FILE.
	   CLOSE CA-FILE.
	   CLOSE HB-FILE.
	   CLOSE VD-FILE.
	   CLOSE VQ-FILE.
	   IF WS-CAL-DIRTY = 'Y'
	      CALL   '/z/y19b25/sp2/lib/std/f-calwr' USING WS-CAL
	      CANCEL '/z/y19b25/sp2/lib/std/f-calwr'.
	   EXIT PROGRAM.
	   STOP RUN.

	      PERFORM CONFIRM-RTN THRU CONFIRM-END
	      IF S-CONFIRM = 'Y'
		 DELETE SS-FILE
		 MOVE 'Y' TO WS-CAL-DIRTY
		 GO TO 0190-MAIN
              ELSE
		 GO TO 0130-MAIN.
		 MOVE 107    TO S-CONTROL-ID
		 GO TO 0130-MAIN
	      END-IF
	      PERFORM CAP-WARN-RTN THRU CAP-WARN-RTN-END
	      PERFORM DEFECT-WARN-RTN THRU DEFECT-WARN-RTN-END.

      * A planned session needs at least one of the club's coaches
      * cleared to coach on the day; a club with no coaches assigned
      * is left to the coach-assignment screens.
	   IF SS-PLANNED = 'Y'
	      PERFORM CRED-CHECK-RTN THRU CRED-CHECK-RTN-END
	      IF WS-COACHES > ZEROS AND WS-CLEARED = ZEROS
		 MOVE SPACES TO WS-MSG
		 STRING 'No coach cleared - ' WS-CRED-NOTE
			DELIMITED BY SIZE INTO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 GO TO 0130-MAIN
	      END-IF
	      IF WS-CRED-NOTE NOT = SPACES
		 MOVE SPACES TO WS-MSG
		 STRING 'WARNING: ' WS-CRED-NOTE
			DELIMITED BY SIZE INTO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
	      END-IF.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'

           IF S-PRS-MODE = 'A' WRITE SS-REC.
	   IF S-PRS-MODE = 'R' REWRITE SS-REC.
	   MOVE 'Y' TO WS-CAL-DIRTY.

      * A session just flipped to Cancelled sets the coach-is-sick
      * machinery going: the club's open members are queued a

	   MOVE WS-HOLD-REC TO SS-REC.

	   IF WS-CLASH = 'Y'
	      GO TO VN-CLASH-RTN-END.

      * Private lessons booked or delivered in the hall that date.
	   INITIALIZE PL-REC.
	   MOVE VN-KEY	    TO PL-VN-KEY.
	   MOVE SS-DATE-DMY TO PL-VN-DMY.
	   MOVE 'N' TO WS-PL-EOF.
	   START PL-FILE KEY >= PL-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PL-EOF.
	   PERFORM VN-LESSON-LOOP THRU VN-LESSON-LOOP-END
		   UNTIL WS-PL-EOF = 'Y' OR WS-CLASH = 'Y'.

	   IF WS-CLASH = 'Y'
	      GO TO VN-CLASH-RTN-END.

      * Outside hires of the hall that date, unless cancelled.
	   INITIALIZE HB-REC.
	   MOVE VN-KEY	    TO HB-VN-KEY.
	   MOVE SS-DATE-DMY TO HB-DATE-DMY.
	   MOVE ZEROS	    TO HB-START-HHMM, HB-SEQ.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.
	   PERFORM VN-HIRE-LOOP THRU VN-HIRE-LOOP-END
		   UNTIL WS-HB-EOF = 'Y' OR WS-CLASH = 'Y'.

        VN-CLASH-RTN-END. EXIT.

        VN-HIRE-LOOP.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO VN-HIRE-LOOP-END.

	   IF HB-VN-KEY NOT = VN-KEY OR
	      HB-DATE-DMY NOT = SS-DATE-DMY
	      MOVE 'Y' TO WS-HB-EOF
	      GO TO VN-HIRE-LOOP-END.

	   IF HB-IS-CANCELLED
	      GO TO VN-HIRE-LOOP-END.

	   IF WS-A-START = ZEROS
	      MOVE 'Y' TO WS-CLASH
	      GO TO VN-HIRE-LOOP-END.

	   IF HB-END-HHMM > WS-A-START AND
	      WS-A-END > HB-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        VN-HIRE-LOOP-END. EXIT.

        VN-LESSON-LOOP.

	   READ PL-FILE NEXT END
		MOVE 'Y' TO WS-PL-EOF
		GO TO VN-LESSON-LOOP-END.

	   IF PL-VN-KEY NOT = VN-KEY OR
	      PL-VN-DMY NOT = SS-DATE-DMY
	      MOVE 'Y' TO WS-PL-EOF
	      GO TO VN-LESSON-LOOP-END.

	   IF NOT PL-IS-BOOKED AND NOT PL-IS-DELIVERED
	      GO TO VN-LESSON-LOOP-END.

	   IF WS-A-START = ZEROS
	      MOVE 'Y' TO WS-CLASH
	      GO TO VN-LESSON-LOOP-END.

	   IF PL-END-HHMM > WS-A-START AND
	      WS-A-END > PL-START-HHMM
	      MOVE 'Y' TO WS-CLASH.

        VN-LESSON-LOOP-END. EXIT.

        VN-CLASH-LOOP.

	   READ SS-FILE NEXT END
	      PERFORM MSG-RTN THRU MSG-RTN-END.

        CAP-WARN-RTN-END. EXIT.
      *******************************************************************
      * The hall's defects read down VD-ALT-KEY1; an open one on an
      * item flagged critical now (or when it failed, should the
      * item have gone since) is warned about - the session may
      * still go ahead once the coach knows.
        DEFECT-WARN-RTN.

	   MOVE ZEROS  TO WS-VD-COUNT.
	   MOVE SPACES TO WS-VD-ITEM.
	   INITIALIZE VD-REC.
	   MOVE VN-KEY     TO VD-VN-KEY.
	   MOVE LOW-VALUES TO VD-ITEM.
	   MOVE 'N' TO WS-VD-EOF.
	   START VD-FILE KEY >= VD-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-VD-EOF.
	   PERFORM DEFECT-WARN-LOOP THRU DEFECT-WARN-LOOP-END
		   UNTIL WS-VD-EOF = 'Y'.

	   IF WS-VD-COUNT > ZEROS
	      MOVE SPACES TO WS-MSG
	      STRING 'WARNING: ' WS-VD-COUNT
		     ' open defect(s) on critical items, e.g. '
		     WS-VD-ITEM DELIMITED BY SIZE INTO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END.

        DEFECT-WARN-RTN-END. EXIT.

        DEFECT-WARN-LOOP.

	   READ VD-FILE NEXT END
		MOVE 'Y' TO WS-VD-EOF
		GO TO DEFECT-WARN-LOOP-END.

	   IF VD-VN-KEY NOT = VN-KEY
	      MOVE 'Y' TO WS-VD-EOF
	      GO TO DEFECT-WARN-LOOP-END.

	   IF NOT VD-IS-OPEN
	      GO TO DEFECT-WARN-LOOP-END.

	   MOVE VD-VN-KEY TO VQ-VN-KEY.
	   MOVE VD-ITEM   TO VQ-ITEM.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ VQ-FILE INVALID
		MOVE VD-CRITICAL TO VQ-CRITICAL.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF NOT VQ-IS-CRITICAL
	      GO TO DEFECT-WARN-LOOP-END.

	   ADD 1 TO WS-VD-COUNT.
	   IF WS-VD-ITEM = SPACES
	      MOVE VD-ITEM TO WS-VD-ITEM.

        DEFECT-WARN-LOOP-END. EXIT.

        CAP-COUNT-LOOP.

	      ADD 1 TO WS-MEMBERS.

        CAP-COUNT-LOOP-END. EXIT.
      *******************************************************************
      * Every coach assigned to the club judged as at the session
      * date; the first problem found is kept, coach key in front.
        CRED-CHECK-RTN.

	   MOVE ZEROS  TO WS-COACHES, WS-CLEARED.
	   MOVE SPACES TO WS-CRED-NOTE.
	   INITIALIZE CA-ALT-KEY1.
	   MOVE SS-CB-KEY  TO CA-ALT-CB-KEY.
	   MOVE LOW-VALUES TO CA-ALT-CO-KEY.
	   MOVE 'N' TO WS-CA-EOF.
	   START CA-FILE KEY >= CA-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-CA-EOF.
	   PERFORM CRED-CHECK-LOOP THRU CRED-CHECK-LOOP-END
		   UNTIL WS-CA-EOF = 'Y'.

        CRED-CHECK-RTN-END. EXIT.

        CRED-CHECK-LOOP.

	   READ CA-FILE NEXT END
		MOVE 'Y' TO WS-CA-EOF
		GO TO CRED-CHECK-LOOP-END.

	   IF CA-ALT-CB-KEY NOT = SS-CB-KEY
	      MOVE 'Y' TO WS-CA-EOF
	      GO TO CRED-CHECK-LOOP-END.

	   ADD 1 TO WS-COACHES.
	   MOVE CA-ALT-CO-KEY TO WS-CRED-CO-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-cocred' USING
		  WS-CRED-CO-KEY, SS-DATE-DMY, WS-CRED-USE,
		  WS-CRED-RESULT, WS-CRED-MSG.
	   CANCEL '/z/y19b25/sp2/lib/std/f-cocred'.

	   IF WS-CRED-RESULT NOT = 'B'
	      ADD 1 TO WS-CLEARED.

	   IF WS-CRED-RESULT NOT = SPACE AND WS-CRED-NOTE = SPACES
	      STRING WS-CRED-CO-KEY ' ' WS-CRED-MSG
		     DELIMITED BY SIZE INTO WS-CRED-NOTE.

        CRED-CHECK-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Session Schedule' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END.
	   PERFORM MARK-BACK-RTN THRU MARK-BACK-RTN-END.

      * The member's month is restated on the AS-FILE summary whether
      * or not a mark came off - the session no longer counts as
      * planned either way.
	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING WS-STD-KEY, SS-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

        CANCEL-MEM-LOOP-END. EXIT.
      *******************************************************************
      * The same contact-point fallback BPNQ queues with: the
