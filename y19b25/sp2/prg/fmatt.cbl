      * VAN TZE SHAN	2/9/26	WO	PAA	Excused absences: F6
      *					marks Excused with a reason,
      *					distinct from a plain absent
      * VAN TZE SHAN	15/10/26 WO	PAA	An excused absence earns a
      *					make-up class credit on the
      *					MU-FILE; make-up guests
      *					booked by FMMU show on the
      *					register as MAKE-UP
      * VAN TZE SHAN	15/10/26 WO	PAA	Each mark restates the
      *					student's month on the
      *					AS-FILE summary via F-ASPOST
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

	  03 WS-SESS-YMD	  PIC 9(08).
	  03 WS-EXP-YMD		  PIC 9(08).

      * Make-up credit earned by an excused mark - the club the
      * student missed, and the credit already held for the date.
       01 WS-MU-MISC.
	  03 WS-MU-DAYS		  PIC 9(02).
	  03 WS-MU-EOF		  PIC X(01).
	  03 WS-MU-CB-KEY	  PIC X(04).
	  03 WS-MU-HELD		  PIC X(01).
	  03 WS-MU-LAST-SEQ	  PIC 9(04).
	  03 WS-WAS-EXCUSED	  PIC X(01).

       01 WS-MU-EXP-DMY	  PIC 9(08).
       01 REDEFINES WS-MU-EXP-DMY.
	  03 WS-ME-DD		  PIC 9(02).
	  03 WS-ME-MM		  PIC 9(02).
	  03 WS-ME-YYYY		  PIC 9(04).

      * Days in each month, February bumped to 29 in a leap year -
      * kept locally the same way F-WLCAP does.
       01 WS-MTH-TABLE.
	  03 WS-MTH-NO		  PIC X(24) VALUE
	     '312831303130313130313031'.
	  03 WS-MTH-LEN REDEFINES WS-MTH-NO
				  PIC 9(02) OCCURS 12 TIMES.

       01 WS-LEAP-MISC.
	  03 WS-MTH-DAYS	  PIC 9(02).
	  03 WS-L4-DIV		  PIC 9(04).
	  03 WS-L4-REM		  PIC 9(01).
	     88 LEAP-DIV-4	  VALUE 0.
	  03 WS-L100-DIV	  PIC 9(04).
	  03 WS-L100-REM	  PIC 9(02).
	     88 LEAP-DIV-100	  VALUE 0.
	  03 WS-L400-DIV	  PIC 9(04).
	  03 WS-L400-REM	  PIC 9(03).
	     88 LEAP-DIV-400	  VALUE 0.

	01 S-WINDOW2		  PIC X(10).

      * One row to the roll-forward journal for every keyed change -
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmu'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

	   OPEN INPUT CM-FILE.
	   OPEN INPUT MED-FILE.
	   OPEN I-O   PK-FILE.
	   OPEN I-O   MU-FILE.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-MU-EXPIRY-DAYS TO WS-MU-DAYS.
	   IF WS-MU-DAYS = ZEROS
	      MOVE 30 TO WS-MU-DAYS.

	   MOVE 'Attendance Register' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE CM-FILE.
	   CLOSE MED-FILE.
	   CLOSE PK-FILE.
	   CLOSE MU-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

		WRITE ATT-REC
		MOVE 'W' TO WS-JRNL-ACTION
		PERFORM JRNL-RTN THRU JRNL-RTN-END
		PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	   END-READ.

        SEED-CM-LOOP-END. EXIT.
	      WRITE ATT-REC
	      MOVE 'W' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	      PERFORM PK-TAKE-RTN THRU PK-TAKE-RTN-END
	   ELSE
	      MOVE 'N' TO WS-WAS-EXCUSED
	      IF ATT-IS-EXCUSED
		 MOVE 'Y' TO WS-WAS-EXCUSED
	      END-IF
	      IF ATT-PRESENT = 'Y'
		 MOVE 'N' TO ATT-PRESENT
	      ELSE
	      REWRITE ATT-REC
	      MOVE 'R' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	      IF WS-WAS-EXCUSED = 'Y'
		 PERFORM MU-VOID-RTN THRU MU-VOID-RTN-END
	      END-IF
      * A make-up guest's class was paid for by the credit, not by
      * a pass session.
	      IF ATT-IS-MAKEUP
		 CONTINUE
	      ELSE
		 IF ATT-PRESENT = 'Y'
		    PERFORM PK-TAKE-RTN THRU PK-TAKE-RTN-END
		 ELSE
		    PERFORM PK-BACK-RTN THRU PK-BACK-RTN-END
		 END-IF
	      END-IF
	   END-IF.

	   EVALUATE TRUE
	     WHEN ATT-PRESENT = 'Y' MOVE 'PRESENT' TO WS-STATUS-TXT
	     WHEN ATT-IS-EXCUSED    MOVE 'EXCUSED' TO WS-STATUS-TXT
	     WHEN ATT-IS-MAKEUP     MOVE 'MAKE-UP' TO WS-STATUS-TXT
	     WHEN OTHER		    MOVE 'ABSENT ' TO WS-STATUS-TXT.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   MODIFY LIST-1, ITEM-VALUE  = WS-REC.
	   IF WS-EXC-REASON = SPACES
	      GO TO EXCUSE-RTN-END.

	   MOVE 'N' TO WS-WAS-EXCUSED.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEL-DATE-DMY TO ATT-DATE-DMY.
	   MOVE WS-STD-KEY      TO ATT-STD-KEY.
	   READ ATT-FILE.
	   IF S-STATUS-CHECK = 'N' AND ATT-IS-MAKEUP
	      MOVE 100040 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO EXCUSE-RTN-END.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      INITIALIZE ATT-REC
	      WRITE ATT-REC
	      MOVE 'W' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	   ELSE
	      IF ATT-PRESENT = 'Y'
		 PERFORM PK-BACK-RTN THRU PK-BACK-RTN-END
	      END-IF
	      IF ATT-IS-EXCUSED
		 MOVE 'Y' TO WS-WAS-EXCUSED
	      END-IF
	      MOVE 'E'		 TO ATT-PRESENT
	      MOVE WS-EXC-REASON TO ATT-EXC-REASON
	      REWRITE ATT-REC
	      MOVE 'R' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END
	      PERFORM AS-POST-RTN THRU AS-POST-RTN-END
	   END-IF.

      * A fresh excused mark earns the make-up class; a reason keyed
      * again over one already excused earns nothing more.
	   IF WS-WAS-EXCUSED NOT = 'Y'
	      PERFORM MU-ISSUE-RTN THRU MU-ISSUE-RTN-END.

	   MOVE 'EXCUSED' TO WS-STATUS-TXT.
	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   MODIFY LIST-1, ITEM-VALUE  = WS-REC.

	   MOVE SPACES TO WS-EXC-REASON.
	   MOVE 'Excused Absence' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   STRING '** MEDICAL ALERT ** see FMMED for AC# '
		  WS-STD-KEY DELIMITED BY SIZE INTO WS-MED-MSG.
	   MOVE 'Medical Alert' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   READ ATT-FILE INVALID
		MOVE 'ABSENT '  TO WS-STATUS-TXT
	      NOT INVALID
		EVALUATE TRUE
		  WHEN ATT-PRESENT = 'Y'
			     MOVE 'PRESENT' TO WS-STATUS-TXT
		  WHEN ATT-IS-EXCUSED
			     MOVE 'EXCUSED' TO WS-STATUS-TXT
		  WHEN ATT-IS-MAKEUP
			     MOVE 'MAKE-UP' TO WS-STATUS-TXT
		  WHEN OTHER MOVE 'ABSENT ' TO WS-STATUS-TXT
		END-EVALUATE
	   END-READ.

	PK-BACK-LOOP-END. EXIT.

      *******************************************************************
      * The credit belongs to the club the student was scheduled with
      * on the date - a student on no club sitting that day has no
      * class to make up and earns nothing.
	MU-ISSUE-RTN.

	   MOVE SPACES TO WS-MU-CB-KEY.
	   MOVE 'N' TO WS-SS-EOF.
	   INITIALIZE SS-REC.
	   MOVE WS-SEL-DATE-DMY TO SS-DATE-DMY.
	   MOVE LOW-VALUES	TO SS-CB-KEY.
	   START SS-FILE KEY >= SS-KEY INVALID
		 MOVE 'Y' TO WS-SS-EOF.
	   PERFORM MU-CLUB-LOOP THRU MU-CLUB-LOOP-END
		   UNTIL WS-SS-EOF = 'Y'.
	   IF WS-MU-CB-KEY = SPACES
	      GO TO MU-ISSUE-RTN-END.

	   PERFORM MU-SCAN-RTN THRU MU-SCAN-RTN-END.
	   IF WS-MU-HELD = 'Y'
	      GO TO MU-ISSUE-RTN-END.

	   MOVE WS-SEL-DATE-DMY TO WS-MU-EXP-DMY.
	   PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-END
		   WS-MU-DAYS TIMES.

	   INITIALIZE MU-REC.
	   MOVE WS-STD-KEY	TO MU-STD-KEY.
	   COMPUTE MU-SEQ = WS-MU-LAST-SEQ + 1.
	   MOVE WS-MU-CB-KEY	TO MU-CB-KEY.
	   MOVE WS-SEL-DATE-DMY	TO MU-EARN-DMY.
	   MOVE SPACES		TO MU-USE-CB-KEY.
	   MOVE ZEROS		TO MU-USE-DMY.
	   MOVE WS-MU-EXP-DMY	TO MU-EXPIRY-DMY.
	   MOVE 'I'		TO MU-STAGE.
	   ACCEPT MU-ISSUE-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE MU-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

	MU-ISSUE-RTN-END. EXIT.

	MU-CLUB-LOOP.

	   READ SS-FILE NEXT END
		MOVE 'Y' TO WS-SS-EOF
		GO TO MU-CLUB-LOOP-END.

	   IF SS-DATE-DMY NOT = WS-SEL-DATE-DMY
	      MOVE 'Y' TO WS-SS-EOF
	      GO TO MU-CLUB-LOOP-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO MU-CLUB-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO CM-STD-KEY.
	   MOVE SS-CB-KEY  TO CM-CB-KEY.
	   READ CM-FILE INVALID
		GO TO MU-CLUB-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE SS-CB-KEY TO WS-MU-CB-KEY
	      MOVE 'Y' TO WS-SS-EOF.

	MU-CLUB-LOOP-END. EXIT.

      *******************************************************************
      * The student's credits: the last issue number, and whether the
      * date already earned one that is still live or spent.
	MU-SCAN-RTN.

	   MOVE ZEROS TO WS-MU-LAST-SEQ.
	   MOVE 'N'   TO WS-MU-HELD.
	   MOVE WS-STD-KEY TO MU-STD-KEY.
	   MOVE ZEROS	   TO MU-SEQ.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-KEY INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM MU-SCAN-LOOP THRU MU-SCAN-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

	MU-SCAN-RTN-END. EXIT.

	MU-SCAN-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO MU-SCAN-LOOP-END.

	   IF MU-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO MU-SCAN-LOOP-END.

	   MOVE MU-SEQ TO WS-MU-LAST-SEQ.
	   IF MU-EARN-DMY = WS-SEL-DATE-DMY AND
	      (MU-IS-ISSUED OR MU-IS-USED)
	      MOVE 'Y' TO WS-MU-HELD.

	MU-SCAN-LOOP-END. EXIT.

      *******************************************************************
      * The excused mark coming off voids the credit it earned, unless
      * the make-up class has already been booked against it.
	MU-VOID-RTN.

	   MOVE WS-STD-KEY TO MU-STD-KEY.
	   MOVE ZEROS	   TO MU-SEQ.
	   MOVE 'N' TO WS-MU-EOF.
	   START MU-FILE KEY >= MU-KEY INVALID
		 MOVE 'Y' TO WS-MU-EOF.
	   PERFORM MU-VOID-LOOP THRU MU-VOID-LOOP-END
		   UNTIL WS-MU-EOF = 'Y'.

	MU-VOID-RTN-END. EXIT.

	MU-VOID-LOOP.

	   READ MU-FILE NEXT END
		MOVE 'Y' TO WS-MU-EOF
		GO TO MU-VOID-LOOP-END.

	   IF MU-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-MU-EOF
	      GO TO MU-VOID-LOOP-END.

	   IF MU-EARN-DMY = WS-SEL-DATE-DMY AND MU-IS-ISSUED
	      MOVE 'V' TO MU-STAGE
	      MOVE 'N' TO S-STATUS-CHECK
	      REWRITE MU-REC
	      MOVE 'N' TO S-STATUS-CHECK.

	MU-VOID-LOOP-END. EXIT.

      *******************************************************************
	ADD-DAY-RTN.

	   ADD 1 TO WS-ME-DD.
	   MOVE WS-MTH-LEN (WS-ME-MM) TO WS-MTH-DAYS.
	   IF WS-ME-MM = 2
	      DIVIDE WS-ME-YYYY BY 4
		 GIVING WS-L4-DIV REMAINDER WS-L4-REM
	      DIVIDE WS-ME-YYYY BY 100
		 GIVING WS-L100-DIV REMAINDER WS-L100-REM
	      DIVIDE WS-ME-YYYY BY 400
		 GIVING WS-L400-DIV REMAINDER WS-L400-REM
	      IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
		 MOVE 29 TO WS-MTH-DAYS.

	   IF WS-ME-DD > WS-MTH-DAYS
	      MOVE 1 TO WS-ME-DD
	      ADD 1 TO WS-ME-MM
	      IF WS-ME-MM > 12
		 MOVE 1 TO WS-ME-MM
		 ADD 1 TO WS-ME-YYYY.

	ADD-DAY-RTN-END. EXIT.

      *******************************************************************
	JRNL-RTN.


	JRNL-RTN-END. EXIT.

      *******************************************************************
      * Every mark put on or changed restates the student's month on
      * the AS-FILE attendance summary.
	AS-POST-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING ATT-STD-KEY, ATT-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

	AS-POST-RTN-END. EXIT.

      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

