       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPASR.

      * ATTENDANCE SUMMARY REBUILD
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Empties the AS-FILE
      *					monthly attendance summary
      *					and restates it from
      *					ATT-FILE and SS-FILE through
      *					F-ASPOST, one call per
      *					student per month that has
      *					any mark - the first load,
      *					and the repair after a
      *					restore, a roll-forward or
      *					a purge has changed ATT-FILE
      *					behind the posting programs
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcas'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdas'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbas'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'ATTENDANCE SUMMARY REBUILD'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MONTH-MAX		VALUE 600.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-ATT-EOF		PIC X(01).
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-YYYYMM		PIC 9(06).
	  03 WS-FOUND		PIC X(01).
	  03 WS-MARKS		PIC 9(05).
	  03 WS-STD-COUNT	PIC 9(05).
	  03 WS-MONTH-TOTAL	PIC 9(07).
	  03 WS-MARK-TOTAL	PIC 9(08).
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-ATT-DMY		PIC 9(08).
       01 REDEFINES WS-ATT-DMY.
	  03 WS-AD-DD		PIC 9(02).
	  03 WS-AD-MM		PIC 9(02).
	  03 WS-AD-YYYY		PIC 9(04).

      * The months already restated for the student in hand - the
      * student-first key runs day-first within a student, so the
      * months do not come back in order.
       01 WS-MONTH-TABLE.
	  03 WS-MONTH-COUNT	PIC 9(03).
	  03 WS-MONTH-SUB	PIC 9(03).
	  03 WS-MONTH OCCURS T-MONTH-MAX PIC 9(06).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: ATTENDANCE SUMMARY REBUILD'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(48) VALUE
	     'NO.  AC#    STUDENT NAME         MONTHS  MARKS'.

       01 PRT-LINE.
	  03 FIL		PIC X(48) VALUE
	     '---- ------ -------------------- ------ ------'.

       01 PRT-DETAIL.
	  03 PRT-REC-COUNT	PIC Z(04).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-MONTHS		PIC Z(05)9.
	  03 FIL		PIC X(01).
	  03 PRT-MARKS		PIC Z(05)9.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'STUDENTS RESTATED   :'.
	  03 PRT-END-COUNT	PIC Z(04)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'MONTHS POSTED       :'.
	  03 PRT-END-MONTHS	PIC Z(06)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'ATTENDANCE MARKS    :'.
	  03 PRT-END-MARKS	PIC Z(07)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02
	     'Rebuild Attendance Summary?'.
	  03 LABEL LINE 02 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcas'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE 'Attendance Summary Rebuild' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
      * actually completes.
	   MOVE 4 TO RETURN-CODE.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE ATT-FILE.
	   CLOSE STD-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY SELECT-SCR.
	   ACCEPT  SELECT-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF NOT K-ENTER GO TO 0100-MAIN.

	   IF NOT VALID-ANSWER
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

      * Opening for output empties the summary; F-ASPOST opens it
      * again for each month it restates.
	   OPEN OUTPUT AS-FILE.
	   CLOSE AS-FILE.

	   MOVE ZEROS TO WS-STD-COUNT, WS-MONTH-TOTAL, WS-MARK-TOTAL,
			 S-REC-COUNT, WS-MARKS.
	   MOVE SPACES TO WS-CUR-STD-KEY.
	   INITIALIZE WS-MONTH-TABLE.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE ATT-REC.
	   MOVE LOW-VALUES TO ATT-ALT-KEY1.
	   MOVE 'N' TO WS-ATT-EOF.
	   START ATT-FILE KEY >= ATT-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ATT-EOF.
	   PERFORM ATT-LOOP THRU ATT-LOOP-END
		   UNTIL WS-ATT-EOF = 'Y'.

	   IF WS-CUR-STD-KEY NOT = SPACES
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

	   MOVE WS-STD-COUNT   TO PRT-END-COUNT.
	   MOVE WS-MONTH-TOTAL TO PRT-END-MONTHS.
	   MOVE WS-MARK-TOTAL  TO PRT-END-MARKS.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	   MOVE ZEROS TO RETURN-CODE.

	0199-END. EXIT.

      ********************************************************************
      * Each student's marks come together off the student-first key;
      * the first mark seen in a month restates that whole month.
        ATT-LOOP.

	   READ ATT-FILE NEXT END
		MOVE 'Y' TO WS-ATT-EOF
		GO TO ATT-LOOP-END.

	   IF ATT-ALT-STD-KEY NOT = WS-CUR-STD-KEY
	      IF WS-CUR-STD-KEY NOT = SPACES
		 PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END
	      END-IF
	      MOVE ATT-ALT-STD-KEY TO WS-CUR-STD-KEY
	      MOVE ZEROS TO WS-MONTH-COUNT, WS-MARKS
	      ADD 1 TO WS-STD-COUNT.

	   ADD 1 TO WS-MARKS, WS-MARK-TOTAL.

	   MOVE ATT-ALT-DATE-DMY TO WS-ATT-DMY.
	   COMPUTE WS-YYYYMM = (WS-AD-YYYY * 100) + WS-AD-MM.

	   MOVE 'N' TO WS-FOUND.
	   PERFORM MONTH-FIND-RTN THRU MONTH-FIND-RTN-END
		   VARYING WS-MONTH-SUB FROM 1 BY 1
		   UNTIL WS-MONTH-SUB > WS-MONTH-COUNT
		      OR WS-FOUND = 'Y'.
	   IF WS-FOUND = 'Y'
	      GO TO ATT-LOOP-END.

	   IF WS-MONTH-COUNT < T-MONTH-MAX
	      ADD 1 TO WS-MONTH-COUNT
	      MOVE WS-YYYYMM TO WS-MONTH (WS-MONTH-COUNT).

	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING ATT-ALT-STD-KEY, ATT-ALT-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.
	   ADD 1 TO WS-MONTH-TOTAL.

        ATT-LOOP-END. EXIT.

      ********************************************************************
        MONTH-FIND-RTN.

	   IF WS-MONTH (WS-MONTH-SUB) = WS-YYYYMM
	      MOVE 'Y' TO WS-FOUND.

        MONTH-FIND-RTN-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-CUR-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT.
	   MOVE WS-CUR-STD-KEY	TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE WS-MONTH-COUNT	TO PRT-MONTHS.
	   MOVE WS-MARKS	TO PRT-MARKS.

	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-DETAIL-RTN-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

	   IF S-FIRST-PRINT = 'Y'
	      MOVE 'N' TO S-FIRST-PRINT
	      CALL   '/v/cps/lib/std/f-dmyhm' USING
		     PRT-SYS-DMY, PRT-START-HHMM
	      CANCEL '/v/cps/lib/std/f-dmyhm'
	      MOVE 'PRESTIGE ATLANTIC' TO PRT-COMPNAME
	      MOVE 1			TO S-PAGE-COUNT
	   ELSE
	      ADD 1		TO S-PAGE-COUNT
	      WRITE PRINT-REC FROM SPACE AFTER PAGE
	   END-IF.

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
