       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTGRW.

      * DATA FILE GROWTH TREND AND CAPACITY WARNING
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Record-count trend per
      *					file off the backup catalog
      *					(BKG-FILE) - growth over the
      *					last week and month, average
      *					daily growth, projected date
      *					the file reaches the limit
      *					on CFIG-FILE - and each jump
      *					or drop between consecutive
      *					backups beyond the set %

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DATA FILE GROWTH'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-NEVER		VALUE 99999.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-TOTALS.
	  03 WS-TOT-FILES	PIC 9(03).
	  03 WS-TOT-AT-LIMIT	PIC 9(03).
	  03 WS-TOT-NEAR	PIC 9(03).
	  03 WS-TOT-JUMPS	PIC 9(05).

      * F-BKGTR's mode, file name and LINK-TREND, field for field.
       01 WS-GR-MODE		PIC X(01).
       01 WS-GR-NAME		PIC X(12).
       01 WS-GR-TREND.
	  03 WS-GR-LIMIT	PIC 9(08).
	  03 WS-GR-JUMP-PCT	PIC 9(03).
	  03 WS-GR-WARN-DAYS	PIC 9(03).
	  03 WS-GR-LAST-YMD	PIC 9(08).
	  03 WS-GR-LAST-COUNT	PIC 9(08).
	  03 WS-GR-WEEK-BASE	PIC X(01).
	  03 WS-GR-WEEK-GROWTH	PIC S9(08).
	  03 WS-GR-MONTH-BASE	PIC X(01).
	  03 WS-GR-MONTH-GROWTH	PIC S9(08).
	  03 WS-GR-FROM-YMD	PIC 9(08).
	  03 WS-GR-DAILY	PIC S9(06)V9(02).
	  03 WS-GR-DAYS-LEFT	PIC 9(05).
	  03 WS-GR-LIMIT-YMD	PIC 9(08).
	  03 WS-GR-JUMPS	PIC 9(03).
	  03 WS-GR-JUMP-YMD	PIC 9(08).
	  03 WS-GR-JUMP-FROM	PIC 9(08).
	  03 WS-GR-JUMP-TO	PIC 9(08).
	  03 WS-GR-JUMP-CHG	PIC S9(05).

      * The catalog dates are YYYYMMDD; the report prints DD/MM/YYYY.
       01 WS-CONV-YMD		PIC 9(08).
       01 REDEFINES WS-CONV-YMD.
	  03 WS-CY-YYYY		PIC 9(04).
	  03 WS-CY-MM		PIC 9(02).
	  03 WS-CY-DD		PIC 9(02).
       01 WS-CONV-DMY		PIC 9(08).
       01 REDEFINES WS-CONV-DMY.
	  03 WS-CD-DD		PIC 9(02).
	  03 WS-CD-MM		PIC 9(02).
	  03 WS-CD-YYYY		PIC 9(04).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: DATA FILE GROWTH TREND'.
	  03 FIL		PIC X(08) VALUE 'LIMIT :'.
	  03 PRT-LIMIT		PIC ZZ,ZZZ,ZZ9.
	  03 FIL		PIC X(12) VALUE '  JUMP % :'.
	  03 PRT-JUMP-PCT	PIC ZZ9.
	  03 FIL		PIC X(15) VALUE '  WARN DAYS :'.
	  03 PRT-WARN-DAYS	PIC ZZ9.

       01 PRT-HEADER3.
	  03 FIL		PIC X(36) VALUE
	     'FILE          LAST BACKUP    RECORD'.
	  03 FIL		PIC X(36) VALUE
	     'S    7-DAY +/-   30-DAY +/-  AVG PER'.
	  03 FIL		PIC X(35) VALUE
	     ' DAY   DAYS  LIMIT DATE  JMP  STATUS'.

       01 PRT-DETAIL.
	  03 PRT-FILE-NAME	PIC X(12).
	  03 FIL		PIC X(02).
	  03 PRT-LAST-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 PRT-COUNT		PIC ZZ,ZZZ,ZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-WEEK		PIC ZZ,ZZZ,ZZ9-.
	  03 PRT-WEEK-X REDEFINES PRT-WEEK
				PIC X(11).
	  03 FIL		PIC X(02).
	  03 PRT-MONTH		PIC ZZ,ZZZ,ZZ9-.
	  03 PRT-MONTH-X REDEFINES PRT-MONTH
				PIC X(11).
	  03 FIL		PIC X(02).
	  03 PRT-DAILY		PIC ZZZ,ZZ9.99-.
	  03 FIL		PIC X(02).
	  03 PRT-DAYS		PIC ZZZZ9.
	  03 PRT-DAYS-X REDEFINES PRT-DAYS
				PIC X(05).
	  03 FIL		PIC X(02).
	  03 PRT-LIMIT-DMY	PIC 99/99/9999.
	  03 PRT-LIMIT-DMY-X REDEFINES PRT-LIMIT-DMY
				PIC X(10).
	  03 FIL		PIC X(02).
	  03 PRT-JUMPS		PIC ZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-STATUS		PIC X(14).

      * One line under the file for each jump in the averaging window.
       01 PRT-JUMP.
	  03 FIL		PIC X(14).
	  03 PRT-J-LABEL	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-J-DMY		PIC 99/99/9999.
	  03 FIL		PIC X(06) VALUE ' FROM'.
	  03 PRT-J-FROM		PIC ZZ,ZZZ,ZZ9.
	  03 FIL		PIC X(04) VALUE ' TO'.
	  03 PRT-J-TO		PIC ZZ,ZZZ,ZZ9.
	  03 FIL		PIC X(02).
	  03 PRT-J-CHG		PIC +ZZZZ9.
	  03 FIL		PIC X(01) VALUE '%'.

       01 PRT-SUMMARY.
	  03 FIL		PIC X(08) VALUE 'FILES :'.
	  03 PRT-SUM-FILES	PIC ZZ9.
	  03 FIL		PIC X(14) VALUE '   AT LIMIT :'.
	  03 PRT-SUM-AT-LIMIT	PIC ZZ9.
	  03 FIL		PIC X(16) VALUE '   NEAR LIMIT :'.
	  03 PRT-SUM-NEAR	PIC ZZ9.
	  03 FIL		PIC X(11) VALUE '   JUMPS :'.
	  03 PRT-SUM-JUMPS	PIC ZZZZ9.

       01 PRT-NONE.
	  03 FIL		PIC X(60) VALUE
	     'NO BACKUP HISTORY ON BKG-FILE - BKMST HAS NOT RUN'.

       01 PRT-END.
	  03 FIL		PIC X(36) VALUE
	     'COUNTS ARE THE LIVE FILE AT EACH'.
	  03 FIL		PIC X(40) VALUE
	     'BKMST RUN, MEASURED BACK FROM ITS LAST'.
       01 PRT-END2.
	  03 FIL		PIC X(36) VALUE
	     'BACKUP - AVERAGE PER DAY OVER THE'.
	  03 FIL		PIC X(40) VALUE
	     'LAST 90 DAYS, PROJECTED TO THE LIMIT'.
       01 PRT-END3.
	  03 FIL		PIC X(45) VALUE
	     'JUMP = CHANGE BETWEEN CONSECUTIVE BACKUPS OF'.
	  03 PRT-END-PCT	PIC ZZ9.
	  03 FIL		PIC X(30) VALUE
	     '% OR MORE AND 50+ RECORDS'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02
	     'Print Data File Growth Trend?'.
	  03 LABEL LINE 02 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 'Data File Growth Trend' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
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

	   MOVE 132 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   INITIALIZE WS-TOTALS.

      * The first file's trend is fetched before the heading so the
      * heading can carry the limits it was measured against.
	   MOVE SPACES TO WS-GR-NAME.
	   MOVE 'N' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.
	   MOVE 'T' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.

	   MOVE SPACES TO WS-SPL-SEL.
	   MOVE WS-GR-LIMIT TO PRT-LIMIT.
	   STRING 'LIMIT ' PRT-LIMIT
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   IF WS-GR-NAME = SPACES
	      WRITE PRINT-REC FROM PRT-NONE AFTER 2.

	   PERFORM FILE-LOOP THRU FILE-LOOP-END
		   UNTIL WS-GR-NAME = SPACES.

	   MOVE WS-TOT-FILES	 TO PRT-SUM-FILES.
	   MOVE WS-TOT-AT-LIMIT	 TO PRT-SUM-AT-LIMIT.
	   MOVE WS-TOT-NEAR	 TO PRT-SUM-NEAR.
	   MOVE WS-TOT-JUMPS	 TO PRT-SUM-JUMPS.
	   WRITE PRINT-REC FROM PRT-SUMMARY AFTER 2.

	   MOVE WS-GR-JUMP-PCT	 TO PRT-END-PCT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Entered with the trend for WS-GR-NAME already fetched; leaves
      * the next file's trend fetched, or WS-GR-NAME spaces at the end.
        FILE-LOOP.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1 TO WS-TOT-FILES.
	   ADD WS-GR-JUMPS TO WS-TOT-JUMPS.

	   MOVE SPACES		 TO PRT-DETAIL.
	   MOVE WS-GR-NAME	 TO PRT-FILE-NAME.
	   MOVE WS-GR-LAST-YMD	 TO WS-CONV-YMD.
	   PERFORM CONV-DATE-RTN THRU CONV-DATE-RTN-END.
	   MOVE WS-CONV-DMY	 TO PRT-LAST-DMY.
	   MOVE WS-GR-LAST-COUNT TO PRT-COUNT.

	   IF WS-GR-WEEK-BASE = 'Y'
	      MOVE WS-GR-WEEK-GROWTH TO PRT-WEEK
	   ELSE
	      MOVE '        N/A'     TO PRT-WEEK-X.
	   IF WS-GR-MONTH-BASE = 'Y'
	      MOVE WS-GR-MONTH-GROWTH TO PRT-MONTH
	   ELSE
	      MOVE '        N/A'      TO PRT-MONTH-X.
	   MOVE WS-GR-DAILY	 TO PRT-DAILY.

	   EVALUATE TRUE
	     WHEN WS-GR-DAYS-LEFT = ZEROS
		  MOVE ZEROS		TO PRT-DAYS
		  MOVE WS-GR-LIMIT-YMD	TO WS-CONV-YMD
		  PERFORM CONV-DATE-RTN THRU CONV-DATE-RTN-END
		  MOVE WS-CONV-DMY	TO PRT-LIMIT-DMY
		  MOVE 'AT LIMIT'	TO PRT-STATUS
		  ADD 1 TO WS-TOT-AT-LIMIT
	     WHEN WS-GR-DAYS-LEFT = T-NEVER
		  MOVE ' NONE'		TO PRT-DAYS-X
		  MOVE SPACES		TO PRT-LIMIT-DMY-X
	     WHEN OTHER
		  MOVE WS-GR-DAYS-LEFT	TO PRT-DAYS
		  MOVE WS-GR-LIMIT-YMD	TO WS-CONV-YMD
		  PERFORM CONV-DATE-RTN THRU CONV-DATE-RTN-END
		  MOVE WS-CONV-DMY	TO PRT-LIMIT-DMY
		  IF WS-GR-DAYS-LEFT NOT > WS-GR-WARN-DAYS
		     MOVE 'NEAR LIMIT'	TO PRT-STATUS
		     ADD 1 TO WS-TOT-NEAR
		  END-IF
	   END-EVALUATE.

	   MOVE WS-GR-JUMPS	 TO PRT-JUMPS.
	   IF WS-GR-JUMPS > ZEROS AND PRT-STATUS = SPACES
	      MOVE 'CHECK JUMPS' TO PRT-STATUS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   IF WS-GR-JUMPS > ZEROS
	      MOVE WS-GR-FROM-YMD TO WS-GR-JUMP-YMD
	      MOVE 'J' TO WS-GR-MODE
	      PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END
	      PERFORM JUMP-LOOP THRU JUMP-LOOP-END
		      UNTIL WS-GR-JUMP-YMD = ZEROS.

	   MOVE 'N' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.
	   IF WS-GR-NAME NOT = SPACES
	      MOVE 'T' TO WS-GR-MODE
	      PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.

        FILE-LOOP-END. EXIT.

        JUMP-LOOP.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE SPACES		 TO PRT-J-LABEL.
	   IF WS-GR-JUMP-CHG < ZEROS
	      MOVE 'DROP'	 TO PRT-J-LABEL
	   ELSE
	      MOVE 'JUMP'	 TO PRT-J-LABEL.
	   MOVE WS-GR-JUMP-YMD	 TO WS-CONV-YMD.
	   PERFORM CONV-DATE-RTN THRU CONV-DATE-RTN-END.
	   MOVE WS-CONV-DMY	 TO PRT-J-DMY.
	   MOVE WS-GR-JUMP-FROM	 TO PRT-J-FROM.
	   MOVE WS-GR-JUMP-TO	 TO PRT-J-TO.
	   MOVE WS-GR-JUMP-CHG	 TO PRT-J-CHG.
	   WRITE PRINT-REC FROM PRT-JUMP.

	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.

        JUMP-LOOP-END. EXIT.

      ********************************************************************
        GR-CALL-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-bkgtr' USING
		  WS-GR-MODE, WS-GR-NAME, WS-GR-TREND.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bkgtr'.

        GR-CALL-RTN-END. EXIT.

        CONV-DATE-RTN.

	   MOVE WS-CY-DD   TO WS-CD-DD.
	   MOVE WS-CY-MM   TO WS-CD-MM.
	   MOVE WS-CY-YYYY TO WS-CD-YYYY.

        CONV-DATE-RTN-END. EXIT.

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

	   MOVE WS-GR-LIMIT	TO PRT-LIMIT.
	   MOVE WS-GR-JUMP-PCT	TO PRT-JUMP-PCT.
	   MOVE WS-GR-WARN-DAYS TO PRT-WARN-DAYS.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
