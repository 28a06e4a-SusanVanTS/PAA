      * VAN TZE SHAN	22/8/26	WO	PAA	Backup tile goes stale -
      *					a pass older than yesterday
      *					shows NOT RUN with its date
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	File growth tile - a file
      *					at or near its record limit,
      *					else a jump at the last
      *					backup; F9 prints PTGRW
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-CONSENT-COUNT	PIC 9(05).
	  03 WS-STALE-EDIT	PIC 99/99/9999.
	  03 WS-GR-AT-LIMIT	PIC 9(03).
	  03 WS-GR-JUMPED	PIC 9(03).
	  03 WS-GR-BEST-DAYS	PIC 9(05).
	  03 WS-GR-BEST-NAME	PIC X(12).
	  03 WS-GR-DAYS-EDIT	PIC ZZZZ9.
	  03 WS-GR-CNT-EDIT	PIC ZZ9.

       01 WS-TILES.
	  03 WS-T-ACTIVE	PIC ZZZZZ9.
	  03 WS-T-CONSENT	PIC ZZZZ9.
	  03 WS-T-RENEW		PIC ZZZZZ9.
	  03 WS-T-BACKUP	PIC X(20).
	  03 WS-T-GROWTH	PIC X(24).

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

       01 WS-DMY-PARTS		PIC 9(08).
       01 REDEFINES WS-DMY-PARTS.
	   03 LABEL LINE 08 COL 30 PIC X(06) FROM WS-T-RENEW.
	   03 LABEL LINE 09 COL 04 'F8 Last Backup:'.
	   03 LABEL LINE 09 COL 30 PIC X(20) FROM WS-T-BACKUP.
	   03 LABEL LINE 10 COL 04 'F9 File Growth:'.
	   03 LABEL LINE 10 COL 30 PIC X(24) FROM WS-T-GROWTH.
	   03 LABEL LINE 12 COL 04
	      'ENTER = refresh   F-key = open that screen   ESC = menu'.

      *******************************************************************

      * Floating Window
	   MOVE 'Operations Dashboard' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	      CANCEL '/z/y19b25/sp2/prg/bpjob'
	      GO TO 0100-MAIN.

	   IF K-F9
	      CALL   '/z/y19b25/sp2/prg/ptgrw' USING LINK-PROG-KEY
	      CANCEL '/z/y19b25/sp2/prg/ptgrw'
	      GO TO 0100-MAIN.

	   IF K-ENTER
	      PERFORM REFRESH-RTN THRU REFRESH-RTN-END.

	   PERFORM FEE-TILE-RTN THRU FEE-TILE-RTN-END.
	   PERFORM ER-TILE-RTN THRU ER-TILE-RTN-END.
	   PERFORM JB-TILE-RTN THRU JB-TILE-RTN-END.
	   PERFORM GR-TILE-RTN THRU GR-TILE-RTN-END.
	   DISPLAY PROCESS-SCR.

        REFRESH-RTN-END. EXIT.
	   MOVE 'Y' TO WS-EOF.

        JB-TILE-LOOP-END. EXIT.
      *******************************************************************
      * The growth tile names the worst file only - one at its record
      * limit, else the nearest inside the warning days - and failing
      * both counts the files whose latest backup was itself a jump.
      * PTGRW has the full picture.
        GR-TILE-RTN.

	   MOVE ZEROS  TO WS-GR-AT-LIMIT, WS-GR-JUMPED.
	   MOVE 99999  TO WS-GR-BEST-DAYS.
	   MOVE SPACES TO WS-GR-BEST-NAME.

	   MOVE SPACES TO WS-GR-NAME.
	   MOVE 'N' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.
	   IF WS-GR-NAME = SPACES
	      MOVE 'NO BACKUP HISTORY' TO WS-T-GROWTH
	      GO TO GR-TILE-RTN-END.

	   PERFORM GR-TILE-LOOP THRU GR-TILE-LOOP-END
		   UNTIL WS-GR-NAME = SPACES.

	   MOVE SPACES TO WS-T-GROWTH.
	   EVALUATE TRUE
	     WHEN WS-GR-AT-LIMIT > ZEROS
		  STRING WS-GR-BEST-NAME DELIMITED BY SPACE
			 ' AT LIMIT' DELIMITED BY SIZE
			 INTO WS-T-GROWTH
	     WHEN WS-GR-BEST-NAME NOT = SPACES
		  MOVE WS-GR-BEST-DAYS TO WS-GR-DAYS-EDIT
		  STRING WS-GR-BEST-NAME DELIMITED BY SPACE
			 ' ' WS-GR-DAYS-EDIT ' DAYS' DELIMITED BY SIZE
			 INTO WS-T-GROWTH
	     WHEN WS-GR-JUMPED > ZEROS
		  MOVE WS-GR-JUMPED TO WS-GR-CNT-EDIT
		  STRING WS-GR-CNT-EDIT ' JUMPED LAST RUN'
			 DELIMITED BY SIZE INTO WS-T-GROWTH
	     WHEN OTHER
		  MOVE 'OK' TO WS-T-GROWTH
	   END-EVALUATE.

        GR-TILE-RTN-END. EXIT.

        GR-TILE-LOOP.

	   MOVE 'T' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.

	   IF WS-GR-DAYS-LEFT = ZEROS
	      IF WS-GR-AT-LIMIT = ZEROS
		 MOVE WS-GR-NAME TO WS-GR-BEST-NAME
	      END-IF
	      ADD 1 TO WS-GR-AT-LIMIT
	   ELSE
	      IF WS-GR-AT-LIMIT = ZEROS AND
		 WS-GR-DAYS-LEFT NOT > WS-GR-WARN-DAYS AND
		 WS-GR-DAYS-LEFT < WS-GR-BEST-DAYS
		 MOVE WS-GR-DAYS-LEFT TO WS-GR-BEST-DAYS
		 MOVE WS-GR-NAME      TO WS-GR-BEST-NAME
	      END-IF
	   END-IF.

	   IF WS-GR-JUMPS > ZEROS AND WS-GR-JUMP-YMD = WS-GR-LAST-YMD
	      ADD 1 TO WS-GR-JUMPED.

	   MOVE 'N' TO WS-GR-MODE.
	   PERFORM GR-CALL-RTN THRU GR-CALL-RTN-END.

        GR-TILE-LOOP-END. EXIT.

        GR-CALL-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-bkgtr' USING
		  WS-GR-MODE, WS-GR-NAME, WS-GR-TREND.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bkgtr'.

        GR-CALL-RTN-END. EXIT.

      ***************************************************************

