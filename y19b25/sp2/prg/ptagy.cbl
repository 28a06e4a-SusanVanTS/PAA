       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTAGY.

      * COLLECTION AGENCY PLACEMENT REGISTER
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One line per account
      *					placed with the collection
      *					agency off AG-FILE - amount
      *					placed, recovered, the
      *					agency's commission and
      *					what is still outstanding -
      *					optionally the open
      *					placements only
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcag'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdag'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbag'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'AGENCY PLACEMENT REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-OPEN-ONLY	PIC X(01) VALUE 'Y'.
	     88 VALID-OPEN-ONLY	VALUE 'Y', 'N'.
	  03 WS-AG-EOF		PIC X(01).
	  03 WS-OUTSTANDING	PIC S9(08)V9(02).
	  03 WS-AG-COUNT	PIC 9(06).
	  03 WS-TOT-PLACED	PIC 9(08)V9(02).
	  03 WS-TOT-RECOVERED	PIC 9(08)V9(02).
	  03 WS-TOT-COMMISSION	PIC 9(08)V9(02).
	  03 WS-TOT-OUTSTANDING	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: AGENCY PLACEMENT REGISTER'.
	  03 PRT-SELECTION	PIC X(20).

       01 PRT-HEADER3.
	  03 FIL		PIC X(39) VALUE
	     'AC#    STUDENT NAME     PLACED ON'.
	  03 FIL		PIC X(40) VALUE
	     'PLACED  RECOVERED  COMMISSN  OUTSTANDG S'.

       01 PRT-LINE.
	  03 FIL		PIC X(39) VALUE
	     '------ ---------------- ---------- ----'.
	  03 FIL		PIC X(40) VALUE
	     '------ ---------- --------- ---------- -'.

       01 PRT-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-STD-NAME	PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-PLACE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-PLACED		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-RECOVERED	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-COMMISSION	PIC ZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-OUTSTANDING	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(01).

       01 PRT-TOTAL.
	  03 FIL		PIC X(06) VALUE 'TOTAL'.
	  03 FIL		PIC X(01).
	  03 PRT-TOT-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(11) VALUE ' ACCOUNTS'.
	  03 FIL		PIC X(10).
	  03 PRT-TOT-PLACED	PIC ZZZZ,ZZ9.99.
	  03 PRT-TOT-RECOVERED	PIC ZZZZ,ZZ9.99.
	  03 PRT-TOT-COMMISSION	PIC ZZZ,ZZ9.99.
	  03 PRT-TOT-OUTSTANDING PIC ZZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(50) VALUE
	     'STATUS  O = WITH AGENCY  C = CLEARED  R = RETURNED'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Open Placements Only :'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(01)
	     USING WS-OPEN-ONLY BELL UPPER.
	  03 LABEL COL + 3 '[Y/N]'.
	  03 LABEL LINE 04 COL 02
	     'Print Agency Placement Register?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcag'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT AG-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE 'Agency Placement Register' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE AG-FILE.
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

	   IF NOT VALID-OPEN-ONLY
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

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

	   IF WS-OPEN-ONLY = 'Y'
	      MOVE 'OPEN PLACEMENTS'	TO PRT-SELECTION
	   ELSE
	      MOVE 'ALL PLACEMENTS'	TO PRT-SELECTION.

	   MOVE ZEROS TO WS-AG-COUNT, WS-TOT-PLACED, WS-TOT-RECOVERED,
			 WS-TOT-COMMISSION, WS-TOT-OUTSTANDING.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE AG-REC.
	   MOVE LOW-VALUES TO AG-KEY.
	   MOVE 'N' TO WS-AG-EOF.
	   START AG-FILE KEY >= AG-KEY INVALID
		 MOVE 'Y' TO WS-AG-EOF.
	   PERFORM AG-LOOP THRU AG-LOOP-END
		   UNTIL WS-AG-EOF = 'Y'.

	   MOVE WS-AG-COUNT	   TO PRT-TOT-COUNT.
	   MOVE WS-TOT-PLACED	   TO PRT-TOT-PLACED.
	   MOVE WS-TOT-RECOVERED   TO PRT-TOT-RECOVERED.
	   MOVE WS-TOT-COMMISSION  TO PRT-TOT-COMMISSION.
	   MOVE WS-TOT-OUTSTANDING TO PRT-TOT-OUTSTANDING.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * Outstanding is what was placed less what the agency has
      * recovered; a returned account still shows its uncollected
      * remainder, which is back on the academy's own books.
        AG-LOOP.

	   READ AG-FILE NEXT END
		MOVE 'Y' TO WS-AG-EOF
		GO TO AG-LOOP-END.

	   IF WS-OPEN-ONLY = 'Y' AND NOT AG-IS-OPEN
	      GO TO AG-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AG-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'NAME UNKNOWN' TO STD-NAME.

	   COMPUTE WS-OUTSTANDING = AG-PLACED - AG-RECOVERED.
	   IF WS-OUTSTANDING < ZEROS
	      MOVE ZEROS TO WS-OUTSTANDING.

	   ADD 1		TO WS-AG-COUNT.
	   ADD AG-PLACED	TO WS-TOT-PLACED.
	   ADD AG-RECOVERED	TO WS-TOT-RECOVERED.
	   ADD AG-COMMISSION	TO WS-TOT-COMMISSION.
	   ADD WS-OUTSTANDING	TO WS-TOT-OUTSTANDING.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE AG-STD-KEY	TO PRT-STD-KEY.
	   MOVE STD-NAME	TO PRT-STD-NAME.
	   MOVE AG-PLACE-DMY	TO PRT-PLACE-DMY.
	   MOVE AG-PLACED	TO PRT-PLACED.
	   MOVE AG-RECOVERED	TO PRT-RECOVERED.
	   MOVE AG-COMMISSION	TO PRT-COMMISSION.
	   MOVE WS-OUTSTANDING	TO PRT-OUTSTANDING.
	   MOVE AG-STATUS-FLAG	TO PRT-STATUS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        AG-LOOP-END. EXIT.

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
