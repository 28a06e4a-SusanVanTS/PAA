       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTNS.

      * COMPETITION NO-SHOW LIST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	NS-FILE no-shows for one
      *					event or all, with the club
      *					coach to call and the entry
      *					fee to refund or keep under
      *					the event's policy; the
      *					listed follow-ups may be
      *					closed off as the run ends
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcns'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdns'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbns'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'COMPETITION NO-SHOW LIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-EV-KEY		PIC X(04).
	  03 WS-OPEN-ONLY	PIC X(01) VALUE 'Y'.
	     88 VALID-OPEN-ONLY	VALUE 'Y', 'N'.
	  03 WS-CLOSE-ROWS	PIC X(01) VALUE 'N'.
	     88 VALID-CLOSE-ROWS	VALUE 'Y', 'N'.
	  03 WS-NS-EOF		PIC X(01).
	  03 WS-NS-COUNT	PIC 9(06).
	  03 WS-REF-COUNT	PIC 9(06).
	  03 WS-KEEP-COUNT	PIC 9(06).
	  03 WS-TOT-REFUND	PIC 9(08)V9(02).
	  03 WS-TOT-KEPT	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(40) VALUE
	     'REPORT TITLE: COMPETITION NO-SHOW LIST'.
	  03 PRT-SEL		PIC X(40).

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'EVNT AC#    NAME                  CATEGO'.
	  03 FIL		PIC X(40) VALUE
	     'RY   RD/MT  SLOT FEE        AMOUNT F    '.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- ------ --------------------- ------'.
	  03 FIL		PIC X(40) VALUE
	     '---- ------ ---- ------ ---------- -    '.

       01 PRT-DETAIL.
	  03 PRT-EV-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(21).
	  03 FIL		PIC X(01).
	  03 PRT-CATEGORY	PIC X(10).
	  03 FIL		PIC X(01).
	  03 PRT-ROUND		PIC 99.
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-MATCH		PIC 999.
	  03 FIL		PIC X(01).
	  03 PRT-SLOT		PIC 9(04).
	  03 FIL		PIC X(01).
	  03 PRT-FEE-ACTION	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-AMOUNT		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FOLLOW		PIC X(01).

       01 PRT-DETAIL2.
	  03 FIL		PIC X(12).
	  03 FIL		PIC X(07) VALUE 'W/O TO'.
	  03 PRT-OPPONENT	PIC X(06).
	  03 FIL		PIC X(07) VALUE '  CLUB'.
	  03 PRT-CB-KEY		PIC X(04).
	  03 FIL		PIC X(08) VALUE '  COACH'.
	  03 PRT-CO-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-CO-PHONE	PIC X(15).

       01 PRT-TOTAL.
	  03 FIL		PIC X(06) VALUE 'TOTAL'.
	  03 FIL		PIC X(01).
	  03 PRT-TOT-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(10) VALUE ' NO-SHOWS'.

       01 PRT-TOTAL2.
	  03 FIL		PIC X(07).
	  03 PRT-TOT-ACT-COUNT	PIC Z(05)9.
	  03 PRT-TOT-ACT-DESC	PIC X(41).
	  03 PRT-TOT-ACT-AMOUNT	PIC ZZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(60) VALUE
	     'F: O = FOLLOW-UP OPEN, C = FOLLOWED UP AND CLOSED'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Event Code:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 30 PIC X(04)
	     USING WS-EV-KEY BELL UPPER.
	  03 LABEL COL + 2 '(blank = all events)'.
	  03 LABEL LINE 03 COL 02 'Open Follow-Ups Only [Y/N]:'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 03 COL 30 PIC X(01)
	     USING WS-OPEN-ONLY BELL UPPER.
	  03 LABEL LINE 04 COL 02 'Close Listed Rows [Y/N]:'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL 30 PIC X(01)
	     USING WS-CLOSE-ROWS BELL UPPER.
	  03 LABEL LINE 06 COL 02
	     'Print Competition No-Show List?'.
	  03 LABEL LINE 06 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 06 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcns'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   NS-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GU-FILE.
	   OPEN INPUT CO-FILE.

	   MOVE 'Competition No-Show List' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE NS-FILE.
	   CLOSE EV-FILE.
	   CLOSE STD-FILE.
	   CLOSE GU-FILE.
	   CLOSE CO-FILE.
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

	   IF WS-EV-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-EV-KEY TO EV-KEY
	      READ EV-FILE
	      IF S-STATUS-CHECK = 'Y'
		 MOVE 101 TO S-CONTROL-ID
		 GO TO 0100-MAIN.

	   IF NOT VALID-OPEN-ONLY
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF NOT VALID-CLOSE-ROWS
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE SPACES TO WS-SPL-SEL.
	   IF WS-EV-KEY = SPACES
	      MOVE 'ALL EVENTS' TO WS-SPL-SEL
	   ELSE
	      STRING 'EVENT ' WS-EV-KEY DELIMITED BY SIZE
		     INTO WS-SPL-SEL.
	   MOVE SPACES TO PRT-SEL.
	   IF WS-OPEN-ONLY = 'Y'
	      STRING WS-SPL-SEL DELIMITED BY '  '
		     ' - OPEN ONLY' DELIMITED BY SIZE
		     INTO PRT-SEL
	   ELSE
	      MOVE WS-SPL-SEL TO PRT-SEL.
	   MOVE PRT-SEL TO WS-SPL-SEL.

	   MOVE ZEROS TO WS-NS-COUNT, WS-REF-COUNT, WS-KEEP-COUNT,
			 WS-TOT-REFUND, WS-TOT-KEPT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE NS-REC.
	   MOVE WS-EV-KEY  TO NS-EV-KEY.
	   MOVE LOW-VALUES TO NS-ED-CODE, NS-STD-KEY.
	   MOVE 'N' TO WS-NS-EOF.
	   START NS-FILE KEY >= NS-KEY INVALID
		 MOVE 'Y' TO WS-NS-EOF.
	   PERFORM NS-LOOP THRU NS-LOOP-END
		   UNTIL WS-NS-EOF = 'Y'.

	   MOVE WS-NS-COUNT	TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-REF-COUNT	TO PRT-TOT-ACT-COUNT.
	   MOVE ' ENTRY FEES TO REFUND' TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-REFUND	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   MOVE WS-KEEP-COUNT	TO PRT-TOT-ACT-COUNT.
	   MOVE ' ENTRY FEES KEPT' TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-KEPT	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * One no-show to a pair of lines: the bout and the fee under
      * the event's policy, then the walkover and who to call.
        NS-LOOP.

	   READ NS-FILE NEXT END
		MOVE 'Y' TO WS-NS-EOF
		GO TO NS-LOOP-END.

	   IF WS-EV-KEY NOT = SPACES AND NS-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-NS-EOF
	      GO TO NS-LOOP-END.

	   IF WS-OPEN-ONLY = 'Y' AND NOT NS-IS-OPEN
	      GO TO NS-LOOP-END.

	   ADD 1 TO WS-NS-COUNT.
	   IF NS-IS-REFUND
	      ADD 1		TO WS-REF-COUNT
	      ADD NS-FEE-AMOUNT	TO WS-TOT-REFUND
	      MOVE 'REFUND'	TO PRT-FEE-ACTION
	   ELSE
	      ADD 1		TO WS-KEEP-COUNT
	      ADD NS-FEE-AMOUNT	TO WS-TOT-KEPT
	      MOVE 'KEEP'	TO PRT-FEE-ACTION.

	   IF LINAGE-COUNTER > 57
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE NS-EV-KEY	TO PRT-EV-KEY.
	   MOVE NS-STD-KEY	TO PRT-STD-KEY.
	   MOVE NS-CATEGORY	TO PRT-CATEGORY.
	   MOVE NS-ROUND	TO PRT-ROUND.
	   MOVE NS-MATCH	TO PRT-MATCH.
	   MOVE NS-SLOT-HHMM	TO PRT-SLOT.
	   MOVE NS-FEE-AMOUNT	TO PRT-AMOUNT.
	   MOVE NS-OPPONENT	TO PRT-OPPONENT.
	   MOVE NS-CB-KEY	TO PRT-CB-KEY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SPACES TO PRT-NAME.
	   MOVE NS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE NS-STD-KEY TO GU-KEY
		READ GU-FILE INVALID
		     CONTINUE
		NOT INVALID
		     STRING '(G) ' GU-NAME DELIMITED BY SIZE
			    INTO PRT-NAME
		END-READ
	   NOT INVALID
		MOVE STD-NAME TO PRT-NAME
	   END-READ.

	   MOVE SPACES TO PRT-CO-NAME, PRT-CO-PHONE.
	   IF NS-CO-KEY NOT = SPACES
	      MOVE NS-CO-KEY TO CO-KEY
	      READ CO-FILE INVALID
		   MOVE NS-CO-KEY TO PRT-CO-NAME
	      NOT INVALID
		   MOVE CO-NAME	 TO PRT-CO-NAME
		   MOVE CO-PHONE TO PRT-CO-PHONE
	      END-READ.

	   IF WS-CLOSE-ROWS = 'Y' AND NS-IS-OPEN
	      MOVE 'C' TO NS-FOLLOW-FLAG
	      REWRITE NS-REC.
	   MOVE NS-FOLLOW-FLAG TO PRT-FOLLOW.

	   WRITE PRINT-REC FROM PRT-DETAIL.
	   WRITE PRINT-REC FROM PRT-DETAIL2.

        NS-LOOP-END. EXIT.

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
