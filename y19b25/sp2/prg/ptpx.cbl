       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTPX.

      * EVENT PROTEST REPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	PX-FILE protests of one
      *					event for the federation:
      *					the bout or placing, who
      *					lodged it and when, grounds,
      *					fee, jury decision and when
      *					it was made, and the result
      *					before and after an upheld
      *					protest; totals by decision
      *					and of fees taken, refunded
      *					and forfeit
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpx'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgu'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgu'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgu'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'EVENT PROTEST REPORT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-EV-KEY		PIC X(04).
	  03 WS-PX-EOF		PIC X(01).
	  03 WS-PX-COUNT	PIC 9(06).
	  03 WS-UPHELD-COUNT	PIC 9(06).
	  03 WS-DISMISS-COUNT	PIC 9(06).
	  03 WS-WITHDRAW-COUNT	PIC 9(06).
	  03 WS-OPEN-COUNT	PIC 9(06).
	  03 WS-TOT-FEES	PIC 9(08)V9(02).
	  03 WS-TOT-REFUND	PIC 9(08)V9(02).
	  03 WS-TOT-FORFEIT	PIC 9(08)V9(02).
	  03 WS-TOT-HELD	PIC 9(08)V9(02).
	  03 WS-EDIT-PLACE	PIC ZZ9.
	  03 WS-EDIT-PLACE2	PIC ZZ9.
	  03 WS-EDIT-COUNT	PIC ZZ9.
	  03 PRT-START-HHMM	PIC X(07).

      * The protested bout as it prints in the detail line.
       01 WS-ON-BOUT.
	  03 WS-ON-ED-CODE	PIC X(03).
	  03 FIL		PIC X(01).
	  03 WS-ON-CATEGORY	PIC X(10).
	  03 FIL		PIC X(01).
	  03 WS-ON-ROUND	PIC 99.
	  03 FIL		PIC X(01) VALUE '/'.
	  03 WS-ON-MATCH	PIC 999.

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(34) VALUE
	     'REPORT TITLE: EVENT PROTEST REPORT'.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'EVENT:'.
	  03 PRT-EV-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-EV-NAME	PIC X(30).

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'NO     T DS  CATEGORY   RD/MT  AC#    NA'.
	  03 FIL		PIC X(40) VALUE
	     'ME                 STATUS          FEE  '.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------ - --- ---------- ------ ------ --'.
	  03 FIL		PIC X(40) VALUE
	     '------------------ --------- ---------  '.

       01 PRT-DETAIL.
	  03 PRT-PX-NO		PIC 9(06).
	  03 FIL		PIC X(01).
	  03 PRT-TYPE		PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-ON		PIC X(21).
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-STATUS		PIC X(09).
	  03 FIL		PIC X(01).
	  03 PRT-FEE		PIC ZZ,ZZ9.99.

       01 PRT-LODGED.
	  03 FIL		PIC X(09).
	  03 FIL		PIC X(08) VALUE 'LODGED'.
	  03 PRT-LODGE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-LODGE-HHMM	PIC X(07).
	  03 FIL		PIC X(04) VALUE 'BY'.
	  03 PRT-LODGED-BY	PIC X(30).

       01 PRT-TEXT.
	  03 FIL		PIC X(09).
	  03 PRT-TEXT-TAG	PIC X(10).
	  03 PRT-TEXT-LINE	PIC X(60).

       01 PRT-DECIDED.
	  03 FIL		PIC X(09).
	  03 FIL		PIC X(08) VALUE 'DECIDED'.
	  03 PRT-DEC-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-DEC-HHMM	PIC X(07).
	  03 FIL		PIC X(06) VALUE 'JURY'.
	  03 PRT-JURY		PIC X(30).

       01 PRT-TOTAL.
	  03 FIL		PIC X(06) VALUE 'TOTAL'.
	  03 FIL		PIC X(01).
	  03 PRT-TOT-COUNT	PIC Z(05)9.
	  03 FIL		PIC X(10) VALUE ' PROTESTS'.

       01 PRT-TOTAL2.
	  03 FIL		PIC X(07).
	  03 PRT-TOT-ACT-COUNT	PIC Z(05)9.
	  03 PRT-TOT-ACT-DESC	PIC X(41).
	  03 PRT-TOT-ACT-AMOUNT	PIC ZZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(60) VALUE
	     'T: B = AGAINST A BOUT RESULT, P = AGAINST A PLACING'.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Event Code:'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL 30 PIC X(04)
	     USING WS-EV-KEY BELL UPPER.
	  03 LABEL LINE 04 COL 02
	     'Print Event Protest Report?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpx'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgu'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT PX-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GU-FILE.

	   MOVE 'Event Protest Report' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PX-FILE.
	   CLOSE EV-FILE.
	   CLOSE STD-FILE.
	   CLOSE GU-FILE.
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

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'EVENT ' WS-EV-KEY DELIMITED BY SIZE
		  INTO WS-SPL-SEL.
	   MOVE WS-EV-KEY  TO PRT-EV-KEY.
	   MOVE EV-NAME	   TO PRT-EV-NAME.

	   MOVE ZEROS TO WS-PX-COUNT, WS-UPHELD-COUNT,
			 WS-DISMISS-COUNT, WS-WITHDRAW-COUNT,
			 WS-OPEN-COUNT, WS-TOT-FEES, WS-TOT-REFUND,
			 WS-TOT-FORFEIT, WS-TOT-HELD.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PX-REC.
	   MOVE WS-EV-KEY TO PX-ALT-EV-KEY.
	   MOVE ZEROS	  TO PX-ALT-PX-KEY.
	   MOVE 'N' TO WS-PX-EOF.
	   START PX-FILE KEY >= PX-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PX-EOF.
	   PERFORM PX-LOOP THRU PX-LOOP-END
		   UNTIL WS-PX-EOF = 'Y'.

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-PX-COUNT	TO PRT-TOT-COUNT.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.
	   MOVE WS-UPHELD-COUNT	TO PRT-TOT-ACT-COUNT.
	   MOVE ' UPHELD - FEES REFUNDED' TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-REFUND	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   MOVE WS-DISMISS-COUNT TO PRT-TOT-ACT-COUNT.
	   MOVE ' DISMISSED' TO PRT-TOT-ACT-DESC.
	   MOVE ZEROS		TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   MOVE WS-WITHDRAW-COUNT TO PRT-TOT-ACT-COUNT.
	   MOVE ' WITHDRAWN' TO PRT-TOT-ACT-DESC.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   COMPUTE PRT-TOT-ACT-COUNT = WS-DISMISS-COUNT +
				       WS-WITHDRAW-COUNT.
	   MOVE ' DISMISSED/WITHDRAWN - FEES FORFEIT'
		TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-FORFEIT	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   MOVE WS-OPEN-COUNT	TO PRT-TOT-ACT-COUNT.
	   MOVE ' STILL OPEN - FEES HELD' TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-HELD	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   MOVE WS-PX-COUNT	TO PRT-TOT-ACT-COUNT.
	   MOVE ' PROTEST FEES TAKEN' TO PRT-TOT-ACT-DESC.
	   MOVE WS-TOT-FEES	TO PRT-TOT-ACT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-TOTAL2.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * One protest to a block: what was protested and where it
      * stands, who lodged it and on what grounds, then the jury's
      * decision and, when upheld, the result before and after.
        PX-LOOP.

	   READ PX-FILE NEXT END
		MOVE 'Y' TO WS-PX-EOF
		GO TO PX-LOOP-END.

	   IF PX-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-PX-EOF
	      GO TO PX-LOOP-END.

	   ADD 1	     TO WS-PX-COUNT.
	   ADD PX-FEE-AMOUNT TO WS-TOT-FEES.
	   EVALUATE TRUE
	     WHEN PX-IS-UPHELD
		  ADD 1		    TO WS-UPHELD-COUNT
		  ADD PX-FEE-AMOUNT TO WS-TOT-REFUND
		  MOVE 'UPHELD'	    TO PRT-STATUS
	     WHEN PX-IS-DISMISSED
		  ADD 1		    TO WS-DISMISS-COUNT
		  ADD PX-FEE-AMOUNT TO WS-TOT-FORFEIT
		  MOVE 'DISMISSED'  TO PRT-STATUS
	     WHEN PX-IS-WITHDRAWN
		  ADD 1		    TO WS-WITHDRAW-COUNT
		  ADD PX-FEE-AMOUNT TO WS-TOT-FORFEIT
		  MOVE 'WITHDRAWN'  TO PRT-STATUS
	     WHEN OTHER
		  ADD 1		    TO WS-OPEN-COUNT
		  ADD PX-FEE-AMOUNT TO WS-TOT-HELD
		  MOVE 'OPEN'	    TO PRT-STATUS
	   END-EVALUATE.

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE PX-KEY		TO PRT-PX-NO.
	   MOVE PX-TYPE		TO PRT-TYPE.
	   IF PX-ON-BOUT
	      MOVE PX-ED-CODE	TO WS-ON-ED-CODE
	      MOVE PX-CATEGORY	TO WS-ON-CATEGORY
	      MOVE PX-ROUND	TO WS-ON-ROUND
	      MOVE PX-MATCH	TO WS-ON-MATCH
	      MOVE WS-ON-BOUT	TO PRT-ON
	   ELSE
	      MOVE 'PLACING'	TO PRT-ON.
	   MOVE PX-STD-KEY	TO PRT-STD-KEY.
	   MOVE PX-FEE-AMOUNT	TO PRT-FEE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SPACES TO PRT-NAME.
	   MOVE PX-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE PX-STD-KEY TO GU-KEY
		READ GU-FILE INVALID
		     CONTINUE
		NOT INVALID
		     STRING '(G) ' GU-NAME DELIMITED BY SIZE
			    INTO PRT-NAME
		END-READ
	   NOT INVALID
		MOVE STD-NAME TO PRT-NAME
	   END-READ.

	   WRITE PRINT-REC FROM PRT-DETAIL.

	   MOVE PX-LODGE-DMY	TO PRT-LODGE-DMY.
	   MOVE PX-LODGE-HHMM	TO PRT-LODGE-HHMM.
	   MOVE PX-LODGED-BY	TO PRT-LODGED-BY.
	   WRITE PRINT-REC FROM PRT-LODGED.

	   MOVE 'GROUNDS:'	TO PRT-TEXT-TAG.
	   MOVE PX-GROUNDS	TO PRT-TEXT-LINE.
	   WRITE PRINT-REC FROM PRT-TEXT.

	   IF PX-IS-OPEN
	      WRITE PRINT-REC FROM SPACE
	      GO TO PX-LOOP-END.

	   MOVE PX-DEC-DMY	TO PRT-DEC-DMY.
	   MOVE PX-DEC-HHMM	TO PRT-DEC-HHMM.
	   MOVE PX-JURY		TO PRT-JURY.
	   WRITE PRINT-REC FROM PRT-DECIDED.

	   IF PX-DECISION NOT = SPACES
	      MOVE 'DECISION:'	TO PRT-TEXT-TAG
	      MOVE PX-DECISION	TO PRT-TEXT-LINE
	      WRITE PRINT-REC FROM PRT-TEXT.

	   IF PX-IS-UPHELD
	      MOVE 'AMENDED:'	TO PRT-TEXT-TAG
	      MOVE SPACES	TO PRT-TEXT-LINE
	      MOVE PX-KNOCK-ON	TO WS-EDIT-COUNT
	      IF PX-ON-BOUT
		 STRING 'WINNER ' PX-OLD-WINNER ' TO ' PX-NEW-WINNER
			', ' WS-EDIT-COUNT ' LATER BOUT(S) REOPENED'
			DELIMITED BY SIZE INTO PRT-TEXT-LINE
	      ELSE
		 MOVE PX-OLD-PLACE TO WS-EDIT-PLACE
		 MOVE PX-NEW-PLACE TO WS-EDIT-PLACE2
		 STRING 'PLACE ' WS-EDIT-PLACE ' TO ' WS-EDIT-PLACE2
			', ' WS-EDIT-COUNT ' OTHER PLACING(S) MOVED'
			DELIMITED BY SIZE INTO PRT-TEXT-LINE
	      END-IF
	      WRITE PRINT-REC FROM PRT-TEXT.

	   WRITE PRINT-REC FROM SPACE.

        PX-LOOP-END. EXIT.

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
