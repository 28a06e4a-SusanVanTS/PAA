       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTREF.

      * REFERRAL LEAGUE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Members ranked by the
      *					trials they brought in over
      *					a season - prospects referred,
      *					converted, and referral
      *					credits paid out to them
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'REFERRAL LEAGUE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-MAX		VALUE 200.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-PR-EOF		PIC X(01).
	  03 WS-S-DATE-DMY	PIC 9(08).
	  03 WS-E-DATE-DMY	PIC 9(08).
	  03 WS-S-YMD		PIC 9(08).
	  03 WS-E-YMD		PIC 9(08).
	  03 WS-ROW-YMD		PIC 9(08).
	  03 WS-TAB-COUNT	PIC 9(03).
	  03 WS-SUB		PIC 9(03).
	  03 WS-FIND		PIC 9(03).
	  03 WS-BEST		PIC 9(03).
	  03 WS-RANK		PIC 9(03).
	  03 WS-TOT-REFERRED	PIC 9(05).
	  03 WS-TOT-CONV	PIC 9(05).
	  03 WS-TOT-CREDITS	PIC 9(05).
	  03 WS-TOT-AMOUNT	PIC 9(08)V9(02).
	  03 PRT-START-HHMM	PIC X(07).
	  03 WS-END-DMY		PIC 99/99/9999.

      * One bucket per referring member seen in the season.
       01 WS-TABLE.
	  03 WS-TAB OCCURS T-MAX.
	     05 WS-TAB-KEY	PIC X(06).
	     05 WS-TAB-REFERRED	PIC 9(04).
	     05 WS-TAB-CONV	PIC 9(04).
	     05 WS-TAB-CREDITS	PIC 9(04).
	     05 WS-TAB-AMOUNT	PIC 9(07)V9(02).
	     05 WS-TAB-DONE	PIC X(01).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: REFERRAL LEAGUE'.

       01 PRT-RANGE-LINE.
	  03 FIL		PIC X(08) VALUE 'SEASON:'.
	  03 PRT-S-DATE		PIC 99/99/9999.
	  03 FIL		PIC X(04) VALUE ' to'.
	  03 FIL		PIC X(01).
	  03 PRT-E-DATE		PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'RANK AC#    MEMBER NAME                '.
	  03 FIL		PIC X(39) VALUE
	     'REFERRED CONVERTED CREDITS       AMOUNT'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---- ------ --------------------------  '.
	  03 FIL		PIC X(39) VALUE
	     '-------- --------- ------- ------------'.

       01 PRT-DETAIL.
	  03 PRT-RANK		PIC Z(03)9.
	  03 FIL		PIC X(01).
	  03 PRT-KEY		PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(26).
	  03 FIL		PIC X(02).
	  03 PRT-REFERRED	PIC Z(07)9.
	  03 FIL		PIC X(01).
	  03 PRT-CONV		PIC Z(08)9.
	  03 FIL		PIC X(01).
	  03 PRT-CREDITS	PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-AMOUNT		PIC Z,ZZZ,ZZ9.99.

       01 PRT-TOTAL.
	  03 FIL		PIC X(40) VALUE
	     '            TOTAL'.
	  03 PRT-T-REFERRED	PIC Z(07)9.
	  03 FIL		PIC X(01).
	  03 PRT-T-CONV		PIC Z(08)9.
	  03 FIL		PIC X(01).
	  03 PRT-T-CREDITS	PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-T-AMOUNT	PIC Z,ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(26) VALUE
	     '* END OF REPORT * TIME :'.
	  03 PRT-END-HHMM	PIC X(07).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Season From:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC 99/99/9999
	     USING WS-S-DATE-DMY.
	  03 LABEL COL + 3 'to'.
	  03 ENTRY-FIELD 3-D ID 102 COL + 3 PIC 99/99/9999
	     USING WS-E-DATE-DMY.
	  03 LABEL LINE 04 COL 04
	     'Run Referral League?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT PR-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE 'Referral League' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PR-FILE.
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

	   IF WS-S-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-E-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE WS-S-DATE-DMY TO WS-S-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-S-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   MOVE WS-E-DATE-DMY TO WS-E-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-E-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-S-YMD > WS-E-YMD
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   MOVE WS-S-DATE-DMY TO PRT-S-DATE.
	   MOVE WS-E-DATE-DMY TO PRT-E-DATE.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'SEASON ' PRT-S-DATE ' TO ' PRT-E-DATE
		  DELIMITED BY SIZE INTO WS-SPL-SEL.

	   INITIALIZE WS-TABLE.
	   MOVE ZEROS TO WS-TAB-COUNT, WS-RANK, WS-TOT-REFERRED,
			 WS-TOT-CONV, WS-TOT-CREDITS, WS-TOT-AMOUNT.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE PR-REC.
	   MOVE LOW-VALUES TO PR-KEY.
	   MOVE 'N' TO WS-PR-EOF.
	   START PR-FILE KEY >= PR-KEY INVALID
		 MOVE 'Y' TO WS-PR-EOF.
	   PERFORM PR-LOOP THRU PR-LOOP-END
		   UNTIL WS-PR-EOF = 'Y'.

	   PERFORM PICK-RTN THRU PICK-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-TAB-COUNT.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * A prospect counts in the season its trial started.
        PR-LOOP.

	   READ PR-FILE NEXT END
		MOVE 'Y' TO WS-PR-EOF
		GO TO PR-LOOP-END.

	   IF PR-REF-STD-KEY = SPACES
	      GO TO PR-LOOP-END.

	   MOVE PR-START-DMY TO WS-ROW-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-ROW-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-ROW-YMD < WS-S-YMD OR WS-ROW-YMD > WS-E-YMD
	      GO TO PR-LOOP-END.

	   MOVE ZEROS TO WS-SUB.
	   PERFORM MATCH-RTN THRU MATCH-RTN-END
		   VARYING WS-FIND FROM 1 BY 1
		   UNTIL WS-FIND > WS-TAB-COUNT OR WS-SUB NOT = ZEROS.

	   IF WS-SUB = ZEROS
	      IF WS-TAB-COUNT >= T-MAX
		 GO TO PR-LOOP-END
	      END-IF
	      ADD 1 TO WS-TAB-COUNT
	      MOVE WS-TAB-COUNT   TO WS-SUB
	      MOVE PR-REF-STD-KEY TO WS-TAB-KEY (WS-SUB).

	   ADD 1 TO WS-TAB-REFERRED (WS-SUB).
	   IF PR-IS-CONVERTED
	      ADD 1 TO WS-TAB-CONV (WS-SUB).
	   IF PR-REF-POSTED
	      ADD 1		TO WS-TAB-CREDITS (WS-SUB)
	      ADD PR-REF-AMOUNT TO WS-TAB-AMOUNT (WS-SUB).

        PR-LOOP-END. EXIT.

        MATCH-RTN.

	   IF WS-TAB-KEY (WS-FIND) = PR-REF-STD-KEY
	      MOVE WS-FIND TO WS-SUB.

        MATCH-RTN-END. EXIT.

      ********************************************************************
      * Print the league top down by pulling the member with the
      * most conversions each time, most prospects referred
      * breaking a tie.
        PICK-RTN.

	   MOVE ZEROS TO WS-BEST.
	   PERFORM BEST-RTN THRU BEST-RTN-END
		   VARYING WS-FIND FROM 1 BY 1
		   UNTIL WS-FIND > WS-TAB-COUNT.

	   IF WS-BEST = ZEROS
	      GO TO PICK-RTN-END.

	   MOVE 'Y' TO WS-TAB-DONE (WS-BEST).

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-TAB-KEY (WS-BEST) TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE SPACES TO STD-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1 TO WS-RANK.
	   MOVE WS-RANK			 TO PRT-RANK.
	   MOVE WS-TAB-KEY (WS-BEST)	 TO PRT-KEY.
	   MOVE STD-NAME		 TO PRT-NAME.
	   MOVE WS-TAB-REFERRED (WS-BEST) TO PRT-REFERRED.
	   MOVE WS-TAB-CONV (WS-BEST)	 TO PRT-CONV.
	   MOVE WS-TAB-CREDITS (WS-BEST) TO PRT-CREDITS.
	   MOVE WS-TAB-AMOUNT (WS-BEST)	 TO PRT-AMOUNT.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   ADD WS-TAB-REFERRED (WS-BEST) TO WS-TOT-REFERRED.
	   ADD WS-TAB-CONV (WS-BEST)	 TO WS-TOT-CONV.
	   ADD WS-TAB-CREDITS (WS-BEST)	 TO WS-TOT-CREDITS.
	   ADD WS-TAB-AMOUNT (WS-BEST)	 TO WS-TOT-AMOUNT.

        PICK-RTN-END. EXIT.

        BEST-RTN.

	   IF WS-TAB-DONE (WS-FIND) = 'Y'
	      GO TO BEST-RTN-END.

	   IF WS-BEST = ZEROS
	      MOVE WS-FIND TO WS-BEST
	      GO TO BEST-RTN-END.

	   IF WS-TAB-CONV (WS-FIND) > WS-TAB-CONV (WS-BEST)
	      MOVE WS-FIND TO WS-BEST
	      GO TO BEST-RTN-END.

	   IF WS-TAB-CONV (WS-FIND) = WS-TAB-CONV (WS-BEST) AND
	      WS-TAB-REFERRED (WS-FIND) > WS-TAB-REFERRED (WS-BEST)
	      MOVE WS-FIND TO WS-BEST.

        BEST-RTN-END. EXIT.

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
	   WRITE PRINT-REC FROM PRT-RANGE-LINE.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-TOT-REFERRED TO PRT-T-REFERRED.
	   MOVE WS-TOT-CONV	TO PRT-T-CONV.
	   MOVE WS-TOT-CREDITS	TO PRT-T-CREDITS.
	   MOVE WS-TOT-AMOUNT	TO PRT-T-AMOUNT.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-TOTAL.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-END-DMY, PRT-END-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
