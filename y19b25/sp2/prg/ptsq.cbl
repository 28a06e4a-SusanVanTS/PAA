       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTSQ.

      * SQUAD SELECTION LIST
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	One representative squad's
      *					trialists in FMSL's ranking
      *					order with their scores,
      *					stage and reply deadline,
      *					and every selector override
      *					with its reason
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'SQUAD SELECTION LIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SEASON		PIC 9(04).
	  03 WS-CAT		PIC X(10).
	  03 WS-SM-EOF		PIC X(01).
	  03 WS-PLACED-COUNT	PIC 9(05).
	  03 WS-OPEN-COUNT	PIC 9(05).
	  03 WS-RESERVE-COUNT	PIC 9(05).
	  03 WS-OUT-COUNT	PIC 9(05).
	  03 PRT-START-HHMM	PIC X(07).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(36) VALUE
	     'REPORT TITLE: SQUAD SELECTION LIST'.

       01 PRT-HEADER2A.
	  03 FIL		PIC X(14) VALUE 'SQUAD       :'.
	  03 PRT-SEASON		PIC 9(04).
	  03 FIL		PIC X(01).
	  03 PRT-CAT		PIC X(10).
	  03 FIL		PIC X(01).
	  03 PRT-SQ-DESC	PIC X(30).
	  03 FIL		PIC X(07) VALUE '  SIZE'.
	  03 PRT-SQ-SIZE	PIC ZZ9.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'RNK AC#    NAME                    TRIAL'.
	  03 FIL		PIC X(36) VALUE
	     '  FIT    TOTAL O STAGE    REPLY BY'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '--- ------ -------------------- --------'.
	  03 FIL		PIC X(36) VALUE
	     ' ---- -------- - -------- ----------'.

       01 PRT-DETAIL.
	  03 PRT-RANK		PIC ZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-TRIAL		PIC ZZZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-FIT		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-TOTAL		PIC ZZZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-OVERRIDE	PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-STAGE		PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-DEADLINE	PIC X(10).

       01 PRT-OVR-LINE.
	  03 FIL		PIC X(11).
	  03 FIL		PIC X(10) VALUE 'OVERRIDE:'.
	  03 PRT-OVR-REASON	PIC X(30).
	  03 FIL		PIC X(04) VALUE ' BY'.
	  03 PRT-OVR-OPERATOR	PIC X(08).

       01 PRT-EDIT-DMY		PIC 99/99/9999.

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'TRIALISTS LISTED    :'.
	  03 PRT-END-COUNT	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'PLACES TAKEN        :'.
	  03 PRT-END-PLACED	PIC Z(05)9.
	  03 FIL		PIC X(22) VALUE
	     '   AWAITING REPLY  :'.
	  03 PRT-END-OPEN	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'RESERVES            :'.
	  03 PRT-END-RESERVE	PIC Z(05)9.
	  03 FIL		PIC X(22) VALUE
	     '   OUT OF THE SQUAD:'.
	  03 PRT-END-OUT	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Season   :'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 02 COL + 2 PIC 9(04)
	     USING WS-SEASON.
	  03 LABEL LINE 03 COL 02 'Category :'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 03 COL + 2 PIC X(10)
	     USING WS-CAT BELL UPPER.
	  03 LABEL LINE 05 COL 02
	     'Run Squad Selection List?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 05 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT SQ-FILE.
	   OPEN INPUT SM-FILE.
	   OPEN INPUT STD-FILE.

	   MOVE ZEROS  TO WS-SEASON.
	   MOVE SPACES TO WS-CAT.

	   MOVE 'Squad Selection List' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE SQ-FILE.
	   CLOSE SM-FILE.
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

	   IF WS-SEASON = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-CAT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SEASON TO SQ-SEASON.
	   MOVE WS-CAT	  TO SQ-CAT.
	   READ SQ-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
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

	   MOVE ZEROS TO S-REC-COUNT, WS-PLACED-COUNT, WS-OPEN-COUNT,
			 WS-RESERVE-COUNT, WS-OUT-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE SM-REC.
	   MOVE SQ-KEY	   TO SM-ALT-SQ-KEY.
	   MOVE ZEROS	   TO SM-SORT-KEY.
	   MOVE LOW-VALUES TO SM-ALT-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM SM-LOOP THRU SM-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
        SM-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO SM-LOOP-END.

	   IF SM-ALT-SQ-KEY NOT = SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO SM-LOOP-END.

	   IF LINAGE-COUNTER > 57
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1 TO S-REC-COUNT.
	   MOVE SPACES		TO PRT-DETAIL.
	   MOVE SM-RANK		TO PRT-RANK.
	   MOVE SM-STD-KEY	TO PRT-STD-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SM-STD-KEY	TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO STD-NAME.
	   MOVE STD-NAME	TO PRT-NAME.
	   MOVE SM-TRIAL-SCORE	TO PRT-TRIAL.
	   MOVE SM-FIT-POINTS	TO PRT-FIT.
	   MOVE SM-TOTAL	TO PRT-TOTAL.
	   MOVE SM-OVERRIDE	TO PRT-OVERRIDE.

	   EVALUATE TRUE
	     WHEN SM-IS-SELECTED
		  MOVE 'SELECTED' TO PRT-STAGE
		  ADD 1 TO WS-PLACED-COUNT
	     WHEN SM-IS-ACCEPTED
		  MOVE 'ACCEPTED' TO PRT-STAGE
		  ADD 1 TO WS-PLACED-COUNT
	     WHEN SM-IS-INVITED
		  MOVE 'INVITED'  TO PRT-STAGE
		  ADD 1 TO WS-OPEN-COUNT
	     WHEN SM-IS-RESERVE
		  MOVE 'RESERVE'  TO PRT-STAGE
		  ADD 1 TO WS-RESERVE-COUNT
	     WHEN SM-IS-LEFT-OUT
		  MOVE 'LEFT OUT' TO PRT-STAGE
		  ADD 1 TO WS-OUT-COUNT
	     WHEN SM-IS-DECLINED
		  MOVE 'DECLINED' TO PRT-STAGE
		  ADD 1 TO WS-OUT-COUNT
	     WHEN SM-IS-LAPSED
		  MOVE 'LAPSED'	  TO PRT-STAGE
		  ADD 1 TO WS-OUT-COUNT
	     WHEN OTHER
		  MOVE 'UNRANKED' TO PRT-STAGE
	   END-EVALUATE.

	   IF SM-DEADLINE-DMY NOT = ZEROS
	      MOVE SM-DEADLINE-DMY TO PRT-EDIT-DMY
	      MOVE PRT-EDIT-DMY	   TO PRT-DEADLINE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   IF SM-OVERRIDE NOT = SPACE
	      MOVE SM-OVR-REASON   TO PRT-OVR-REASON
	      MOVE SM-OVR-OPERATOR TO PRT-OVR-OPERATOR
	      WRITE PRINT-REC FROM PRT-OVR-LINE.

        SM-LOOP-END. EXIT.

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
	   MOVE SQ-SEASON    TO PRT-SEASON.
	   MOVE SQ-CAT	     TO PRT-CAT.
	   MOVE SQ-DESC	     TO PRT-SQ-DESC.
	   MOVE SQ-SIZE	     TO PRT-SQ-SIZE.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER2A.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE S-REC-COUNT	 TO PRT-END-COUNT.
	   MOVE WS-PLACED-COUNT	 TO PRT-END-PLACED.
	   MOVE WS-OPEN-COUNT	 TO PRT-END-OPEN.
	   MOVE WS-RESERVE-COUNT TO PRT-END-RESERVE.
	   MOVE WS-OUT-COUNT	 TO PRT-END-OUT.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
