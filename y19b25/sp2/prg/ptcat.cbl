       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTCAT.

      * CATCHMENT ANALYSIS BY POSTCODE AND LOCALITY
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Active and lapsed students
      *					and prospects counted by
      *					postcode within each branch,
      *					with locality off LOC-FILE,
      *					retention and prospect
      *					conversion per area and the
      *					top feeder areas per branch;
      *					prospects are placed through
      *					their phone area (PH-FILE).
      *					Printed, or as a CSV file
      *					for the mapping tool
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcph'.
	   COPY '/z/y19b25/sp2/lib/fd/fcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdph'.
	   COPY '/z/y19b25/sp2/lib/fd/fdloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbph'.
	   COPY '/z/y19b25/sp2/lib/fd/dbloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'CATCHMENT ANALYSIS'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-AREA-MAX		VALUE 600.
       78 T-TOP-MAX		VALUE 5.

       01 WS-CSV-LINE		PIC X(132).

       01 WS-CSV-HEADER.
	  03 FIL	PIC X(45) VALUE
	     'Branch,BranchName,Postcode,Locality,State,'.
	  03 FIL	PIC X(60) VALUE
	     'Active,Lapsed,RetentionPct,Prospects,Converted,Conversio
      -	     'nPct'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-OPTION		PIC X(01).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-PR-EOF		PIC X(01).
	  03 WS-FIND-BR		PIC X(02).
	  03 WS-FIND-PC		PIC X(04).
	  03 WS-DIGITS		PIC X(15).
	  03 WS-DIG-LEN		PIC 9(02).
	  03 WS-CHR-SUB		PIC 9(02).
	  03 WS-PFX-LEN		PIC 9(02).
	  03 WS-PH-FOUND	PIC X(01).
	  03 WS-CUR-BR		PIC X(02).
	  03 WS-BR-FIRST	PIC 9(03).
	  03 WS-BR-LAST		PIC 9(03).
	  03 WS-TOP-COUNT	PIC 9(02).
	  03 WS-BEST		PIC 9(03).
	  03 WS-PCT		PIC 9(03)V9(01).
	  03 WS-STD-COUNT	PIC 9(06).
	  03 WS-PR-COUNT	PIC 9(06).
	  03 WS-UNPLACED	PIC 9(06).
	  03 WS-CSV-BR-NAME	PIC X(20).
	  03 WS-CSV-CITY	PIC X(20).
	  03 WS-CSV-STATE	PIC X(20).
	  03 WS-CSV-ACT		PIC Z(04)9.
	  03 WS-CSV-LAP		PIC Z(04)9.
	  03 WS-CSV-PRO		PIC Z(04)9.
	  03 WS-CSV-CON		PIC Z(04)9.
	  03 WS-CSV-RET		PIC ZZ9.9.
	  03 WS-CSV-CNV		PIC ZZ9.9.
	  03 PRT-START-HHMM	PIC X(07).

      * One slot per branch and postcode; sorted into branch then
      * postcode order before anything is printed.
       01 WS-AREA-MISC.
	  03 WS-AREA-COUNT	PIC 9(03).
	  03 WS-AREA-SUB	PIC 9(03).
	  03 WS-SORT-I		PIC 9(03).
	  03 WS-SORT-J		PIC 9(03).
	  03 WS-SORT-K		PIC 9(03).
       01 WS-AREA-TABLE.
	  03 WS-AR OCCURS T-AREA-MAX.
	     05 WS-AR-SORT.
		07 WS-AR-BR	PIC X(02).
		07 WS-AR-PC	PIC X(04).
	     05 WS-AR-ACT	PIC 9(05).
	     05 WS-AR-LAP	PIC 9(05).
	     05 WS-AR-PRO	PIC 9(05).
	     05 WS-AR-CON	PIC 9(05).
	     05 WS-AR-DONE	PIC X(01).
       01 WS-AREA-HOLD		PIC X(27).

       01 WS-BR-TOTALS.
	  03 WS-BT-ACT		PIC 9(06).
	  03 WS-BT-LAP		PIC 9(06).
	  03 WS-BT-PRO		PIC 9(06).
	  03 WS-BT-CON		PIC 9(06).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: CATCHMENT ANALYSIS'.

       01 PRT-BR-LINE.
	  03 FIL		PIC X(09) VALUE 'BRANCH :'.
	  03 PRT-BR-KEY		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-BR-NAME	PIC X(20).

       01 PRT-HEADER3.
	  03 FIL		PIC X(37) VALUE
	     'PCDE LOCALITY             STATE     '.
	  03 FIL		PIC X(41) VALUE
	     ' ACTIVE LAPSED  RET%  PROSP  CONV CONV%'.

       01 PRT-LINE.
	  03 FIL		PIC X(37) VALUE
	     '---- -------------------- ----------'.
	  03 FIL		PIC X(41) VALUE
	     ' ------ ------ ----- ------ ----- -----'.

       01 PRT-DETAIL.
	  03 PRT-PC		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CITY		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-STATE		PIC X(10).
	  03 FIL		PIC X(02).
	  03 PRT-ACT		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-LAP		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-RET		PIC ZZ9.9.
	  03 PRT-RET-X REDEFINES PRT-RET
				PIC X(05).
	  03 FIL		PIC X(01).
	  03 PRT-PRO		PIC ZZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-CON		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-CNV		PIC ZZ9.9.
	  03 PRT-CNV-X REDEFINES PRT-CNV
				PIC X(05).

       01 PRT-TOP-HEAD.
	  03 FIL		PIC X(40) VALUE
	     'TOP FEEDER AREAS (BY ACTIVE MEMBERS)'.

       01 PRT-TOP-LINE.
	  03 FIL		PIC X(02).
	  03 PRT-TOP-RANK	PIC 9(01).
	  03 FIL		PIC X(02) VALUE '.'.
	  03 PRT-TOP-PC		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-TOP-CITY	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-TOP-ACT	PIC ZZZZZ9.
	  03 FIL		PIC X(08) VALUE ' ACTIVE'.

       01 PRT-END.
	  03 FIL		PIC X(30) VALUE
	     'STUDENTS COUNTED         :'.
	  03 PRT-END-STD	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(30) VALUE
	     'PROSPECTS COUNTED        :'.
	  03 PRT-END-PR		PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(30) VALUE
	     'PROSPECTS WITH NO AREA   :'.
	  03 PRT-END-UNP	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Output:'.
	  03 RADIO-BUTTON LINE + 0.1 COL 18
	     GROUP = 1 GROUP-VALUE = 1 VALUE WS-OPTION.
          03 LABEL LINE - 0.1 COL + 1 'Printed Report'.
	  03 RADIO-BUTTON LINE + 0.1 COL + 3
	     GROUP = 1 GROUP-VALUE = 2 VALUE WS-OPTION.
          03 LABEL LINE - 0.1 COL + 1 'CSV for Mapping'.
	  03 LABEL LINE 04 COL 04
	     'Run Catchment Analysis?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcph'.
	   COPY '/z/y19b25/sp2/lib/fd/dcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   MOVE '1' TO WS-OPTION.

	   MOVE 'Catchment Analysis' TO S-WINDOW-TITLE.
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
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF S-ANSWER NOT = 'Y'
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

	   MOVE 'N' TO S-RUN.

	   MOVE 80 TO S-PRT-COL.
	   IF WS-OPTION = '2'
	      MOVE 132 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT PR-FILE.
	   OPEN INPUT PH-FILE.
	   OPEN INPUT LOC-FILE.
	   OPEN INPUT BR-FILE.

	   INITIALIZE WS-AREA-TABLE.
	   MOVE ZEROS TO WS-AREA-COUNT, WS-STD-COUNT, WS-PR-COUNT,
			 WS-UNPLACED.

	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

	   INITIALIZE PR-REC.
	   MOVE ZEROS TO PR-KEY.
	   MOVE 'N' TO WS-PR-EOF.
	   START PR-FILE KEY >= PR-KEY INVALID
		 MOVE 'Y' TO WS-PR-EOF.
	   PERFORM PR-LOOP THRU PR-LOOP-END
		   UNTIL WS-PR-EOF = 'Y'.

	   PERFORM SORT-PASS-RTN THRU SORT-PASS-RTN-END
		   VARYING WS-SORT-I FROM 1 BY 1
		   UNTIL WS-SORT-I >= WS-AREA-COUNT.

	   IF WS-OPTION = '2'
	      PERFORM CSV-RTN THRU CSV-RTN-END
	   ELSE
	      PERFORM REPORT-RTN THRU REPORT-RTN-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE STD-FILE.
	   CLOSE PR-FILE.
	   CLOSE PH-FILE.
	   CLOSE LOC-FILE.
	   CLOSE BR-FILE.

	0199-END. EXIT.

      ********************************************************************
      * Every student counts under their own branch and postcode -
      * active, or lapsed once inactive.
        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO STD-LOOP-END.

	   ADD 1 TO WS-STD-COUNT.
	   MOVE STD-BR-KEY   TO WS-FIND-BR.
	   MOVE STD-POSTCODE TO WS-FIND-PC.
	   PERFORM FIND-RTN THRU FIND-RTN-END.
	   IF WS-AREA-SUB > WS-AREA-COUNT
	      GO TO STD-LOOP-END.

	   IF STD-IS-INACTIVE
	      ADD 1 TO WS-AR-LAP (WS-AREA-SUB)
	   ELSE
	      ADD 1 TO WS-AR-ACT (WS-AREA-SUB).

        STD-LOOP-END. EXIT.

      ********************************************************************
      * A converted prospect is placed where the student they became
      * lives; anyone else through the phone area of the number they
      * left. A number matching no PH-FILE prefix lands on a blank
      * branch and postcode so the total still reconciles.
        PR-LOOP.

	   READ PR-FILE NEXT END
		MOVE 'Y' TO WS-PR-EOF
		GO TO PR-LOOP-END.

	   ADD 1 TO WS-PR-COUNT.
	   MOVE SPACES TO WS-FIND-BR, WS-FIND-PC.
	   MOVE 'N' TO WS-PH-FOUND.

	   IF PR-IS-CONVERTED AND PR-CONV-STD-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE PR-CONV-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE 'N' TO S-STATUS-CHECK
	      NOT INVALID
		   MOVE STD-BR-KEY   TO WS-FIND-BR
		   MOVE STD-POSTCODE TO WS-FIND-PC
		   MOVE 'Y' TO WS-PH-FOUND
	      END-READ.

	   IF WS-PH-FOUND NOT = 'Y'
	      PERFORM PHONE-RTN THRU PHONE-RTN-END.

	   IF WS-PH-FOUND NOT = 'Y'
	      ADD 1 TO WS-UNPLACED.

	   PERFORM FIND-RTN THRU FIND-RTN-END.
	   IF WS-AREA-SUB > WS-AREA-COUNT
	      GO TO PR-LOOP-END.

	   ADD 1 TO WS-AR-PRO (WS-AREA-SUB).
	   IF PR-IS-CONVERTED
	      ADD 1 TO WS-AR-CON (WS-AREA-SUB).

        PR-LOOP-END. EXIT.

      ********************************************************************
      * The digits of the number, then its first four, three and two
      * of them tried against PH-FILE - the longest prefix wins.
        PHONE-RTN.

	   MOVE SPACES TO WS-DIGITS.
	   MOVE ZEROS  TO WS-DIG-LEN.
	   PERFORM DIGIT-RTN THRU DIGIT-RTN-END
		   VARYING WS-CHR-SUB FROM 1 BY 1
		   UNTIL WS-CHR-SUB > 15.

	   PERFORM PREFIX-RTN THRU PREFIX-RTN-END
		   VARYING WS-PFX-LEN FROM 4 BY -1
		   UNTIL WS-PFX-LEN < 2 OR WS-PH-FOUND = 'Y'.

        PHONE-RTN-END. EXIT.

        DIGIT-RTN.

	   IF PR-PHONE (WS-CHR-SUB:1) NUMERIC
	      ADD 1 TO WS-DIG-LEN
	      MOVE PR-PHONE (WS-CHR-SUB:1)
		TO WS-DIGITS (WS-DIG-LEN:1).

        DIGIT-RTN-END. EXIT.

        PREFIX-RTN.

	   IF WS-PFX-LEN > WS-DIG-LEN
	      GO TO PREFIX-RTN-END.

	   MOVE SPACES TO PH-KEY.
	   MOVE WS-DIGITS (1:WS-PFX-LEN) TO PH-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ PH-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PREFIX-RTN-END.

	   MOVE 'Y'	   TO WS-PH-FOUND.
	   MOVE PH-BR-KEY  TO WS-FIND-BR.
	   MOVE PH-LOC-KEY TO WS-FIND-PC.

        PREFIX-RTN-END. EXIT.

      ********************************************************************
      * Finds (or opens) the slot for WS-FIND-BR/PC; past the end of
      * a full table WS-AREA-SUB is left beyond the count.
        FIND-RTN.

	   PERFORM FIND-SCAN-RTN THRU FIND-SCAN-RTN-END
		   VARYING WS-AREA-SUB FROM 1 BY 1
		   UNTIL WS-AREA-SUB > WS-AREA-COUNT
		   OR (WS-AR-BR (WS-AREA-SUB) = WS-FIND-BR
		   AND WS-AR-PC (WS-AREA-SUB) = WS-FIND-PC).

	   IF WS-AREA-SUB > WS-AREA-COUNT
	      AND WS-AREA-COUNT < T-AREA-MAX
	      ADD 1 TO WS-AREA-COUNT
	      MOVE WS-FIND-BR	 TO WS-AR-BR (WS-AREA-COUNT)
	      MOVE WS-FIND-PC	 TO WS-AR-PC (WS-AREA-COUNT)
	      MOVE WS-AREA-COUNT TO WS-AREA-SUB.

        FIND-RTN-END. EXIT.

        FIND-SCAN-RTN.
	   CONTINUE.
        FIND-SCAN-RTN-END. EXIT.

      ********************************************************************
        SORT-PASS-RTN.

	   PERFORM SORT-CMP-RTN THRU SORT-CMP-RTN-END
		   VARYING WS-SORT-J FROM 1 BY 1
		   UNTIL WS-SORT-J > WS-AREA-COUNT - WS-SORT-I.

        SORT-PASS-RTN-END. EXIT.

        SORT-CMP-RTN.

	   COMPUTE WS-SORT-K = WS-SORT-J + 1.
	   IF WS-AR-SORT (WS-SORT-J) > WS-AR-SORT (WS-SORT-K)
	      MOVE WS-AR (WS-SORT-J) TO WS-AREA-HOLD
	      MOVE WS-AR (WS-SORT-K) TO WS-AR (WS-SORT-J)
	      MOVE WS-AREA-HOLD	     TO WS-AR (WS-SORT-K).

        SORT-CMP-RTN-END. EXIT.

      ********************************************************************
      * A page per branch: its areas in postcode order, the branch
      * total, then its top feeder areas.
        REPORT-RTN.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.

	   MOVE 1 TO WS-BR-FIRST.
	   PERFORM BRANCH-RTN THRU BRANCH-RTN-END
		   UNTIL WS-BR-FIRST > WS-AREA-COUNT.

	   IF S-FIRST-PRINT = 'Y'
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

        REPORT-RTN-END. EXIT.

        BRANCH-RTN.

	   MOVE WS-AR-BR (WS-BR-FIRST) TO WS-CUR-BR.
	   PERFORM BR-END-SCAN-RTN THRU BR-END-SCAN-RTN-END
		   VARYING WS-BR-LAST FROM WS-BR-FIRST BY 1
		   UNTIL WS-BR-LAST >= WS-AREA-COUNT
		   OR WS-AR-BR (WS-BR-LAST + 1) NOT = WS-CUR-BR.

	   INITIALIZE WS-BR-TOTALS.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-BRANCH THRU PRT-BRANCH-END.

	   PERFORM AREA-PRT-RTN THRU AREA-PRT-RTN-END
		   VARYING WS-AREA-SUB FROM WS-BR-FIRST BY 1
		   UNTIL WS-AREA-SUB > WS-BR-LAST.

	   INITIALIZE PRT-DETAIL.
	   MOVE 'BRANCH TOTAL' TO PRT-CITY.
	   MOVE WS-BT-ACT TO PRT-ACT.
	   MOVE WS-BT-LAP TO PRT-LAP.
	   MOVE WS-BT-PRO TO PRT-PRO.
	   MOVE WS-BT-CON TO PRT-CON.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      PERFORM PRT-BRANCH THRU PRT-BRANCH-END.
	   WRITE PRINT-REC FROM PRT-TOP-HEAD AFTER 2.
	   MOVE ZEROS TO WS-TOP-COUNT.
	   PERFORM TOP-RTN THRU TOP-RTN-END
		   UNTIL WS-TOP-COUNT >= T-TOP-MAX.

	   COMPUTE WS-BR-FIRST = WS-BR-LAST + 1.

        BRANCH-RTN-END. EXIT.

        BR-END-SCAN-RTN.
	   CONTINUE.
        BR-END-SCAN-RTN-END. EXIT.

      ********************************************************************
        AREA-PRT-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      PERFORM PRT-BRANCH THRU PRT-BRANCH-END.

	   INITIALIZE PRT-DETAIL.
	   PERFORM AREA-NAME-RTN THRU AREA-NAME-RTN-END.
	   MOVE WS-AR-PC (WS-AREA-SUB) TO PRT-PC.
	   MOVE LOC-CITY	       TO PRT-CITY.
	   MOVE LOC-STATE	       TO PRT-STATE.
	   MOVE WS-AR-ACT (WS-AREA-SUB) TO PRT-ACT.
	   MOVE WS-AR-LAP (WS-AREA-SUB) TO PRT-LAP.
	   MOVE WS-AR-PRO (WS-AREA-SUB) TO PRT-PRO.
	   MOVE WS-AR-CON (WS-AREA-SUB) TO PRT-CON.
	   PERFORM PCT-RTN THRU PCT-RTN-END.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   ADD WS-AR-ACT (WS-AREA-SUB) TO WS-BT-ACT.
	   ADD WS-AR-LAP (WS-AREA-SUB) TO WS-BT-LAP.
	   ADD WS-AR-PRO (WS-AREA-SUB) TO WS-BT-PRO.
	   ADD WS-AR-CON (WS-AREA-SUB) TO WS-BT-CON.

        AREA-PRT-RTN-END. EXIT.

      ********************************************************************
      * Retention is active over everyone who has lived there as a
      * member; conversion is converted over prospects. No base, no
      * percentage.
        PCT-RTN.

	   MOVE SPACES TO PRT-RET-X, PRT-CNV-X.

	   IF PRT-CITY = 'BRANCH TOTAL'
	      IF WS-BT-ACT + WS-BT-LAP > ZEROS
		 COMPUTE WS-PCT ROUNDED = WS-BT-ACT * 100
				       / (WS-BT-ACT + WS-BT-LAP)
		 MOVE WS-PCT TO PRT-RET
	      END-IF
	      IF WS-BT-PRO > ZEROS
		 COMPUTE WS-PCT ROUNDED = WS-BT-CON * 100 / WS-BT-PRO
		 MOVE WS-PCT TO PRT-CNV
	      END-IF
	      GO TO PCT-RTN-END.

	   IF WS-AR-ACT (WS-AREA-SUB) + WS-AR-LAP (WS-AREA-SUB) > ZEROS
	      COMPUTE WS-PCT ROUNDED = WS-AR-ACT (WS-AREA-SUB) * 100
		    / (WS-AR-ACT (WS-AREA-SUB)
		    +  WS-AR-LAP (WS-AREA-SUB))
	      MOVE WS-PCT TO PRT-RET.
	   IF WS-AR-PRO (WS-AREA-SUB) > ZEROS
	      COMPUTE WS-PCT ROUNDED = WS-AR-CON (WS-AREA-SUB) * 100
				    / WS-AR-PRO (WS-AREA-SUB)
	      MOVE WS-PCT TO PRT-CNV.

        PCT-RTN-END. EXIT.

      ********************************************************************
      * The branch's busiest areas by active members, picked off one
      * at a time the way PTRSX ranks its standings.
        TOP-RTN.

	   MOVE ZEROS TO WS-BEST.
	   PERFORM TOP-SCAN-RTN THRU TOP-SCAN-RTN-END
		   VARYING WS-AREA-SUB FROM WS-BR-FIRST BY 1
		   UNTIL WS-AREA-SUB > WS-BR-LAST.

	   IF WS-BEST = ZEROS
	      MOVE T-TOP-MAX TO WS-TOP-COUNT
	      GO TO TOP-RTN-END.

	   ADD 1 TO WS-TOP-COUNT.
	   MOVE 'Y' TO WS-AR-DONE (WS-BEST).
	   MOVE WS-BEST TO WS-AREA-SUB.
	   PERFORM AREA-NAME-RTN THRU AREA-NAME-RTN-END.
	   MOVE WS-TOP-COUNT	   TO PRT-TOP-RANK.
	   MOVE WS-AR-PC (WS-BEST) TO PRT-TOP-PC.
	   MOVE LOC-CITY	   TO PRT-TOP-CITY.
	   MOVE WS-AR-ACT (WS-BEST) TO PRT-TOP-ACT.
	   WRITE PRINT-REC FROM PRT-TOP-LINE.

        TOP-RTN-END. EXIT.

        TOP-SCAN-RTN.

	   IF WS-AR-DONE (WS-AREA-SUB) = 'Y'
	      OR WS-AR-ACT (WS-AREA-SUB) = ZEROS
	      OR WS-AR-PC (WS-AREA-SUB) = SPACES
	      GO TO TOP-SCAN-RTN-END.

	   IF WS-BEST = ZEROS
	      MOVE WS-AREA-SUB TO WS-BEST
	      GO TO TOP-SCAN-RTN-END.

	   IF WS-AR-ACT (WS-AREA-SUB) > WS-AR-ACT (WS-BEST)
	      MOVE WS-AREA-SUB TO WS-BEST.

        TOP-SCAN-RTN-END. EXIT.

      ********************************************************************
        AREA-NAME-RTN.

	   MOVE SPACES TO LOC-CITY, LOC-STATE.
	   IF WS-AR-PC (WS-AREA-SUB) = SPACES
	      MOVE '(NOT KNOWN)' TO LOC-CITY
	      GO TO AREA-NAME-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-AR-PC (WS-AREA-SUB) TO LOC-KEY.
	   READ LOC-FILE INVALID
		MOVE SPACES TO LOC-CITY, LOC-STATE.
	   MOVE 'N' TO S-STATUS-CHECK.

        AREA-NAME-RTN-END. EXIT.

      ********************************************************************
      * One line per branch and postcode with a header row, in the
      * PTRSX style.
        CSV-RTN.

	   MOVE WS-CSV-HEADER TO WS-CSV-LINE.
	   WRITE PRINT-REC FROM WS-CSV-LINE.

	   PERFORM CSV-LINE-RTN THRU CSV-LINE-RTN-END
		   VARYING WS-AREA-SUB FROM 1 BY 1
		   UNTIL WS-AREA-SUB > WS-AREA-COUNT.

        CSV-RTN-END. EXIT.

        CSV-LINE-RTN.

	   PERFORM AREA-NAME-RTN THRU AREA-NAME-RTN-END.
	   MOVE LOC-CITY  TO WS-CSV-CITY.
	   MOVE LOC-STATE TO WS-CSV-STATE.

	   MOVE SPACES TO WS-CSV-BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-AR-BR (WS-AREA-SUB) TO BR-KEY.
	   READ BR-FILE NOT INVALID
		MOVE BR-NAME TO WS-CSV-BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   MOVE WS-AR-ACT (WS-AREA-SUB) TO WS-CSV-ACT.
	   MOVE WS-AR-LAP (WS-AREA-SUB) TO WS-CSV-LAP.
	   MOVE WS-AR-PRO (WS-AREA-SUB) TO WS-CSV-PRO.
	   MOVE WS-AR-CON (WS-AREA-SUB) TO WS-CSV-CON.
	   MOVE ZEROS TO WS-CSV-RET, WS-CSV-CNV.
	   IF WS-AR-ACT (WS-AREA-SUB) + WS-AR-LAP (WS-AREA-SUB) > ZEROS
	      COMPUTE WS-CSV-RET ROUNDED = WS-AR-ACT (WS-AREA-SUB) * 100
		    / (WS-AR-ACT (WS-AREA-SUB)
		    +  WS-AR-LAP (WS-AREA-SUB)).
	   IF WS-AR-PRO (WS-AREA-SUB) > ZEROS
	      COMPUTE WS-CSV-CNV ROUNDED = WS-AR-CON (WS-AREA-SUB) * 100
				       / WS-AR-PRO (WS-AREA-SUB).

	   MOVE SPACES TO WS-CSV-LINE.
	   STRING WS-AR-BR (WS-AREA-SUB) DELIMITED BY SPACE
		  ',' WS-CSV-BR-NAME DELIMITED BY '  '
		  ',' DELIMITED BY SIZE
		  WS-AR-PC (WS-AREA-SUB) DELIMITED BY SPACE
		  ',' WS-CSV-CITY DELIMITED BY '  '
		  ',' WS-CSV-STATE DELIMITED BY '  '
		  ',' WS-CSV-ACT ',' WS-CSV-LAP ',' WS-CSV-RET
		  ',' WS-CSV-PRO ',' WS-CSV-CON ',' WS-CSV-CNV
		  DELIMITED BY SIZE
		  INTO WS-CSV-LINE.
	   WRITE PRINT-REC FROM WS-CSV-LINE.

        CSV-LINE-RTN-END. EXIT.

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

	PRT-CONTROL-END. EXIT.

        PRT-BRANCH.

	   MOVE WS-CUR-BR TO PRT-BR-KEY, BR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ BR-FILE INVALID
		MOVE SPACES TO BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE BR-NAME TO PRT-BR-NAME.
	   IF WS-CUR-BR = SPACES
	      MOVE '(NO BRANCH)' TO PRT-BR-NAME.
	   WRITE PRINT-REC FROM PRT-BR-LINE AFTER 2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

        PRT-BRANCH-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-STD-COUNT TO PRT-END-STD.
	   MOVE WS-PR-COUNT  TO PRT-END-PR.
	   MOVE WS-UNPLACED  TO PRT-END-UNP.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
