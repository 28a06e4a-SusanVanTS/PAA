       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTLTV.

      * HOUSEHOLD LIFETIME VALUE AND PROFITABILITY
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Every student, grouped by
      *					FA-FILE household, with
      *					tenure off CM-FILE, charged,
      *					sibling discount, sponsor
      *					share, write-offs, refunds
      *					and net collected off the
      *					live and archived ledgers,
      *					sessions attended and net
      *					collected per session; then
      *					branch and membership class
      *					ranked by average lifetime
      *					value, and the average by
      *					join year
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfea'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfea'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfea'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'HOUSEHOLD LIFETIME VALUE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-ATT-EOF		PIC X(01).
	  03 WS-LG-EOF		PIC X(01).
	  03 WS-FIRST-STD	PIC X(01).
	  03 WS-CUR-FAMILY	PIC X(08).
	  03 WS-OPEN-FOUND	PIC X(01).
	  03 WS-SWAP		PIC X(01).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-JOIN-DMY	PIC 9(08).
	  03 WS-STD-COUNT	PIC 9(06).
	  03 WS-HH-COUNT	PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

      * Dates compared year-first: today, a membership row's join
      * or end date, the earliest join and the latest end.
       01 WS-TODAY-PARTS.
	  03 WS-TY-YYYY		PIC 9(04).
	  03 WS-TY-MM		PIC 9(02).
	  03 WS-TY-DD		PIC 9(02).
       01 WS-TODAY-YMD REDEFINES WS-TODAY-PARTS
				PIC 9(08).

       01 WS-JOIN-PARTS.
	  03 WS-JY-YYYY		PIC 9(04).
	  03 WS-JY-MM		PIC 9(02).
	  03 WS-JY-DD		PIC 9(02).
       01 WS-JOIN-YMD REDEFINES WS-JOIN-PARTS
				PIC 9(08).

       01 WS-EARLY-PARTS.
	  03 WS-EY-YYYY		PIC 9(04).
	  03 WS-EY-MM		PIC 9(02).
	  03 WS-EY-DD		PIC 9(02).
       01 WS-EARLY-YMD REDEFINES WS-EARLY-PARTS
				PIC 9(08).

       01 WS-LATE-PARTS.
	  03 WS-LY-YYYY		PIC 9(04).
	  03 WS-LY-MM		PIC 9(02).
	  03 WS-LY-DD		PIC 9(02).
       01 WS-LATE-YMD REDEFINES WS-LATE-PARTS
				PIC 9(08).

      * The ledger row being counted, live or archived.
       01 WS-LG-ROW.
	  03 WS-LG-TYPE		PIC X(01).
	  03 WS-LG-AMOUNT	PIC 9(06)V9(02).
	  03 WS-LG-DISC		PIC 9(06)V9(02).
	  03 WS-LG-PAYER-TYPE	PIC X(01).
	  03 WS-LG-VOID		PIC X(01).
	  03 WS-LG-DESC		PIC X(30).

      * One student's lifetime, and the household running total.
       01 WS-STD-FIGS.
	  03 WS-S-MTHS		PIC 9(04).
	  03 WS-S-SESS		PIC 9(05).
	  03 WS-S-CHG		PIC 9(07)V9(02).
	  03 WS-S-DISC		PIC 9(07)V9(02).
	  03 WS-S-SPON		PIC 9(07)V9(02).
	  03 WS-S-WOFF		PIC 9(07)V9(02).
	  03 WS-S-REF		PIC 9(07)V9(02).
	  03 WS-S-PAY		PIC 9(07)V9(02).
	  03 WS-S-COLL		PIC S9(07)V9(02).
       01 WS-HH-FIGS.
	  03 WS-H-STUDENTS	PIC 9(03).
	  03 WS-H-EARLY-YMD	PIC 9(08).
	  03 WS-H-MTHS		PIC 9(04).
	  03 WS-H-SESS		PIC 9(06).
	  03 WS-H-CHG		PIC 9(08)V9(02).
	  03 WS-H-DISC		PIC 9(08)V9(02).
	  03 WS-H-SPON		PIC 9(08)V9(02).
	  03 WS-H-WOFF		PIC 9(08)V9(02).
	  03 WS-H-REF		PIC 9(08)V9(02).
	  03 WS-H-COLL		PIC S9(08)V9(02).
       01 WS-PER-SESS		PIC S9(06)V9(02).

      * Summary slots: type 0 the whole academy, 1 a branch, 2 a
      * membership class, 3 a join year. Branches and classes are
      * ranked on average value per member, join years run in year
      * order.
       78 T-GRP-MAX		VALUE 150.
       01 WS-GRP-MISC.
	  03 WS-GRP-COUNT	PIC 9(03).
	  03 WS-GRP-SUB		PIC 9(03).
	  03 WS-SORT-I		PIC 9(03).
	  03 WS-SORT-J		PIC 9(03).
	  03 WS-SORT-K		PIC 9(03).
	  03 WS-FIND-TYPE	PIC 9(01).
	  03 WS-FIND-KEY	PIC X(04).
	  03 WS-LAST-TYPE	PIC 9(01).
	  03 WS-RANK		PIC 9(03).
       01 WS-GRP-TABLE.
	  03 WS-GRP OCCURS T-GRP-MAX.
	     05 WS-GT-TYPE	PIC 9(01).
	     05 WS-GT-KEY	PIC X(04).
	     05 WS-GT-LTV	PIC S9(07)V9(02).
	     05 WS-GT-MEMBERS	PIC 9(05).
	     05 WS-GT-MTHS	PIC 9(07).
	     05 WS-GT-CHG	PIC 9(09)V9(02).
	     05 WS-GT-DISC	PIC 9(09)V9(02).
	     05 WS-GT-WOFF	PIC 9(09)V9(02).
	     05 WS-GT-COLL	PIC S9(09)V9(02).
	     05 WS-GT-SESS	PIC 9(07).
       01 WS-GRP-HOLD		PIC X(77).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: HOUSEHOLD LIFETIME VALUE'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(07) VALUE 'AC#'.
	  03 FIL		PIC X(21) VALUE 'NAME'.
	  03 FIL		PIC X(11) VALUE 'JOINED'.
	  03 FIL		PIC X(04) VALUE 'MTHS'.
	  03 FIL		PIC X(11) VALUE '    CHARGED'.
	  03 FIL		PIC X(11) VALUE '   DISCOUNT'.
	  03 FIL		PIC X(11) VALUE '    SPONSOR'.
	  03 FIL		PIC X(11) VALUE '  WRITE-OFF'.
	  03 FIL		PIC X(11) VALUE '     REFUND'.
	  03 FIL		PIC X(11) VALUE '  COLLECTED'.
	  03 FIL		PIC X(06) VALUE '  SESS'.
	  03 FIL		PIC X(09) VALUE ' PER SESS'.

       01 PRT-LINE.
	  03 FIL		PIC X(43) VALUE
	     '------ -------------------- ---------- ----'.
	  03 FIL		PIC X(66) VALUE ALL ' ----------'.
	  03 FIL		PIC X(15) VALUE ' ----- --------'.

       01 PRT-HH-LINE.
	  03 FIL		PIC X(11) VALUE 'HOUSEHOLD :'.
	  03 PRT-FA-KEY		PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-FA-NAME	PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-FA-CONTACT	PIC X(40).

       01 PRT-DETAIL.
	  03 PRT-STD-KEY	PIC X(06).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-JOINED.
	     05 PRT-JOINED-DD	PIC 9(02).
	     05 FIL		PIC X(01) VALUE '/'.
	     05 PRT-JOINED-MM	PIC 9(02).
	     05 FIL		PIC X(01) VALUE '/'.
	     05 PRT-JOINED-YYYY PIC 9(04).
	  03 PRT-JOINED-X REDEFINES PRT-JOINED
				PIC X(10).
	  03 FIL		PIC X(01).
	  03 PRT-MTHS		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-CHG		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-DISC		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-SPON		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-WOFF		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-REF		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-COLL		PIC -ZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-SESS		PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-PER-SESS	PIC -ZZZ9.99.
	  03 PRT-PER-SESS-X REDEFINES PRT-PER-SESS
				PIC X(08).

       01 PRT-SECTION.
	  03 PRT-SECTION-NAME	PIC X(50).

       01 PRT-SUM-HEADER.
	  03 FIL		PIC X(05) VALUE 'RANK'.
	  03 FIL		PIC X(05) VALUE 'CODE'.
	  03 FIL		PIC X(21) VALUE 'NAME'.
	  03 FIL		PIC X(05) VALUE 'MEMBS'.
	  03 FIL		PIC X(14) VALUE '       CHARGED'.
	  03 FIL		PIC X(14) VALUE '      DISCOUNT'.
	  03 FIL		PIC X(14) VALUE '     WRITE-OFF'.
	  03 FIL		PIC X(14) VALUE '     COLLECTED'.
	  03 FIL		PIC X(08) VALUE '    SESS'.
	  03 FIL		PIC X(12) VALUE '   AVG VALUE'.
	  03 FIL		PIC X(05) VALUE ' MTHS'.
	  03 FIL		PIC X(09) VALUE ' PER SESS'.

       01 PRT-SUM-LINE.
	  03 FIL		PIC X(36) VALUE
	     '---- ---- -------------------- -----'.
	  03 FIL		PIC X(56) VALUE ALL ' -------------'.
	  03 FIL		PIC X(34) VALUE
	     ' ------- ----------- ---- --------'.

       01 PRT-SUM-DETAIL.
	  03 PRT-S-RANK		PIC ZZZ9.
	  03 PRT-S-RANK-X REDEFINES PRT-S-RANK
				PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-S-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-S-NAME		PIC X(20).
	  03 FIL		PIC X(01).
	  03 PRT-S-MEMBERS	PIC ZZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-S-CHG		PIC ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-DISC		PIC ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-WOFF		PIC ZZ,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-COLL		PIC -Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-SESS		PIC ZZZ,ZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-S-LTV		PIC -ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-S-MTHS		PIC ZZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-S-PER-SESS	PIC -ZZZ9.99.
	  03 PRT-S-PER-SESS-X REDEFINES PRT-S-PER-SESS
				PIC X(08).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'STUDENTS REPORTED  :'.
	  03 PRT-END-STD	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'HOUSEHOLDS         :'.
	  03 PRT-END-HH		PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04
	     'Print Household Lifetime Value Report?'.
	  03 LABEL LINE 02 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 02 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfea'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmb'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.
	   MOVE WS-TODAY-DMY  TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   MOVE 'Household Lifetime Value' TO S-WINDOW-TITLE.
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
	   OPEN INPUT STD-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT FEA-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT MB-FILE.

	   INITIALIZE WS-GRP-TABLE, WS-HH-FIGS.
	   MOVE ZEROS  TO WS-GRP-COUNT, WS-STD-COUNT, WS-HH-COUNT.
	   MOVE SPACES TO WS-CUR-FAMILY.
	   MOVE 'Y'    TO WS-FIRST-STD.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-COLUMNS THRU PRT-COLUMNS-END.

      * Households come off the family-code alternate key, the way
      * BPSTM walks them; students with no family code come first.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.
	   PERFORM HH-END-RTN THRU HH-END-RTN-END.

	   PERFORM LTV-RTN THRU LTV-RTN-END
		   VARYING WS-GRP-SUB FROM 1 BY 1
		   UNTIL WS-GRP-SUB > WS-GRP-COUNT.
	   PERFORM SORT-PASS-RTN THRU SORT-PASS-RTN-END
		   VARYING WS-SORT-I FROM 1 BY 1
		   UNTIL WS-SORT-I >= WS-GRP-COUNT.

	   MOVE 9 TO WS-LAST-TYPE.
	   PERFORM SUM-PRT-RTN THRU SUM-PRT-RTN-END
		   VARYING WS-GRP-SUB FROM 1 BY 1
		   UNTIL WS-GRP-SUB > WS-GRP-COUNT.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE STD-FILE.
	   CLOSE FA-FILE.
	   CLOSE CM-FILE.
	   CLOSE ATT-FILE.
	   CLOSE FEE-FILE.
	   CLOSE FEA-FILE.
	   CLOSE BR-FILE.
	   CLOSE MB-FILE.

	0199-END. EXIT.

      ********************************************************************
      * Inactive students stay in - a lapsed member's lifetime is
      * exactly what the committee is asking about.
        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF
		GO TO STD-LOOP-END.

	   IF WS-FIRST-STD = 'Y' OR STD-FAMILY-CODE NOT = WS-CUR-FAMILY
	      PERFORM HH-END-RTN THRU HH-END-RTN-END
	      MOVE 'N' TO WS-FIRST-STD
	      MOVE STD-FAMILY-CODE TO WS-CUR-FAMILY
	      PERFORM HH-START-RTN THRU HH-START-RTN-END.

	   PERFORM MEMBER-RTN	THRU MEMBER-RTN-END.
	   PERFORM SESSIONS-RTN THRU SESSIONS-RTN-END.
	   PERFORM LEDGER-RTN	THRU LEDGER-RTN-END.
	   COMPUTE WS-S-COLL = WS-S-PAY - WS-S-REF.
	   ADD 1 TO WS-STD-COUNT.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      PERFORM PRT-COLUMNS THRU PRT-COLUMNS-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE STD-KEY	   TO PRT-STD-KEY.
	   MOVE STD-NAME   TO PRT-NAME.
	   MOVE WS-EARLY-YMD TO WS-JOIN-YMD.
	   PERFORM PRT-JOINED-RTN THRU PRT-JOINED-RTN-END.
	   MOVE WS-S-MTHS  TO PRT-MTHS.
	   MOVE WS-S-CHG   TO PRT-CHG.
	   MOVE WS-S-DISC  TO PRT-DISC.
	   MOVE WS-S-SPON  TO PRT-SPON.
	   MOVE WS-S-WOFF  TO PRT-WOFF.
	   MOVE WS-S-REF   TO PRT-REF.
	   MOVE WS-S-COLL  TO PRT-COLL.
	   MOVE WS-S-SESS  TO PRT-SESS.
	   IF WS-S-SESS = ZEROS
	      MOVE SPACES TO PRT-PER-SESS-X
	   ELSE
	      COMPUTE WS-PER-SESS ROUNDED = WS-S-COLL / WS-S-SESS
	      MOVE WS-PER-SESS TO PRT-PER-SESS.
	   WRITE PRINT-REC FROM PRT-DETAIL.

	   ADD 1	 TO WS-H-STUDENTS.
	   ADD WS-S-SESS TO WS-H-SESS.
	   ADD WS-S-CHG	 TO WS-H-CHG.
	   ADD WS-S-DISC TO WS-H-DISC.
	   ADD WS-S-SPON TO WS-H-SPON.
	   ADD WS-S-WOFF TO WS-H-WOFF.
	   ADD WS-S-REF	 TO WS-H-REF.
	   ADD WS-S-COLL TO WS-H-COLL.
	   IF WS-S-MTHS > WS-H-MTHS
	      MOVE WS-S-MTHS TO WS-H-MTHS.
	   IF WS-EARLY-YMD NOT = ZEROS
	      IF WS-H-EARLY-YMD = ZEROS OR WS-EARLY-YMD < WS-H-EARLY-YMD
		 MOVE WS-EARLY-YMD TO WS-H-EARLY-YMD.

	   MOVE 0	 TO WS-FIND-TYPE.
	   MOVE '**'	 TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 1	 TO WS-FIND-TYPE.
	   MOVE STD-BR-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 2	 TO WS-FIND-TYPE.
	   MOVE STD-MB-KEY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.
	   MOVE 3	 TO WS-FIND-TYPE.
	   MOVE WS-EY-YYYY TO WS-FIND-KEY.
	   PERFORM ADD-RTN THRU ADD-RTN-END.

        STD-LOOP-END. EXIT.

      ********************************************************************
      * A household heading opens each family code; students with
      * none are listed together, each a household of one.
        HH-START-RTN.

	   INITIALIZE WS-HH-FIGS.
	   IF LINAGE-COUNTER > 55
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      PERFORM PRT-COLUMNS THRU PRT-COLUMNS-END.

	   MOVE SPACES TO PRT-FA-KEY, PRT-FA-NAME, PRT-FA-CONTACT.
	   IF WS-CUR-FAMILY = SPACES
	      MOVE 'NO HOUSEHOLD - EACH MEMBER ON THEIR OWN'
		TO PRT-FA-CONTACT
	      WRITE PRINT-REC FROM PRT-HH-LINE AFTER 2
	      GO TO HH-START-RTN-END.

	   ADD 1 TO WS-HH-COUNT.
	   MOVE WS-CUR-FAMILY TO PRT-FA-KEY, FA-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ FA-FILE INVALID
		MOVE SPACES TO FA-NAME, FA-BILL-CONTACT.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE FA-NAME		TO PRT-FA-NAME.
	   MOVE FA-BILL-CONTACT TO PRT-FA-CONTACT.
	   WRITE PRINT-REC FROM PRT-HH-LINE AFTER 2.

        HH-START-RTN-END. EXIT.

      ********************************************************************
      * The household total: its earliest join, its longest tenure
      * and the sums of its members' figures.
        HH-END-RTN.

	   IF WS-FIRST-STD = 'Y' OR WS-CUR-FAMILY = SPACES
	      GO TO HH-END-RTN-END.
	   IF WS-H-STUDENTS = ZEROS
	      GO TO HH-END-RTN-END.

	   INITIALIZE PRT-DETAIL.
	   MOVE 'HOUSEHOLD TOTAL' TO PRT-NAME.
	   MOVE WS-H-EARLY-YMD TO WS-JOIN-YMD.
	   PERFORM PRT-JOINED-RTN THRU PRT-JOINED-RTN-END.
	   MOVE WS-H-MTHS  TO PRT-MTHS.
	   MOVE WS-H-CHG   TO PRT-CHG.
	   MOVE WS-H-DISC  TO PRT-DISC.
	   MOVE WS-H-SPON  TO PRT-SPON.
	   MOVE WS-H-WOFF  TO PRT-WOFF.
	   MOVE WS-H-REF   TO PRT-REF.
	   MOVE WS-H-COLL  TO PRT-COLL.
	   MOVE WS-H-SESS  TO PRT-SESS.
	   IF WS-H-SESS = ZEROS
	      MOVE SPACES TO PRT-PER-SESS-X
	   ELSE
	      COMPUTE WS-PER-SESS ROUNDED = WS-H-COLL / WS-H-SESS
	      MOVE WS-PER-SESS TO PRT-PER-SESS.
	   WRITE PRINT-REC FROM PRT-LINE.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        HH-END-RTN-END. EXIT.

      ********************************************************************
        PRT-JOINED-RTN.

	   IF WS-JOIN-YMD = ZEROS
	      MOVE SPACES TO PRT-JOINED-X
	      GO TO PRT-JOINED-RTN-END.

	   MOVE '  /  /    '  TO PRT-JOINED-X.
	   MOVE WS-JY-DD   TO PRT-JOINED-DD.
	   MOVE WS-JY-MM   TO PRT-JOINED-MM.
	   MOVE WS-JY-YYYY TO PRT-JOINED-YYYY.

        PRT-JOINED-RTN-END. EXIT.

      ********************************************************************
      * Tenure runs in whole months from the earliest join on any
      * CM row to today, or - once every membership has ended - to
      * the latest end date.
        MEMBER-RTN.

	   MOVE ZEROS TO WS-S-MTHS, WS-EARLY-YMD, WS-LATE-YMD.
	   MOVE 'N' TO WS-OPEN-FOUND.

	   INITIALIZE CM-REC.
	   MOVE STD-KEY	   TO CM-STD-KEY.
	   MOVE LOW-VALUES TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM MEMBER-LOOP THRU MEMBER-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   IF WS-EARLY-YMD = ZEROS
	      GO TO MEMBER-RTN-END.

	   IF WS-OPEN-FOUND = 'Y' OR WS-LATE-YMD = ZEROS
	      MOVE WS-TODAY-YMD TO WS-LATE-YMD.

	   IF WS-LATE-YMD <= WS-EARLY-YMD
	      GO TO MEMBER-RTN-END.

	   COMPUTE WS-S-MTHS = (WS-LY-YYYY - WS-EY-YYYY) * 12
			     + WS-LY-MM - WS-EY-MM.
	   IF WS-LY-DD < WS-EY-DD AND WS-S-MTHS > ZEROS
	      SUBTRACT 1 FROM WS-S-MTHS.

        MEMBER-RTN-END. EXIT.

        MEMBER-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO MEMBER-LOOP-END.

	   IF CM-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO MEMBER-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE 'Y' TO WS-OPEN-FOUND.

	   MOVE CM-JOIN-DMY TO WS-JOIN-DMY.
	   IF WS-JOIN-DMY NOT = ZEROS
	      MOVE WS-JOIN-DMY TO WS-JOIN-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-JOIN-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-EARLY-YMD = ZEROS OR WS-JOIN-YMD < WS-EARLY-YMD
		 MOVE WS-JOIN-YMD TO WS-EARLY-YMD.

	   MOVE CM-END-DMY TO WS-JOIN-DMY.
	   IF WS-JOIN-DMY NOT = ZEROS
	      MOVE WS-JOIN-DMY TO WS-JOIN-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-JOIN-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-JOIN-YMD > WS-LATE-YMD
		 MOVE WS-JOIN-YMD TO WS-LATE-YMD.

        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * Sessions attended = present marks on the register, make-up
      * visits included; excused and absent rows do not count.
        SESSIONS-RTN.

	   MOVE ZEROS TO WS-S-SESS.
	   INITIALIZE ATT-REC.
	   MOVE STD-KEY	   TO ATT-ALT-STD-KEY.
	   MOVE LOW-VALUES TO ATT-ALT-DATE-DMY.
	   MOVE 'N' TO WS-ATT-EOF.
	   START ATT-FILE KEY >= ATT-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-ATT-EOF.
	   PERFORM SESSIONS-LOOP THRU SESSIONS-LOOP-END
		   UNTIL WS-ATT-EOF = 'Y'.

        SESSIONS-RTN-END. EXIT.

        SESSIONS-LOOP.

	   READ ATT-FILE NEXT END
		MOVE 'Y' TO WS-ATT-EOF
		GO TO SESSIONS-LOOP-END.

	   IF ATT-ALT-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-ATT-EOF
	      GO TO SESSIONS-LOOP-END.

	   IF ATT-IS-PRESENT
	      ADD 1 TO WS-S-SESS.

        SESSIONS-LOOP-END. EXIT.

      ********************************************************************
      * The live ledger and its archive together make the whole
      * history; the BALANCE B/F rows ARFEE leaves behind only
      * restate archived rows and are passed over.
        LEDGER-RTN.

	   MOVE ZEROS TO WS-S-CHG, WS-S-DISC, WS-S-SPON, WS-S-WOFF,
			 WS-S-REF, WS-S-PAY.

	   INITIALIZE FEE-REC.
	   MOVE STD-KEY TO FEE-STD-KEY.
	   MOVE ZEROS	TO FEE-DATE-DMY, FEE-SEQ.
	   MOVE 'N' TO WS-LG-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-LG-EOF.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-LG-EOF = 'Y'.

	   INITIALIZE FEA-REC.
	   MOVE STD-KEY TO FEA-STD-KEY.
	   MOVE ZEROS	TO FEA-DATE-DMY, FEA-SEQ.
	   MOVE 'N' TO WS-LG-EOF.
	   START FEA-FILE KEY >= FEA-KEY INVALID
		 MOVE 'Y' TO WS-LG-EOF.
	   PERFORM FEA-LOOP THRU FEA-LOOP-END
		   UNTIL WS-LG-EOF = 'Y'.

        LEDGER-RTN-END. EXIT.

        FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-LG-EOF
		GO TO FEE-LOOP-END.

	   IF FEE-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-LG-EOF
	      GO TO FEE-LOOP-END.

	   MOVE FEE-TYPE	TO WS-LG-TYPE.
	   MOVE FEE-AMOUNT	TO WS-LG-AMOUNT.
	   MOVE FEE-DISC-AMOUNT TO WS-LG-DISC.
	   MOVE FEE-PAYER-TYPE	TO WS-LG-PAYER-TYPE.
	   MOVE FEE-VOID-FLAG	TO WS-LG-VOID.
	   MOVE FEE-DESC	TO WS-LG-DESC.
	   PERFORM LG-ADD-RTN THRU LG-ADD-RTN-END.

        FEE-LOOP-END. EXIT.

        FEA-LOOP.

	   READ FEA-FILE NEXT END
		MOVE 'Y' TO WS-LG-EOF
		GO TO FEA-LOOP-END.

	   IF FEA-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-LG-EOF
	      GO TO FEA-LOOP-END.

	   MOVE FEA-TYPE	TO WS-LG-TYPE.
	   MOVE FEA-AMOUNT	TO WS-LG-AMOUNT.
	   MOVE FEA-DISC-AMOUNT TO WS-LG-DISC.
	   MOVE FEA-PAYER-TYPE	TO WS-LG-PAYER-TYPE.
	   MOVE FEA-VOID-FLAG	TO WS-LG-VOID.
	   MOVE FEA-DESC	TO WS-LG-DESC.
	   PERFORM LG-ADD-RTN THRU LG-ADD-RTN-END.

        FEA-LOOP-END. EXIT.

      ********************************************************************
      * Charged is the gross before sibling discount (the row holds
      * the net); a share posted to a sponsor is counted as charged
      * and shown again as the sponsor's. Net collected is payments
      * less refunds, whoever paid.
        LG-ADD-RTN.

	   IF WS-LG-VOID = 'V'
	      GO TO LG-ADD-RTN-END.
	   IF WS-LG-DESC (1:11) = 'BALANCE B/F'
	      GO TO LG-ADD-RTN-END.

	   EVALUATE WS-LG-TYPE
	     WHEN 'C'
		  ADD WS-LG-AMOUNT, WS-LG-DISC TO WS-S-CHG
		  ADD WS-LG-DISC TO WS-S-DISC
		  IF WS-LG-PAYER-TYPE = 'S'
		     ADD WS-LG-AMOUNT TO WS-S-SPON
		  END-IF
	     WHEN 'P'
		  ADD WS-LG-AMOUNT TO WS-S-PAY
	     WHEN 'R'
		  ADD WS-LG-AMOUNT TO WS-S-REF
	     WHEN 'W'
		  ADD WS-LG-AMOUNT TO WS-S-WOFF
	   END-EVALUATE.

        LG-ADD-RTN-END. EXIT.

      ********************************************************************
      * Finds (or opens) the summary slot for WS-FIND-TYPE/KEY and
      * adds the student to it.
        ADD-RTN.

	   PERFORM FIND-SCAN-RTN THRU FIND-SCAN-RTN-END
		   VARYING WS-GRP-SUB FROM 1 BY 1
		   UNTIL WS-GRP-SUB > WS-GRP-COUNT
		   OR (WS-GT-TYPE (WS-GRP-SUB) = WS-FIND-TYPE
		   AND WS-GT-KEY (WS-GRP-SUB) = WS-FIND-KEY).

	   IF WS-GRP-SUB > WS-GRP-COUNT
	      IF WS-GRP-COUNT >= T-GRP-MAX
		 GO TO ADD-RTN-END
	      END-IF
	      ADD 1 TO WS-GRP-COUNT
	      MOVE WS-FIND-TYPE TO WS-GT-TYPE (WS-GRP-COUNT)
	      MOVE WS-FIND-KEY	TO WS-GT-KEY (WS-GRP-COUNT)
	      MOVE WS-GRP-COUNT TO WS-GRP-SUB.

	   ADD 1	 TO WS-GT-MEMBERS (WS-GRP-SUB).
	   ADD WS-S-MTHS TO WS-GT-MTHS (WS-GRP-SUB).
	   ADD WS-S-CHG	 TO WS-GT-CHG (WS-GRP-SUB).
	   ADD WS-S-DISC TO WS-GT-DISC (WS-GRP-SUB).
	   ADD WS-S-WOFF TO WS-GT-WOFF (WS-GRP-SUB).
	   ADD WS-S-COLL TO WS-GT-COLL (WS-GRP-SUB).
	   ADD WS-S-SESS TO WS-GT-SESS (WS-GRP-SUB).

        ADD-RTN-END. EXIT.

        FIND-SCAN-RTN.
	   CONTINUE.
        FIND-SCAN-RTN-END. EXIT.

      ********************************************************************
      * Average lifetime value per member - net collected over the
      * slot's members - is what the branches and classes rank on.
        LTV-RTN.

	   COMPUTE WS-GT-LTV (WS-GRP-SUB) ROUNDED =
		   WS-GT-COLL (WS-GRP-SUB) / WS-GT-MEMBERS (WS-GRP-SUB).

        LTV-RTN-END. EXIT.

      ********************************************************************
        SORT-PASS-RTN.

	   PERFORM SORT-CMP-RTN THRU SORT-CMP-RTN-END
		   VARYING WS-SORT-J FROM 1 BY 1
		   UNTIL WS-SORT-J > WS-GRP-COUNT - WS-SORT-I.

        SORT-PASS-RTN-END. EXIT.

        SORT-CMP-RTN.

	   COMPUTE WS-SORT-K = WS-SORT-J + 1.
	   MOVE 'N' TO WS-SWAP.
	   IF WS-GT-TYPE (WS-SORT-J) > WS-GT-TYPE (WS-SORT-K)
	      MOVE 'Y' TO WS-SWAP.
	   IF WS-GT-TYPE (WS-SORT-J) = WS-GT-TYPE (WS-SORT-K)
	      IF WS-GT-TYPE (WS-SORT-J) = 3
		 IF WS-GT-KEY (WS-SORT-J) > WS-GT-KEY (WS-SORT-K)
		    MOVE 'Y' TO WS-SWAP
		 END-IF
	      ELSE
		 IF WS-GT-LTV (WS-SORT-J) < WS-GT-LTV (WS-SORT-K)
		    MOVE 'Y' TO WS-SWAP.

	   IF WS-SWAP = 'Y'
	      MOVE WS-GRP (WS-SORT-J) TO WS-GRP-HOLD
	      MOVE WS-GRP (WS-SORT-K) TO WS-GRP (WS-SORT-J)
	      MOVE WS-GRP-HOLD	      TO WS-GRP (WS-SORT-K).

        SORT-CMP-RTN-END. EXIT.

      ********************************************************************
      * The summary pages: the academy as a whole, branches and
      * classes in rank order, then join years.
        SUM-PRT-RTN.

	   IF WS-GT-TYPE (WS-GRP-SUB) NOT = WS-LAST-TYPE
	      MOVE WS-GT-TYPE (WS-GRP-SUB) TO WS-LAST-TYPE
	      MOVE ZEROS TO WS-RANK
	      EVALUATE WS-LAST-TYPE
		WHEN 0 MOVE 'WHOLE ACADEMY'	  TO PRT-SECTION-NAME
		WHEN 1 MOVE 'RANKED BY BRANCH'	  TO PRT-SECTION-NAME
		WHEN 2 MOVE 'RANKED BY MEMBERSHIP CLASS'
						  TO PRT-SECTION-NAME
		WHEN 3 MOVE 'AVERAGE VALUE BY JOIN YEAR'
						  TO PRT-SECTION-NAME
	      END-EVALUATE
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-SECTION AFTER 2
	      WRITE PRINT-REC FROM PRT-SUM-HEADER AFTER 2
	      WRITE PRINT-REC FROM PRT-SUM-LINE.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	      WRITE PRINT-REC FROM PRT-SECTION AFTER 2
	      WRITE PRINT-REC FROM PRT-SUM-HEADER AFTER 2
	      WRITE PRINT-REC FROM PRT-SUM-LINE.

	   INITIALIZE PRT-SUM-DETAIL.
	   MOVE SPACES TO PRT-S-RANK-X.
	   IF WS-LAST-TYPE = 1 OR WS-LAST-TYPE = 2
	      ADD 1 TO WS-RANK
	      MOVE WS-RANK TO PRT-S-RANK.
	   MOVE WS-GT-KEY (WS-GRP-SUB) TO PRT-S-KEY.
	   PERFORM SUM-NAME-RTN THRU SUM-NAME-RTN-END.

	   MOVE WS-GT-MEMBERS (WS-GRP-SUB) TO PRT-S-MEMBERS.
	   MOVE WS-GT-CHG (WS-GRP-SUB)	   TO PRT-S-CHG.
	   MOVE WS-GT-DISC (WS-GRP-SUB)	   TO PRT-S-DISC.
	   MOVE WS-GT-WOFF (WS-GRP-SUB)	   TO PRT-S-WOFF.
	   MOVE WS-GT-COLL (WS-GRP-SUB)	   TO PRT-S-COLL.
	   MOVE WS-GT-SESS (WS-GRP-SUB)	   TO PRT-S-SESS.
	   MOVE WS-GT-LTV (WS-GRP-SUB)	   TO PRT-S-LTV.
	   COMPUTE PRT-S-MTHS ROUNDED =
		   WS-GT-MTHS (WS-GRP-SUB) / WS-GT-MEMBERS (WS-GRP-SUB).
	   IF WS-GT-SESS (WS-GRP-SUB) = ZEROS
	      MOVE SPACES TO PRT-S-PER-SESS-X
	   ELSE
	      COMPUTE WS-PER-SESS ROUNDED =
		      WS-GT-COLL (WS-GRP-SUB) / WS-GT-SESS (WS-GRP-SUB)
	      MOVE WS-PER-SESS TO PRT-S-PER-SESS.
	   WRITE PRINT-REC FROM PRT-SUM-DETAIL.

        SUM-PRT-RTN-END. EXIT.

      ********************************************************************
        SUM-NAME-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   EVALUATE WS-GT-TYPE (WS-GRP-SUB)
	     WHEN 0
		  MOVE SPACES	       TO PRT-S-KEY
		  MOVE 'ALL MEMBERS'   TO PRT-S-NAME
	     WHEN 1
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO BR-KEY
		  READ BR-FILE INVALID
		       MOVE SPACES TO BR-NAME
		  END-READ
		  MOVE BR-NAME TO PRT-S-NAME
	     WHEN 2
		  MOVE WS-GT-KEY (WS-GRP-SUB) TO MB-KEY
		  READ MB-FILE INVALID
		       MOVE SPACES TO MB-NAME
		  END-READ
		  MOVE MB-NAME TO PRT-S-NAME
	     WHEN 3
		  MOVE SPACES TO PRT-S-NAME
	   END-EVALUATE.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-GT-KEY (WS-GRP-SUB) = SPACES
	      MOVE '(NOT RECORDED)' TO PRT-S-NAME.
	   IF WS-GT-TYPE (WS-GRP-SUB) = 3
	      AND WS-GT-KEY (WS-GRP-SUB) = '0000'
	      MOVE '(NO JOIN DATE)' TO PRT-S-NAME.

        SUM-NAME-RTN-END. EXIT.

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

        PRT-COLUMNS.

	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

        PRT-COLUMNS-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-STD-COUNT TO PRT-END-STD.
	   MOVE WS-HH-COUNT  TO PRT-END-HH.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
