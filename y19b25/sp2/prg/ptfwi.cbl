       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTFWI.

      * FEE CHANGE WHAT-IF SIMULATION
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Prices twelve months of
      *					billing for the open CM-FILE
      *					memberships twice - at the
      *					fees in force and at a
      *					WF-FILE scenario's proposed
      *					amounts and sibling
      *					percentages - under the
      *					BPFEE rules (due months,
      *					FP-FILE prices, class-tied
      *					codes, freezes, pro-rata,
      *					sibling position, lockers,
      *					installment plans, payer
      *					splits), and prints the two
      *					side by side by charge code,
      *					branch and household band,
      *					with the households hit
      *					hardest. Nothing is posted.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwf'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcds'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fclk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcps'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwf'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdds'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdlk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdps'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwf'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbds'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dblk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbps'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'FEE CHANGE WHAT-IF SIMULATION'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-SCN-KEY		PIC X(04).
	  03 WS-START-MM	PIC 9(02).
	  03 WS-START-YYYY	PIC 9(04).
	  03 WS-EOF		PIC X(01).
	  03 WS-EOF2		PIC X(01).
	  03 WS-FOUND		PIC X(01).
	  03 WS-DUE		PIC X(01).
	  03 WS-FROZEN		PIC X(01).
	  03 WS-POSTED		PIC X(01).
	  03 WS-SUB		PIC 9(04) COMP.
	  03 WS-FS-SUB		PIC 9(04) COMP.
	  03 WS-FIND-SUB		PIC 9(04) COMP.
	  03 WS-M		PIC 9(02) COMP.
	  03 WS-K		PIC 9(02) COMP.
	  03 WS-I		PIC 9(02) COMP.
	  03 WS-J		PIC 9(02) COMP.
	  03 WS-POS		PIC 9(02).
	  03 WS-END-YMM		PIC 9(06).
	  03 WS-INST-YMM	PIC 9(06).
	  03 WS-CNT-STD		PIC 9(06).
	  03 WS-CNT-CM		PIC 9(06).
	  03 WS-CNT-HH		PIC 9(06).
	  03 WS-CNT-DROPPED	PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

      * The twelve billed months, the first of each being the date
      * BPFEE posts the month's charges on.
       01 WS-MON-TABLE.
	  03 WS-MON OCCURS 12.
	     05 WS-M-MM		PIC 9(02).
	     05 WS-M-YYYY	PIC 9(04).
	     05 WS-M-DMY	PIC 9(08).
	     05 WS-M-YMD	PIC 9(08).

      * Every charge code with its price in each billed month (the
      * FP-FILE rate in force on the 1st, else FS-AMOUNT) and the
      * scenario's amount where it proposes one, which then holds
      * for the whole year.
       78 T-FS-MAX		VALUE 300.

       01 WS-FS-TABLE.
	  03 WS-FS-COUNT	PIC 9(04) COMP.
	  03 WS-FS-ENTRY OCCURS 300.
	     05 WS-FS-KEY	PIC X(04).
	     05 WS-FS-DESC	PIC X(16).
	     05 WS-FS-FREQ	PIC X(01).
	     05 WS-FS-CB	PIC X(04).
	     05 WS-FS-MB	PIC X(02).
	     05 WS-FS-SCN	PIC X(01).
	     05 WS-FS-NEW	PIC 9(06)V9(02).
	     05 WS-FS-PRICE	PIC 9(06)V9(02) OCCURS 12.
	     05 WS-FS-CUR-TOT	PIC S9(09)V9(02).
	     05 WS-FS-SCN-TOT	PIC S9(09)V9(02).

      * Sibling percentage by child position, as on DS-FILE and as
      * the scenario would have it.
       01 WS-DS-TABLE.
	  03 WS-DS-CUR		PIC 9(03) OCCURS 99.
	  03 WS-DS-NEW		PIC 9(03) OCCURS 99.

      * Assigned lockers, loaded once - LK-FILE has no student key.
       78 T-LK-MAX		VALUE 2000.

       01 WS-LK-TABLE.
	  03 WS-LK-COUNT	PIC 9(04) COMP.
	  03 WS-LK-ENTRY OCCURS 2000.
	     05 WS-LK-STD	PIC X(06).
	     05 WS-LK-FS	PIC X(04).

      * One household (or one student with no household code) at a
      * time: its students, and for the student being priced the
      * open memberships and payer splits.
       78 T-MEM-MAX		VALUE 30.
       78 T-CMM-MAX		VALUE 10.
       78 T-PS-MAX		VALUE 20.

       01 WS-GRP-MISC.
	  03 WS-GRP-OPEN	PIC X(01).
	  03 WS-GRP-FAM		PIC X(08).
	  03 WS-GRP-NAME	PIC X(20).
	  03 WS-GRP-ACTIVE	PIC 9(02).
	  03 WS-GRP-CUR		PIC S9(09)V9(02).
	  03 WS-GRP-SCN		PIC S9(09)V9(02).
	  03 WS-MEM-COUNT	PIC 9(02) COMP.
	  03 WS-MEM-ENTRY OCCURS 30.
	     05 WS-MEM-KEY	PIC X(06).
	     05 WS-MEM-NAME	PIC X(20).
	     05 WS-MEM-MB	PIC X(02).
	     05 WS-MEM-BR	PIC X(02).
	     05 WS-MEM-ACTIVE	PIC X(01).
	     05 WS-MEM-FRZ-FROM PIC 9(08).
	     05 WS-MEM-FRZ-TO	PIC 9(08).
	     05 WS-MEM-POS	PIC 9(02).
	  03 WS-CMM-COUNT	PIC 9(02) COMP.
	  03 WS-CMM-ENTRY OCCURS 10.
	     05 WS-CMM-CB	PIC X(04).
	     05 WS-CMM-JOIN	PIC X(10).
	     05 WS-CMM-END	PIC X(10).
	  03 WS-PSM-COUNT	PIC 9(02) COMP.
	  03 WS-PSM-ENTRY OCCURS 20.
	     05 WS-PSM-FS	PIC X(04).
	     05 WS-PSM-TYPE	PIC X(01).
	     05 WS-PSM-PCT	PIC 9(03)V9(02).

      * The charge in hand, current and scenario side by side.
       01 WS-AMT-MISC.
	  03 WS-CUR-RATE	PIC 9(06)V9(02).
	  03 WS-SCN-RATE	PIC 9(06)V9(02).
	  03 WS-CUR-GROSS	PIC 9(06)V9(02).
	  03 WS-SCN-GROSS	PIC 9(06)V9(02).
	  03 WS-CUR-DISC	PIC 9(06)V9(02).
	  03 WS-SCN-DISC	PIC 9(06)V9(02).
	  03 WS-CUR-NET		PIC 9(06)V9(02).
	  03 WS-SCN-NET		PIC 9(06)V9(02).
	  03 WS-CUR-SPON	PIC 9(06)V9(02).
	  03 WS-SCN-SPON	PIC 9(06)V9(02).
	  03 WS-SPON-PCT	PIC 9(03)V9(02).
	  03 WS-ACC-FS		PIC X(04).
	  03 WS-ACC-SUB		PIC 9(04) COMP.
	  03 WS-OWN-ROWS	PIC X(01).

      * Totals for the branch, household band and sponsor lines.
       78 T-BR-MAX		VALUE 50.

       01 WS-TOT-MISC.
	  03 WS-TOT-CUR		PIC S9(09)V9(02).
	  03 WS-TOT-SCN		PIC S9(09)V9(02).
	  03 WS-PLAN-CUR	PIC S9(09)V9(02).
	  03 WS-PLAN-SCN	PIC S9(09)V9(02).
	  03 WS-SPON-CUR	PIC S9(09)V9(02).
	  03 WS-SPON-SCN	PIC S9(09)V9(02).
	  03 WS-BR-COUNT	PIC 9(02) COMP.
	  03 WS-BR-ENTRY OCCURS 50.
	     05 WS-BR-KEY	PIC X(02).
	     05 WS-BR-CUR	PIC S9(09)V9(02).
	     05 WS-BR-SCN	PIC S9(09)V9(02).
	  03 WS-BAND-ENTRY OCCURS 5.
	     05 WS-BAND-CUR	PIC S9(09)V9(02).
	     05 WS-BAND-SCN	PIC S9(09)V9(02).
	     05 WS-BAND-HH	PIC 9(06).

       01 WS-BAND-NAMES.
	  03 FIL		PIC X(16) VALUE '1 CHILD'.
	  03 FIL		PIC X(16) VALUE '2 CHILDREN'.
	  03 FIL		PIC X(16) VALUE '3 CHILDREN'.
	  03 FIL		PIC X(16) VALUE '4+ CHILDREN'.
	  03 FIL		PIC X(16) VALUE 'NO HOUSEHOLD'.
       01 REDEFINES WS-BAND-NAMES.
	  03 WS-BAND-NAME	PIC X(16) OCCURS 5.

      * The households whose bill rises most, largest first.
       78 T-TOP-MAX		VALUE 20.

       01 WS-TOP-TABLE.
	  03 WS-TOP-COUNT	PIC 9(02) COMP.
	  03 WS-TOP-ENTRY OCCURS 20.
	     05 WS-TOP-KEY	PIC X(08).
	     05 WS-TOP-NAME	PIC X(16).
	     05 WS-TOP-CUR	PIC S9(09)V9(02).
	     05 WS-TOP-SCN	PIC S9(09)V9(02).
	     05 WS-TOP-CHG	PIC S9(09)V9(02).
       01 WS-TOP-HOLD.
	  03 WS-TH-KEY		PIC X(08).
	  03 WS-TH-NAME		PIC X(16).
	  03 WS-TH-CUR		PIC S9(09)V9(02).
	  03 WS-TH-SCN		PIC S9(09)V9(02).
	  03 WS-TH-CHG		PIC S9(09)V9(02).

      * Pro-rata of a membership's first or last period, worked the
      * way BPFEE works it: dates become day numbers (GET-TOTAL-DAY)
      * and the period end is held as the day after.
       01 WS-PRO-MISC.
	  03 WS-PRO-BASIS	PIC X(01).
	     88 WS-PRO-BY-DAYS		VALUE 'D'.
	     88 WS-PRO-BY-SESS		VALUE 'S'.
	  03 WS-PRO-APPLIED	PIC X(01).
	  03 WS-PRO-MONTHS	PIC 9(02).
	  03 WS-PRO-END-MM	PIC 9(02).
	  03 WS-PRO-END-YYYY	PIC 9(04).
	  03 WS-PER-START-DAY	PIC S9(07).
	  03 WS-PER-END-DAY	PIC S9(07).
	  03 WS-PRO-START-DAY	PIC S9(07).
	  03 WS-PRO-END-DAY	PIC S9(07).
	  03 WS-PRO-PART	PIC 9(03).
	  03 WS-PRO-WHOLE	PIC 9(03).
	  03 WS-PRO-REASON	PIC X(06).
	  03 WS-PERIOD-MM	PIC 9(02).
	  03 WS-PERIOD-YYYY	PIC 9(04).
	  03 WS-PRO-CB		PIC X(04).
	  03 WS-SS-MM		PIC 9(02).
	  03 WS-SS-DD		PIC 9(02).
	  03 WS-SS-DAYS		PIC 9(02).
	  03 WS-SS-DAY-NO	PIC S9(07).

       01 WS-CM-DMY-X		PIC X(10).
       01 WS-CM-PARTS REDEFINES WS-CM-DMY-X.
	  03 WS-CP-DD		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-MM		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-YYYY		PIC 9(04).

      * Day-count table, duplicated locally the same way BPFEE keeps
      * its own copy.
       01 WS-DAY-TABLE.
	  03 WS-NO		PIC X(36) VALUE
	     '000031059090120151181212243273304334'.
	  03 WS-DAY REDEFINES WS-NO
				PIC 9(03) OCCURS 12 TIMES.

       01 WS-DATE-MISC.
	  03 WS-MTH		PIC 9(02).
	  03 WS-LEAP-YEAR-COUNT	PIC 9(04).
	  03 WS-L4-DIV		PIC 9(04).
	  03 WS-L4-REM		PIC 9(01).
	     88 LEAP-DIV-4	VALUE 0.
	  03 WS-L100-DIV	PIC 9(04).
	  03 WS-L100-REM	PIC 9(02).
	     88 LEAP-DIV-100	VALUE 0.
	  03 WS-L400-DIV	PIC 9(04).
	  03 WS-L400-REM	PIC 9(03).
	     88 LEAP-DIV-400	VALUE 0.
	  03 WS-LEAP-SW		PIC X(01).
	     88 GREGORIAN-LEAP-YEAR	VALUE 'Y'.
	  03 WS-YYYYMMDD.
	     05 WS-YYYY		PIC 9(04).
	     05 WS-MM		PIC 9(02).
	     05 WS-DD		PIC 9(02).
	  03 WS-DAY-COUNT	PIC S9(07).

       01 WS-INST-DMY		PIC 9(08).
       01 REDEFINES WS-INST-DMY.
	  03 WS-ID-DD		PIC 9(02).
	  03 WS-ID-MM		PIC 9(02).
	  03 WS-ID-YYYY		PIC 9(04).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(46) VALUE
	     'REPORT TITLE: FEE CHANGE WHAT-IF SIMULATION'.
	  03 FIL		PIC X(11) VALUE 'SCENARIO :'.
	  03 PRT-SCN-KEY	PIC X(04).

       01 PRT-HEADER3.
	  03 FIL		PIC X(15) VALUE 'BILLING YEAR :'.
	  03 PRT-FROM-MM	PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-FROM-YYYY	PIC 9(04).
	  03 FIL		PIC X(04) VALUE ' TO '.
	  03 PRT-TO-MM		PIC 9(02).
	  03 FIL		PIC X(01) VALUE '/'.
	  03 PRT-TO-YYYY	PIC 9(04).
	  03 FIL		PIC X(30) VALUE
	     '   - NOTHING HAS BEEN POSTED'.

       01 PRT-SECTION.
	  03 PRT-SECT-TITLE	PIC X(25).
	  03 FIL		PIC X(40) VALUE
	     '     CURRENT     SCENARIO        CHANGE'.
	  03 FIL		PIC X(06) VALUE '  CHG%'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------------------------ ------------ --'.
	  03 FIL		PIC X(32) VALUE
	     '---------- ------------- ------'.

       01 PRT-DETAIL.
	  03 PRT-D-CODE		PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-D-DESC		PIC X(16).
	  03 FIL		PIC X(01).
	  03 PRT-D-CUR		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-D-SCN		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-D-CHG		PIC -,---,--9.99.
	  03 FIL		PIC X(01).
	  03 PRT-D-PCT		PIC ---9.9 BLANK WHEN ZERO.

       01 PRT-END.
	  03 FIL		PIC X(30) VALUE
	     'STUDENTS PRICED             :'.
	  03 PRT-END-STD	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(30) VALUE
	     'MEMBERSHIPS PRICED          :'.
	  03 PRT-END-CM		PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(30) VALUE
	     'HOUSEHOLDS                  :'.
	  03 PRT-END-HH		PIC Z(05)9.

       01 PRT-END4.
	  03 FIL		PIC X(30) VALUE
	     'LEFT OUT - TABLE FULL       :'.
	  03 PRT-END-DROPPED	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Scenario:'.
	  03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(04)
	     USING WS-SCN-KEY UPPER.
	  03 LABEL LINE 03 COL 02 'Year From:'.
	  03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 9(02)
	     USING WS-START-MM.
	  03 LABEL COL + 1 '/'.
	  03 ENTRY-FIELD 3-D ID 103 COL + 1 PIC 9(04)
	     USING WS-START-YYYY.
	  03 LABEL COL + 3 '[MM/YYYY]'.
	  03 LABEL LINE 05 COL 02
	     'Price This Scenario?'.
	  03 LABEL LINE 05 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 104 LINE 05 COL + 13 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwf'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcds'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpp'.
	   COPY '/z/y19b25/sp2/lib/fd/dclk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcps'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT WF-FILE.
	   OPEN INPUT FS-FILE.
	   OPEN INPUT FP-FILE.
	   OPEN INPUT DS-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT PP-FILE.
	   OPEN INPUT LK-FILE.
	   OPEN INPUT PS-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE INVALID
		CONTINUE.
	   MOVE CFIG-PRO-BASIS TO WS-PRO-BASIS.

	   MOVE 'Fee Change What-If' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE WF-FILE.
	   CLOSE FS-FILE.
	   CLOSE FP-FILE.
	   CLOSE DS-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE PP-FILE.
	   CLOSE LK-FILE.
	   CLOSE PS-FILE.
	   CLOSE SS-FILE.
	   CLOSE BR-FILE.
	   CLOSE FA-FILE.
	   CLOSE CFIG-FILE.
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

	   IF WS-SCN-KEY = SPACES
	      MOVE 200005 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   INITIALIZE WF-REC.
	   MOVE WS-SCN-KEY TO WF-SCN-KEY.
	   MOVE LOW-VALUES TO WF-KIND, WF-CODE.
	   MOVE 'N' TO WS-FOUND.
	   START WF-FILE KEY >= WF-KEY
		 INVALID CONTINUE
		 NOT INVALID
		     READ WF-FILE NEXT
			  AT END CONTINUE
			  NOT AT END
			      IF WF-SCN-KEY = WS-SCN-KEY
				 MOVE 'Y' TO WS-FOUND
			      END-IF
		     END-READ
	   END-START.
	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-FOUND NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-START-MM < 1 OR WS-START-MM > 12
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF WS-START-YYYY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
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

	   INITIALIZE WS-TOT-MISC, WS-TOP-TABLE.
	   MOVE ZEROS TO WS-CNT-STD, WS-CNT-CM, WS-CNT-HH,
			 WS-CNT-DROPPED.

	   PERFORM MONTH-RTN THRU MONTH-RTN-END
		   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.
	   COMPUTE WS-END-YMM = (WS-M-YYYY (12) * 100) + WS-M-MM (12).

	   PERFORM LOAD-FS-RTN	THRU LOAD-FS-RTN-END.
	   PERFORM LOAD-DS-RTN	THRU LOAD-DS-RTN-END.
	   PERFORM LOAD-WF-RTN	THRU LOAD-WF-RTN-END.
	   PERFORM LOAD-LK-RTN	THRU LOAD-LK-RTN-END.

      * Students in household order, so each household is priced in
      * one piece: sibling positions worked out over its students
      * and its total ready for the top list when it is done.
	   MOVE 'N' TO WS-GRP-OPEN.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-ALT-KEY5.
	   MOVE 'N' TO WS-EOF.
	   START STD-FILE KEY >= STD-ALT-KEY5 INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   IF WS-GRP-OPEN = 'Y'
	      PERFORM GRP-RTN THRU GRP-RTN-END.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   MOVE 'BY CHARGE CODE' TO PRT-SECT-TITLE.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   PERFORM PRT-FS-RTN	THRU PRT-FS-RTN-END.
	   PERFORM PRT-BR-RTN	THRU PRT-BR-RTN-END.
	   PERFORM PRT-BAND-RTN THRU PRT-BAND-RTN-END.
	   PERFORM PRT-TOP-RTN	THRU PRT-TOP-RTN-END.
	   PERFORM PRT-ENDING	THRU PRT-ENDING-END.

	   CLOSE PRINT-FILE.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'SCENARIO ' WS-SCN-KEY ' FROM ' WS-START-MM '/'
		  WS-START-YYYY DELIMITED BY SIZE INTO WS-SPL-SEL.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
        MONTH-RTN.

	   COMPUTE WS-MTH = WS-START-MM + WS-M - 1.
	   MOVE WS-START-YYYY TO WS-M-YYYY (WS-M).
	   IF WS-MTH > 12
	      SUBTRACT 12 FROM WS-MTH
	      ADD 1 TO WS-M-YYYY (WS-M).
	   MOVE WS-MTH TO WS-M-MM (WS-M).
	   COMPUTE WS-M-DMY (WS-M) = 1000000 + (WS-MTH * 10000) +
				     WS-M-YYYY (WS-M).
	   COMPUTE WS-M-YMD (WS-M) = (WS-M-YYYY (WS-M) * 10000) +
				     (WS-MTH * 100) + 1.

        MONTH-RTN-END. EXIT.

      ********************************************************************
        LOAD-FS-RTN.

	   MOVE ZEROS TO WS-FS-COUNT.
	   INITIALIZE FS-REC.
	   MOVE LOW-VALUES TO FS-KEY.
	   MOVE 'N' TO WS-EOF.
	   START FS-FILE KEY >= FS-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-FS-LOOP THRU LOAD-FS-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-FS-RTN-END. EXIT.

        LOAD-FS-LOOP.

	   READ FS-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-FS-LOOP-END.

	   IF WS-FS-COUNT NOT < T-FS-MAX
	      ADD 1 TO WS-CNT-DROPPED
	      GO TO LOAD-FS-LOOP-END.

	   ADD 1 TO WS-FS-COUNT.
	   MOVE WS-FS-COUNT TO WS-SUB.
	   MOVE FS-KEY	  TO WS-FS-KEY (WS-SUB).
	   MOVE FS-DESC	  TO WS-FS-DESC (WS-SUB).
	   MOVE FS-FREQ	  TO WS-FS-FREQ (WS-SUB).
	   MOVE FS-CB-KEY TO WS-FS-CB (WS-SUB).
	   MOVE FS-MB-KEY TO WS-FS-MB (WS-SUB).
	   MOVE 'N'	  TO WS-FS-SCN (WS-SUB).
	   MOVE ZEROS	  TO WS-FS-NEW (WS-SUB), WS-FS-CUR-TOT (WS-SUB),
			     WS-FS-SCN-TOT (WS-SUB).
	   PERFORM LOAD-FS-PRICE THRU LOAD-FS-PRICE-END
		   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

	   MOVE FS-KEY	   TO FP-FS-KEY.
	   MOVE LOW-VALUES TO FP-EFF-YMD.
	   MOVE 'N' TO WS-EOF2.
	   START FP-FILE KEY >= FP-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM LOAD-FP-LOOP THRU LOAD-FP-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

        LOAD-FS-LOOP-END. EXIT.

        LOAD-FS-PRICE.
	   MOVE FS-AMOUNT TO WS-FS-PRICE (WS-SUB, WS-M).
        LOAD-FS-PRICE-END. EXIT.

      * Price rows read oldest first, so a later row effective by a
      * month's 1st overwrites an earlier one - the PRICE-RTN rule.
        LOAD-FP-LOOP.

	   READ FP-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO LOAD-FP-LOOP-END.

	   IF FP-FS-KEY NOT = FS-KEY
	      MOVE 'Y' TO WS-EOF2
	      GO TO LOAD-FP-LOOP-END.

	   PERFORM LOAD-FP-MONTH THRU LOAD-FP-MONTH-END
		   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

        LOAD-FP-LOOP-END. EXIT.

        LOAD-FP-MONTH.

	   IF FP-EFF-YMD NOT > WS-M-YMD (WS-M)
	      MOVE FP-AMOUNT TO WS-FS-PRICE (WS-SUB, WS-M).

        LOAD-FP-MONTH-END. EXIT.

      ********************************************************************
        LOAD-DS-RTN.

	   INITIALIZE WS-DS-TABLE.
	   INITIALIZE DS-REC.
	   MOVE ZEROS TO DS-KEY.
	   MOVE 'N' TO WS-EOF.
	   START DS-FILE KEY >= DS-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-DS-LOOP THRU LOAD-DS-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-DS-RTN-END. EXIT.

        LOAD-DS-LOOP.

	   READ DS-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-DS-LOOP-END.

	   IF DS-KEY = ZEROS
	      GO TO LOAD-DS-LOOP-END.

	   MOVE DS-PCT TO WS-DS-CUR (DS-KEY), WS-DS-NEW (DS-KEY).

        LOAD-DS-LOOP-END. EXIT.

      ********************************************************************
      * The scenario laid over the loaded prices and percentages.
        LOAD-WF-RTN.

	   INITIALIZE WF-REC.
	   MOVE WS-SCN-KEY TO WF-SCN-KEY.
	   MOVE LOW-VALUES TO WF-KIND, WF-CODE.
	   MOVE 'N' TO WS-EOF.
	   START WF-FILE KEY >= WF-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-WF-LOOP THRU LOAD-WF-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-WF-RTN-END. EXIT.

        LOAD-WF-LOOP.

	   READ WF-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-WF-LOOP-END.

	   IF WF-SCN-KEY NOT = WS-SCN-KEY
	      MOVE 'Y' TO WS-EOF
	      GO TO LOAD-WF-LOOP-END.

	   IF WF-IS-DISC
	      MOVE WF-CODE (1:2) TO WS-POS
	      IF WS-POS NOT = ZEROS
		 MOVE WF-PCT TO WS-DS-NEW (WS-POS)
	      END-IF
	      GO TO LOAD-WF-LOOP-END.

	   MOVE WF-CODE TO WS-ACC-FS.
	   PERFORM FIND-FS-RTN THRU FIND-FS-RTN-END.
	   IF WS-ACC-SUB NOT = ZEROS
	      MOVE 'Y'	     TO WS-FS-SCN (WS-ACC-SUB)
	      MOVE WF-AMOUNT TO WS-FS-NEW (WS-ACC-SUB).

        LOAD-WF-LOOP-END. EXIT.

      ********************************************************************
        LOAD-LK-RTN.

	   MOVE ZEROS TO WS-LK-COUNT.
	   INITIALIZE LK-REC.
	   MOVE LOW-VALUES TO LK-KEY.
	   MOVE 'N' TO WS-EOF.
	   START LK-FILE KEY >= LK-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM LOAD-LK-LOOP THRU LOAD-LK-LOOP-END
		   UNTIL WS-EOF = 'Y'.

        LOAD-LK-RTN-END. EXIT.

        LOAD-LK-LOOP.

	   READ LK-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO LOAD-LK-LOOP-END.

	   IF LK-STD-KEY = SPACES OR LK-FS-KEY = SPACES
	      GO TO LOAD-LK-LOOP-END.

	   IF WS-LK-COUNT NOT < T-LK-MAX
	      ADD 1 TO WS-CNT-DROPPED
	      GO TO LOAD-LK-LOOP-END.

	   ADD 1 TO WS-LK-COUNT.
	   MOVE LK-STD-KEY TO WS-LK-STD (WS-LK-COUNT).
	   MOVE LK-FS-KEY  TO WS-LK-FS (WS-LK-COUNT).

        LOAD-LK-LOOP-END. EXIT.

      ********************************************************************
      * WS-ACC-FS looked up in the charge code table; WS-ACC-SUB
      * comes back zero when it is not there.
        FIND-FS-RTN.

	   MOVE ZEROS TO WS-ACC-SUB.
	   PERFORM FIND-FS-LOOP THRU FIND-FS-LOOP-END
		   VARYING WS-FIND-SUB FROM 1 BY 1
		   UNTIL WS-FIND-SUB > WS-FS-COUNT OR
			 WS-ACC-SUB NOT = ZEROS.

        FIND-FS-RTN-END. EXIT.

        FIND-FS-LOOP.

	   IF WS-FS-KEY (WS-FIND-SUB) = WS-ACC-FS
	      MOVE WS-FIND-SUB TO WS-ACC-SUB.

        FIND-FS-LOOP-END. EXIT.

      ********************************************************************
      * A student with no household code is a household of one.
        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO STD-LOOP-END.

	   IF WS-GRP-OPEN = 'Y' AND
	      (STD-FAMILY-CODE NOT = WS-GRP-FAM OR
	       WS-GRP-FAM = SPACES)
	      PERFORM GRP-RTN THRU GRP-RTN-END.

	   IF WS-GRP-OPEN NOT = 'Y'
	      MOVE 'Y'		   TO WS-GRP-OPEN
	      MOVE STD-FAMILY-CODE TO WS-GRP-FAM
	      MOVE ZEROS	   TO WS-MEM-COUNT.

	   IF WS-MEM-COUNT NOT < T-MEM-MAX
	      ADD 1 TO WS-CNT-DROPPED
	      GO TO STD-LOOP-END.

	   ADD 1 TO WS-MEM-COUNT.
	   MOVE WS-MEM-COUNT TO WS-I.
	   MOVE STD-KEY		    TO WS-MEM-KEY (WS-I).
	   MOVE STD-NAME	    TO WS-MEM-NAME (WS-I).
	   MOVE STD-MB-KEY	    TO WS-MEM-MB (WS-I).
	   MOVE STD-BR-KEY	    TO WS-MEM-BR (WS-I).
	   MOVE STD-FREEZE-FROM-DMY TO WS-MEM-FRZ-FROM (WS-I).
	   MOVE STD-FREEZE-TO-DMY   TO WS-MEM-FRZ-TO (WS-I).
	   MOVE 'Y' TO WS-MEM-ACTIVE (WS-I).
	   IF STD-IS-INACTIVE
	      MOVE 'N' TO WS-MEM-ACTIVE (WS-I).

        STD-LOOP-END. EXIT.

      ********************************************************************
      * One household: each active student's sibling position (the
      * lowest AC# is the first child, as DISCOUNT-RTN in BPFEE has
      * it), then every active student priced, then the household's
      * share of the bill onto its band and the top list.
        GRP-RTN.

	   MOVE 'N' TO WS-GRP-OPEN.
	   MOVE ZEROS TO WS-GRP-ACTIVE, WS-GRP-CUR, WS-GRP-SCN.

	   PERFORM GRP-POS-LOOP THRU GRP-POS-LOOP-END
		   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-COUNT.
	   IF WS-GRP-ACTIVE = ZEROS
	      GO TO GRP-RTN-END.

	   PERFORM MEM-RTN THRU MEM-RTN-END
		   VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-MEM-COUNT.

	   ADD 1 TO WS-CNT-HH.
	   IF WS-GRP-FAM = SPACES
	      MOVE 5 TO WS-K
	      MOVE WS-MEM-KEY (1)  TO WS-TH-KEY
	      MOVE WS-MEM-NAME (1) TO WS-GRP-NAME
	   ELSE
	      MOVE WS-GRP-ACTIVE TO WS-K
	      IF WS-K > 4
		 MOVE 4 TO WS-K
	      END-IF
	      MOVE WS-GRP-FAM TO WS-TH-KEY, FA-KEY
	      MOVE 'N' TO S-STATUS-CHECK
	      READ FA-FILE INVALID
		   MOVE SPACES TO FA-NAME
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE FA-NAME TO WS-GRP-NAME.

	   ADD WS-GRP-CUR TO WS-BAND-CUR (WS-K).
	   ADD WS-GRP-SCN TO WS-BAND-SCN (WS-K).
	   ADD 1	  TO WS-BAND-HH (WS-K).

	   MOVE WS-GRP-NAME TO WS-TH-NAME.
	   MOVE WS-GRP-CUR  TO WS-TH-CUR.
	   MOVE WS-GRP-SCN  TO WS-TH-SCN.
	   COMPUTE WS-TH-CHG = WS-GRP-SCN - WS-GRP-CUR.
	   IF WS-TH-CHG > ZEROS
	      PERFORM TOP-PUT-RTN THRU TOP-PUT-RTN-END.

        GRP-RTN-END. EXIT.

        GRP-POS-LOOP.

	   MOVE ZEROS TO WS-MEM-POS (WS-I).
	   IF WS-MEM-ACTIVE (WS-I) NOT = 'Y'
	      GO TO GRP-POS-LOOP-END.

	   ADD 1 TO WS-GRP-ACTIVE.
	   MOVE 1 TO WS-MEM-POS (WS-I).
	   PERFORM GRP-ORD-LOOP THRU GRP-ORD-LOOP-END
		   VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-MEM-COUNT.

        GRP-POS-LOOP-END. EXIT.

        GRP-ORD-LOOP.

	   IF WS-MEM-ACTIVE (WS-J) = 'Y' AND
	      WS-MEM-KEY (WS-J) < WS-MEM-KEY (WS-I)
	      ADD 1 TO WS-MEM-POS (WS-I).

        GRP-ORD-LOOP-END. EXIT.

      ********************************************************************
      * The household's change slotted into the top list, which is
      * kept largest first; a change smaller than the last entry of a
      * full list falls off the end.
        TOP-PUT-RTN.

	   IF WS-TOP-COUNT = T-TOP-MAX
	      IF WS-TH-CHG NOT > WS-TOP-CHG (T-TOP-MAX)
		 GO TO TOP-PUT-RTN-END
	      END-IF
	   ELSE
	      ADD 1 TO WS-TOP-COUNT.

	   MOVE WS-TOP-COUNT TO WS-J.
	   PERFORM TOP-SHIFT-LOOP THRU TOP-SHIFT-LOOP-END
		   UNTIL WS-J = 1 OR
			 WS-TOP-CHG (WS-J - 1) NOT < WS-TH-CHG.
	   MOVE WS-TOP-HOLD TO WS-TOP-ENTRY (WS-J).

        TOP-PUT-RTN-END. EXIT.

        TOP-SHIFT-LOOP.

	   MOVE WS-TOP-ENTRY (WS-J - 1) TO WS-TOP-ENTRY (WS-J).
	   SUBTRACT 1 FROM WS-J.

        TOP-SHIFT-LOOP-END. EXIT.

      ********************************************************************
      * One active student of the household: the memberships and
      * payer splits are loaded, then each billed month priced.
        MEM-RTN.

	   IF WS-MEM-ACTIVE (WS-I) NOT = 'Y'
	      GO TO MEM-RTN-END.

	   ADD 1 TO WS-CNT-STD.

	   MOVE ZEROS TO WS-CMM-COUNT.
	   INITIALIZE CM-REC.
	   MOVE WS-MEM-KEY (WS-I) TO CM-STD-KEY.
	   MOVE LOW-VALUES	  TO CM-CB-KEY.
	   MOVE 'N' TO WS-EOF2.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM MEM-CM-LOOP THRU MEM-CM-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

	   MOVE ZEROS TO WS-PSM-COUNT.
	   INITIALIZE PS-REC.
	   MOVE WS-MEM-KEY (WS-I) TO PS-STD-KEY.
	   MOVE LOW-VALUES	  TO PS-FS-KEY, PS-PAYER-TYPE,
				     PS-PAYER-KEY.
	   MOVE 'N' TO WS-EOF2.
	   START PS-FILE KEY >= PS-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM MEM-PS-LOOP THRU MEM-PS-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

	   PERFORM MEM-MONTH-RTN THRU MEM-MONTH-RTN-END
		   VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12.

	   PERFORM PLAN-RTN THRU PLAN-RTN-END.

        MEM-RTN-END. EXIT.

        MEM-CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO MEM-CM-LOOP-END.

	   IF CM-STD-KEY NOT = WS-MEM-KEY (WS-I)
	      MOVE 'Y' TO WS-EOF2
	      GO TO MEM-CM-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO MEM-CM-LOOP-END.

	   IF WS-CMM-COUNT NOT < T-CMM-MAX
	      ADD 1 TO WS-CNT-DROPPED
	      GO TO MEM-CM-LOOP-END.

	   ADD 1 TO WS-CMM-COUNT, WS-CNT-CM.
	   MOVE CM-CB-KEY   TO WS-CMM-CB (WS-CMM-COUNT).
	   MOVE CM-JOIN-DMY TO WS-CMM-JOIN (WS-CMM-COUNT).
	   MOVE CM-END-DMY  TO WS-CMM-END (WS-CMM-COUNT).

        MEM-CM-LOOP-END. EXIT.

        MEM-PS-LOOP.

	   READ PS-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO MEM-PS-LOOP-END.

	   IF PS-STD-KEY NOT = WS-MEM-KEY (WS-I)
	      MOVE 'Y' TO WS-EOF2
	      GO TO MEM-PS-LOOP-END.

	   IF PS-PCT = ZEROS OR WS-PSM-COUNT NOT < T-PS-MAX
	      GO TO MEM-PS-LOOP-END.

	   ADD 1 TO WS-PSM-COUNT.
	   MOVE PS-FS-KEY     TO WS-PSM-FS (WS-PSM-COUNT).
	   MOVE PS-PAYER-TYPE TO WS-PSM-TYPE (WS-PSM-COUNT).
	   MOVE PS-PCT	      TO WS-PSM-PCT (WS-PSM-COUNT).

        MEM-PS-LOOP-END. EXIT.

      ********************************************************************
      * One billed month for the student: a month inside the freeze
      * window raises nothing; otherwise every code due that month
      * against the memberships, then the student's lockers.
        MEM-MONTH-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckfrz'
		  USING WS-MEM-FRZ-FROM (WS-I), WS-MEM-FRZ-TO (WS-I),
			WS-M-DMY (WS-M), WS-FROZEN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckfrz'.
	   IF WS-FROZEN = 'Y'
	      GO TO MEM-MONTH-RTN-END.

	   MOVE WS-M-MM (WS-M)	 TO WS-PERIOD-MM.
	   MOVE WS-M-YYYY (WS-M) TO WS-PERIOD-YYYY.

	   IF WS-CMM-COUNT NOT = ZEROS
	      PERFORM MEM-FS-LOOP THRU MEM-FS-LOOP-END
		      VARYING WS-FS-SUB FROM 1 BY 1
		      UNTIL WS-FS-SUB > WS-FS-COUNT.

	   PERFORM MEM-LK-LOOP THRU MEM-LK-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-LK-COUNT.

        MEM-MONTH-RTN-END. EXIT.

      * A code for every club bills the student once a period - on
      * BPFEE's run the double-billing guard stops the second
      * membership - so it goes against the first membership that
      * actually raises it; a club-tied code against that club's.
        MEM-FS-LOOP.

	   PERFORM DUE-RTN THRU DUE-RTN-END.
	   IF WS-DUE NOT = 'Y'
	      GO TO MEM-FS-LOOP-END.

	   IF WS-FS-MB (WS-FS-SUB) NOT = SPACES AND
	      WS-FS-MB (WS-FS-SUB) NOT = WS-MEM-MB (WS-I)
	      GO TO MEM-FS-LOOP-END.

	   MOVE 'N' TO WS-POSTED.
	   PERFORM MEM-CB-LOOP THRU MEM-CB-LOOP-END
		   VARYING WS-K FROM 1 BY 1
		   UNTIL WS-K > WS-CMM-COUNT OR WS-POSTED = 'Y'.

        MEM-FS-LOOP-END. EXIT.

        MEM-CB-LOOP.

	   IF WS-FS-CB (WS-FS-SUB) NOT = SPACES AND
	      WS-FS-CB (WS-FS-SUB) NOT = WS-CMM-CB (WS-K)
	      GO TO MEM-CB-LOOP-END.

	   PERFORM PRICE-RTN THRU PRICE-RTN-END.

        MEM-CB-LOOP-END. EXIT.

      * Lockers bill their rental code at the full rate - no
      * pro-rata and no sibling discount, as in the locker pass.
        MEM-LK-LOOP.

	   IF WS-LK-STD (WS-SUB) NOT = WS-MEM-KEY (WS-I)
	      GO TO MEM-LK-LOOP-END.

	   MOVE WS-LK-FS (WS-SUB) TO WS-ACC-FS.
	   PERFORM FIND-FS-RTN THRU FIND-FS-RTN-END.
	   IF WS-ACC-SUB = ZEROS
	      GO TO MEM-LK-LOOP-END.

	   MOVE WS-ACC-SUB TO WS-FS-SUB.
	   PERFORM DUE-RTN THRU DUE-RTN-END.
	   IF WS-DUE NOT = 'Y'
	      GO TO MEM-LK-LOOP-END.

	   PERFORM RATE-RTN THRU RATE-RTN-END.
	   MOVE WS-CUR-RATE TO WS-CUR-NET.
	   MOVE WS-SCN-RATE TO WS-SCN-NET.
	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

        MEM-LK-LOOP-END. EXIT.

      ********************************************************************
      * Quarterly codes fall due January/April/July/October and
      * yearly codes in January only.
        DUE-RTN.

	   MOVE 'N' TO WS-DUE.
	   IF WS-FS-FREQ (WS-FS-SUB) = 'M'
	      MOVE 'Y' TO WS-DUE.
	   IF WS-FS-FREQ (WS-FS-SUB) = 'Q' AND
	      (WS-PERIOD-MM = 1 OR 4 OR 7 OR 10)
	      MOVE 'Y' TO WS-DUE.
	   IF WS-FS-FREQ (WS-FS-SUB) = 'Y' AND WS-PERIOD-MM = 1
	      MOVE 'Y' TO WS-DUE.

        DUE-RTN-END. EXIT.

        RATE-RTN.

	   MOVE WS-FS-PRICE (WS-FS-SUB, WS-M) TO WS-CUR-RATE.
	   IF WS-FS-SCN (WS-FS-SUB) = 'Y'
	      MOVE WS-FS-NEW (WS-FS-SUB) TO WS-SCN-RATE
	   ELSE
	      MOVE WS-CUR-RATE TO WS-SCN-RATE.

        RATE-RTN-END. EXIT.

      ********************************************************************
      * The code in WS-FS-SUB against membership WS-K for month WS-M:
      * the rate, cut to the part-period, less the sibling discount,
      * at today's rules and at the scenario's. WS-POSTED says BPFEE
      * would have raised it (a part-period of nothing raises none).
        PRICE-RTN.

	   PERFORM RATE-RTN THRU RATE-RTN-END.
	   PERFORM PERIOD-SPAN-RTN THRU PERIOD-SPAN-RTN-END.
	   PERFORM PRORATA-RTN THRU PRORATA-RTN-END.

	   IF WS-PRO-APPLIED = 'Y' AND WS-PRO-PART = ZEROS
	      GO TO PRICE-RTN-END.

	   MOVE 'Y' TO WS-POSTED.
	   IF WS-PRO-APPLIED = 'Y'
	      COMPUTE WS-CUR-GROSS ROUNDED =
		      (WS-CUR-RATE * WS-PRO-PART) / WS-PRO-WHOLE
	      COMPUTE WS-SCN-GROSS ROUNDED =
		      (WS-SCN-RATE * WS-PRO-PART) / WS-PRO-WHOLE
	   ELSE
	      MOVE WS-CUR-RATE TO WS-CUR-GROSS
	      MOVE WS-SCN-RATE TO WS-SCN-GROSS.

	   MOVE ZEROS TO WS-CUR-DISC, WS-SCN-DISC.
	   IF WS-GRP-FAM NOT = SPACES
	      MOVE WS-MEM-POS (WS-I) TO WS-POS
	      COMPUTE WS-CUR-DISC ROUNDED =
		      (WS-CUR-GROSS * WS-DS-CUR (WS-POS)) / 100
	      COMPUTE WS-SCN-DISC ROUNDED =
		      (WS-SCN-GROSS * WS-DS-NEW (WS-POS)) / 100.
	   COMPUTE WS-CUR-NET = WS-CUR-GROSS - WS-CUR-DISC.
	   COMPUTE WS-SCN-NET = WS-SCN-GROSS - WS-SCN-DISC.

	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

        PRICE-RTN-END. EXIT.

      ********************************************************************
      * The charge onto its code (WS-FS-SUB, or the plan line when
      * zero), branch and the grand total in full; the household
      * carries what is left once any sponsor's share - the code's
      * own split, else the student's every-code split - is taken.
        ACCUM-RTN.

	   IF WS-FS-SUB = ZEROS
	      ADD WS-CUR-NET TO WS-PLAN-CUR
	      ADD WS-SCN-NET TO WS-PLAN-SCN
	      MOVE SPACES TO WS-ACC-FS
	   ELSE
	      ADD WS-CUR-NET TO WS-FS-CUR-TOT (WS-FS-SUB)
	      ADD WS-SCN-NET TO WS-FS-SCN-TOT (WS-FS-SUB)
	      MOVE WS-FS-KEY (WS-FS-SUB) TO WS-ACC-FS.
	   ADD WS-CUR-NET TO WS-TOT-CUR.
	   ADD WS-SCN-NET TO WS-TOT-SCN.

	   PERFORM BR-ACC-RTN THRU BR-ACC-RTN-END.

	   MOVE ZEROS TO WS-SPON-PCT.
	   MOVE 'N' TO WS-OWN-ROWS.
	   IF WS-ACC-FS NOT = SPACES
	      PERFORM SPON-LOOP THRU SPON-LOOP-END
		      VARYING WS-J FROM 1 BY 1
		      UNTIL WS-J > WS-PSM-COUNT.
	   IF WS-OWN-ROWS NOT = 'Y'
	      MOVE SPACES TO WS-ACC-FS
	      PERFORM SPON-LOOP THRU SPON-LOOP-END
		      VARYING WS-J FROM 1 BY 1
		      UNTIL WS-J > WS-PSM-COUNT.
	   IF WS-SPON-PCT > 100
	      MOVE 100 TO WS-SPON-PCT.

	   COMPUTE WS-CUR-SPON ROUNDED =
		   (WS-CUR-NET * WS-SPON-PCT) / 100.
	   COMPUTE WS-SCN-SPON ROUNDED =
		   (WS-SCN-NET * WS-SPON-PCT) / 100.
	   ADD WS-CUR-SPON TO WS-SPON-CUR.
	   ADD WS-SCN-SPON TO WS-SPON-SCN.
	   COMPUTE WS-GRP-CUR = WS-GRP-CUR + WS-CUR-NET - WS-CUR-SPON.
	   COMPUTE WS-GRP-SCN = WS-GRP-SCN + WS-SCN-NET - WS-SCN-SPON.

        ACCUM-RTN-END. EXIT.

        SPON-LOOP.

	   IF WS-PSM-FS (WS-J) NOT = WS-ACC-FS
	      GO TO SPON-LOOP-END.

	   MOVE 'Y' TO WS-OWN-ROWS.
	   IF WS-PSM-TYPE (WS-J) = 'S'
	      ADD WS-PSM-PCT (WS-J) TO WS-SPON-PCT.

        SPON-LOOP-END. EXIT.

        BR-ACC-RTN.

	   PERFORM BR-FIND-LOOP THRU BR-FIND-LOOP-END
		   VARYING WS-J FROM 1 BY 1
		   UNTIL WS-J > WS-BR-COUNT OR
			 WS-BR-KEY (WS-J) = WS-MEM-BR (WS-I).

	   IF WS-J > WS-BR-COUNT
	      IF WS-BR-COUNT NOT < T-BR-MAX
		 ADD 1 TO WS-CNT-DROPPED
		 GO TO BR-ACC-RTN-END
	      END-IF
	      ADD 1 TO WS-BR-COUNT
	      MOVE WS-BR-COUNT TO WS-J
	      MOVE WS-MEM-BR (WS-I) TO WS-BR-KEY (WS-J)
	      MOVE ZEROS TO WS-BR-CUR (WS-J), WS-BR-SCN (WS-J).

	   ADD WS-CUR-NET TO WS-BR-CUR (WS-J).
	   ADD WS-SCN-NET TO WS-BR-SCN (WS-J).

        BR-ACC-RTN-END. EXIT.

        BR-FIND-LOOP.
        BR-FIND-LOOP-END. EXIT.

      ********************************************************************
      * Open PP-FILE installments not yet posted and due by the last
      * billed month - BPFEE's plan pass posts them as they fall due.
      * They are agreed sums, so they stand the same either way.
        PLAN-RTN.

	   INITIALIZE PP-REC.
	   MOVE WS-MEM-KEY (WS-I) TO PP-STD-KEY.
	   MOVE ZEROS		  TO PP-SEQ.
	   MOVE 'N' TO WS-EOF2.
	   START PP-FILE KEY >= PP-KEY INVALID
		 MOVE 'Y' TO WS-EOF2.
	   PERFORM PLAN-LOOP THRU PLAN-LOOP-END
		   UNTIL WS-EOF2 = 'Y'.

        PLAN-RTN-END. EXIT.

        PLAN-LOOP.

	   READ PP-FILE NEXT END
		MOVE 'Y' TO WS-EOF2
		GO TO PLAN-LOOP-END.

	   IF PP-STD-KEY NOT = WS-MEM-KEY (WS-I)
	      MOVE 'Y' TO WS-EOF2
	      GO TO PLAN-LOOP-END.

	   IF NOT PP-IS-OPEN
	      GO TO PLAN-LOOP-END.

	   PERFORM PLAN-INST-LOOP THRU PLAN-INST-LOOP-END
		   VARYING WS-K FROM 1 BY 1
		   UNTIL WS-K > PP-INST-COUNT OR WS-K > 12.

        PLAN-LOOP-END. EXIT.

        PLAN-INST-LOOP.

	   IF PP-INST-POSTED (WS-K) = 'Y'
	      GO TO PLAN-INST-LOOP-END.

	   MOVE PP-INST-DMY (WS-K) TO WS-INST-DMY.
	   COMPUTE WS-INST-YMM = (WS-ID-YYYY * 100) + WS-ID-MM.
	   IF WS-INST-YMM > WS-END-YMM
	      GO TO PLAN-INST-LOOP-END.

	   MOVE PP-INST-AMOUNT (WS-K) TO WS-CUR-NET, WS-SCN-NET.
	   MOVE ZEROS TO WS-FS-SUB.
	   PERFORM ACCUM-RTN THRU ACCUM-RTN-END.

        PLAN-INST-LOOP-END. EXIT.

      ********************************************************************
      * The span of days the code's period covers from the billed
      * month: one month, the quarter or the year.
        PERIOD-SPAN-RTN.

	   MOVE 1 TO WS-PRO-MONTHS.
	   IF WS-FS-FREQ (WS-FS-SUB) = 'Q'
	      MOVE 3 TO WS-PRO-MONTHS.
	   IF WS-FS-FREQ (WS-FS-SUB) = 'Y'
	      MOVE 12 TO WS-PRO-MONTHS.

	   MOVE WS-PERIOD-YYYY	TO WS-YYYY.
	   MOVE WS-PERIOD-MM	TO WS-MM.
	   MOVE 1		TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-PER-START-DAY.

	   COMPUTE WS-PRO-END-MM = WS-PERIOD-MM + WS-PRO-MONTHS.
	   MOVE WS-PERIOD-YYYY TO WS-PRO-END-YYYY.
	   IF WS-PRO-END-MM > 12
	      SUBTRACT 12 FROM WS-PRO-END-MM
	      ADD 1 TO WS-PRO-END-YYYY.
	   MOVE WS-PRO-END-YYYY	TO WS-YYYY.
	   MOVE WS-PRO-END-MM	TO WS-MM.
	   MOVE 1		TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-PER-END-DAY.

        PERIOD-SPAN-RTN-END. EXIT.

      ********************************************************************
      * A membership joining, or with an end date, inside the period
      * pays the share of it covered, on the CFIG basis - the BPFEE
      * PRORATA-RTN working.
        PRORATA-RTN.

	   MOVE 'N' TO WS-PRO-APPLIED.
	   IF NOT (WS-PRO-BY-DAYS OR WS-PRO-BY-SESS)
	      GO TO PRORATA-RTN-END.

	   MOVE WS-PER-START-DAY TO WS-PRO-START-DAY.
	   MOVE WS-PER-END-DAY	 TO WS-PRO-END-DAY.
	   MOVE SPACES		 TO WS-PRO-REASON.

	   MOVE WS-CMM-JOIN (WS-K) TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC AND WS-CP-YYYY NOT = ZEROS
	      MOVE WS-CP-YYYY TO WS-YYYY
	      MOVE WS-CP-MM   TO WS-MM
	      MOVE WS-CP-DD   TO WS-DD
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      IF WS-DAY-COUNT > WS-PER-START-DAY
		 MOVE WS-DAY-COUNT TO WS-PRO-START-DAY
		 MOVE 'JOINED'	   TO WS-PRO-REASON
	      END-IF
	   END-IF.

	   MOVE WS-CMM-END (WS-K) TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC AND WS-CP-YYYY NOT = ZEROS
	      MOVE WS-CP-YYYY TO WS-YYYY
	      MOVE WS-CP-MM   TO WS-MM
	      MOVE WS-CP-DD   TO WS-DD
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      ADD 1 TO WS-DAY-COUNT
	      IF WS-DAY-COUNT < WS-PER-END-DAY
		 MOVE WS-DAY-COUNT TO WS-PRO-END-DAY
		 MOVE 'LEFT'	   TO WS-PRO-REASON
	      END-IF
	   END-IF.

	   IF WS-PRO-REASON = SPACES
	      GO TO PRORATA-RTN-END.

	   MOVE 'Y' TO WS-PRO-APPLIED.
	   MOVE ZEROS TO WS-PRO-PART, WS-PRO-WHOLE.
	   IF WS-PRO-BY-SESS
	      MOVE WS-CMM-CB (WS-K) TO WS-PRO-CB
	      PERFORM SESS-MONTH-RTN THRU SESS-MONTH-RTN-END
		      VARYING WS-SS-MM FROM WS-PERIOD-MM BY 1
		      UNTIL WS-SS-MM >
			    WS-PERIOD-MM + WS-PRO-MONTHS - 1.

	   IF WS-PRO-WHOLE = ZEROS
	      COMPUTE WS-PRO-WHOLE = WS-PER-END-DAY - WS-PER-START-DAY
	      MOVE ZEROS TO WS-PRO-PART
	      IF WS-PRO-END-DAY > WS-PRO-START-DAY
		 COMPUTE WS-PRO-PART =
			 WS-PRO-END-DAY - WS-PRO-START-DAY
	      END-IF
	   END-IF.

        PRORATA-RTN-END. EXIT.

      ********************************************************************
        SESS-MONTH-RTN.

	   MOVE WS-PERIOD-YYYY TO WS-YYYY.
	   MOVE WS-SS-MM       TO WS-MM.
	   MOVE 1	       TO WS-DD.
	   PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END.
	   MOVE WS-DAY-COUNT TO WS-SS-DAY-NO.

	   IF WS-SS-MM = 12
	      MOVE 31 TO WS-SS-DAYS
	   ELSE
	      ADD 1 TO WS-MM
	      PERFORM GET-TOTAL-DAY THRU GET-TOTAL-DAY-END
	      COMPUTE WS-SS-DAYS = WS-DAY-COUNT - WS-SS-DAY-NO.

	   PERFORM SESS-DAY-RTN THRU SESS-DAY-RTN-END
		   VARYING WS-SS-DD FROM 1 BY 1
		   UNTIL WS-SS-DD > WS-SS-DAYS.

        SESS-MONTH-RTN-END. EXIT.

        SESS-DAY-RTN.

	   COMPUTE SS-DATE-DMY = (WS-SS-DD * 1000000) +
				 (WS-SS-MM * 10000) + WS-PERIOD-YYYY.
	   MOVE WS-PRO-CB TO SS-CB-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ SS-FILE INVALID
		GO TO SESS-DAY-RTN-END.
	   IF SS-PLANNED NOT = 'Y'
	      GO TO SESS-DAY-RTN-END.

	   ADD 1 TO WS-PRO-WHOLE.
	   IF WS-SS-DAY-NO + WS-SS-DD - 1 NOT < WS-PRO-START-DAY AND
	      WS-SS-DAY-NO + WS-SS-DD - 1 < WS-PRO-END-DAY
	      ADD 1 TO WS-PRO-PART.

        SESS-DAY-RTN-END. EXIT.

      ********************************************************************
        GET-TOTAL-DAY.

	   DIVIDE WS-YYYY BY 4
	      GIVING WS-L4-DIV REMAINDER WS-L4-REM.
	   DIVIDE WS-YYYY BY 100
	      GIVING WS-L100-DIV REMAINDER WS-L100-REM.
	   DIVIDE WS-YYYY BY 400
	      GIVING WS-L400-DIV REMAINDER WS-L400-REM.

	   COMPUTE WS-LEAP-YEAR-COUNT =
		   WS-L4-DIV - WS-L100-DIV + WS-L400-DIV.

	   MOVE 'N' TO WS-LEAP-SW.
	   IF (LEAP-DIV-4 AND NOT LEAP-DIV-100) OR LEAP-DIV-400
	      MOVE 'Y' TO WS-LEAP-SW.

	   IF GREGORIAN-LEAP-YEAR AND WS-MM < 3
	      SUBTRACT 1 FROM WS-LEAP-YEAR-COUNT.

	   MOVE WS-MM TO WS-MTH.
	   COMPUTE WS-DAY-COUNT = WS-YYYY * 365 +
		   WS-LEAP-YEAR-COUNT + WS-DAY(WS-MTH) + WS-DD.

        GET-TOTAL-DAY-END. EXIT.

      ********************************************************************
        PRT-FS-RTN.

	   PERFORM PRT-FS-LOOP THRU PRT-FS-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-FS-COUNT.

	   IF WS-PLAN-CUR NOT = ZEROS
	      MOVE 'PLAN'	       TO PRT-D-CODE
	      MOVE 'INSTALLMENTS'      TO PRT-D-DESC
	      MOVE WS-PLAN-CUR	       TO WS-TH-CUR
	      MOVE WS-PLAN-SCN	       TO WS-TH-SCN
	      PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

	   PERFORM PRT-TOTAL-RTN THRU PRT-TOTAL-RTN-END.

        PRT-FS-RTN-END. EXIT.

        PRT-FS-LOOP.

	   IF WS-FS-CUR-TOT (WS-SUB) = ZEROS AND
	      WS-FS-SCN-TOT (WS-SUB) = ZEROS
	      GO TO PRT-FS-LOOP-END.

	   MOVE WS-FS-KEY (WS-SUB)     TO PRT-D-CODE.
	   MOVE WS-FS-DESC (WS-SUB)    TO PRT-D-DESC.
	   MOVE WS-FS-CUR-TOT (WS-SUB) TO WS-TH-CUR.
	   MOVE WS-FS-SCN-TOT (WS-SUB) TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        PRT-FS-LOOP-END. EXIT.

      ********************************************************************
        PRT-BR-RTN.

	   MOVE 'BY BRANCH' TO PRT-SECT-TITLE.
	   PERFORM PRT-SECT-RTN THRU PRT-SECT-RTN-END.
	   PERFORM PRT-BR-LOOP THRU PRT-BR-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BR-COUNT.
	   PERFORM PRT-TOTAL-RTN THRU PRT-TOTAL-RTN-END.

        PRT-BR-RTN-END. EXIT.

        PRT-BR-LOOP.

	   MOVE WS-BR-KEY (WS-SUB) TO PRT-D-CODE, BR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ BR-FILE INVALID
		MOVE 'NO BRANCH' TO BR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE BR-NAME		   TO PRT-D-DESC.
	   MOVE WS-BR-CUR (WS-SUB) TO WS-TH-CUR.
	   MOVE WS-BR-SCN (WS-SUB) TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        PRT-BR-LOOP-END. EXIT.

      ********************************************************************
      * Households banded by their number of active students; the
      * sponsors' shares come out of the households they pay for and
      * are shown on a line of their own.
        PRT-BAND-RTN.

	   MOVE 'BY HOUSEHOLD BAND' TO PRT-SECT-TITLE.
	   PERFORM PRT-SECT-RTN THRU PRT-SECT-RTN-END.
	   PERFORM PRT-BAND-LOOP THRU PRT-BAND-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5.

	   MOVE SPACES		  TO PRT-D-CODE.
	   MOVE 'PAID BY SPONSOR' TO PRT-D-DESC.
	   MOVE WS-SPON-CUR	  TO WS-TH-CUR.
	   MOVE WS-SPON-SCN	  TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.
	   PERFORM PRT-TOTAL-RTN THRU PRT-TOTAL-RTN-END.

        PRT-BAND-RTN-END. EXIT.

        PRT-BAND-LOOP.

	   MOVE WS-BAND-HH (WS-SUB)   TO PRT-D-CODE.
	   MOVE WS-BAND-NAME (WS-SUB) TO PRT-D-DESC.
	   MOVE WS-BAND-CUR (WS-SUB)  TO WS-TH-CUR.
	   MOVE WS-BAND-SCN (WS-SUB)  TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        PRT-BAND-LOOP-END. EXIT.

      ********************************************************************
        PRT-TOP-RTN.

	   MOVE 'BIGGEST HOUSEHOLD RISES' TO PRT-SECT-TITLE.
	   PERFORM PRT-SECT-RTN THRU PRT-SECT-RTN-END.
	   PERFORM PRT-TOP-LOOP THRU PRT-TOP-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-TOP-COUNT.

        PRT-TOP-RTN-END. EXIT.

        PRT-TOP-LOOP.

	   MOVE WS-TOP-KEY (WS-SUB)  TO PRT-D-CODE.
	   MOVE WS-TOP-NAME (WS-SUB) TO PRT-D-DESC.
	   MOVE WS-TOP-CUR (WS-SUB)  TO WS-TH-CUR.
	   MOVE WS-TOP-SCN (WS-SUB)  TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        PRT-TOP-LOOP-END. EXIT.

      ********************************************************************
      * One line from WS-TH-CUR/SCN, with the change and the change
      * as a percentage of today's figure.
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-TH-CUR TO PRT-D-CUR.
	   MOVE WS-TH-SCN TO PRT-D-SCN.
	   COMPUTE WS-TH-CHG = WS-TH-SCN - WS-TH-CUR.
	   MOVE WS-TH-CHG TO PRT-D-CHG.
	   MOVE ZEROS	  TO PRT-D-PCT.
	   IF WS-TH-CUR NOT = ZEROS
	      COMPUTE PRT-D-PCT ROUNDED =
		      (WS-TH-CHG * 100) / WS-TH-CUR.

	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-DETAIL-RTN-END. EXIT.

        PRT-TOTAL-RTN.

	   WRITE PRINT-REC FROM PRT-LINE.
	   MOVE 'TOTAL'	   TO PRT-D-CODE.
	   MOVE SPACES	   TO PRT-D-DESC.
	   MOVE WS-TOT-CUR TO WS-TH-CUR.
	   MOVE WS-TOT-SCN TO WS-TH-SCN.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        PRT-TOTAL-RTN-END. EXIT.

      * A new section starts a page of its own when the one in hand
      * has not room for its heading and a few lines.
        PRT-SECT-RTN.

	   IF LINAGE-COUNTER > 52
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	   ELSE
	      WRITE PRINT-REC FROM PRT-SECTION AFTER 2
	      WRITE PRINT-REC FROM PRT-LINE.

        PRT-SECT-RTN-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   MOVE WS-CNT-STD     TO PRT-END-STD.
	   MOVE WS-CNT-CM      TO PRT-END-CM.
	   MOVE WS-CNT-HH      TO PRT-END-HH.
	   MOVE WS-CNT-DROPPED TO PRT-END-DROPPED.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.

        PRT-ENDING-END. EXIT.

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

	   MOVE WS-SCN-KEY	TO PRT-SCN-KEY.
	   MOVE WS-M-MM (1)	TO PRT-FROM-MM.
	   MOVE WS-M-YYYY (1)	TO PRT-FROM-YYYY.
	   MOVE WS-M-MM (12)	TO PRT-TO-MM.
	   MOVE WS-M-YYYY (12)	TO PRT-TO-YYYY.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3.
	   WRITE PRINT-REC FROM PRT-SECTION AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
