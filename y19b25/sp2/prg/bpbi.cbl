       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPBI.

      * BI NIGHTLY EXTRACT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The committee's BI
      *					dashboard feed: one pipe-
      *					delimited file per dimension
      *					(students, households,
      *					clubs, coaches, branches,
      *					events, membership classes)
      *					and per fact (fee postings,
      *					attendance, entries,
      *					results, incidents,
      *					promotions), each with a
      *					header, surrogate keys off
      *					BIK-FILE and a trailer
      *					count. Sends only what has
      *					changed since the last run,
      *					reads every file back
      *					against its trailer, and
      *					prints the run register.
      *					Set up as a BPJOB step.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcer'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcin'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbik'.
	   COPY '/z/y19b25/sp2/lib/fd/fcbix'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fder'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdin'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbik'.
	   COPY '/z/y19b25/sp2/lib/fd/fdbix'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dber'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbin'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbik'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbix'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'BI NIGHTLY EXTRACT REGISTER'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-TRAINING	PIC X(01).
	  03 WS-SRC-EOF		PIC X(01).
	  03 WS-BIK-EOF		PIC X(01).
	  03 WS-BIK-FOUND	PIC X(01).
	  03 WS-ALL-OK		PIC X(01).
	  03 WS-FILE-OK		PIC X(01).
	  03 WS-TRAILER-SEEN	PIC X(01).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 WS-LAST-RUN	PIC Z(05)9.
	  03 WS-LAST-EDIT	PIC 99/99/9999.
	  03 WS-LAST-RESULT	PIC X(30).
	  03 PRT-START-HHMM	PIC X(07).

      * WS-BI-SET/NAT-KEY/IMAGE describe the row in hand for
      * BI-ROW-RTN; WS-FK-SET/KEY ask BI-FK-RTN for the surrogate
      * key of a row another file refers to.
       01 WS-BI-MISC.
	  03 WS-BI-MODE		PIC X(01).
	     88 WS-BI-FULL		VALUE 'F'.
	     88 WS-BI-INCR		VALUE 'I'.
	  03 WS-BI-RUN-NO	PIC 9(06).
	  03 WS-BI-PREV-RUN	PIC 9(06).
	  03 WS-BI-RUN-YMD	PIC 9(08).
	  03 WS-BI-FILE		PIC X(12).
	  03 WS-BI-SET		PIC X(02).
	  03 WS-BI-NAT-KEY	PIC X(20).
	  03 WS-BI-IMAGE	PIC X(250).
	  03 WS-BI-ACTION	PIC X(01).
	  03 WS-BI-SK		PIC 9(08).
	  03 WS-BI-FLAG		PIC X(01).
	  03 WS-BI-YEAR		PIC 9(04).
	  03 WS-FK-SET		PIC X(02).
	  03 WS-FK-KEY		PIC X(20).
	  03 WS-FK-SK		PIC 9(08).
	  03 WS-SK-1		PIC 9(08).
	  03 WS-SK-2		PIC 9(08).
	  03 WS-SK-3		PIC 9(08).
	  03 WS-D1-YMD		PIC 9(08).
	  03 WS-D2-YMD		PIC 9(08).
	  03 WS-E-AMT1		PIC 9(06).99.
	  03 WS-E-AMT2		PIC 9(06).99.
	  03 WS-E-AMT3		PIC 9(06).99.
	  03 WS-E-RATE		PIC 9(04).99.
	  03 WS-E-SCORE		PIC 9(05).99.
	  03 WS-CNT-ADD		PIC 9(06).
	  03 WS-CNT-CHG		PIC 9(06).
	  03 WS-CNT-DEL		PIC 9(06).
	  03 WS-CNT-SAME	PIC 9(06).
	  03 WS-CNT-ROWS	PIC 9(06).
	  03 WS-CNT-READ	PIC 9(06).
	  03 WS-CNT-TRAILER	PIC 9(06).
	  03 WS-TOT-ROWS	PIC 9(07).
	  03 WS-V-TYPE		PIC X(01).
	  03 WS-V-FILE		PIC X(12).
	  03 WS-V-COUNT-X	PIC X(06).
	  03 WS-V-COUNT REDEFINES WS-V-COUNT-X
				PIC 9(06).

       01 WS-BI-DATE-PARTS.
	  03 WS-BI-DD		PIC 9(02).
	  03 WS-BI-MM		PIC 9(02).
	  03 WS-BI-YYYY		PIC 9(04).
       01 WS-BI-DMY REDEFINES WS-BI-DATE-PARTS
				PIC 9(08).

       01 WS-BI-YMD-PARTS.
	  03 WS-BI-Y-YYYY	PIC 9(04).
	  03 WS-BI-Y-MM		PIC 9(02).
	  03 WS-BI-Y-DD		PIC 9(02).
       01 WS-BI-YMD REDEFINES WS-BI-YMD-PARTS
				PIC 9(08).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(42) VALUE
	     'REPORT TITLE: BI NIGHTLY EXTRACT REGISTER'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'FILE         MODE   ADDED CHANGED DELETED'.
	  03 FIL		PIC X(24) VALUE
	     '  UNCHGD TRAILER VERIFY'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '------------ ---- ------- ------- -------'.
	  03 FIL		PIC X(28) VALUE
	     ' ------- ------- ----------'.

       01 PRT-DETAIL.
	  03 PRT-FILE		PIC X(12).
	  03 FIL		PIC X(01).
	  03 PRT-MODE		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-ADD		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-CHG		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-DEL		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-SAME		PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-TRAILER	PIC Z(06)9.
	  03 FIL		PIC X(01).
	  03 PRT-VERIFY		PIC X(10).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'RUN NUMBER          :'.
	  03 PRT-END-RUN	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'PREVIOUS RUN        :'.
	  03 PRT-END-PREV	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'EXTRACT MODE        :'.
	  03 PRT-END-MODE	PIC X(30).

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'ROWS WRITTEN        :'.
	  03 PRT-END-ROWS	PIC Z(06)9.

       01 PRT-END5.
	  03 FIL		PIC X(22) VALUE
	     'RESULT              :'.
	  03 PRT-END-RESULT	PIC X(50).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Last Run:'.
	  03 LABEL COL + 2 PIC Z(05)9 FROM WS-LAST-RUN.
	  03 LABEL COL + 2 PIC 99/99/9999 FROM WS-LAST-EDIT.
	  03 LABEL COL + 2 PIC X(30) FROM WS-LAST-RESULT.
	  03 LABEL LINE 04 COL 04
	     'Write BI Nightly Extract?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcer'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcin'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbik'.
	   COPY '/z/y19b25/sp2/lib/fd/dcbix'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * The practice data must never reach the committee's dashboard.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 4 TO RETURN-CODE
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   MOVE CFIG-BI-RUN-NO	 TO WS-LAST-RUN.
	   MOVE CFIG-BI-LAST-DMY TO WS-LAST-EDIT.
	   IF CFIG-BI-RUN-NO = ZEROS
	      MOVE 'NEVER RUN' TO WS-LAST-RESULT
	   ELSE
	      IF CFIG-BI-LAST-OK = 'Y'
		 MOVE 'CHECKED OK' TO WS-LAST-RESULT
	      ELSE
		 MOVE 'FAILED - NEXT RUN IS FULL' TO WS-LAST-RESULT.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE 'BI Nightly Extract' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

      * Signals BPJOB "declined / did not run" until the work below
      * actually completes.
	   MOVE 4 TO RETURN-CODE.
	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.
	   CLOSE CFIG-FILE.

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

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

      * The key map is started on first use, as the backup catalog is.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O BIK-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT BIK-FILE
	      CLOSE BIK-FILE
	      OPEN I-O BIK-FILE.

	   OPEN INPUT STD-FILE.
	   OPEN INPUT FA-FILE.
	   OPEN INPUT CB-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN INPUT BR-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN INPUT MB-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT ER-FILE.
	   OPEN INPUT RS-FILE.
	   OPEN INPUT IN-FILE.
	   OPEN INPUT RH-FILE.

      * A first run, or one after a run whose files did not check
      * out, reloads everything; otherwise only the changes go. The
      * run is marked unchecked until every file has been read back,
      * so a run that never finishes also forces the next one full.
	   MOVE CFIG-BI-RUN-NO TO WS-BI-PREV-RUN.
	   IF CFIG-BI-RUN-NO = ZEROS OR CFIG-BI-LAST-OK NOT = 'Y'
	      MOVE 'F' TO WS-BI-MODE
	   ELSE
	      MOVE 'I' TO WS-BI-MODE.
	   ADD 1 TO CFIG-BI-RUN-NO.
	   MOVE CFIG-BI-RUN-NO	TO WS-BI-RUN-NO.
	   MOVE 'N'		TO CFIG-BI-LAST-OK.
	   MOVE WS-TODAY-DMY	TO CFIG-BI-LAST-DMY.
	   REWRITE CFIG-REC.

	   MOVE WS-TODAY-DMY TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD TO WS-BI-RUN-YMD.

	   MOVE 'Y'   TO WS-ALL-OK.
	   MOVE ZEROS TO WS-TOT-ROWS.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   PERFORM STD-RTN THRU STD-RTN-END.
	   PERFORM FA-RTN  THRU FA-RTN-END.
	   PERFORM CB-RTN  THRU CB-RTN-END.
	   PERFORM CO-RTN  THRU CO-RTN-END.
	   PERFORM BR-RTN  THRU BR-RTN-END.
	   PERFORM EV-RTN  THRU EV-RTN-END.
	   PERFORM MB-RTN  THRU MB-RTN-END.
	   PERFORM FEE-RTN THRU FEE-RTN-END.
	   PERFORM ATT-RTN THRU ATT-RTN-END.
	   PERFORM ER-RTN  THRU ER-RTN-END.
	   PERFORM RS-RTN  THRU RS-RTN-END.
	   PERFORM IN-RTN  THRU IN-RTN-END.
	   PERFORM RH-RTN  THRU RH-RTN-END.

	   IF WS-ALL-OK = 'Y'
	      MOVE 'Y' TO CFIG-BI-LAST-OK
	      REWRITE CFIG-REC.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE STD-FILE.
	   CLOSE FA-FILE.
	   CLOSE CB-FILE.
	   CLOSE CO-FILE.
	   CLOSE BR-FILE.
	   CLOSE EV-FILE.
	   CLOSE MB-FILE.
	   CLOSE FEE-FILE.
	   CLOSE ATT-FILE.
	   CLOSE ER-FILE.
	   CLOSE RS-FILE.
	   CLOSE IN-FILE.
	   CLOSE RH-FILE.
	   CLOSE BIK-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

      * A file that did not read back against its trailer fails the
      * BPJOB step, so the chain stops and the run log shows it.
	   IF WS-ALL-OK = 'Y'
	      MOVE ZEROS TO RETURN-CODE
	   ELSE
	      MOVE 8 TO RETURN-CODE.

	0199-END. EXIT.

      ********************************************************************
      * Students - the date of birth goes as the year only; no
      * address, contact or medical detail leaves the system.
        STD-RTN.

	   MOVE 'ST'		 TO WS-BI-SET.
	   MOVE 'student'	 TO WS-BI-FILE.
	   MOVE 'bi-student.txt' TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO STD-RTN-END.

	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM STD-LOOP THRU STD-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        STD-RTN-END. EXIT.

        STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO STD-LOOP-END.

	   MOVE 'FA'		TO WS-FK-SET.
	   MOVE STD-FAMILY-CODE TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.
	   MOVE 'BR'		TO WS-FK-SET.
	   MOVE STD-BR-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-2.
	   MOVE 'MB'		TO WS-FK-SET.
	   MOVE STD-MB-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-3.

	   MOVE STD-DOB-DMY	TO WS-BI-DMY.
	   MOVE WS-BI-YYYY	TO WS-BI-YEAR.
	   MOVE STD-INACTIVE-DMY TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.
	   IF STD-IS-INACTIVE
	      MOVE 'N' TO WS-BI-FLAG
	   ELSE
	      MOVE 'Y' TO WS-BI-FLAG.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING STD-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  STD-NAME	  DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  STD-GENDER	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-YEAR	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-FLAG	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-2	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-3	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  STD-POSTCODE	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE STD-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        STD-LOOP-END. EXIT.

      ********************************************************************
      * Households - the name only; the billing contact and address
      * stay behind.
        FA-RTN.

	   MOVE 'FA'		   TO WS-BI-SET.
	   MOVE 'household'	   TO WS-BI-FILE.
	   MOVE 'bi-household.txt' TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO FA-RTN-END.

	   INITIALIZE FA-REC.
	   MOVE LOW-VALUES TO FA-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START FA-FILE KEY >= FA-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM FA-LOOP THRU FA-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        FA-RTN-END. EXIT.

        FA-LOOP.

	   READ FA-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO FA-LOOP-END.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING FA-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  FA-NAME	  DELIMITED BY '  '
		  INTO WS-BI-IMAGE.
	   MOVE FA-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        FA-LOOP-END. EXIT.

      ********************************************************************
        CB-RTN.

	   MOVE 'CB'		TO WS-BI-SET.
	   MOVE 'club'		TO WS-BI-FILE.
	   MOVE 'bi-club.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO CB-RTN-END.

	   INITIALIZE CB-REC.
	   MOVE LOW-VALUES TO CB-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START CB-FILE KEY >= CB-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM CB-LOOP THRU CB-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        CB-RTN-END. EXIT.

        CB-LOOP.

	   READ CB-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO CB-LOOP-END.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING CB-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  CB-NAME	  DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  CB-MAX-ROSTER	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE CB-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        CB-LOOP-END. EXIT.

      ********************************************************************
      * Coaches - no phone number.
        CO-RTN.

	   MOVE 'CO'		TO WS-BI-SET.
	   MOVE 'coach'		TO WS-BI-FILE.
	   MOVE 'bi-coach.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO CO-RTN-END.

	   INITIALIZE CO-REC.
	   MOVE LOW-VALUES TO CO-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START CO-FILE KEY >= CO-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM CO-LOOP THRU CO-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        CO-RTN-END. EXIT.

        CO-LOOP.

	   READ CO-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO CO-LOOP-END.

	   MOVE CO-QUAL-EXPIRY TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD      TO WS-D1-YMD.
	   MOVE CO-RATE	       TO WS-E-RATE.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING CO-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  CO-NAME	  DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  CO-QUALIFICATION DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-RATE	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE CO-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        CO-LOOP-END. EXIT.

      ********************************************************************
        BR-RTN.

	   MOVE 'BR'		TO WS-BI-SET.
	   MOVE 'branch'	TO WS-BI-FILE.
	   MOVE 'bi-branch.txt' TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO BR-RTN-END.

	   INITIALIZE BR-REC.
	   MOVE LOW-VALUES TO BR-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START BR-FILE KEY >= BR-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM BR-LOOP THRU BR-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        BR-RTN-END. EXIT.

        BR-LOOP.

	   READ BR-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO BR-LOOP-END.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING BR-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  BR-NAME	  DELIMITED BY '  '
		  INTO WS-BI-IMAGE.
	   MOVE BR-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        BR-LOOP-END. EXIT.

      ********************************************************************
        EV-RTN.

	   MOVE 'EV'		TO WS-BI-SET.
	   MOVE 'event'		TO WS-BI-FILE.
	   MOVE 'bi-event.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO EV-RTN-END.

	   INITIALIZE EV-REC.
	   MOVE LOW-VALUES TO EV-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START EV-FILE KEY >= EV-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM EV-LOOP THRU EV-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        EV-RTN-END. EXIT.

        EV-LOOP.

	   READ EV-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO EV-LOOP-END.

	   MOVE EV-DATE-DMY    TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD      TO WS-D1-YMD.
	   MOVE EV-ENTRY-FEE   TO WS-E-AMT1.
	   IF EV-IS-SANCTIONED
	      MOVE 'Y' TO WS-BI-FLAG
	   ELSE
	      MOVE 'N' TO WS-BI-FLAG.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING EV-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  EV-NAME	  DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  EV-MAX-ENTRIES  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-AMT1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-FLAG	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE EV-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        EV-LOOP-END. EXIT.

      ********************************************************************
        MB-RTN.

	   MOVE 'MB'		TO WS-BI-SET.
	   MOVE 'class'		TO WS-BI-FILE.
	   MOVE 'bi-class.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO MB-RTN-END.

	   INITIALIZE MB-REC.
	   MOVE LOW-VALUES TO MB-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START MB-FILE KEY >= MB-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM MB-LOOP THRU MB-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        MB-RTN-END. EXIT.

        MB-LOOP.

	   READ MB-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO MB-LOOP-END.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING MB-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  MB-NAME	  DELIMITED BY '  '
		  '|'		  DELIMITED BY SIZE
		  MB-FS-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  MB-AGE-MAX	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE MB-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        MB-LOOP-END. EXIT.

      ********************************************************************
      * Fee postings - a voided posting stays on FEE-FILE, so it
      * goes across as a change carrying the void flag.
        FEE-RTN.

	   MOVE 'FE'		TO WS-BI-SET.
	   MOVE 'fee'		TO WS-BI-FILE.
	   MOVE 'bi-fee.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO FEE-RTN-END.

	   INITIALIZE FEE-REC.
	   MOVE LOW-VALUES TO FEE-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START FEE-FILE KEY >= FEE-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM FEE-LOOP THRU FEE-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        FEE-RTN-END. EXIT.

        FEE-LOOP.

	   READ FEE-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO FEE-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE FEE-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.
	   MOVE 'EV'		TO WS-FK-SET.
	   MOVE FEE-EV-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-2.

	   MOVE FEE-DATE-DMY	TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.
	   MOVE FEE-AMOUNT	TO WS-E-AMT1.
	   MOVE FEE-TAX-AMOUNT	TO WS-E-AMT2.
	   MOVE FEE-DISC-AMOUNT TO WS-E-AMT3.
	   IF FEE-IS-VOID
	      MOVE 'Y' TO WS-BI-FLAG
	   ELSE
	      MOVE 'N' TO WS-BI-FLAG.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  FEE-SEQ	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  FEE-TYPE	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-AMT1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-AMT2	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-AMT3	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  FEE-FS-KEY	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  FEE-PERIOD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-2	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-FLAG	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE FEE-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        FEE-LOOP-END. EXIT.

      ********************************************************************
        ATT-RTN.

	   MOVE 'AT'		  TO WS-BI-SET.
	   MOVE 'attendance'	  TO WS-BI-FILE.
	   MOVE 'bi-attend.txt'	  TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO ATT-RTN-END.

	   INITIALIZE ATT-REC.
	   MOVE LOW-VALUES TO ATT-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START ATT-FILE KEY >= ATT-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM ATT-LOOP THRU ATT-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        ATT-RTN-END. EXIT.

        ATT-LOOP.

	   READ ATT-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO ATT-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE ATT-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.

	   MOVE ATT-DATE-DMY	TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  ATT-PRESENT	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  ATT-MAKEUP	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE ATT-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        ATT-LOOP-END. EXIT.

      ********************************************************************
        ER-RTN.

	   MOVE 'ER'		TO WS-BI-SET.
	   MOVE 'entry'		TO WS-BI-FILE.
	   MOVE 'bi-entry.txt'	TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO ER-RTN-END.

	   INITIALIZE ER-REC.
	   MOVE LOW-VALUES TO ER-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START ER-FILE KEY >= ER-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM ER-LOOP THRU ER-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        ER-RTN-END. EXIT.

        ER-LOOP.

	   READ ER-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO ER-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE ER-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.
	   MOVE 'EV'		TO WS-FK-SET.
	   MOVE ER-EV-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-2.

	   MOVE ER-REG-DMY	TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.
	   IF ER-IS-WAITLISTED
	      MOVE 'Y' TO WS-BI-FLAG
	   ELSE
	      MOVE 'N' TO WS-BI-FLAG.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-2	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  ER-CONSENT-FLAG DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-FLAG	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  ER-CATEGORY	  DELIMITED BY '  '
		  INTO WS-BI-IMAGE.
	   MOVE ER-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        ER-LOOP-END. EXIT.

      ********************************************************************
        RS-RTN.

	   MOVE 'RS'		TO WS-BI-SET.
	   MOVE 'result'	TO WS-BI-FILE.
	   MOVE 'bi-result.txt' TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO RS-RTN-END.

	   INITIALIZE RS-REC.
	   MOVE LOW-VALUES TO RS-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START RS-FILE KEY >= RS-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM RS-LOOP THRU RS-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        RS-RTN-END. EXIT.

        RS-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO RS-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE RS-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.
	   MOVE 'EV'		TO WS-FK-SET.
	   MOVE RS-EV-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-2.
	   MOVE RS-SCORE	TO WS-E-SCORE.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-2	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-E-SCORE	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  RS-PLACEMENT	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE RS-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        RS-LOOP-END. EXIT.

      ********************************************************************
      * Incidents - the severity and where it happened only; the
      * description and first aid given stay behind.
        IN-RTN.

	   MOVE 'IN'		  TO WS-BI-SET.
	   MOVE 'incident'	  TO WS-BI-FILE.
	   MOVE 'bi-incident.txt' TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO IN-RTN-END.

	   INITIALIZE IN-REC.
	   MOVE LOW-VALUES TO IN-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START IN-FILE KEY >= IN-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM IN-LOOP THRU IN-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        IN-RTN-END. EXIT.

        IN-LOOP.

	   READ IN-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO IN-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE IN-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.
	   MOVE 'EV'		TO WS-FK-SET.
	   MOVE IN-EV-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-2.

	   MOVE IN-DATE-DMY	TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  IN-SEQ	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  IN-SEVERITY	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-SK-2	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE IN-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        IN-LOOP-END. EXIT.

      ********************************************************************
        RH-RTN.

	   MOVE 'RH'		  TO WS-BI-SET.
	   MOVE 'promotion'	  TO WS-BI-FILE.
	   MOVE 'bi-promote.txt'  TO BIX-DATANAME.
	   PERFORM BI-OPEN-RTN THRU BI-OPEN-RTN-END.
	   IF WS-FILE-OK = 'N'
	      GO TO RH-RTN-END.

	   INITIALIZE RH-REC.
	   MOVE LOW-VALUES TO RH-KEY.
	   MOVE 'N' TO WS-SRC-EOF.
	   START RH-FILE KEY >= RH-KEY INVALID
		 MOVE 'Y' TO WS-SRC-EOF.
	   PERFORM RH-LOOP THRU RH-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.

	   PERFORM BI-CLOSE-RTN THRU BI-CLOSE-RTN-END.

        RH-RTN-END. EXIT.

        RH-LOOP.

	   READ RH-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO RH-LOOP-END.

	   MOVE 'ST'		TO WS-FK-SET.
	   MOVE RH-STD-KEY	TO WS-FK-KEY.
	   PERFORM BI-FK-RTN THRU BI-FK-RTN-END.
	   MOVE WS-FK-SK	TO WS-SK-1.

	   MOVE RH-DMY		TO WS-BI-DMY.
	   PERFORM BI-YMD-RTN THRU BI-YMD-RTN-END.
	   MOVE WS-BI-YMD	TO WS-D1-YMD.

	   MOVE SPACES TO WS-BI-IMAGE.
	   STRING WS-SK-1	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-D1-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  RH-RK-KEY	  DELIMITED BY SIZE
		  INTO WS-BI-IMAGE.
	   MOVE RH-KEY TO WS-BI-NAT-KEY.
	   PERFORM BI-ROW-RTN THRU BI-ROW-RTN-END.

        RH-LOOP-END. EXIT.

      ********************************************************************
      * Starts the next extract file with its header row.
        BI-OPEN-RTN.

	   MOVE ZEROS TO WS-CNT-ADD, WS-CNT-CHG, WS-CNT-DEL,
			 WS-CNT-SAME, WS-CNT-ROWS, WS-CNT-READ,
			 WS-CNT-TRAILER.
	   MOVE 'Y' TO WS-FILE-OK.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN OUTPUT BIX-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'N' TO WS-FILE-OK, WS-ALL-OK
	      MOVE 'NOT OPEN' TO PRT-VERIFY
	      PERFORM BI-PRINT-RTN THRU BI-PRINT-RTN-END
	      GO TO BI-OPEN-RTN-END.

	   MOVE SPACES TO BIX-REC.
	   STRING 'H|'		  DELIMITED BY SIZE
		  WS-BI-FILE	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-RUN-NO	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-PREV-RUN  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-RUN-YMD	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-MODE	  DELIMITED BY SIZE
		  INTO BIX-REC.
	   WRITE BIX-REC.

        BI-OPEN-RTN-END. EXIT.

      ********************************************************************
      * Matches the row in hand against what was last sent for its
      * natural key: new (or only ever referred to) goes as A, a
      * different image as C, the same image not at all - except on
      * a full reload, when every row goes as A.
        BI-ROW-RTN.

	   MOVE WS-BI-SET     TO BIK-SET.
	   MOVE WS-BI-NAT-KEY TO BIK-NAT-KEY.
	   MOVE 'Y' TO WS-BIK-FOUND.
	   READ BIK-FILE INVALID
		MOVE 'N' TO WS-BIK-FOUND.

	   IF WS-BIK-FOUND = 'N'
	      INITIALIZE BIK-DETAILS
	      MOVE ZEROS	 TO BIK-PADDING
	      MOVE WS-BI-SET	 TO BIK-SET
	      MOVE WS-BI-NAT-KEY TO BIK-NAT-KEY
	      PERFORM BI-SK-RTN THRU BI-SK-RTN-END.

	   EVALUATE TRUE
	     WHEN BIK-IMAGE = SPACES
		  MOVE 'A' TO WS-BI-ACTION
	     WHEN BIK-IMAGE NOT = WS-BI-IMAGE
		  MOVE 'C' TO WS-BI-ACTION
	     WHEN OTHER
		  MOVE 'S' TO WS-BI-ACTION
	   END-EVALUATE.
	   IF WS-BI-FULL
	      MOVE 'A' TO WS-BI-ACTION.

	   MOVE BIK-SK	      TO WS-BI-SK.
	   MOVE WS-BI-IMAGE   TO BIK-IMAGE.
	   MOVE WS-BI-RUN-NO  TO BIK-RUN-NO.
	   IF WS-BIK-FOUND = 'N'
	      WRITE BIK-REC
	   ELSE
	      REWRITE BIK-REC.

	   IF WS-BI-ACTION = 'S'
	      ADD 1 TO WS-CNT-SAME
	      GO TO BI-ROW-RTN-END.
	   IF WS-BI-ACTION = 'A'
	      ADD 1 TO WS-CNT-ADD
	   ELSE
	      ADD 1 TO WS-CNT-CHG.

	   ADD 1 TO WS-CNT-ROWS.
	   MOVE SPACES TO BIX-REC.
	   STRING 'D|'		  DELIMITED BY SIZE
		  WS-BI-ACTION	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-SK	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  WS-BI-IMAGE	  DELIMITED BY '  '
		  INTO BIX-REC.
	   WRITE BIX-REC.

        BI-ROW-RTN-END. EXIT.

      ********************************************************************
      * Surrogate key of a row another file refers to - drawn now,
      * with no image, if that row has not been met yet. A blank
      * reference is key zero.
        BI-FK-RTN.

	   MOVE ZEROS TO WS-FK-SK.
	   IF WS-FK-KEY = SPACES
	      GO TO BI-FK-RTN-END.

	   MOVE WS-FK-SET TO BIK-SET.
	   MOVE WS-FK-KEY TO BIK-NAT-KEY.
	   MOVE 'Y' TO WS-BIK-FOUND.
	   READ BIK-FILE INVALID
		MOVE 'N' TO WS-BIK-FOUND.

	   IF WS-BIK-FOUND = 'N'
	      INITIALIZE BIK-DETAILS
	      MOVE ZEROS     TO BIK-PADDING
	      MOVE WS-FK-SET TO BIK-SET
	      MOVE WS-FK-KEY TO BIK-NAT-KEY
	      PERFORM BI-SK-RTN THRU BI-SK-RTN-END
	      WRITE BIK-REC.

	   MOVE BIK-SK TO WS-FK-SK.

        BI-FK-RTN-END. EXIT.

        BI-SK-RTN.

	   ADD 1 TO CFIG-BI-SK-SEQ.
	   REWRITE CFIG-REC.
	   MOVE CFIG-BI-SK-SEQ TO BIK-SK.

        BI-SK-RTN-END. EXIT.

      ********************************************************************
      * Sends a deletion for every key of the set that was on file
      * last time but not this time, then closes the file with its
      * trailer and reads it back.
        BI-CLOSE-RTN.

	   MOVE WS-BI-SET   TO BIK-SET.
	   MOVE LOW-VALUES  TO BIK-NAT-KEY.
	   MOVE 'N' TO WS-BIK-EOF.
	   START BIK-FILE KEY >= BIK-KEY INVALID
		 MOVE 'Y' TO WS-BIK-EOF.
	   PERFORM BI-GONE-LOOP THRU BI-GONE-LOOP-END
		   UNTIL WS-BIK-EOF = 'Y'.

	   MOVE SPACES TO BIX-REC.
	   STRING 'T|'		  DELIMITED BY SIZE
		  WS-BI-FILE	  DELIMITED BY SPACE
		  '|'		  DELIMITED BY SIZE
		  WS-CNT-ROWS	  DELIMITED BY SIZE
		  INTO BIX-REC.
	   WRITE BIX-REC.
	   CLOSE BIX-FILE.
	   ADD WS-CNT-ROWS TO WS-TOT-ROWS.

	   PERFORM BI-VERIFY-RTN THRU BI-VERIFY-RTN-END.
	   PERFORM BI-PRINT-RTN THRU BI-PRINT-RTN-END.

        BI-CLOSE-RTN-END. EXIT.

      * On a full reload the file is the whole picture, so nothing
      * is sent - the key simply loses its image.
        BI-GONE-LOOP.

	   READ BIK-FILE NEXT END
		MOVE 'Y' TO WS-BIK-EOF
		GO TO BI-GONE-LOOP-END.

	   IF BIK-SET NOT = WS-BI-SET
	      MOVE 'Y' TO WS-BIK-EOF
	      GO TO BI-GONE-LOOP-END.

	   IF BIK-RUN-NO = WS-BI-RUN-NO OR BIK-IMAGE = SPACES
	      GO TO BI-GONE-LOOP-END.

	   MOVE SPACES TO BIK-IMAGE.
	   REWRITE BIK-REC.
	   IF WS-BI-FULL
	      GO TO BI-GONE-LOOP-END.

	   ADD 1 TO WS-CNT-DEL.
	   ADD 1 TO WS-CNT-ROWS.
	   MOVE SPACES TO BIX-REC.
	   STRING 'D|X|'	  DELIMITED BY SIZE
		  BIK-SK	  DELIMITED BY SIZE
		  '|'		  DELIMITED BY SIZE
		  BIK-NAT-KEY	  DELIMITED BY '  '
		  INTO BIX-REC.
	   WRITE BIX-REC.

        BI-GONE-LOOP-END. EXIT.

      ********************************************************************
      * The file passes when its detail rows, its trailer and the
      * rows written all agree.
        BI-VERIFY-RTN.

	   MOVE 'N' TO WS-TRAILER-SEEN.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT BIX-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO BI-VERIFY-FAIL.

	   MOVE 'N' TO WS-SRC-EOF.
	   PERFORM BI-VERIFY-LOOP THRU BI-VERIFY-LOOP-END
		   UNTIL WS-SRC-EOF = 'Y'.
	   CLOSE BIX-FILE.

	   IF WS-TRAILER-SEEN = 'Y'
	      AND WS-CNT-TRAILER = WS-CNT-READ
	      AND WS-CNT-READ = WS-CNT-ROWS
	      MOVE 'OK' TO PRT-VERIFY
	      GO TO BI-VERIFY-RTN-END.

        BI-VERIFY-FAIL.

	   MOVE 'N' TO WS-FILE-OK, WS-ALL-OK.
	   MOVE 'MISMATCH' TO PRT-VERIFY.

        BI-VERIFY-RTN-END. EXIT.

        BI-VERIFY-LOOP.

	   READ BIX-FILE NEXT END
		MOVE 'Y' TO WS-SRC-EOF
		GO TO BI-VERIFY-LOOP-END.

	   IF BIX-IS-DETAIL
	      ADD 1 TO WS-CNT-READ.

	   IF BIX-IS-TRAILER
	      MOVE 'Y' TO WS-TRAILER-SEEN
	      MOVE SPACES TO WS-V-COUNT-X
	      UNSTRING BIX-REC DELIMITED BY '|'
		       INTO WS-V-TYPE, WS-V-FILE, WS-V-COUNT-X
	      IF WS-V-COUNT NUMERIC
		 MOVE WS-V-COUNT TO WS-CNT-TRAILER
	      ELSE
		 MOVE 'N' TO WS-TRAILER-SEEN.

        BI-VERIFY-LOOP-END. EXIT.

      ********************************************************************
        BI-PRINT-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-BI-FILE	TO PRT-FILE.
	   IF WS-BI-FULL
	      MOVE 'FULL' TO PRT-MODE
	   ELSE
	      MOVE 'INCR' TO PRT-MODE.
	   MOVE WS-CNT-ADD	TO PRT-ADD.
	   MOVE WS-CNT-CHG	TO PRT-CHG.
	   MOVE WS-CNT-DEL	TO PRT-DEL.
	   MOVE WS-CNT-SAME	TO PRT-SAME.
	   MOVE WS-CNT-TRAILER	TO PRT-TRAILER.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        BI-PRINT-RTN-END. EXIT.

      ********************************************************************
        BI-YMD-RTN.

	   MOVE ZEROS TO WS-BI-YMD.
	   IF WS-BI-DMY = ZEROS
	      GO TO BI-YMD-RTN-END.

	   MOVE WS-BI-YYYY TO WS-BI-Y-YYYY.
	   MOVE WS-BI-MM   TO WS-BI-Y-MM.
	   MOVE WS-BI-DD   TO WS-BI-Y-DD.

        BI-YMD-RTN-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   MOVE WS-BI-RUN-NO	TO PRT-END-RUN.
	   MOVE WS-BI-PREV-RUN	TO PRT-END-PREV.
	   IF WS-BI-FULL
	      MOVE 'FULL RELOAD' TO PRT-END-MODE
	   ELSE
	      MOVE 'CHANGES SINCE PREVIOUS RUN' TO PRT-END-MODE.
	   MOVE WS-TOT-ROWS	TO PRT-END-ROWS.
	   IF WS-ALL-OK = 'Y'
	      MOVE 'ALL FILES CHECKED AGAINST THEIR TRAILERS'
		TO PRT-END-RESULT
	   ELSE
	      MOVE 'CHECK FAILED - THE NEXT RUN WILL BE A FULL RELOAD'
		TO PRT-END-RESULT.

	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.
	   WRITE PRINT-REC FROM PRT-END5.

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

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2.
	   WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
