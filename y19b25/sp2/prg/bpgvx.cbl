       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BPGVX.

      * GIFT VOUCHER EXPIRY RELEASE
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Releases what is left on
      *					gift vouchers expired before
      *					the keyed date from the CFIG
      *					voucher liability account to
      *					the income account mapped
      *					under *GVX, writes the
      *					journal to GLJ-FILE and
      *					prints the vouchers released
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Refused when signed on to
      *					the training copy

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcglj'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdgv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdglj'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbglj'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'GIFT VOUCHER EXPIRY RELEASE'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 WS-TRAINING		PIC X(01).
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-CUTOFF-DMY	PIC 9(08).
	  03 WS-CUTOFF-YMD	PIC 9(08).
	  03 WS-EXP-YMD		PIC 9(08).
	  03 WS-PERIOD		PIC 9(06).
	  03 WS-GV-EOF		PIC X(01).
	  03 WS-GV-COUNT	PIC 9(05).
	  03 WS-FACE-TOTAL	PIC 9(10)V9(02).
	  03 WS-REL-TOTAL	PIC 9(10)V9(02).
	  03 WS-DR-TOTAL	PIC 9(10)V9(02).
	  03 WS-CR-TOTAL	PIC 9(10)V9(02).
	  03 WS-SECTION		PIC X(01).
	  03 WS-TODAY-DMY	PIC 99/99/9999.
	  03 PRT-START-HHMM	PIC X(07).

       01 WS-CUTOFF-DATE	PIC 9(08).
       01 REDEFINES WS-CUTOFF-DATE.
	  03 WS-CD-DD		PIC 9(02).
	  03 WS-CD-MM		PIC 9(02).
	  03 WS-CD-YYYY		PIC 9(04).

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(43) VALUE
	     'REPORT TITLE: GIFT VOUCHER EXPIRY RELEASE'.
	  03 FIL		PIC X(17) VALUE 'EXPIRED BEFORE :'.
	  03 PRT-CUTOFF-DMY	PIC 99/99/9999.

       01 PRT-HEADER3.
	  03 FIL		PIC X(50) VALUE
	     'ACCOUNT  D/C       AMOUNT DESCRIPTION'.

       01 PRT-LINE.
	  03 FIL		PIC X(50) VALUE
	     '-------- --- ------------ ------------------------'.

       01 PRT-HEADER4.
	  03 FIL		PIC X(36) VALUE
	     'SERIAL PURCHASER'.
	  03 FIL		PIC X(43) VALUE
	     'ISSUED     EXPIRED          FACE   RELEASED'.

       01 PRT-LINE2.
	  03 FIL		PIC X(36) VALUE
	     '------ ---------------------------- '.
	  03 FIL		PIC X(43) VALUE
	     '---------- ---------- ---------- ----------'.

       01 PRT-DETAIL.
	  03 PRT-ACCT		PIC X(08).
	  03 FIL		PIC X(02).
	  03 PRT-DC		PIC X(01).
	  03 FIL		PIC X(02).
	  03 PRT-AMOUNT		PIC Z,ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-DESC		PIC X(30).

       01 PRT-VOUCHER.
	  03 PRT-V-KEY		PIC 9(06).
	  03 FIL		PIC X(01).
	  03 PRT-V-PURCHASER	PIC X(28).
	  03 FIL		PIC X(01).
	  03 PRT-V-ISSUE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-V-EXPIRY-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-V-FACE		PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-V-RELEASED	PIC ZZZ,ZZ9.99.

       01 PRT-V-TOTAL.
	  03 FIL		PIC X(07) VALUE SPACE.
	  03 PRT-V-COUNT	PIC ZZZZ9.
	  03 FIL		PIC X(46) VALUE ' VOUCHERS RELEASED'.
	  03 PRT-V-TOT-FACE	PIC ZZZ,ZZ9.99.
	  03 FIL		PIC X(01).
	  03 PRT-V-TOT-REL	PIC ZZZ,ZZ9.99.

       01 PRT-END.
	  03 FIL		PIC X(16) VALUE 'DEBIT TOTAL  :'.
	  03 PRT-END-DR		PIC Z,ZZZ,ZZ9.99.

       01 PRT-END2.
	  03 FIL		PIC X(16) VALUE 'CREDIT TOTAL :'.
	  03 PRT-END-CR		PIC Z,ZZZ,ZZ9.99.

       01 PRT-END3.
	  03 PRT-BALANCED	PIC X(30).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Release Vouchers Expired Before:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 99/99/9999
	     USING WS-CUTOFF-DMY.
	  03 LABEL LINE 04 COL 02
	     'Release Expired Gift Voucher Balances?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 102 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcgv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglm'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcglj'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   GV-FILE.
	   OPEN INPUT GLM-FILE.
	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-DMY, PRT-START-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-DMY TO WS-CUTOFF-DMY.

      * Nothing keyed on the training copy may reach the ledger.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   MOVE 'Gift Voucher Expiry Release' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE GV-FILE.
	   CLOSE GLM-FILE.
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

	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  'D', WS-CUTOFF-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

      * The release comes off the voucher liability account set up in
      * System Configuration.
	   IF CFIG-GL-GV-ACCT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO GLJ-DATANAME.
	   ACCEPT GLJ-DATANAME FROM ENVIRONMENT 'PA-GL-FILE'.
	   IF GLJ-DATANAME = SPACE
	      MOVE 'gl/GL-JOURNAL' TO GLJ-DATANAME.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

      * The release batch goes on after whatever BPGL has already
      * exported for the period.
	   OPEN EXTEND GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT GLJ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      CLOSE PRINT-FILE
	      GO TO 0199-END.

      * The journal is dated in the month of the cut-off date.
	   MOVE WS-CUTOFF-DMY TO WS-CUTOFF-DATE, WS-CUTOFF-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-CUTOFF-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   COMPUTE WS-PERIOD = (WS-CD-MM * 10000) + WS-CD-YYYY.
	   MOVE ZEROS TO WS-GV-COUNT, WS-FACE-TOTAL, WS-REL-TOTAL,
			 WS-DR-TOTAL, WS-CR-TOTAL.

	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'EXPIRED BEFORE ' WS-CD-DD '/' WS-CD-MM '/'
		  WS-CD-YYYY DELIMITED BY SIZE INTO WS-SPL-SEL.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   MOVE 'V' TO WS-SECTION.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   INITIALIZE GV-REC.
	   MOVE ZEROS TO GV-KEY.
	   MOVE 'N' TO WS-GV-EOF.
	   START GV-FILE KEY >= GV-KEY INVALID
		 MOVE 'Y' TO WS-GV-EOF.
	   PERFORM GV-LOOP THRU GV-LOOP-END
		   UNTIL WS-GV-EOF = 'Y'.

	   MOVE WS-GV-COUNT	TO PRT-V-COUNT.
	   MOVE WS-FACE-TOTAL	TO PRT-V-TOT-FACE.
	   MOVE WS-REL-TOTAL	TO PRT-V-TOT-REL.
	   WRITE PRINT-REC FROM PRT-LINE2.
	   WRITE PRINT-REC FROM PRT-V-TOTAL.

	   PERFORM JOURNAL-RTN THRU JOURNAL-RTN-END.
	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE GLJ-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

	0199-END. EXIT.

      ********************************************************************
      * An open voucher whose last valid day is before the cut-off
      * can no longer be redeemed - what is left on it is released
      * and the voucher closed so a second run finds nothing more.
        GV-LOOP.

	   READ GV-FILE NEXT END
		MOVE 'Y' TO WS-GV-EOF
		GO TO GV-LOOP-END.

	   IF NOT GV-IS-OPEN
	      GO TO GV-LOOP-END.

	   MOVE GV-EXPIRY-DMY TO WS-EXP-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXP-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-EXP-YMD NOT < WS-CUTOFF-YMD
	      GO TO GV-LOOP-END.

	   MOVE GV-REMAINING	TO GV-RELEASED.
	   MOVE WS-CUTOFF-DMY	TO GV-RELEASE-DMY.
	   MOVE ZEROS		TO GV-REMAINING.
	   MOVE 'E'		TO GV-STATUS-FLAG.
	   REWRITE GV-REC.

	   ADD 1		TO WS-GV-COUNT.
	   ADD GV-FACE-VALUE	TO WS-FACE-TOTAL.
	   ADD GV-RELEASED	TO WS-REL-TOTAL.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE GV-KEY		TO PRT-V-KEY.
	   MOVE GV-PURCHASER	TO PRT-V-PURCHASER.
	   MOVE GV-ISSUE-DMY	TO PRT-V-ISSUE-DMY.
	   MOVE GV-EXPIRY-DMY	TO PRT-V-EXPIRY-DMY.
	   MOVE GV-FACE-VALUE	TO PRT-V-FACE.
	   MOVE GV-RELEASED	TO PRT-V-RELEASED.
	   WRITE PRINT-REC FROM PRT-VOUCHER.

        GV-LOOP-END. EXIT.

      ********************************************************************
      * One debit of the total off the voucher liability account and
      * one credit to the income account mapped under the reserved
      * *GVX type - SUSPENSE when it is not mapped.
        JOURNAL-RTN.

	   MOVE 'J' TO WS-SECTION.
	   IF LINAGE-COUNTER > 50
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END
	   ELSE
	      WRITE PRINT-REC FROM PRT-HEADER3 AFTER 3
	      WRITE PRINT-REC FROM PRT-LINE.

	   IF WS-REL-TOTAL = ZEROS
	      GO TO JOURNAL-RTN-END.

	   MOVE CFIG-GL-GV-ACCT		TO GLJ-ACCT.
	   MOVE 'D'			TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-REL-TOTAL * 100.
	   MOVE 'EXPIRED GIFT VOUCHERS'	TO GLJ-DESC.
	   ADD WS-REL-TOTAL		TO WS-DR-TOTAL.
	   PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE '*GVX' TO GLM-KEY.
	   READ GLM-FILE INVALID
		MOVE 'SUSPENSE'	TO GLJ-ACCT
		MOVE 'UNMAPPED TYPE *GVX' TO GLJ-DESC
	   NOT INVALID
		MOVE GLM-ACCT	TO GLJ-ACCT
		MOVE GLM-DESC	TO GLJ-DESC
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE 'C'			TO GLJ-DC.
	   COMPUTE GLJ-AMOUNT = WS-REL-TOTAL * 100.
	   ADD WS-REL-TOTAL		TO WS-CR-TOTAL.
	   PERFORM GLJ-WRITE-RTN THRU GLJ-WRITE-RTN-END.

        JOURNAL-RTN-END. EXIT.

      ********************************************************************
        GLJ-WRITE-RTN.

	   MOVE WS-PERIOD TO GLJ-PERIOD.
	   WRITE GLJ-REC.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE GLJ-ACCT	TO PRT-ACCT.
	   MOVE GLJ-DC		TO PRT-DC.
	   COMPUTE PRT-AMOUNT = GLJ-AMOUNT / 100.
	   MOVE GLJ-DESC	TO PRT-DESC.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        GLJ-WRITE-RTN-END. EXIT.

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

	   MOVE WS-CUTOFF-DMY	TO PRT-CUTOFF-DMY.
	   MOVE S-PAGE-COUNT	TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   IF WS-SECTION = 'V'
	      WRITE PRINT-REC FROM PRT-HEADER4 AFTER 2
	      WRITE PRINT-REC FROM PRT-LINE2
	   ELSE
	      WRITE PRINT-REC FROM PRT-HEADER3 AFTER 2
	      WRITE PRINT-REC FROM PRT-LINE.

	PRT-CONTROL-END. EXIT.
      ********************************************************************
        PRT-ENDING.

	   MOVE WS-DR-TOTAL TO PRT-END-DR.
	   MOVE WS-CR-TOTAL TO PRT-END-CR.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.

	   IF WS-DR-TOTAL = WS-CR-TOTAL
	      MOVE '* JOURNAL BALANCED *'     TO PRT-BALANCED
	   ELSE
	      MOVE '* JOURNAL OUT OF BALANCE *' TO PRT-BALANCED.
	   WRITE PRINT-REC FROM PRT-END3 AFTER 2.

        PRT-ENDING-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
