      *					students without a marketing
      *					opt-in on record; dunning
      *					and fee letters always print
      * VAN TZE SHAN	15/10/26 WO	PAA	Dunning runs skip
      *					students whose account is
      *					with the collection agency
      * VAN TZE SHAN	15/10/26 WO	PAA	Squad mode: a representative
      *					squad's open invitations from
      *					SM-FILE print without a saved
      *					filter, with <SQUAD> and
      *					<DEADLINE> tags; each letter
      *					printed is stamped on SM-FILE
      * VAN TZE SHAN	15/10/26 WO	PAA	Price notice mode: members a
      *					charge code bills are sent
      *					its next FP-FILE price rise,
      *					with <OLDAMT> and <NEWAMT> as
      *					monthly amounts and <EFFDATE>;
      *					the price row is stamped once
      *					the notices are out
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-HHMM		PIC X(07).
	  03 WS-LINE-SUB	PIC 9(02).
	  03 WS-SQ-SEASON	PIC 9(04).
	  03 WS-SQ-CAT		PIC X(10).
	  03 WS-SM-EOF		PIC X(01).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-DEADLINE-EDIT	PIC 99/99/9999.

      * Price notice selection and the rise being announced.
       01 WS-PN-MISC.
	  03 WS-PN-FS-KEY	PIC X(04).
	  03 WS-PN-EFF-YMD	PIC 9(08).
	  03 WS-PN-OLD-AMT	PIC 9(06)V9(02).
	  03 WS-PN-NEW-AMT	PIC 9(06)V9(02).
	  03 WS-PN-MONTHS	PIC 9(02).
	  03 WS-PN-OLD-MTH	PIC 9(06)V9(02).
	  03 WS-PN-NEW-MTH	PIC 9(06)V9(02).
	  03 WS-PN-EFF-EDIT	PIC 99/99/9999.
	  03 WS-AMT-EDIT	PIC ZZZ,ZZ9.99.
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-FP-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-LAST-STD	PIC X(06).

       01 WS-YMD-WORK		PIC 9(08).
       01 REDEFINES WS-YMD-WORK.
	  03 WS-YW-YYYY		PIC 9(04).
	  03 WS-YW-MM		PIC 9(02).
	  03 WS-YW-DD		PIC 9(02).

       01 WS-DMY-WORK		PIC 9(08).
       01 REDEFINES WS-DMY-WORK.
	  03 WS-DW-DD		PIC 9(02).
	  03 WS-DW-MM		PIC 9(02).
	  03 WS-DW-YYYY		PIC 9(04).

      * Tag substitution work fields.
       01 WS-SUB-MISC.
	  03 ENTRY-FIELD 3-D ID 105 LINE 05 COL + 2 PIC X(01)
	     USING WS-PROMO BELL UPPER.
	  03 LABEL COL + 2 '[Y = needs marketing opt-in]'.
	  03 LABEL LINE 06 COL 02 'Squad Season    :'.
	  03 ENTRY-FIELD 3-D ID 106 LINE 06 COL + 2 PIC 9(04)
	     USING WS-SQ-SEASON.
	  03 LABEL COL + 2 'Category:'.
	  03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC X(10)
	     USING WS-SQ-CAT BELL UPPER.
	  03 LABEL LINE 07 COL 04
	     '[squad invitations not yet printed - no filter needed]'.
	  03 LABEL LINE 08 COL 02 'Price Notice Code:'.
	  03 ENTRY-FIELD 3-D ID 108 LINE 08 COL + 2 PIC X(04)
	     USING WS-PN-FS-KEY BELL UPPER.
	  03 LABEL LINE 09 COL 04
	     '[members the code bills, told of its next price rise]'.
	  03 LABEL LINE 10 COL 02
	     'Run Mail-Merge Letter Print?'.
	  03 LABEL LINE 10 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 103 LINE 10 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfp'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   CANCEL 	'/z/y19b25/sp2/lib/std/f-gttid'.

	   MOVE 'Mail-Merge Letter Print' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	      MOVE 'N' TO S-RUN
	      GO TO 0199-END.

      * Squad mode takes its invitees off SM-FILE rather than a
      * saved filter, and the squad's own letter when none is keyed.
	   IF WS-SQ-SEASON NOT = ZEROS
	      PERFORM SQUAD-CHECK-RTN THRU SQUAD-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO 0100-MAIN
	      END-IF
	      MOVE 'N' TO S-RUN
	      PERFORM SQUAD-RUN-RTN THRU SQUAD-RUN-RTN-END
	      GO TO 0199-END.

      * Price notice mode writes to the members the charge code
      * bills, off CM-FILE rather than a saved filter.
	   IF WS-PN-FS-KEY NOT = SPACES
	      PERFORM PRICE-CHECK-RTN THRU PRICE-CHECK-RTN-END
	      IF S-ERROR-CODE NOT = ZEROS
		 GO TO 0100-MAIN
	      END-IF
	      MOVE 'N' TO S-RUN
	      PERFORM PRICE-RUN-RTN THRU PRICE-RUN-RTN-END
	      GO TO 0199-END.

	   IF WS-RUN-NAME = SPACES OR WS-LT-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID

      * A non-zero dunning selection merges only the students BPDUN
      * has stepped to exactly that level - one run per letter.
      * Accounts with the collection agency are the agency's to
      * chase and get no letter.
	   IF WS-DUN-LEVEL NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE STD-T-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   GO TO LETTER-LOOP-END
	      END-READ
	      IF STD-DUN-LEVEL NOT = WS-DUN-LEVEL OR STD-WITH-AGENCY
		 GO TO LETTER-LOOP-END.

      * A promotional run only writes to members with a marketing
		 STD-CONSENT-EMAIL NOT = 'Y'
		 GO TO LETTER-LOOP-END.

	   PERFORM LETTER-PRINT-RTN THRU LETTER-PRINT-RTN-END.

        LETTER-LOOP-END. EXIT.

      ********************************************************************
      * One merged letter for the student in STD-T-REC.
        LETTER-PRINT-RTN.

	   PERFORM BALANCE-RTN THRU BALANCE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.

	   ADD 1 TO WS-LETTER-COUNT.

        LETTER-PRINT-RTN-END. EXIT.

      ********************************************************************
        BODY-LINE-RTN.
	   MOVE WS-TODAY-EDIT TO WS-VALUE.
	   PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END.

	   IF WS-SQ-SEASON NOT = ZEROS
	      MOVE '<SQUAD>'	TO WS-TAG
	      MOVE 7		TO WS-TAG-LEN
	      MOVE SQ-DESC	TO WS-VALUE
	      PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END
	      MOVE '<DEADLINE>' TO WS-TAG
	      MOVE 10		TO WS-TAG-LEN
	      MOVE SM-DEADLINE-DMY TO WS-DEADLINE-EDIT
	      MOVE WS-DEADLINE-EDIT TO WS-VALUE
	      PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END.

	   IF WS-PN-FS-KEY NOT = SPACES
	      MOVE '<OLDAMT>'	TO WS-TAG
	      MOVE 8		TO WS-TAG-LEN
	      MOVE WS-PN-OLD-MTH TO WS-AMT-EDIT
	      MOVE WS-AMT-EDIT	TO WS-VALUE
	      PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END
	      MOVE '<NEWAMT>'	TO WS-TAG
	      MOVE 8		TO WS-TAG-LEN
	      MOVE WS-PN-NEW-MTH TO WS-AMT-EDIT
	      MOVE WS-AMT-EDIT	TO WS-VALUE
	      PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END
	      MOVE '<EFFDATE>'	TO WS-TAG
	      MOVE 9		TO WS-TAG-LEN
	      MOVE WS-PN-EFF-EDIT TO WS-VALUE
	      PERFORM TAG-SUB-RTN THRU TAG-SUB-RTN-END.

	   MOVE WS-LINE TO LTR-BODY.
	   WRITE PRINT-REC FROM LTR-BODY-LINE.


        TAG-SUB-RTN-END. EXIT.

      ********************************************************************
      * The squad must be on file with its invitations issued; its
      * letter template stands in when none is keyed.
        SQUAD-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-SQ-CAT = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO SQUAD-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT SQ-FILE.
	   MOVE WS-SQ-SEASON TO SQ-SEASON.
	   MOVE WS-SQ-CAT    TO SQ-CAT.
	   READ SQ-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   CLOSE SQ-FILE.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 106 TO S-CONTROL-ID
	      GO TO SQUAD-CHECK-RTN-END.

	   IF NOT SQ-IS-INVITED
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO SQUAD-CHECK-RTN-END.

	   IF WS-LT-KEY = SPACES
	      MOVE SQ-LT-KEY TO WS-LT-KEY.
	   IF WS-LT-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO SQUAD-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT LT-FILE.
	   MOVE WS-LT-KEY TO LT-KEY.
	   READ LT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   CLOSE LT-FILE.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID.

        SQUAD-CHECK-RTN-END. EXIT.

      ********************************************************************
      * One letter per invitation FMSL has issued (or moved up to a
      * reserve) that has not yet gone out; the print date on
      * SM-FILE keeps a rerun from writing to anyone twice.
        SQUAD-RUN-RTN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO SQUAD-RUN-RTN-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO SQUAD-RUN-RTN-END.

	   OPEN INPUT SQ-FILE.
	   OPEN I-O   SM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT LT-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SQ-SEASON TO SQ-SEASON.
	   MOVE WS-SQ-CAT    TO SQ-CAT.
	   READ SQ-FILE.
	   MOVE WS-LT-KEY TO LT-KEY.
	   READ LT-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE ZEROS TO WS-LETTER-COUNT.
	   MOVE 'Y'   TO WS-FIRST-PAGE.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.

	   INITIALIZE SM-REC.
	   MOVE SQ-KEY	   TO SM-SQ-KEY.
	   MOVE LOW-VALUES TO SM-STD-KEY.
	   MOVE 'N' TO WS-SM-EOF.
	   START SM-FILE KEY >= SM-KEY INVALID
		 MOVE 'Y' TO WS-SM-EOF.
	   PERFORM SQUAD-LOOP THRU SQUAD-LOOP-END
		   UNTIL WS-SM-EOF = 'Y'.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE SQ-FILE.
	   CLOSE SM-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE LT-FILE.

        SQUAD-RUN-RTN-END. EXIT.

      ********************************************************************
        SQUAD-LOOP.

	   READ SM-FILE NEXT END
		MOVE 'Y' TO WS-SM-EOF
		GO TO SQUAD-LOOP-END.

	   IF SM-SQ-KEY NOT = SQ-KEY
	      MOVE 'Y' TO WS-SM-EOF
	      GO TO SQUAD-LOOP-END.

	   IF NOT SM-IS-INVITED OR SM-LETTER-DMY NOT = ZEROS
	      GO TO SQUAD-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE SM-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO SQUAD-LOOP-END.

      * The letter routine addresses off the extract layout.
	   INITIALIZE STD-T-REC.
	   MOVE STD-KEY  TO STD-T-KEY.
	   MOVE STD-NAME TO STD-T-NAME.
	   MOVE STD-ADD1 TO STD-T-ADD1.
	   MOVE STD-ADD2 TO STD-T-ADD2.
	   MOVE STD-ADD3 TO STD-T-ADD3.

	   PERFORM LETTER-PRINT-RTN THRU LETTER-PRINT-RTN-END.

	   MOVE WS-TODAY-DMY TO SM-LETTER-DMY.
	   REWRITE SM-REC.

        SQUAD-LOOP-END. EXIT.

      ********************************************************************
      * The code must be on file with a rise still to come that has
      * not been announced; the rise is the first dated price after
      * today, measured against the price in force today.
        PRICE-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-LT-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO PRICE-CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT LT-FILE.
	   MOVE WS-LT-KEY TO LT-KEY.
	   READ LT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   CLOSE LT-FILE.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO PRICE-CHECK-RTN-END.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-TODAY-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.

	   OPEN INPUT FS-FILE.
	   OPEN INPUT FP-FILE.
	   MOVE WS-PN-FS-KEY TO FS-KEY.
	   READ FS-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 108 TO S-CONTROL-ID
	      GO TO PRICE-CHECK-CLOSE.

	   MOVE FS-AMOUNT TO WS-PN-OLD-AMT.
	   MOVE ZEROS	  TO WS-PN-EFF-YMD, WS-PN-NEW-AMT.
	   MOVE FS-KEY	   TO FP-FS-KEY.
	   MOVE LOW-VALUES TO FP-EFF-YMD.
	   MOVE 'N' TO WS-FP-EOF.
	   START FP-FILE KEY >= FP-KEY INVALID
		 MOVE 'Y' TO WS-FP-EOF.
	   PERFORM PRICE-FIND-LOOP THRU PRICE-FIND-LOOP-END
		   UNTIL WS-FP-EOF = 'Y'.

	   IF WS-PN-EFF-YMD = ZEROS
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO PRICE-CHECK-CLOSE.

	   IF WS-PN-NEW-AMT NOT > WS-PN-OLD-AMT
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO PRICE-CHECK-CLOSE.

	   MOVE WS-PN-FS-KEY  TO FP-FS-KEY.
	   MOVE WS-PN-EFF-YMD TO FP-EFF-YMD.
	   READ FP-FILE.
	   IF FP-NOTICE-DMY NOT = ZEROS
	      MOVE 100045 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO PRICE-CHECK-CLOSE.

      * The letter quotes monthly amounts whatever the code's cycle.
	   MOVE 1 TO WS-PN-MONTHS.
	   IF FS-IS-QUARTERLY
	      MOVE 3 TO WS-PN-MONTHS.
	   IF FS-IS-YEARLY
	      MOVE 12 TO WS-PN-MONTHS.
	   COMPUTE WS-PN-OLD-MTH ROUNDED = WS-PN-OLD-AMT / WS-PN-MONTHS.
	   COMPUTE WS-PN-NEW-MTH ROUNDED = WS-PN-NEW-AMT / WS-PN-MONTHS.

	   MOVE WS-PN-EFF-YMD TO WS-YMD-WORK.
	   MOVE WS-YW-DD      TO WS-DW-DD.
	   MOVE WS-YW-MM      TO WS-DW-MM.
	   MOVE WS-YW-YYYY    TO WS-DW-YYYY.
	   MOVE WS-DMY-WORK   TO WS-PN-EFF-EDIT.

	PRICE-CHECK-CLOSE.
	   CLOSE FS-FILE.
	   CLOSE FP-FILE.

        PRICE-CHECK-RTN-END. EXIT.

      ********************************************************************
      * Rows on or before today leave the latest in WS-PN-OLD-AMT;
      * the first row after today is the rise.
        PRICE-FIND-LOOP.

	   READ FP-FILE NEXT END
		MOVE 'Y' TO WS-FP-EOF
		GO TO PRICE-FIND-LOOP-END.

	   IF FP-FS-KEY NOT = WS-PN-FS-KEY
	      MOVE 'Y' TO WS-FP-EOF
	      GO TO PRICE-FIND-LOOP-END.

	   IF FP-EFF-YMD NOT > WS-TODAY-YMD
	      MOVE FP-AMOUNT TO WS-PN-OLD-AMT
	      GO TO PRICE-FIND-LOOP-END.

	   MOVE FP-EFF-YMD TO WS-PN-EFF-YMD.
	   MOVE FP-AMOUNT  TO WS-PN-NEW-AMT.
	   MOVE 'Y' TO WS-FP-EOF.

        PRICE-FIND-LOOP-END. EXIT.

      ********************************************************************
      * One letter per active student holding an open membership the
      * code bills - the club's members for a club-tied code, every
      * member otherwise - and of the code's class where it has one.
        PRICE-RUN-RTN.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO PRICE-RUN-RTN-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO PRICE-RUN-RTN-END.

	   OPEN INPUT FS-FILE.
	   OPEN I-O   FP-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT LT-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PN-FS-KEY TO FS-KEY.
	   READ FS-FILE.
	   MOVE WS-LT-KEY TO LT-KEY.
	   READ LT-FILE.

	   MOVE ZEROS  TO WS-LETTER-COUNT.
	   MOVE 'Y'    TO WS-FIRST-PAGE.
	   MOVE SPACES TO WS-LAST-STD.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.

	   INITIALIZE CM-REC.
	   MOVE 'N' TO WS-CM-EOF.
	   IF FS-CB-KEY = SPACES
	      MOVE LOW-VALUES TO CM-KEY
	      START CM-FILE KEY >= CM-KEY INVALID
		    MOVE 'Y' TO WS-CM-EOF
	      END-START
	   ELSE
	      MOVE FS-CB-KEY  TO CM-ALT-CB-KEY
	      MOVE LOW-VALUES TO CM-ALT-STD-KEY
	      START CM-FILE KEY >= CM-ALT-KEY1 INVALID
		    MOVE 'Y' TO WS-CM-EOF.
	   PERFORM PRICE-LOOP THRU PRICE-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PN-FS-KEY  TO FP-FS-KEY.
	   MOVE WS-PN-EFF-YMD TO FP-EFF-YMD.
	   READ FP-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	    NOT INVALID
		MOVE WS-TODAY-EDIT TO FP-NOTICE-DMY
		REWRITE FP-REC
	   END-READ.

	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE FS-FILE.
	   CLOSE FP-FILE.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE LT-FILE.

        PRICE-RUN-RTN-END. EXIT.

      ********************************************************************
      * On the student-first key a member of several clubs comes up
      * once per club - one letter is enough.
        PRICE-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO PRICE-LOOP-END.

	   IF FS-CB-KEY NOT = SPACES AND CM-ALT-CB-KEY NOT = FS-CB-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO PRICE-LOOP-END.

	   IF NOT CM-IS-OPEN OR CM-STD-KEY = WS-LAST-STD
	      GO TO PRICE-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE CM-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PRICE-LOOP-END.

	   IF STD-IS-INACTIVE
	      GO TO PRICE-LOOP-END.
	   IF FS-MB-KEY NOT = SPACES AND FS-MB-KEY NOT = STD-MB-KEY
	      GO TO PRICE-LOOP-END.

	   MOVE CM-STD-KEY TO WS-LAST-STD.

	   INITIALIZE STD-T-REC.
	   MOVE STD-KEY  TO STD-T-KEY.
	   MOVE STD-NAME TO STD-T-NAME.
	   MOVE STD-ADD1 TO STD-T-ADD1.
	   MOVE STD-ADD2 TO STD-T-ADD2.
	   MOVE STD-ADD3 TO STD-T-ADD3.

	   PERFORM LETTER-PRINT-RTN THRU LETTER-PRINT-RTN-END.

        PRICE-LOOP-END. EXIT.

      ********************************************************************
        BALANCE-RTN.

