       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSDRD.

      * DOOR DENIED-ENTRY LOG IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Reads the door
      *					controllers' log of refused
      *					cards and prints the desk's
      *					morning list - each refusal
      *					with who the card is and why
      *					it was kept out: outside its
      *					session times on DA-FILE, or
      *					the F-DRCHK reason it never
      *					made the list. Each member
      *					refused gets one CN-FILE
      *					note due today for the desk
      *					to resolve

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcdrd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcda'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fccn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fddrd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbdrd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'DOOR DENIED ENTRY LIST'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       78 T-NOTE-MAX		VALUE 500.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-DRD-EOF		PIC X(01).
	  03 WS-CN-FREE		PIC X(01).
	  03 WS-DMY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-HHMM		PIC X(07).
	  03 WS-DUN-LEVEL	PIC 9(01).
	  03 WS-REASON		PIC X(30).
	  03 WS-HOLDER-TYPE	PIC X(01).
	  03 WS-NAME		PIC X(40).
	  03 WS-ON-STD		PIC X(01).
	  03 WS-DENY-EDIT	PIC 99/99/9999.
	  03 WS-LINE-COUNT	PIC 9(06).
	  03 WS-STD-COUNT	PIC 9(06).
	  03 WS-STAFF-COUNT	PIC 9(06).
	  03 WS-UNKNOWN-COUNT	PIC 9(06).
	  03 WS-NOTE-COUNT	PIC 9(06).
	  03 PRT-START-HHMM	PIC X(07).

      * The members already given a note this run, so a student
      * refused at the door several times gets the one note.
       01 WS-NOTED-TABLE.
	  03 WS-NOTED-COUNT	PIC 9(03).
	  03 WS-NOTED-SUB	PIC 9(03).
	  03 WS-NOTED-FOUND	PIC X(01).
	  03 WS-NOTED-KEY	PIC X(06) OCCURS T-NOTE-MAX.

       01 PRT-HEADER.
	  03 PRT-COMPNAME	PIC X(50).
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 PRT-SYS-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 FIL		PIC X(07) VALUE 'PAGE :'.
	  03 PRT-PAGE-COUNT	PIC 9(04).

       01 PRT-HEADER2.
	  03 FIL		PIC X(50) VALUE
	     'REPORT TITLE: DOOR DENIED ENTRY LIST'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(40) VALUE
	     'DATE       TIME BR CARD     T NAME'.
	  03 FIL		PIC X(40) VALUE
	     '          REASON'.

       01 PRT-LINE.
	  03 FIL		PIC X(40) VALUE
	     '---------- ---- -- -------- - ----------'.
	  03 FIL		PIC X(40) VALUE
	     '--------- ------------------------------'.

       01 PRT-DETAIL.
	  03 PRT-DATE		PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-TIME		PIC 9(04).
	  03 FIL		PIC X(01).
	  03 PRT-BR-KEY		PIC X(02).
	  03 FIL		PIC X(01).
	  03 PRT-CARD		PIC X(08).
	  03 FIL		PIC X(01).
	  03 PRT-TYPE		PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-NAME		PIC X(19).
	  03 FIL		PIC X(01).
	  03 PRT-REASON		PIC X(30).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'REFUSALS READ       :'.
	  03 PRT-END-LINES	PIC Z(05)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'MEMBERS REFUSED     :'.
	  03 PRT-END-STD	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'STAFF REFUSED       :'.
	  03 PRT-END-STAFF	PIC Z(05)9.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'UNKNOWN CARDS       :'.
	  03 PRT-END-UNKNOWN	PIC Z(05)9.

       01 PRT-END5.
	  03 FIL		PIC X(22) VALUE
	     'FOLLOW-UP NOTES     :'.
	  03 PRT-END-NOTES	PIC Z(05)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Denied Log File :'.
	  03 LABEL COL + 2 PIC X(40) FROM DRD-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Import Door Denied Log?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcdrd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcda'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dccn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO DRD-DATANAME.
	   ACCEPT DRD-DATANAME FROM ENVIRONMENT 'PA-DOOR-DENIED-FILE'.
	   IF DRD-DATANAME = SPACE
	      MOVE 'door/DENIED-LOG' TO DRD-DATANAME.

	   MOVE 'Door Denied Log Import' TO S-WINDOW-TITLE.
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

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO 0199-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT DRD-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT STD-ARCH-FILE.
	   OPEN INPUT OPR-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN I-O   CN-FILE.
	   OPEN INPUT CFIG-FILE.

      * A night BPDRX did not run leaves no list to check against;
      * every refusal is then worked out afresh below.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT DA-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN OUTPUT DA-FILE
	      CLOSE DA-FILE
	      OPEN INPUT DA-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   MOVE CFIG-DR-DUN-LEVEL TO WS-DUN-LEVEL.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.
	   MOVE DRD-DATANAME TO WS-SPL-SEL.

	   MOVE ZEROS TO WS-LINE-COUNT, WS-STD-COUNT, WS-STAFF-COUNT,
			 WS-UNKNOWN-COUNT, WS-NOTE-COUNT,
			 WS-NOTED-COUNT, S-REC-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-DRD-EOF.
	   PERFORM DRD-LOOP THRU DRD-LOOP-END
		   UNTIL WS-DRD-EOF = 'Y'.

	   PERFORM PRT-ENDING THRU PRT-ENDING-END.

	   CLOSE DRD-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE DA-FILE.
	   CLOSE STD-FILE.
	   CLOSE STD-ARCH-FILE.
	   CLOSE OPR-FILE.
	   CLOSE CO-FILE.
	   CLOSE CN-FILE.
	   CLOSE CFIG-FILE.

	0199-END. EXIT.

      ********************************************************************
        DRD-LOOP.

	   READ DRD-FILE NEXT END
		MOVE 'Y' TO WS-DRD-EOF
		GO TO DRD-LOOP-END.

	   IF DRD-CARD = SPACES
	      GO TO DRD-LOOP-END.

	   ADD 1 TO WS-LINE-COUNT.
	   PERFORM REASON-RTN THRU REASON-RTN-END.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

	   EVALUATE TRUE
	     WHEN WS-HOLDER-TYPE = 'S'	ADD 1 TO WS-STD-COUNT
	     WHEN WS-HOLDER-TYPE = SPACE ADD 1 TO WS-UNKNOWN-COUNT
	     WHEN OTHER			ADD 1 TO WS-STAFF-COUNT
	   END-EVALUATE.

	   IF WS-ON-STD = 'Y'
	      PERFORM NOTE-RTN THRU NOTE-RTN-END.

        DRD-LOOP-END. EXIT.

      ********************************************************************
      * Who the card is and why the door kept it out. A card on the
      * list BPDRX sent for that day and branch was only there at the
      * wrong time; anything else is worked out the way BPDRX does -
      * students through F-DRCHK, then archived students, operators
      * and coaches by their own keys.
        REASON-RTN.

	   MOVE SPACES TO WS-REASON, WS-NAME, WS-HOLDER-TYPE.
	   MOVE 'N'    TO WS-ON-STD.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DRD-BR-KEY TO DA-BR-KEY.
	   MOVE DRD-CARD   TO DA-CARD.
	   READ DA-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE ZEROS TO DA-LIST-DMY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DRD-CARD TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE 'Y'      TO WS-ON-STD
		MOVE 'S'      TO WS-HOLDER-TYPE
		MOVE STD-NAME TO WS-NAME
	   END-READ.

	   IF DA-LIST-DMY = DRD-DATE-DMY
	      MOVE DA-HOLDER-TYPE TO WS-HOLDER-TYPE
	      MOVE DA-NAME	  TO WS-NAME
	      IF NOT DA-IS-STUDENT
		 MOVE 'N' TO WS-ON-STD
	      END-IF
	      MOVE 'OUTSIDE SESSION TIMES' TO WS-REASON
	      IF DA-WIN-COUNT = ZEROS
		 MOVE 'LISTED ALL DAY - CHECK DOOR' TO WS-REASON
	      END-IF
	      GO TO REASON-RTN-END.

	   IF WS-ON-STD = 'Y'
	      CALL   '/z/y19b25/sp2/lib/std/f-drchk' USING
		     STD-KEY, DRD-DATE-DMY, WS-DUN-LEVEL, WS-REASON
	      CANCEL '/z/y19b25/sp2/lib/std/f-drchk'
	      IF WS-REASON = SPACES
		 MOVE 'NO SESSION AT THIS BRANCH' TO WS-REASON
	      END-IF
	      GO TO REASON-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DRD-CARD TO STDA-KEY.
	   READ STD-ARCH-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE 'S'       TO WS-HOLDER-TYPE
		MOVE STDA-NAME TO WS-NAME
		MOVE 'ARCHIVED' TO WS-REASON
		GO TO REASON-RTN-END
	   END-READ.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DRD-CARD TO OPR-ID.
	   READ OPR-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE 'O'      TO WS-HOLDER-TYPE
		MOVE OPR-NAME TO WS-NAME
		IF OPR-IS-LOCKED
		   MOVE 'OPERATOR LOCKED' TO WS-REASON
		ELSE
		   MOVE 'STAFF NOT LISTED AT BRANCH' TO WS-REASON
		END-IF
		GO TO REASON-RTN-END
	   END-READ.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DRD-CARD TO CO-KEY.
	   READ CO-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		MOVE 'C'     TO WS-HOLDER-TYPE
		MOVE CO-NAME TO WS-NAME
		MOVE 'COACH - NO SESSION AT BRANCH' TO WS-REASON
		GO TO REASON-RTN-END
	   END-READ.

	   MOVE 'UNKNOWN CARD' TO WS-REASON.

        REASON-RTN-END. EXIT.

      ********************************************************************
      * On the student's contact notes due today, so PTFUP puts it on
      * the call-back sheet straight away - once per student however
      * many times the door refused the card.
        NOTE-RTN.

	   MOVE 'N' TO WS-NOTED-FOUND.
	   PERFORM NOTED-MATCH-RTN THRU NOTED-MATCH-RTN-END
		   VARYING WS-NOTED-SUB FROM 1 BY 1
		   UNTIL WS-NOTED-SUB > WS-NOTED-COUNT OR
			 WS-NOTED-FOUND = 'Y'.
	   IF WS-NOTED-FOUND = 'Y'
	      GO TO NOTE-RTN-END.
	   IF WS-NOTED-COUNT < T-NOTE-MAX
	      ADD 1 TO WS-NOTED-COUNT
	      MOVE STD-KEY TO WS-NOTED-KEY (WS-NOTED-COUNT).

	   INITIALIZE CN-REC.
	   MOVE STD-KEY	     TO CN-STD-KEY.
	   MOVE WS-TODAY-DMY TO CN-DATE-DMY.
	   MOVE ZEROS	     TO CN-SEQ.
	   MOVE 'N' TO WS-CN-FREE.
	   PERFORM CN-SEQ-RTN THRU CN-SEQ-RTN-END
		   UNTIL WS-CN-FREE = 'Y' OR CN-SEQ = 99.

	   MOVE DRD-DATE-DMY TO WS-DENY-EDIT.
	   MOVE 'PSDRD'	     TO CN-OPERATOR.
	   MOVE SPACES	     TO CN-NOTE.
	   STRING 'DOOR REFUSED BR ' DRD-BR-KEY ' ' WS-DENY-EDIT
		  ' - '		  DELIMITED BY SIZE
		  WS-REASON	  DELIMITED BY '  '
		  INTO CN-NOTE.
	   MOVE WS-TODAY-DMY TO CN-FUP-DMY.
	   MOVE SPACE	     TO CN-DONE-FLAG.
	   MOVE ZEROS	     TO CN-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE CN-REC INVALID
		 MOVE 'N' TO S-STATUS-CHECK
		 GO TO NOTE-RTN-END.
	   ADD 1 TO WS-NOTE-COUNT.

        NOTE-RTN-END. EXIT.

        NOTED-MATCH-RTN.

	   IF WS-NOTED-KEY (WS-NOTED-SUB) = STD-KEY
	      MOVE 'Y' TO WS-NOTED-FOUND.

        NOTED-MATCH-RTN-END. EXIT.

        CN-SEQ-RTN.

	   ADD 1 TO CN-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ CN-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'Y' TO WS-CN-FREE.

        CN-SEQ-RTN-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   ADD 1		TO S-REC-COUNT.
	   MOVE DRD-DATE-DMY	TO PRT-DATE.
	   MOVE DRD-TIME	TO PRT-TIME.
	   MOVE DRD-BR-KEY	TO PRT-BR-KEY.
	   MOVE DRD-CARD	TO PRT-CARD.
	   MOVE WS-HOLDER-TYPE	TO PRT-TYPE.
	   MOVE WS-NAME		TO PRT-NAME.
	   MOVE WS-REASON	TO PRT-REASON.
	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-DETAIL-RTN-END. EXIT.

      ********************************************************************
        PRT-ENDING.

	   IF LINAGE-COUNTER > 52
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE WS-LINE-COUNT	 TO PRT-END-LINES.
	   MOVE WS-STD-COUNT	 TO PRT-END-STD.
	   MOVE WS-STAFF-COUNT	 TO PRT-END-STAFF.
	   MOVE WS-UNKNOWN-COUNT TO PRT-END-UNKNOWN.
	   MOVE WS-NOTE-COUNT	 TO PRT-END-NOTES.
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
