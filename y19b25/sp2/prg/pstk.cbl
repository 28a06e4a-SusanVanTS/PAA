       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PSTK.

      * TICKET PRESALE DROP-FILE IMPORT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The online ticket shop's
      *					order lines loaded the way
      *					PSWEB loads the website
      *					form: each becomes a
      *					prepaid TK-FILE sale with
      *					its numbers drawn off the
      *					type's TT-FILE stock, and
      *					every reject prints with its
      *					reason - an order already
      *					loaded is not loaded twice
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctkp'.
	   COPY '/z/y19b25/sp2/lib/fd/fctk'.
	   COPY '/z/y19b25/sp2/lib/fd/fctt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtkp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtkp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'TICKET PRESALE IMPORT'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-TKP-EOF		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(30).
	  03 WS-DATE		PIC X(01).
	  03 WS-LAST-NO		PIC 9(07).
	  03 WS-LOAD-COUNT	PIC 9(04).
	  03 WS-TICKET-COUNT	PIC 9(06).
	  03 WS-REJ-COUNT	PIC 9(04).
	  03 WS-LOAD-VALUE	PIC 9(08)V9(02).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
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
	     'REPORT TITLE: TICKET PRESALE IMPORT'.

       01 PRT-HEADER3.
	  03 FIL		PIC X(60) VALUE
	     'EV   T QTY ORDER REF     STATUS/REASON'.

       01 PRT-DETAIL.
	  03 PRT-EV-KEY		PIC X(04).
	  03 FIL		PIC X(01).
	  03 PRT-CODE		PIC X(01).
	  03 FIL		PIC X(01).
	  03 PRT-QTY		PIC ZZ9.
	  03 FIL		PIC X(01).
	  03 PRT-REF		PIC X(12).
	  03 FIL		PIC X(04).
	  03 PRT-STATUS		PIC X(40).

       01 PRT-END.
	  03 FIL		PIC X(22) VALUE
	     'ORDERS LOADED       :'.
	  03 PRT-END-LOAD	PIC Z(03)9.

       01 PRT-END2.
	  03 FIL		PIC X(22) VALUE
	     'TICKETS ISSUED      :'.
	  03 PRT-END-TICKETS	PIC Z(05)9.

       01 PRT-END3.
	  03 FIL		PIC X(22) VALUE
	     'VALUE PAID ONLINE   :'.
	  03 PRT-END-VALUE	PIC ZZ,ZZZ,ZZ9.99.

       01 PRT-END4.
	  03 FIL		PIC X(22) VALUE
	     'LINES REJECTED      :'.
	  03 PRT-END-REJ	PIC Z(03)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Drop File :'.
	  03 LABEL COL + 2 PIC X(40) FROM TKP-DATANAME.
	  03 LABEL LINE 03 COL 02
	     'Load Ticket Presales?'.
	  03 LABEL LINE 03 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 03 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctkp'.
	   COPY '/z/y19b25/sp2/lib/fd/dctk'.
	   COPY '/z/y19b25/sp2/lib/fd/dctt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

	   MOVE SPACE TO TKP-DATANAME.
	   ACCEPT TKP-DATANAME FROM ENVIRONMENT 'PA-PRESALE-FILE'.
	   IF TKP-DATANAME = SPACE
	      MOVE 'web/PRESALE' TO TKP-DATANAME.

	   MOVE 'Ticket Presale Import' TO S-WINDOW-TITLE.
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
	   OPEN INPUT TKP-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO 0199-END.

	   OPEN OUTPUT PRINT-FILE.
	   OPEN I-O   TK-FILE.
	   OPEN I-O   TT-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN I-O   CFIG-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE ZEROS TO WS-LOAD-COUNT, WS-TICKET-COUNT,
			 WS-REJ-COUNT, WS-LOAD-VALUE.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   MOVE 'N' TO WS-TKP-EOF.
	   PERFORM TKP-LOOP THRU TKP-LOOP-END
		   UNTIL WS-TKP-EOF = 'Y'.

	   REWRITE CFIG-REC.

	   MOVE WS-LOAD-COUNT	TO PRT-END-LOAD.
	   MOVE WS-TICKET-COUNT TO PRT-END-TICKETS.
	   MOVE WS-LOAD-VALUE	TO PRT-END-VALUE.
	   MOVE WS-REJ-COUNT	TO PRT-END-REJ.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END4.

	   CLOSE TKP-FILE.
	   CLOSE PRINT-FILE.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE TK-FILE, TT-FILE, EV-FILE, CFIG-FILE.

	0199-END. EXIT.

      ********************************************************************
      * One order line: the event and ticket type must be on file,
      * the reference new and the stock deep enough; the sale is
      * prepaid, at the online price or the list price when the
      * line carries none.
        TKP-LOOP.

	   READ TKP-FILE NEXT END
		MOVE 'Y' TO WS-TKP-EOF
		GO TO TKP-LOOP-END.

	   MOVE SPACES TO WS-REJECT-REASON.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE TKP-EV-KEY TO EV-KEY.
	   READ EV-FILE INVALID
		MOVE 'EVENT NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO TKP-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE TKP-EV-KEY TO TT-EV-KEY.
	   MOVE TKP-CODE   TO TT-CODE.
	   READ TT-FILE INVALID
		MOVE 'TICKET TYPE NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO TKP-LOOP-END.

	   IF TKP-QTY NOT NUMERIC OR TKP-QTY = ZEROS
	      MOVE 'BAD QUANTITY' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	   IF TKP-REF = SPACES
	      MOVE 'ORDER REFERENCE MISSING' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	   IF TKP-AMOUNT NOT NUMERIC
	      MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	   IF TKP-DATE-DMY NOT = ZEROS
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate'
		     USING WS-DATE, TKP-DATE-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE ZEROS TO S-ERROR-CODE
		 MOVE 'BAD ORDER DATE' TO WS-REJECT-REASON
		 PERFORM REJECT-RTN THRU REJECT-RTN-END
		 GO TO TKP-LOOP-END
	      END-IF.

      * The same order reference already on file for the event is a
      * reload of a line taken before.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE TKP-REF TO TK-REF.
	   START TK-FILE KEY = TK-ALT-KEY2 INVALID
		 GO TO TKP-NEW-REF.
	   PERFORM REF-CHECK-RTN THRU REF-CHECK-RTN-END.
	   IF WS-REJECT-REASON NOT = SPACES
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	TKP-NEW-REF.
	   MOVE 'N' TO S-STATUS-CHECK.
	   COMPUTE WS-LAST-NO = TT-NEXT-NO + TKP-QTY - 1.
	   IF WS-LAST-NO > TT-LAST-NO
	      MOVE 'NOT ENOUGH TICKET STOCK' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	   INITIALIZE TK-REC.
	   ADD 1 TO CFIG-TK-SEQ.
	   MOVE TKP-EV-KEY	TO TK-EV-KEY, TK-ALT-EV-KEY.
	   MOVE CFIG-TK-SEQ	TO TK-SEQ.
	   MOVE 'PRESALE'	TO TK-OPERATOR.
	   MOVE TKP-REF		TO TK-REF.
	   MOVE TKP-CODE	TO TK-CODE.
	   MOVE TKP-QTY		TO TK-QTY.
	   MOVE TT-NEXT-NO	TO TK-FIRST-NO.
	   MOVE WS-LAST-NO	TO TK-LAST-NO.
	   MOVE 'P'		TO TK-CHANNEL.
	   MOVE 'O'		TO TK-PAY-METHOD.
	   IF TKP-AMOUNT = ZEROS
	      COMPUTE TK-AMOUNT = TT-PRICE * TKP-QTY
	   ELSE
	      MOVE TKP-AMOUNT	TO TK-AMOUNT.
	   IF TKP-DATE-DMY = ZEROS
	      MOVE WS-TODAY-DMY TO TK-DATE-DMY
	   ELSE
	      MOVE TKP-DATE-DMY TO TK-DATE-DMY.
	   MOVE WS-HHMM		TO TK-HHMM.
	   MOVE SPACE		TO TK-VOID-FLAG.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE TK-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'SALE WRITE FAILED' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO TKP-LOOP-END.

	   COMPUTE TT-NEXT-NO = WS-LAST-NO + 1.
	   REWRITE TT-REC.

	   ADD 1	 TO WS-LOAD-COUNT.
	   ADD TKP-QTY	 TO WS-TICKET-COUNT.
	   ADD TK-AMOUNT TO WS-LOAD-VALUE.
	   PERFORM PRT-LINE-RTN THRU PRT-LINE-RTN-END.
	   MOVE SPACES TO PRT-STATUS.
	   STRING 'LOADED - TICKETS ' TK-FIRST-NO '-' TK-LAST-NO
		  DELIMITED BY SIZE INTO PRT-STATUS.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        TKP-LOOP-END. EXIT.

      ********************************************************************
        REF-CHECK-RTN.

	   READ TK-FILE NEXT END
		GO TO REF-CHECK-RTN-END.

	   IF TK-REF NOT = TKP-REF
	      GO TO REF-CHECK-RTN-END.

	   IF TK-EV-KEY = TKP-EV-KEY AND TK-CODE = TKP-CODE
	      MOVE 'ORDER ALREADY LOADED' TO WS-REJECT-REASON
	      GO TO REF-CHECK-RTN-END.

	   GO TO REF-CHECK-RTN.

        REF-CHECK-RTN-END. EXIT.

      ********************************************************************
        REJECT-RTN.

	   ADD 1 TO WS-REJ-COUNT.
	   PERFORM PRT-LINE-RTN THRU PRT-LINE-RTN-END.
	   MOVE WS-REJECT-REASON TO PRT-STATUS.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        REJECT-RTN-END. EXIT.

      ********************************************************************
        PRT-LINE-RTN.

	   MOVE TKP-EV-KEY TO PRT-EV-KEY.
	   MOVE TKP-CODE   TO PRT-CODE.
	   MOVE TKP-REF	   TO PRT-REF.
	   IF TKP-QTY NUMERIC
	      MOVE TKP-QTY TO PRT-QTY
	   ELSE
	      MOVE ZEROS   TO PRT-QTY.

        PRT-LINE-RTN-END. EXIT.

      ********************************************************************
        PRT-DETAIL-RTN.

	   IF LINAGE-COUNTER > 58
	      PERFORM PRT-CONTROL THRU PRT-CONTROL-END.

	   WRITE PRINT-REC FROM PRT-DETAIL.

        PRT-DETAIL-RTN-END. EXIT.

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

	PRT-CONTROL-END. EXIT.
      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
