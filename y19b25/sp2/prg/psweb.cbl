      *					applies, and every reject
      *					prints with its reason
      *					instead of dropping silently
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Referring member's AC# on a
      *					trial booking carried to the
      *					prospect; an unknown AC# is
      *					dropped and noted, not
      *					rejected
      * VAN TZE SHAN 	15/10/26 WO	PAA	Third line type C: a
      *					member's own address, phone
      *					or email change, queued on
      *					PC-FILE for FMPC approval
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	Web entry charge cleared of
      *					the tax and discount the
      *					sequence scan left in
      *					FEE-REC and carries its
      *					sales tax via F-GTTAX

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fccb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpu'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdcb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpu'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbcb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpu'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-ER-EOF		PIC X(01).
	  03 WS-REJECT		PIC X(01).
	  03 WS-REJECT-REASON	PIC X(30).
	  03 WS-REF-STD-KEY	PIC X(06).
	  03 WS-TRIAL-STATUS	PIC X(30).
	  03 WS-DATE		PIC X(01).
	  03 WS-CONF-COUNT	PIC 9(04).
	  03 WS-NEXT-WAIT-SEQ	PIC 9(04).
	  03 WS-ENTRY-COUNT	PIC 9(04).
	  03 WS-WAIT-COUNT	PIC 9(04).
	  03 WS-REJ-COUNT	PIC 9(04).
	  03 WS-CHG-COUNT	PIC 9(04).
	  03 WS-CHG-PU-SEQ	PIC 9(02).
	  03 WS-BAL-DELTA	PIC S9(08)V9(02).
	  03 WS-HHMM		PIC X(07).
	  03 WS-TODAY-DMY	PIC 9(08).
	     'LINES REJECTED      :'.
	  03 PRT-END-REJ	PIC Z(03)9.

       01 PRT-END5.
	  03 FIL		PIC X(22) VALUE
	     'CHANGES QUEUED      :'.
	  03 PRT-END-CHG	PIC Z(03)9.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Drop File :'.
	   COPY '/z/y19b25/sp2/lib/fd/dccb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpu'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	      MOVE 'web/ENQUIRY' TO WEB-DATANAME.

	   MOVE 'Web Enquiry Import' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   OPEN INPUT CB-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN I-O   CFIG-FILE.
	   OPEN I-O   PC-FILE.
	   OPEN INPUT PU-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   MOVE ZEROS TO WS-TRIAL-COUNT, WS-ENTRY-COUNT,
			 WS-WAIT-COUNT, WS-REJ-COUNT, WS-CHG-COUNT.
	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   MOVE 'Y' TO S-FIRST-PRINT.
	   PERFORM PRT-CONTROL THRU PRT-CONTROL-END.
	   MOVE WS-ENTRY-COUNT TO PRT-END-ENTRY.
	   MOVE WS-WAIT-COUNT  TO PRT-END-WAIT.
	   MOVE WS-REJ-COUNT   TO PRT-END-REJ.
	   MOVE WS-CHG-COUNT   TO PRT-END-CHG.
	   WRITE PRINT-REC FROM PRT-END AFTER 2.
	   WRITE PRINT-REC FROM PRT-END2.
	   WRITE PRINT-REC FROM PRT-END3.
	   WRITE PRINT-REC FROM PRT-END5.
	   WRITE PRINT-REC FROM PRT-END4.

	   CLOSE WEB-FILE.
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.
	   CLOSE PR-FILE, ER-FILE, EV-FILE, STD-FILE, CB-FILE,
		 FEE-FILE, CFIG-FILE, PC-FILE, PU-FILE.

	0199-END. EXIT.

		  PERFORM TRIAL-RTN THRU TRIAL-RTN-END
	     WHEN WEB-IS-ENTRY
		  PERFORM ENTRY-RTN THRU ENTRY-RTN-END
	     WHEN WEB-IS-CHANGE
		  PERFORM CHANGE-RTN THRU CHANGE-RTN-END
	     WHEN OTHER
		  MOVE 'UNKNOWN LINE TYPE' TO WS-REJECT-REASON
		  PERFORM REJECT-RTN THRU REJECT-RTN-END
		 GO TO TRIAL-RTN-END
	      END-IF.

      * The referral is worth a credit to the member later, so an AC#
      * that is not on file is dropped rather than guessed at - the
      * booking itself still stands.
	   MOVE WEB-REF-STD-KEY    TO WS-REF-STD-KEY.
	   MOVE 'PROSPECT WRITTEN' TO WS-TRIAL-STATUS.
	   IF WS-REF-STD-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-REF-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   MOVE SPACES TO WS-REF-STD-KEY
		   MOVE 'WRITTEN - REFERRER NOT ON FILE'
			TO WS-TRIAL-STATUS
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK.

	   INITIALIZE PR-REC.
	   ADD 1 TO CFIG-PR-SEQ.
	   MOVE CFIG-PR-SEQ	TO PR-KEY.
	   MOVE ZEROS		TO PR-TRIAL1-DMY, PR-TRIAL2-DMY,
				   PR-PADDING.
	   MOVE SPACES		TO PR-CONV-STD-KEY.
	   MOVE WS-REF-STD-KEY	TO PR-REF-STD-KEY.
	   MOVE SPACE		TO PR-REF-STAGE.
	   MOVE ZEROS		TO PR-REF-DMY, PR-REF-AMOUNT,
				   PR-REF-FEE-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE PR-REC.
	   IF S-STATUS-CHECK = 'Y'
	   ADD 1 TO WS-TRIAL-COUNT.
	   MOVE 'T'	   TO PRT-TYPE.
	   MOVE WEB-NAME   TO PRT-DETAILS.
	   MOVE WS-TRIAL-STATUS TO PRT-STATUS.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        TRIAL-RTN-END. EXIT.

        ENTRY-RTN-END. EXIT.

      ********************************************************************
      * A contact change is never posted straight from the web - it
      * waits on PC-FILE under the next PC number for the desk to
      * check in FMPC. The AC# must be on file, the field one FMPC
      * knows how to post, and a pickup phone must name a real row.
        CHANGE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WEB-CHG-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'AC# NOT ON FILE' TO WS-REJECT-REASON
		PERFORM REJECT-RTN THRU REJECT-RTN-END
		GO TO CHANGE-RTN-END.

	   INITIALIZE PC-REC.
	   MOVE WEB-CHG-FIELD TO PC-FIELD.
	   IF NOT PC-ON-STD AND NOT PC-ON-GD AND NOT PC-ON-PU
	      MOVE 'FIELD CANNOT BE CHANGED' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO CHANGE-RTN-END.

	   IF WEB-CHG-VALUE = SPACES
	      MOVE 'NEW VALUE MISSING' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO CHANGE-RTN-END.

	   MOVE ZEROS TO WS-CHG-PU-SEQ.
	   IF WEB-CHG-PU-SEQ NUMERIC
	      MOVE WEB-CHG-PU-SEQ TO WS-CHG-PU-SEQ.

	   IF PC-ON-PU
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WEB-CHG-STD-KEY TO PU-STD-KEY
	      MOVE WS-CHG-PU-SEQ   TO PU-SEQ
	      READ PU-FILE INVALID
		   MOVE 'PICKUP ROW NOT ON FILE' TO WS-REJECT-REASON
	      END-READ
	      MOVE 'N' TO S-STATUS-CHECK
	      IF WS-REJECT-REASON NOT = SPACES
		 PERFORM REJECT-RTN THRU REJECT-RTN-END
		 GO TO CHANGE-RTN-END
	      END-IF.

	   ADD 1 TO CFIG-PC-SEQ.
	   MOVE CFIG-PC-SEQ	TO PC-KEY.
	   MOVE WEB-CHG-STD-KEY	TO PC-STD-KEY.
	   MOVE WS-CHG-PU-SEQ	TO PC-PU-SEQ.
	   MOVE WEB-CHG-VALUE	TO PC-NEW-VALUE.
	   MOVE SPACES		TO PC-OLD-VALUE, PC-OPERATOR.
	   MOVE WEB-SUBMITTER	TO PC-SUBMITTER.
	   MOVE WS-TODAY-DMY	TO PC-RECV-DMY.
	   MOVE 'P'		TO PC-STAGE.
	   MOVE ZEROS		TO PC-DONE-DMY, PC-PADDING.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE PC-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE 'CHANGE WRITE FAILED' TO WS-REJECT-REASON
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO CHANGE-RTN-END.

	   ADD 1 TO WS-CHG-COUNT.
	   MOVE 'C'	    TO PRT-TYPE.
	   MOVE SPACES	    TO PRT-DETAILS.
	   STRING WEB-CHG-STD-KEY ' ' WEB-CHG-FIELD ' ' WEB-CHG-VALUE
		  DELIMITED BY SIZE INTO PRT-DETAILS.
	   MOVE 'QUEUED FOR APPROVAL' TO PRT-STATUS.
	   PERFORM PRT-DETAIL-RTN THRU PRT-DETAIL-RTN-END.

        CHANGE-RTN-END. EXIT.

      ********************************************************************
      * The FMER capacity rule: confirmed entries counted against
      * EV-MAX-ENTRIES, overflow waitlisted in arrival order.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-VOID-FLAG,
				   FEE-VOID-OPERATOR, FEE-VOID-HHMM,
				   FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TAX-AMOUNT, FEE-DISC-AMOUNT.
	   MOVE WEB-EV-KEY	TO FEE-EV-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
