       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMPC.

      * APPROVE MEMBER-SUBMITTED CONTACT CHANGES
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Lists the PC-FILE changes
      *					PSWEB queued off the
      *					website, the value on file
      *					beside the one asked for;
      *					ENTER posts the selected
      *					change through STDH-FILE
      *					and the journal, F4 rejects
      *					it, and the submitter is
      *					told either way on NQ-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdloc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstdh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 18.

       01 WS-REC.
	  03 WS-PC-KEY		  PIC 9(06).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-FIELD		  PIC X(10).
	  03 WS-OLD		  PIC X(20).
	  03 WS-NEW		  PIC X(20).

       01 WS-MISC.
	  03 WS-PC-EOF		  PIC X(01).
	  03 WS-POST-OK		  PIC X(01).
	  03 WS-CUR-VALUE	  PIC X(40).
	  03 WS-FLD-LEN		  PIC 9(02).
	  03 WS-AT-COUNT	  PIC 9(02).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-DMY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).
	  03 WS-MSG		  PIC X(60).

      * The confirmation the submitter gets - WEBCHGA when the change
      * went on, WEBCHGR when the desk turned it down.
       01 WS-LT-KEY.
	  03 FIL		  PIC X(06) VALUE 'WEBCHG'.
	  03 WS-LT-TYPE		  PIC X(01).
	  03 FIL		  PIC X(01) VALUE SPACE.

      * A student-master change claims the same edit lock FMSTD takes,
      * so a change is never posted under an operator mid-edit.
	01 WS-LOCK-MISC.
	   03 WS-LOCK-PROG	PIC X(08) VALUE 'FMSTD'.
	   03 WS-LOCK-RECKEY	PIC X(08).
	   03 WS-LOCK-MODE	PIC X(01).
	   03 WS-LOCK-USER	PIC X(08).
	   03 WS-LOCK-OK	PIC X(01).

      * One row to the roll-forward journal for every posted change -
      * RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03).
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 02
	      'Web contact changes - ENTER approves, F4 rejects'.
	   03 LABEL LINE 02.5 COL 02 'Ref#'.
	   03 LABEL COL 10 'AC#'.
	   03 LABEL COL 18 'Field'.
	   03 LABEL COL 29 'On File'.
	   03 LABEL COL 51 'Requested'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 3.5 COL 02 SIZE 72 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,7,13,23,43)
	      DISPLAY-COLUMNS 	= (1,9,17,28,50)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcloc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   PC-FILE.
	   OPEN I-O   STD-FILE.
	   OPEN I-O   GD-FILE.
	   OPEN I-O   PU-FILE.
	   OPEN INPUT LOC-FILE.
	   OPEN I-O   NQ-FILE.
	   OPEN I-O   CFIG-FILE.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

      * Floating Window
	   MOVE 'Web Contact Changes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PC-FILE.
	   CLOSE STD-FILE.
	   CLOSE GD-FILE.
	   CLOSE PU-FILE.
	   CLOSE LOC-FILE.
	   CLOSE NQ-FILE.
	   CLOSE CFIG-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF K-F4
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM APPROVE-RTN THRU APPROVE-RTN-END
	      GO TO 0100-MAIN.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The change goes on through the file it belongs to, the value
      * it replaces kept on the PC row; a change that cannot go on
      * says why and stays pending for the desk to reject.
        APPROVE-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO APPROVE-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-PC-KEY = ZEROS
	      GO TO APPROVE-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO APPROVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PC-KEY TO PC-KEY.
	   READ PC-FILE INVALID
		GO TO APPROVE-RTN-END.
	   IF NOT PC-IS-PENDING
	      GO TO APPROVE-RTN-END.

	   PERFORM LEN-CHECK-RTN THRU LEN-CHECK-RTN-END.
	   IF PC-NEW-VALUE (WS-FLD-LEN + 1:) NOT = SPACES
	      MOVE 'New value is too long for the field' TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   MOVE 'N' TO WS-POST-OK.
	   MOVE SPACES TO WS-MSG.
	   EVALUATE TRUE
	     WHEN PC-ON-STD
		  PERFORM STD-POST-RTN THRU STD-POST-RTN-END
	     WHEN PC-ON-GD
		  PERFORM GD-POST-RTN THRU GD-POST-RTN-END
	     WHEN PC-ON-PU
		  PERFORM PU-POST-RTN THRU PU-POST-RTN-END
	   END-EVALUATE.

	   IF WS-POST-OK NOT = 'Y'
	      IF WS-MSG = SPACES
		 MOVE 'Change could not be posted' TO WS-MSG
	      END-IF
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   MOVE WS-CUR-VALUE TO PC-OLD-VALUE.
	   MOVE 'A'	     TO PC-STAGE.
	   MOVE WS-OPERATOR  TO PC-OPERATOR.
	   MOVE WS-TODAY-DMY TO PC-DONE-DMY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE PC-REC.

	   MOVE 'A' TO WS-LT-TYPE.
	   PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        APPROVE-RTN-END. EXIT.
      *******************************************************************
        REJECT-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO REJECT-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-PC-KEY = ZEROS
	      GO TO REJECT-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO REJECT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PC-KEY TO PC-KEY.
	   READ PC-FILE INVALID
		GO TO REJECT-RTN-END.
	   IF NOT PC-IS-PENDING
	      GO TO REJECT-RTN-END.

	   MOVE 'R'	     TO PC-STAGE.
	   MOVE WS-OPERATOR  TO PC-OPERATOR.
	   MOVE WS-TODAY-DMY TO PC-DONE-DMY.
	   REWRITE PC-REC.

	   MOVE 'R' TO WS-LT-TYPE.
	   PERFORM NQ-QUEUE-RTN THRU NQ-QUEUE-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        REJECT-RTN-END. EXIT.
      *******************************************************************
      * Room for the new value in the field it is going into.
        LEN-CHECK-RTN.

	   EVALUATE PC-FIELD
	     WHEN 'POSTCODE'	MOVE 04 TO WS-FLD-LEN
	     WHEN 'EMAIL'	MOVE 30 TO WS-FLD-LEN
	     WHEN 'MOBILE'	MOVE 30 TO WS-FLD-LEN
	     WHEN 'GD-PHONE'	MOVE 15 TO WS-FLD-LEN
	     WHEN 'GD-EMAIL'	MOVE 30 TO WS-FLD-LEN
	     WHEN 'PU-PHONE'	MOVE 15 TO WS-FLD-LEN
	     WHEN OTHER		MOVE 39 TO WS-FLD-LEN
	   END-EVALUATE.

        LEN-CHECK-RTN-END. EXIT.
      *******************************************************************
      * Student master fields. A postcode must be a locality on
      * LOC-FILE, the check FMSTD applies when one is keyed; the
      * STDH-FILE field names are the ones FMSTD logs under.
        STD-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PC-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'AC# is no longer on file' TO WS-MSG
		GO TO STD-POST-RTN-END.

	   IF PC-FIELD = 'POSTCODE'
	      MOVE 'N' TO S-STATUS-CHECK
	      INITIALIZE LOC-REC
	      MOVE PC-NEW-VALUE TO LOC-KEY
	      READ LOC-FILE INVALID
		   MOVE 'Postcode is not on the locality file'
			TO WS-MSG
		   GO TO STD-POST-RTN-END.

	   MOVE STD-KEY TO WS-LOCK-RECKEY.
	   MOVE 'C'     TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.
	   IF WS-LOCK-OK NOT = 'Y'
	      STRING 'Record currently being edited by ' WS-LOCK-USER
		 DELIMITED BY SIZE INTO WS-MSG
	      GO TO STD-POST-RTN-END.

	   EVALUATE PC-FIELD
	     WHEN 'ADD1'
		  MOVE STD-ADD1	    TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-ADD1
	     WHEN 'ADD2'
		  MOVE STD-ADD2	    TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-ADD2
	     WHEN 'ADD3'
		  MOVE STD-ADD3	    TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-ADD3
	     WHEN 'POSTCODE'
		  MOVE STD-POSTCODE TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-POSTCODE
	     WHEN 'EMAIL'
		  MOVE STD-EMAIL    TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-EMAIL
	     WHEN 'MOBILE'
		  MOVE STD-MOBILE   TO WS-CUR-VALUE
		  MOVE PC-NEW-VALUE TO STD-MOBILE
	   END-EVALUATE.

	   PERFORM HIST-RTN THRU HIST-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE STD-REC.
	   MOVE 'STD' TO WS-JRNL-TAG.
	   MOVE STD-REC TO WS-JRNL-IMAGE.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   MOVE 'R' TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.

	   MOVE 'Y' TO WS-POST-OK.

        STD-POST-RTN-END. EXIT.
      *******************************************************************
        GD-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PC-STD-KEY TO GD-KEY.
	   READ GD-FILE INVALID
		MOVE 'No guardian on file for this AC#' TO WS-MSG
		GO TO GD-POST-RTN-END.

	   IF PC-FIELD = 'GD-PHONE'
	      MOVE GD-PHONE	TO WS-CUR-VALUE
	      MOVE PC-NEW-VALUE TO GD-PHONE
	   ELSE
	      MOVE GD-EMAIL	TO WS-CUR-VALUE
	      MOVE PC-NEW-VALUE TO GD-EMAIL.

	   PERFORM HIST-RTN THRU HIST-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE GD-REC.
	   MOVE 'GD ' TO WS-JRNL-TAG.
	   MOVE GD-REC TO WS-JRNL-IMAGE.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   MOVE 'Y' TO WS-POST-OK.

        GD-POST-RTN-END. EXIT.
      *******************************************************************
        PU-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PC-STD-KEY TO PU-STD-KEY.
	   MOVE PC-PU-SEQ  TO PU-SEQ.
	   READ PU-FILE INVALID
		MOVE 'Pickup contact is no longer on file' TO WS-MSG
		GO TO PU-POST-RTN-END.

	   MOVE PU-PHONE     TO WS-CUR-VALUE.
	   MOVE PC-NEW-VALUE TO PU-PHONE.

	   PERFORM HIST-RTN THRU HIST-RTN-END.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE PU-REC.

	   MOVE 'Y' TO WS-POST-OK.

        PU-POST-RTN-END. EXIT.
      *******************************************************************
      * One STDH-FILE row against the student for whatever changed,
      * as FMSTD writes for a change keyed at the desk.
        HIST-RTN.

	   OPEN EXTEND STDH-FILE.
	   MOVE PC-STD-KEY   TO STDH-STD-KEY.
	   MOVE PC-FIELD     TO STDH-FIELD.
	   MOVE WS-CUR-VALUE TO STDH-OLD-VALUE.
	   MOVE PC-NEW-VALUE TO STDH-NEW-VALUE.
	   MOVE WS-OPERATOR  TO STDH-OPERATOR.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING STDH-DMY, STDH-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE STDH-REC.
	   CLOSE STDH-FILE.

        HIST-RTN-END. EXIT.
      *******************************************************************
        JRNL-RTN.

	   MOVE 'R' TO WS-JRNL-ACTION.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

        JRNL-RTN-END. EXIT.
      *******************************************************************
      * The decision goes back to whoever sent the change in - by
      * email when the web form gave an address, otherwise by SMS.
        NQ-QUEUE-RTN.

	   IF PC-SUBMITTER = SPACES
	      GO TO NQ-QUEUE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-NQ-SEQ.
	   REWRITE CFIG-REC.

	   INITIALIZE NQ-REC.
	   MOVE CFIG-NQ-SEQ	TO NQ-KEY.
	   MOVE 'P'		TO NQ-STATUS-FLAG.
	   MOVE ZEROS TO WS-AT-COUNT.
	   INSPECT PC-SUBMITTER TALLYING WS-AT-COUNT FOR ALL '@'.
	   IF WS-AT-COUNT > 0
	      MOVE 'E'		TO NQ-CHANNEL
	   ELSE
	      MOVE 'S'		TO NQ-CHANNEL.
	   MOVE PC-SUBMITTER	TO NQ-RECIPIENT.
	   MOVE WS-LT-KEY	TO NQ-LT-KEY.
	   MOVE PC-STD-KEY	TO NQ-STD-KEY.
	   MOVE WS-TODAY-DMY	TO NQ-QUEUED-DMY.
	   MOVE ZEROS		TO NQ-SENT-DMY, NQ-BATCH-NO.
	   MOVE SPACES		TO NQ-FAIL-REASON.
	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE NQ-REC.
	   MOVE 'N' TO S-STATUS-CHECK.

        NQ-QUEUE-RTN-END. EXIT.
      *******************************************************************
      * The value on file now, for the list's side-by-side view.
        CUR-VALUE-RTN.

	   MOVE SPACES TO WS-CUR-VALUE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   EVALUATE TRUE
	     WHEN PC-ON-STD
		  MOVE PC-STD-KEY TO STD-KEY
		  READ STD-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  EVALUATE PC-FIELD
		    WHEN 'ADD1'	    MOVE STD-ADD1     TO WS-CUR-VALUE
		    WHEN 'ADD2'	    MOVE STD-ADD2     TO WS-CUR-VALUE
		    WHEN 'ADD3'	    MOVE STD-ADD3     TO WS-CUR-VALUE
		    WHEN 'POSTCODE' MOVE STD-POSTCODE TO WS-CUR-VALUE
		    WHEN 'EMAIL'    MOVE STD-EMAIL    TO WS-CUR-VALUE
		    WHEN 'MOBILE'   MOVE STD-MOBILE   TO WS-CUR-VALUE
		  END-EVALUATE
	     WHEN PC-ON-GD
		  MOVE PC-STD-KEY TO GD-KEY
		  READ GD-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  IF PC-FIELD = 'GD-PHONE'
		     MOVE GD-PHONE TO WS-CUR-VALUE
		  ELSE
		     MOVE GD-EMAIL TO WS-CUR-VALUE
		  END-IF
	     WHEN PC-ON-PU
		  MOVE PC-STD-KEY TO PU-STD-KEY
		  MOVE PC-PU-SEQ  TO PU-SEQ
		  READ PU-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  MOVE PU-PHONE TO WS-CUR-VALUE
	   END-EVALUATE.

        CUR-VALUE-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE PC-REC.
	   MOVE ZEROS TO PC-KEY.
	   START PC-FILE KEY >= PC-KEY INVALID
		 MOVE 'Y' TO WS-PC-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-PC-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-PC-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.
	   UNLOCK STD-FILE.
	   UNLOCK GD-FILE.
	   UNLOCK PU-FILE.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ PC-FILE NEXT END
		MOVE 'Y' TO WS-PC-EOF
		GO TO LIST-1-LOOP-END.

	   IF NOT PC-IS-PENDING
	      GO TO LIST-1-LOOP-END.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.

	   INITIALIZE WS-REC.
	   MOVE PC-KEY		TO WS-PC-KEY.
	   MOVE PC-STD-KEY	TO WS-STD-KEY.
	   MOVE PC-FIELD	TO WS-FIELD.
	   MOVE WS-CUR-VALUE	TO WS-OLD.
	   MOVE PC-NEW-VALUE	TO WS-NEW.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Web Contact Changes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
