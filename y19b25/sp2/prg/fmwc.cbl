       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMWC.

      * SAFEGUARDING CONCERN LOG FOR A STUDENT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Child-welfare concerns on
      *					WC-FILE - category, what was
      *					seen or said, actions taken,
      *					referral to an outside body
      *					and case status - for the
      *					welfare officer role only;
      *					each student opened is
      *					logged to SESS-FILE. Rows are
      *					closed, never deleted
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	View row's field name left
      *					blank - M rows carry one

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcwc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsess'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdwc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsess'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbwc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsess'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 08.

       01 WS-REC.
	  03 WS-L-DATE		  PIC 99/99/9999.
	  03 WS-L-CAT		  PIC X(10).
	  03 WS-L-STATUS	  PIC X(10).
	  03 WS-L-NARR		  PIC X(40).
	  03 WS-L-DATE-DMY	  PIC 9(08).
	  03 WS-L-SEQ		  PIC 9(02).

       01 WS-MISC.
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-STD-NAME	  PIC X(40).
	  03 WS-LOGGED-KEY	  PIC X(06).
	  03 WS-WC-EOF		  PIC X(01).
	  03 WS-DATE		  PIC X(01).
	  03 WS-DATE-DMY	  PIC 9(08).
	  03 WS-SEQ		  PIC 9(02).
	  03 WS-CATEGORY	  PIC X(01).
	  03 WS-NARR-1		  PIC X(60).
	  03 WS-NARR-2		  PIC X(60).
	  03 WS-NARR-3		  PIC X(60).
	  03 WS-ACTION-1	  PIC X(60).
	  03 WS-ACTION-2	  PIC X(60).
	  03 WS-REFER-BODY	  PIC X(30).
	  03 WS-REFER-REF	  PIC X(15).
	  03 WS-REFER-DMY	  PIC 9(08).
	  03 WS-CASE		  PIC X(01).
	  03 WS-SEQ-TXT		  PIC X(12).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'AC#:'.
	   03 ENTRY-FIELD 3-D ID 101 COL 18 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 LABEL COL + 3 PIC X(40) FROM WS-STD-NAME.
	   03 LABEL LINE 02.5 COL 04 'Date:'.
	   03 ENTRY-FIELD 3-D ID 102 COL 18 PIC 99/99/9999
	      USING WS-DATE-DMY.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 110.
	   03 LABEL COL + 3 PIC X(12) FROM WS-SEQ-TXT.
	   03 LABEL LINE 03.5 COL 04 'Category:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 18 PIC X(01)
	      USING WS-CATEGORY BELL UPPER.
	   03 LABEL COL + 2
	      '(D disclosure, B behaviour, A authorities, O other)'.
	   03 LABEL LINE 04.5 COL 04 'Concern:'.
	   03 ENTRY-FIELD 3-D ID 104 COL 18 PIC X(60)
	      USING WS-NARR-1.
	   03 ENTRY-FIELD 3-D ID 105 LINE 05.5 COL 18 PIC X(60)
	      USING WS-NARR-2.
	   03 ENTRY-FIELD 3-D ID 106 LINE 06.5 COL 18 PIC X(60)
	      USING WS-NARR-3.
	   03 LABEL LINE 07.5 COL 04 'Actions Taken:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 18 PIC X(60)
	      USING WS-ACTION-1.
	   03 ENTRY-FIELD 3-D ID 108 LINE 08.5 COL 18 PIC X(60)
	      USING WS-ACTION-2.
	   03 LABEL LINE 09.5 COL 04 'Referred To:'.
	   03 ENTRY-FIELD 3-D ID 109 COL 18 PIC X(30)
	      USING WS-REFER-BODY.
	   03 LABEL COL + 2 'Ref:'.
	   03 ENTRY-FIELD 3-D ID 111 COL + 1 PIC X(15)
	      USING WS-REFER-REF.
	   03 LABEL LINE 10.5 COL 04 'Referred On:'.
	   03 ENTRY-FIELD 3-D ID 112 COL 18 PIC 99/99/9999
	      USING WS-REFER-DMY.
	   03 LABEL COL + 3 'Case Status:'.
	   03 ENTRY-FIELD 3-D ID 113 COL + 2 PIC X(01)
	      USING WS-CASE BELL UPPER.
	   03 LABEL COL + 2 '(O open, M monitoring, C closed)'.
	   03 LABEL LINE 12 COL 04
	      'F4=save  F7=new concern  ENTER=recall the concern'.
	   03 LABEL LINE 13.5 COL 04 'Date'.
	   03 LABEL COL 16 'Category'.
	   03 LABEL COL 28 'Status'.
	   03 LABEL COL 40 'Concern'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 14.5 COL 04 SIZE 76 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,11,21,31)
	      DISPLAY-COLUMNS 	= (1,13,25,37)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcwc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsess'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.

      * Welfare officers only - refuse entry outright rather than
      * relying on the access matrix to keep the menu entry hidden.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckwelf' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckwelf'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN I-O   WC-FILE.
	   OPEN INPUT STD-FILE.

      * Floating Window
	   MOVE 'Safeguarding Concerns' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   INITIALIZE WS-MISC.
	   PERFORM NEW-RTN THRU NEW-RTN-END.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

	   CLOSE WINDOW S-WINDOW.
	   CLOSE WC-FILE.
	   CLOSE STD-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   UNLOCK WC-FILE.
	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF (K-F10 and S-CONTROL-ID = 102) OR KEY-STATUS = 110
	      CALL   '/v/cps/lib/std/x-hpcal' USING
		     WS-DATE-DMY, S-OK
	      CANCEL '/v/cps/lib/std/x-hpcal'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM STUDENT-RTN THRU STUDENT-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO 0100-MAIN.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F7
	      PERFORM NEW-RTN THRU NEW-RTN-END
	      MOVE 102 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK OR (K-ENTER AND S-CONTROL-ID NOT = 101)
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The keyed student; a different one from last time clears the
      * concern being keyed and is logged as a view before its list
      * is shown.
        STUDENT-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO STUDENT-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE SPACES TO WS-STD-NAME
		MOVE 100020 TO S-ERROR-CODE
		MOVE 101    TO S-CONTROL-ID
		GO TO STUDENT-RTN-END.
	   MOVE STD-NAME TO WS-STD-NAME.

	   IF WS-STD-KEY NOT = WS-LOGGED-KEY
	      PERFORM NEW-RTN THRU NEW-RTN-END
	      PERFORM VIEW-LOG-RTN THRU VIEW-LOG-RTN-END
	      MOVE WS-STD-KEY TO WS-LOGGED-KEY.

        STUDENT-RTN-END. EXIT.
      *******************************************************************
        VIEW-LOG-RTN.

	   ACCEPT SESS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'V' TO SESS-EVENT.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING SESS-DMY, SESS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-STD-KEY TO SESS-VIEW-STD-KEY.
	   MOVE SPACES     TO SESS-VIEW-FIELD.
	   OPEN EXTEND SESS-FILE.
	   WRITE SESS-VIEW-REC.
	   CLOSE SESS-FILE.

        VIEW-LOG-RTN-END. EXIT.
      *******************************************************************
      * F7, and a change of student: the entry fields start a new
      * concern dated today, open.
        NEW-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-DATE-DMY.
	   MOVE ZEROS  TO WS-SEQ, WS-REFER-DMY.
	   MOVE SPACES TO WS-CATEGORY, WS-NARR-1, WS-NARR-2, WS-NARR-3,
			  WS-ACTION-1, WS-ACTION-2, WS-REFER-BODY,
			  WS-REFER-REF.
	   MOVE 'O' TO WS-CASE.
	   MOVE 'NEW CONCERN' TO WS-SEQ-TXT.

        NEW-RTN-END. EXIT.
      *******************************************************************
      * F4: a new concern takes the next free sequence for its date;
      * a recalled one is rewritten in place.
        SAVE-RTN.

	   IF WS-DATE-DMY = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE 'D' TO WS-DATE.
	   CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		  WS-DATE, WS-DATE-DMY, S-ERROR-CODE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'.
	   IF S-ERROR-CODE NOT = ZEROS
	      MOVE 102 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-CATEGORY NOT = 'D' AND WS-CATEGORY NOT = 'B' AND
	      WS-CATEGORY NOT = 'A' AND WS-CATEGORY NOT = 'O'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-NARR-1 = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

      * A referral date goes with a body referred to.
	   IF WS-REFER-DMY NOT = ZEROS
	      IF WS-REFER-BODY = SPACES
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 109    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      MOVE 'D' TO WS-DATE
	      CALL   '/z/y19b25/sp2/lib/std/f-ckdate' USING
		     WS-DATE, WS-REFER-DMY, S-ERROR-CODE
	      CANCEL '/z/y19b25/sp2/lib/std/f-ckdate'
	      IF S-ERROR-CODE NOT = ZEROS
		 MOVE 112 TO S-CONTROL-ID
		 GO TO SAVE-RTN-END.

	   IF WS-CASE NOT = 'O' AND WS-CASE NOT = 'M' AND
	      WS-CASE NOT = 'C'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 113    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   IF WS-SEQ = ZEROS
	      INITIALIZE WC-REC
	      MOVE WS-STD-KEY  TO WC-STD-KEY
	      MOVE WS-DATE-DMY TO WC-DATE-DMY
	      PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END
	      ACCEPT WC-RECORDED-BY FROM ENVIRONMENT 'PA-USER-ID'
	   ELSE
	      MOVE WS-STD-KEY  TO WC-STD-KEY
	      MOVE WS-DATE-DMY TO WC-DATE-DMY
	      MOVE WS-SEQ      TO WC-SEQ
	      MOVE 'N' TO S-STATUS-CHECK
	      READ WC-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 102    TO S-CONTROL-ID
		   GO TO SAVE-RTN-END
	      END-READ.

	   MOVE WS-CATEGORY   TO WC-CATEGORY.
	   MOVE WS-NARR-1     TO WC-NARR-1.
	   MOVE WS-NARR-2     TO WC-NARR-2.
	   MOVE WS-NARR-3     TO WC-NARR-3.
	   MOVE WS-ACTION-1   TO WC-ACTION-1.
	   MOVE WS-ACTION-2   TO WC-ACTION-2.
	   MOVE WS-REFER-BODY TO WC-REFER-BODY.
	   MOVE WS-REFER-REF  TO WC-REFER-REF.
	   MOVE WS-REFER-DMY  TO WC-REFER-DMY.
	   MOVE WS-CASE	      TO WC-STATUS-FLAG.
	   ACCEPT WC-CHANGED-BY FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WC-CHANGED-DMY.
	   MOVE ZEROS	      TO WC-PADDING.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-SEQ = ZEROS
	      WRITE WC-REC
	   ELSE
	      REWRITE WC-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE WC-SEQ TO WS-SEQ.
	   MOVE SPACES TO WS-SEQ-TXT.
	   STRING 'CONCERN ' WC-SEQ DELIMITED BY SIZE INTO WS-SEQ-TXT.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination, the same as FMIN.
        FIND-SEQ-RTN.

	   MOVE 1 TO WC-SEQ.

	FIND-SEQ-LOOP.
	   READ WC-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO WC-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
      * The highlighted list row brought up into the entry fields.
        RECALL-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      GO TO RECALL-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-L-DATE-DMY = ZEROS
	      GO TO RECALL-RTN-END.

	   MOVE WS-STD-KEY    TO WC-STD-KEY.
	   MOVE WS-L-DATE-DMY TO WC-DATE-DMY.
	   MOVE WS-L-SEQ      TO WC-SEQ.
	   MOVE 'N' TO S-STATUS-CHECK.
	   READ WC-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO RECALL-RTN-END.
	   UNLOCK WC-FILE.

	   MOVE WC-DATE-DMY    TO WS-DATE-DMY.
	   MOVE WC-SEQ	       TO WS-SEQ.
	   MOVE WC-CATEGORY    TO WS-CATEGORY.
	   MOVE WC-NARR-1      TO WS-NARR-1.
	   MOVE WC-NARR-2      TO WS-NARR-2.
	   MOVE WC-NARR-3      TO WS-NARR-3.
	   MOVE WC-ACTION-1    TO WS-ACTION-1.
	   MOVE WC-ACTION-2    TO WS-ACTION-2.
	   MOVE WC-REFER-BODY  TO WS-REFER-BODY.
	   MOVE WC-REFER-REF   TO WS-REFER-REF.
	   MOVE WC-REFER-DMY   TO WS-REFER-DMY.
	   MOVE WC-STATUS-FLAG TO WS-CASE.
	   MOVE SPACES TO WS-SEQ-TXT.
	   STRING 'CONCERN ' WC-SEQ DELIMITED BY SIZE INTO WS-SEQ-TXT.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE WC-REC.
	   MOVE WS-STD-KEY TO WC-STD-KEY.
	   MOVE LOW-VALUES TO WC-DATE-DMY, WC-SEQ.
	   MOVE 'N' TO WS-WC-EOF.
	   START WC-FILE KEY >= WC-KEY INVALID
		 MOVE 'Y' TO WS-WC-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-WC-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ WC-FILE NEXT END
		MOVE 'Y' TO WS-WC-EOF
		GO TO LIST-1-LOOP-END.

	   IF WC-STD-KEY NOT = WS-STD-KEY
	      MOVE 'Y' TO WS-WC-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE WC-DATE-DMY TO WS-L-DATE, WS-L-DATE-DMY.
	   MOVE WC-SEQ	    TO WS-L-SEQ.
	   EVALUATE TRUE
	     WHEN WC-IS-DISCLOSURE MOVE 'DISCLOSURE' TO WS-L-CAT
	     WHEN WC-IS-BEHAVIOUR  MOVE 'BEHAVIOUR'  TO WS-L-CAT
	     WHEN WC-IS-AUTHORITY  MOVE 'AUTHORITY'  TO WS-L-CAT
	     WHEN OTHER		   MOVE 'OTHER'	     TO WS-L-CAT
	   END-EVALUATE.
	   EVALUATE TRUE
	     WHEN WC-IS-OPEN	   MOVE 'OPEN'	     TO WS-L-STATUS
	     WHEN WC-IS-MONITORING MOVE 'MONITORING' TO WS-L-STATUS
	     WHEN OTHER		   MOVE 'CLOSED'     TO WS-L-STATUS
	   END-EVALUATE.
	   MOVE WC-NARR-1   TO WS-L-NARR.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
