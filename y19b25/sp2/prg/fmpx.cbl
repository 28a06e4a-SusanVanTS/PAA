       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMPX.

      * PROTEST AND APPEAL REGISTER - LODGING AND JURY DECISIONS
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Registers a coach's
      *					protest against a bout result
      *					or a placing of an event on
      *					PX-FILE, the protest fee
      *					receipted to FEE-FILE; the
      *					jury decision is recorded
      *					against it, and only an
      *					upheld protest amends the
      *					result - original and new
      *					winner or place kept, later
      *					bouts reopened, the
      *					category's placings re-run
      *					and the fee refunded; a
      *					dismissed or withdrawn
      *					protest forfeits the fee
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcpx'.
	   COPY '/z/y19b25/sp2/lib/fd/fcdw'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fcts'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdpx'.
	   COPY '/z/y19b25/sp2/lib/fd/fddw'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdts'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbpx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbdw'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbts'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 10.
       78 T-AFF-MAX		  VALUE 128.

       01 WS-REC.
	  03 WS-L-PX-NO		  PIC 9(06).
	  03 WS-L-TYPE		  PIC X(01).
	  03 WS-L-CATEGORY	  PIC X(10).
	  03 WS-L-ROUND		  PIC 9(02).
	  03 WS-L-MATCH		  PIC 9(03).
	  03 WS-L-STD-KEY	  PIC X(06).
	  03 WS-L-STATUS	  PIC X(01).
	  03 WS-L-OLD		  PIC X(06).
	  03 WS-L-NEW		  PIC X(06).

       01 WS-MISC.
	  03 WS-EV-KEY		  PIC X(04).
	  03 WS-PX-NO		  PIC 9(06).
	  03 WS-TYPE		  PIC X(01).
	  03 WS-ED-CODE		  PIC X(03).
	  03 WS-CATEGORY	  PIC X(10).
	  03 WS-ROUND		  PIC 9(02).
	  03 WS-MATCH		  PIC 9(03).
	  03 WS-STD-KEY		  PIC X(06).
	  03 WS-FEE-STD-KEY	  PIC X(06).
	  03 WS-CO-KEY		  PIC X(04).
	  03 WS-LODGED-BY	  PIC X(30).
	  03 WS-FEE-AMOUNT	  PIC 9(06)V9(02).
	  03 WS-GROUNDS		  PIC X(60).
	  03 WS-DECISION	  PIC X(01).
	  03 WS-NEW-PLACE	  PIC 9(03).
	  03 WS-JURY		  PIC X(30).
	  03 WS-REASONS		  PIC X(60).
	  03 WS-STATUS-LINE	  PIC X(70).
	  03 WS-MSG		  PIC X(60).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-TODAY-EDIT	  PIC 99/99/9999.
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-HHMM		  PIC X(07).
	  03 WS-PX-EOF		  PIC X(01).
	  03 WS-DW-EOF		  PIC X(01).
	  03 WS-RS-EOF		  PIC X(01).
	  03 WS-TS-EOF		  PIC X(01).
	  03 WS-TS-OPEN-KEY	  PIC 9(06).
	  03 WS-FOUND		  PIC X(01).
	  03 WS-POSTED		  PIC X(01).
	  03 WS-OLD-KEY		  PIC X(06).
	  03 WS-NEW-KEY		  PIC X(06).
	  03 WS-OLD-PLACE	  PIC 9(03).
	  03 WS-PLACE		  PIC 9(03).
	  03 WS-LOSER		  PIC X(06).
	  03 WS-KNOCK-ON	  PIC 9(03).
	  03 WS-MAX-ROUND	  PIC 9(02).
	  03 WS-FINAL-MATCHES	  PIC 9(03).
	  03 WS-SEMI		  PIC 9(03).
	  03 WS-CUT-ROUND	  PIC 9(02).
	  03 WS-AFF-COUNT	  PIC 9(03).
	  03 WS-SUB		  PIC 9(03).
	  03 WS-DOC-NO		  PIC 9(06).
	  03 WS-EDIT-NO		  PIC 9(06).
	  03 WS-EDIT-COUNT	  PIC ZZ9.
	  03 WS-EDIT-PLACE	  PIC ZZ9.
	  03 WS-EDIT-PLACE2	  PIC ZZ9.
	  03 WS-HOLD-KEY.
	     05 WS-H-EV-KEY	  PIC X(04).
	     05 WS-H-ED-CODE	  PIC X(03).
	     05 WS-H-CATEGORY	  PIC X(10).
	     05 WS-H-ROUND	  PIC 9(02).
	     05 WS-H-MATCH	  PIC 9(03).

      * The FEE-FILE row FEE-POST-RTN is to write.
       01 WS-POST-MISC.
	  03 WS-POST-STD-KEY	  PIC X(06).
	  03 WS-POST-TYPE	  PIC X(01).
	  03 WS-POST-AMOUNT	  PIC 9(06)V9(02).
	  03 WS-POST-DESC	  PIC X(30).

       01 WS-BAL-DELTA		  PIC S9(08)V9(02).

      * Competitors of the protested category's semi-finals and
      * final - the ones whose posted placings the amendment may
      * move.
       01 WS-AFF-TABLE.
	  03 WS-AFF		  PIC X(06) OCCURS T-AFF-MAX.

      * One row to the roll-forward journal for every FEE-FILE row
      * written - RCVJRN replays these after a restore.
	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03) VALUE 'FEE'.
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
	01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 04 'Event Code:'.
	   03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC X(04)
	      USING WS-EV-KEY BELL UPPER.
	   03 PUSH-BUTTON 'F10 - Help Table' NO-TAB
	      COL + 1.5 LINES 13
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER 	= 1
	      TERMINATION-VALUE = 101.
	   03 LABEL LINE 01 COL 44 'Protest No:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC ZZZZZ9
	      USING WS-PX-NO.
	   03 LABEL COL + 2 '(0 = new)'.
	   03 LABEL LINE 02 COL 04 'Against:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(01)
	      USING WS-TYPE BELL UPPER.
	   03 LABEL COL + 2 '(B = bout, P = placing)'.
	   03 LABEL LINE 03 COL 04 'Discipline:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC X(03)
	      USING WS-ED-CODE BELL UPPER.
	   03 LABEL COL + 3 'Category:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC X(10)
	      USING WS-CATEGORY BELL UPPER.
	   03 LABEL COL + 3 'Round:'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC Z9
	      USING WS-ROUND.
	   03 LABEL COL + 3 'Match:'.
	   03 ENTRY-FIELD 3-D ID 107 COL + 2 PIC ZZ9
	      USING WS-MATCH.
	   03 LABEL LINE 04 COL 04 'Competitor AC#:'.
	   03 ENTRY-FIELD 3-D ID 108 COL + 2 PIC X(06)
	      USING WS-STD-KEY BELL UPPER.
	   03 LABEL COL + 3 'Fee Paid By AC#:'.
	   03 ENTRY-FIELD 3-D ID 112 COL + 2 PIC X(06)
	      USING WS-FEE-STD-KEY BELL UPPER.
	   03 LABEL LINE 05 COL 04 'Coach Code:'.
	   03 ENTRY-FIELD 3-D ID 109 COL + 2 PIC X(04)
	      USING WS-CO-KEY BELL UPPER.
	   03 LABEL COL + 3 'Lodged By:'.
	   03 ENTRY-FIELD 3-D ID 110 COL + 2 PIC X(30)
	      USING WS-LODGED-BY.
	   03 LABEL LINE 06 COL 04 'Protest Fee:'.
	   03 ENTRY-FIELD 3-D ID 111 COL + 2 PIC ZZZ,ZZ9.99
	      USING WS-FEE-AMOUNT.
	   03 LABEL LINE 07 COL 04 'Grounds:'.
	   03 ENTRY-FIELD 3-D ID 113 COL + 2 PIC X(60)
	      USING WS-GROUNDS.
	   03 LABEL LINE 08.5 COL 04 'Decision:'.
	   03 ENTRY-FIELD 3-D ID 114 COL + 2 PIC X(01)
	      USING WS-DECISION BELL UPPER.
	   03 LABEL COL + 2 '(U upheld, D dismissed, W withdrawn)'.
	   03 LABEL COL + 3 'New Place:'.
	   03 ENTRY-FIELD 3-D ID 115 COL + 2 PIC ZZ9
	      USING WS-NEW-PLACE.
	   03 LABEL LINE 09.5 COL 04 'Jury:'.
	   03 ENTRY-FIELD 3-D ID 116 COL + 2 PIC X(30)
	      USING WS-JURY.
	   03 LABEL LINE 10.5 COL 04 'Reasons:'.
	   03 ENTRY-FIELD 3-D ID 117 COL + 2 PIC X(60)
	      USING WS-REASONS.
	   03 LABEL LINE 11.5 COL 04 PIC X(70) FROM WS-STATUS-LINE.
	   03 LABEL LINE 12.5 COL 04
	      'F8=lodge protest  F6=record jury decision  ENTER=recall'.
	   03 LABEL LINE 14 COL 04 'No'.
	   03 LABEL COL 12 'T'.
	   03 LABEL COL 15 'Category'.
	   03 LABEL COL 26 'Rd'.
	   03 LABEL COL 30 'Mt'.
	   03 LABEL COL 35 'AC#'.
	   03 LABEL COL 43 'St'.
	   03 LABEL COL 47 'Was'.
	   03 LABEL COL 55 'Now'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 15 COL 04 SIZE 60 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,7,8,18,20,23,29,30,36)
	      DISPLAY-COLUMNS 	= (1,9,12,23,27,32,40,44,52)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcpx'.
	   COPY '/z/y19b25/sp2/lib/fd/dcdw'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcts'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   PX-FILE.
	   OPEN I-O   DW-FILE.
	   OPEN INPUT EV-FILE.
	   OPEN I-O   RS-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN I-O   FEE-FILE.
	   OPEN INPUT TS-FILE.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

      * Floating Window
	   MOVE 'Protest and Appeal Register' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE PX-FILE.
	   CLOSE DW-FILE.
	   CLOSE EV-FILE.
	   CLOSE RS-FILE.
	   CLOSE STD-FILE.
	   CLOSE CO-FILE.
	   CLOSE FEE-FILE.
	   CLOSE TS-FILE.
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

	   IF (K-F10 and S-CONTROL-ID = 101) OR KEY-STATUS = 101
	      CALL   '/z/y19b25/sp2/prg/hpev' USING WS-EV-KEY,S-OK
	      CANCEL '/z/y19b25/sp2/prg/hpev'
	      MOVE 101 TO S-CONTROL-ID
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF WS-EV-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO EV-KEY.
	   READ EV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 101 TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   IF K-F8
	      PERFORM LODGE-RTN THRU LODGE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM DECIDE-RTN THRU DECIDE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-PX-NO TO WS-PX-NO
	      END-IF.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-PX-NO NOT = ZEROS
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F8: a new protest against a decided bout or a placing on
      * file, with who lodged it, the grounds, and the fee taken -
      * receipted on the ledger of the competitor (or the AC# keyed
      * to pay it) when a member; a guest's fee is held on the
      * protest alone.
        LODGE-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-PX-NO NOT = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-TYPE NOT = 'B' AND WS-TYPE NOT = 'P'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-STD-KEY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-TYPE = 'B'
	      PERFORM BOUT-CHECK-RTN THRU BOUT-CHECK-RTN-END
	   ELSE
	      PERFORM PLACE-CHECK-RTN THRU PLACE-CHECK-RTN-END.
	   IF S-ERROR-CODE NOT = ZEROS
	      GO TO LODGE-RTN-END.

      * One open protest at a time against the same result.
	   PERFORM DUP-CHECK-RTN THRU DUP-CHECK-RTN-END.
	   IF WS-FOUND = 'Y'
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-CO-KEY NOT = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      MOVE WS-CO-KEY TO CO-KEY
	      READ CO-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 109    TO S-CONTROL-ID
		   GO TO LODGE-RTN-END
	      END-READ
	      IF WS-LODGED-BY = SPACES
		 MOVE CO-NAME TO WS-LODGED-BY.

	   IF WS-LODGED-BY = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 110    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-GROUNDS = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 113    TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   IF WS-FEE-AMOUNT = ZEROS
	      MOVE SPACES TO WS-FEE-STD-KEY.
	   IF WS-FEE-AMOUNT NOT = ZEROS AND WS-FEE-STD-KEY = SPACES
	      MOVE WS-STD-KEY TO STD-KEY
	      READ STD-FILE INVALID
		   CONTINUE
	      NOT INVALID
		   MOVE WS-STD-KEY TO WS-FEE-STD-KEY
	      END-READ
	   ELSE
	      IF WS-FEE-STD-KEY NOT = SPACES
		 MOVE WS-FEE-STD-KEY TO STD-KEY
		 READ STD-FILE INVALID
		      MOVE 100020 TO S-ERROR-CODE
		      MOVE 112    TO S-CONTROL-ID
		      GO TO LODGE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO LODGE-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   PERFORM PX-SEQ-RTN THRU PX-SEQ-RTN-END.
	   MOVE WS-PX-NO TO WS-EDIT-NO.

	   INITIALIZE PX-REC.
	   MOVE WS-PX-NO	TO PX-KEY, PX-ALT-PX-KEY.
	   MOVE WS-EV-KEY	TO PX-ALT-EV-KEY.
	   MOVE WS-TYPE		TO PX-TYPE.
	   IF WS-TYPE = 'B'
	      MOVE WS-ED-CODE	TO PX-ED-CODE
	      MOVE WS-CATEGORY	TO PX-CATEGORY
	      MOVE WS-ROUND	TO PX-ROUND
	      MOVE WS-MATCH	TO PX-MATCH.
	   MOVE WS-STD-KEY	TO PX-STD-KEY.
	   MOVE WS-CO-KEY	TO PX-CO-KEY.
	   MOVE WS-LODGED-BY	TO PX-LODGED-BY.
	   MOVE WS-TODAY-EDIT	TO PX-LODGE-DMY.
	   MOVE WS-HHMM		TO PX-LODGE-HHMM.
	   MOVE WS-OPERATOR	TO PX-LODGE-OPERATOR.
	   MOVE WS-GROUNDS	TO PX-GROUNDS.
	   MOVE WS-FEE-AMOUNT	TO PX-FEE-AMOUNT.
	   MOVE WS-FEE-STD-KEY	TO PX-FEE-STD-KEY.
	   MOVE 'O'		TO PX-STATUS-FLAG.

	   IF WS-FEE-STD-KEY NOT = SPACES
	      MOVE WS-FEE-STD-KEY TO WS-POST-STD-KEY
	      MOVE 'P'		  TO WS-POST-TYPE
	      MOVE WS-FEE-AMOUNT  TO WS-POST-AMOUNT
	      MOVE SPACES	  TO WS-POST-DESC
	      STRING 'PROTEST ' WS-EDIT-NO ' FEE'
		     DELIMITED BY SIZE INTO WS-POST-DESC
	      PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END
	      MOVE FEE-DATE-DMY	  TO PX-FEE-DMY
	      MOVE FEE-SEQ	  TO PX-FEE-SEQ
	      MOVE FEE-RCPT-NO	  TO PX-FEE-RCPT-NO.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE PX-REC.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 102 TO S-CONTROL-ID
	      GO TO LODGE-RTN-END.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE SPACES TO WS-MSG.
	   STRING 'Protest ' WS-EDIT-NO ' lodged'
		  DELIMITED BY SIZE INTO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        LODGE-RTN-END. EXIT.
      *******************************************************************
      * A bout may be protested once it has a result between two
      * sides, and only for one of them.
        BOUT-CHECK-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-CATEGORY	TO DW-CATEGORY.
	   MOVE WS-ROUND	TO DW-ROUND.
	   MOVE WS-MATCH	TO DW-MATCH.
	   READ DW-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 105    TO S-CONTROL-ID
		GO TO BOUT-CHECK-RTN-END.

	   IF DW-STD-KEY2 = SPACES OR DW-WINNER = SPACES
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 107    TO S-CONTROL-ID
	      GO TO BOUT-CHECK-RTN-END.

	   IF WS-STD-KEY NOT = DW-STD-KEY1 AND
	      WS-STD-KEY NOT = DW-STD-KEY2
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID.

        BOUT-CHECK-RTN-END. EXIT.
      *******************************************************************
      * A placing may be protested once it is on RS-FILE.
        PLACE-CHECK-RTN.

	   MOVE ZEROS  TO S-ERROR-CODE.
	   MOVE SPACES TO WS-ED-CODE, WS-CATEGORY.
	   MOVE ZEROS  TO WS-ROUND, WS-MATCH.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-STD-KEY TO RS-STD-KEY.
	   MOVE WS-EV-KEY  TO RS-EV-KEY.
	   READ RS-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 108    TO S-CONTROL-ID
		GO TO PLACE-CHECK-RTN-END.

	   IF RS-PLACEMENT = ZEROS
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 108    TO S-CONTROL-ID.

        PLACE-CHECK-RTN-END. EXIT.
      *******************************************************************
        DUP-CHECK-RTN.

	   MOVE 'N' TO WS-FOUND.
	   INITIALIZE PX-REC.
	   MOVE WS-EV-KEY TO PX-ALT-EV-KEY.
	   MOVE ZEROS	  TO PX-ALT-PX-KEY.
	   MOVE 'N' TO WS-PX-EOF.
	   START PX-FILE KEY >= PX-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PX-EOF.
	   PERFORM DUP-CHECK-LOOP THRU DUP-CHECK-LOOP-END
		   UNTIL WS-PX-EOF = 'Y' OR WS-FOUND = 'Y'.

        DUP-CHECK-RTN-END. EXIT.

        DUP-CHECK-LOOP.

	   READ PX-FILE NEXT END
		MOVE 'Y' TO WS-PX-EOF
		GO TO DUP-CHECK-LOOP-END.

	   IF PX-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-PX-EOF
	      GO TO DUP-CHECK-LOOP-END.

	   IF NOT PX-IS-OPEN OR PX-TYPE NOT = WS-TYPE
	      GO TO DUP-CHECK-LOOP-END.

	   IF WS-TYPE = 'B'
	      IF PX-ED-CODE = WS-ED-CODE AND
		 PX-CATEGORY = WS-CATEGORY AND
		 PX-ROUND = WS-ROUND AND PX-MATCH = WS-MATCH
		 MOVE 'Y' TO WS-FOUND
	      END-IF
	   ELSE
	      IF PX-STD-KEY = WS-STD-KEY
		 MOVE 'Y' TO WS-FOUND.

        DUP-CHECK-LOOP-END. EXIT.
      *******************************************************************
      * F6: the jury's decision on an open protest. Upheld, the
      * result is amended - the bout goes to the other side, or the
      * placing to the new place - and the fee refunded; dismissed
      * or withdrawn, the result stands and the fee is forfeit.
        DECIDE-RTN.

	   MOVE ZEROS TO S-ERROR-CODE.
	   IF WS-PX-NO = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DECIDE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PX-NO TO PX-KEY.
	   READ PX-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO DECIDE-RTN-END.

	   IF PX-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DECIDE-RTN-END.

	   IF NOT PX-IS-OPEN
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 114    TO S-CONTROL-ID
	      GO TO DECIDE-RTN-END.

	   IF WS-DECISION NOT = 'U' AND WS-DECISION NOT = 'D' AND
	      WS-DECISION NOT = 'W'
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 114    TO S-CONTROL-ID
	      GO TO DECIDE-RTN-END.

      * A jury decision names the jury and gives its reasons; a
      * withdrawal needs neither.
	   IF WS-DECISION NOT = 'W'
	      IF WS-JURY = SPACES
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 116    TO S-CONTROL-ID
		 GO TO DECIDE-RTN-END
	      END-IF
	      IF WS-REASONS = SPACES
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 117    TO S-CONTROL-ID
		 GO TO DECIDE-RTN-END.

	   IF WS-DECISION = 'U' AND PX-ON-PLACING
	      IF WS-NEW-PLACE = ZEROS
		 MOVE 200015 TO S-ERROR-CODE
		 MOVE 115    TO S-CONTROL-ID
		 GO TO DECIDE-RTN-END
	      END-IF
	      MOVE PX-STD-KEY	 TO RS-STD-KEY
	      MOVE PX-ALT-EV-KEY TO RS-EV-KEY
	      READ RS-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 108    TO S-CONTROL-ID
		   GO TO DECIDE-RTN-END
	      END-READ
	      IF WS-NEW-PLACE = RS-PLACEMENT
		 MOVE 100035 TO S-ERROR-CODE
		 MOVE 115    TO S-CONTROL-ID
		 GO TO DECIDE-RTN-END.

      * A bout reopened since by another upheld protest has no
      * result left to amend.
	   IF WS-DECISION = 'U' AND PX-ON-BOUT
	      MOVE PX-ALT-EV-KEY TO DW-EV-KEY
	      MOVE PX-ED-CODE	 TO DW-ED-CODE
	      MOVE PX-CATEGORY	 TO DW-CATEGORY
	      MOVE PX-ROUND	 TO DW-ROUND
	      MOVE PX-MATCH	 TO DW-MATCH
	      READ DW-FILE INVALID
		   MOVE 100020 TO S-ERROR-CODE
		   MOVE 105    TO S-CONTROL-ID
		   GO TO DECIDE-RTN-END
	      END-READ
	      IF DW-WINNER = SPACES OR DW-STD-KEY2 = SPACES
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 114    TO S-CONTROL-ID
		 GO TO DECIDE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DECIDE-RTN-END.

	   PERFORM CLOCK-RTN THRU CLOCK-RTN-END.
	   MOVE ZEROS TO WS-KNOCK-ON.

	   IF WS-DECISION = 'U'
	      IF PX-ON-BOUT
		 PERFORM AMEND-BOUT-RTN THRU AMEND-BOUT-RTN-END
	      ELSE
		 PERFORM AMEND-PLACE-RTN THRU AMEND-PLACE-RTN-END.

      * The amendment read other rows through the buffers - the
      * protest is read back before its decision goes on.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PX-NO TO PX-KEY.
	   READ PX-FILE INVALID
		GO TO DECIDE-RTN-END.

	   MOVE WS-DECISION	TO PX-STATUS-FLAG.
	   MOVE WS-JURY		TO PX-JURY.
	   MOVE WS-REASONS	TO PX-DECISION.
	   MOVE WS-TODAY-EDIT	TO PX-DEC-DMY.
	   MOVE WS-HHMM		TO PX-DEC-HHMM.
	   MOVE WS-OPERATOR	TO PX-DEC-OPERATOR.
	   MOVE WS-KNOCK-ON	TO PX-KNOCK-ON.
	   IF WS-DECISION = 'U'
	      IF PX-ON-BOUT
		 MOVE WS-OLD-KEY   TO PX-OLD-WINNER
		 MOVE WS-NEW-KEY   TO PX-NEW-WINNER
	      ELSE
		 MOVE WS-OLD-PLACE TO PX-OLD-PLACE
		 MOVE WS-NEW-PLACE TO PX-NEW-PLACE.

      * The fee follows the decision: back to the payer when the
      * protest succeeds, kept when it does not.
	   IF PX-FEE-DMY NOT = ZEROS
	      MOVE PX-FEE-STD-KEY TO WS-POST-STD-KEY
	      MOVE PX-FEE-AMOUNT  TO WS-POST-AMOUNT
	      MOVE PX-KEY	  TO WS-EDIT-NO
	      MOVE SPACES	  TO WS-POST-DESC
	      IF WS-DECISION = 'U'
		 MOVE 'R'	  TO WS-POST-TYPE, PX-FEE-ACTION
		 STRING 'PROTEST ' WS-EDIT-NO ' FEE REFUND'
			DELIMITED BY SIZE INTO WS-POST-DESC
	      ELSE
		 MOVE 'C'	  TO WS-POST-TYPE
		 MOVE 'F'	  TO PX-FEE-ACTION
		 STRING 'PROTEST ' WS-EDIT-NO ' FEE FORFEIT'
			DELIMITED BY SIZE INTO WS-POST-DESC
	      END-IF
	      PERFORM FEE-POST-RTN THRU FEE-POST-RTN-END
	      MOVE FEE-DATE-DMY	  TO PX-ACT-DMY
	      MOVE FEE-SEQ	  TO PX-ACT-SEQ
	      MOVE FEE-RCPT-NO	  TO PX-ACT-DOC-NO.

	   REWRITE PX-REC.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE SPACES TO WS-MSG.
	   IF WS-DECISION = 'U'
	      MOVE WS-KNOCK-ON TO WS-EDIT-COUNT
	      STRING 'Protest upheld - result amended, '
		     WS-EDIT-COUNT ' knock-on change(s)'
		     DELIMITED BY SIZE INTO WS-MSG
	   ELSE
	      MOVE 'Decision recorded - the result stands' TO WS-MSG.
	   PERFORM MSG-RTN THRU MSG-RTN-END.

        DECIDE-RTN-END. EXIT.
      *******************************************************************
      * An upheld bout protest: the other side takes the bout, and
      * the bracket above is re-run from it - a bye carries the new
      * winner straight on, a bout still to be fought just gets its
      * new side, and one already decided is reopened for the two
      * to fight again, the rounds paired off it withdrawn until
      * FMDW pairs them afresh. Placings the category had posted are
      * re-run from the amended bracket.
        AMEND-BOUT-RTN.

	   MOVE PX-ALT-EV-KEY	TO WS-H-EV-KEY.
	   MOVE PX-ED-CODE	TO WS-H-ED-CODE.
	   MOVE PX-CATEGORY	TO WS-H-CATEGORY.
	   MOVE PX-ROUND	TO WS-H-ROUND.
	   MOVE PX-MATCH	TO WS-H-MATCH.

	   PERFORM AFFECTED-RTN THRU AFFECTED-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-HOLD-KEY TO DW-KEY.
	   READ DW-FILE INVALID
		GO TO AMEND-BOUT-RTN-END.

	   MOVE DW-WINNER TO WS-OLD-KEY.
	   IF DW-WINNER = DW-STD-KEY1
	      MOVE DW-STD-KEY2 TO WS-NEW-KEY
	   ELSE
	      MOVE DW-STD-KEY1 TO WS-NEW-KEY.
	   MOVE WS-NEW-KEY TO DW-WINNER.
	   MOVE SPACE	   TO DW-WALKOVER.
	   MOVE WS-PX-NO   TO DW-PX-KEY.
	   REWRITE DW-REC.

	   IF WS-AFF-COUNT < T-AFF-MAX
	      ADD 1 TO WS-AFF-COUNT
	      MOVE WS-NEW-KEY TO WS-AFF (WS-AFF-COUNT).

	CASCADE-LOOP.
      * The next round's bout this one feeds: winners pair off in
      * match order, so match m goes to (m + 1) / 2, odd matches on
      * side 1.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   COMPUTE DW-ROUND = WS-H-ROUND + 1.
	   COMPUTE DW-MATCH = (WS-H-MATCH + 1) / 2.
	   READ DW-FILE INVALID
		GO TO CASCADE-DONE.

	   MOVE DW-ROUND TO WS-H-ROUND.
	   MOVE DW-MATCH TO WS-H-MATCH.

	   IF DW-STD-KEY1 = WS-OLD-KEY
	      MOVE WS-NEW-KEY TO DW-STD-KEY1
	      MOVE SPACE      TO DW-CHK1
	      MOVE ZEROS      TO DW-CHK-HHMM1
	   ELSE
	      IF DW-STD-KEY2 = WS-OLD-KEY
		 MOVE WS-NEW-KEY TO DW-STD-KEY2
		 MOVE SPACE	 TO DW-CHK2
		 MOVE ZEROS	 TO DW-CHK-HHMM2
	      ELSE
		 GO TO CASCADE-DONE.

	   IF DW-STD-KEY2 = SPACES
	      MOVE WS-NEW-KEY TO DW-WINNER
	      REWRITE DW-REC
	      GO TO CASCADE-LOOP.

	   IF DW-WINNER = SPACES
	      REWRITE DW-REC
	      GO TO CASCADE-DONE.

	   MOVE SPACES	   TO DW-WINNER.
	   MOVE SPACE	   TO DW-WALKOVER.
	   MOVE WS-PX-NO   TO DW-PX-KEY.
	   REWRITE DW-REC.
	   ADD 1 TO WS-KNOCK-ON.

	   MOVE WS-H-ROUND TO WS-CUT-ROUND.
	   PERFORM CUT-RTN THRU CUT-RTN-END.

	CASCADE-DONE.
	   IF WS-POSTED = 'Y'
	      PERFORM RERUN-RTN THRU RERUN-RTN-END.

        AMEND-BOUT-RTN-END. EXIT.
      *******************************************************************
      * Before anything moves: the category's top round, the
      * competitors of it and the round below, and whether their
      * placings were already posted to RS-FILE.
        AFFECTED-RTN.

	   MOVE ZEROS TO WS-MAX-ROUND, WS-AFF-COUNT.
	   MOVE 'N'   TO WS-POSTED.

	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   MOVE LOW-VALUES	TO DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM TOP-ROUND-LOOP THRU TOP-ROUND-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   MOVE LOW-VALUES	TO DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM AFFECTED-LOOP THRU AFFECTED-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

	   PERFORM POSTED-RTN THRU POSTED-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-AFF-COUNT.

        AFFECTED-RTN-END. EXIT.

        AFFECTED-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO AFFECTED-LOOP-END.

	   IF DW-EV-KEY NOT = WS-H-EV-KEY OR
	      DW-ED-CODE NOT = WS-H-ED-CODE OR
	      DW-CATEGORY NOT = WS-H-CATEGORY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO AFFECTED-LOOP-END.

	   IF DW-ROUND + 1 < WS-MAX-ROUND
	      GO TO AFFECTED-LOOP-END.

	   IF WS-AFF-COUNT < T-AFF-MAX
	      ADD 1 TO WS-AFF-COUNT
	      MOVE DW-STD-KEY1 TO WS-AFF (WS-AFF-COUNT).
	   IF DW-STD-KEY2 NOT = SPACES AND WS-AFF-COUNT < T-AFF-MAX
	      ADD 1 TO WS-AFF-COUNT
	      MOVE DW-STD-KEY2 TO WS-AFF (WS-AFF-COUNT).

        AFFECTED-LOOP-END. EXIT.

        POSTED-RTN.

	   MOVE WS-AFF (WS-SUB) TO RS-STD-KEY.
	   MOVE WS-H-EV-KEY	TO RS-EV-KEY.
	   READ RS-FILE INVALID
		GO TO POSTED-RTN-END.

	   IF RS-PLACEMENT > ZEROS AND RS-PLACEMENT < 4
	      MOVE 'Y' TO WS-POSTED.

        POSTED-RTN-END. EXIT.
      *******************************************************************
        TOP-ROUND-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO TOP-ROUND-LOOP-END.

	   IF DW-EV-KEY NOT = WS-H-EV-KEY OR
	      DW-ED-CODE NOT = WS-H-ED-CODE OR
	      DW-CATEGORY NOT = WS-H-CATEGORY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO TOP-ROUND-LOOP-END.

	   IF DW-ROUND > WS-MAX-ROUND
	      MOVE DW-ROUND TO WS-MAX-ROUND
	      MOVE ZEROS    TO WS-FINAL-MATCHES.
	   IF DW-ROUND = WS-MAX-ROUND
	      ADD 1 TO WS-FINAL-MATCHES.

        TOP-ROUND-LOOP-END. EXIT.
      *******************************************************************
      * The rounds paired off a reopened bout's round are withdrawn
      * - FMDW pairs them again once that round is decided anew.
        CUT-RTN.

	   INITIALIZE DW-REC.
	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   COMPUTE DW-ROUND = WS-CUT-ROUND + 1.
	   MOVE LOW-VALUES	TO DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM CUT-LOOP THRU CUT-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

        CUT-RTN-END. EXIT.

        CUT-LOOP.

	   READ DW-FILE NEXT END
		MOVE 'Y' TO WS-DW-EOF
		GO TO CUT-LOOP-END.

	   IF DW-EV-KEY NOT = WS-H-EV-KEY OR
	      DW-ED-CODE NOT = WS-H-ED-CODE OR
	      DW-CATEGORY NOT = WS-H-CATEGORY
	      MOVE 'Y' TO WS-DW-EOF
	      GO TO CUT-LOOP-END.

	   DELETE DW-FILE.
	   ADD 1 TO WS-KNOCK-ON.

        CUT-LOOP-END. EXIT.
      *******************************************************************
      * The category's posted placings re-run: every semi-finalist
      * and finalist of before and the new winner lose their 1st-3rd
      * place, and a bracket still complete posts afresh the way
      * FMDW's post placings does. One now waiting on a re-fought
      * bout is posted by FMDW once it completes.
        RERUN-RTN.

	   PERFORM UNPLACE-RTN THRU UNPLACE-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-AFF-COUNT.

	   MOVE ZEROS TO WS-MAX-ROUND, WS-FINAL-MATCHES.
	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   MOVE LOW-VALUES	TO DW-ROUND, DW-MATCH.
	   MOVE 'N' TO WS-DW-EOF.
	   START DW-FILE KEY >= DW-KEY INVALID
		 MOVE 'Y' TO WS-DW-EOF.
	   PERFORM TOP-ROUND-LOOP THRU TOP-ROUND-LOOP-END
		   UNTIL WS-DW-EOF = 'Y'.

	   IF WS-FINAL-MATCHES NOT = 1
	      GO TO RERUN-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   MOVE WS-MAX-ROUND	TO DW-ROUND.
	   MOVE 1		TO DW-MATCH.
	   READ DW-FILE INVALID
		GO TO RERUN-RTN-END.

	   IF DW-WINNER = SPACES OR DW-STD-KEY2 = SPACES
	      GO TO RERUN-RTN-END.

	   MOVE 1 TO WS-PLACE.
	   MOVE DW-WINNER TO WS-LOSER.
	   PERFORM RS-POST-RTN THRU RS-POST-RTN-END.

	   IF DW-WINNER = DW-STD-KEY1
	      MOVE DW-STD-KEY2 TO WS-LOSER
	   ELSE
	      MOVE DW-STD-KEY1 TO WS-LOSER.
	   MOVE 2 TO WS-PLACE.
	   PERFORM RS-POST-RTN THRU RS-POST-RTN-END.

	   IF WS-MAX-ROUND > 1
	      PERFORM SEMI-RTN THRU SEMI-RTN-END
		      VARYING WS-SEMI FROM 1 BY 1
		      UNTIL WS-SEMI > 2.

        RERUN-RTN-END. EXIT.

        UNPLACE-RTN.

	   MOVE WS-AFF (WS-SUB) TO RS-STD-KEY.
	   MOVE WS-H-EV-KEY	TO RS-EV-KEY.
	   READ RS-FILE INVALID
		GO TO UNPLACE-RTN-END.

	   IF RS-PLACEMENT > ZEROS AND RS-PLACEMENT < 4
	      MOVE ZEROS TO RS-PLACEMENT
	      REWRITE RS-REC.

        UNPLACE-RTN-END. EXIT.

        SEMI-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-H-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-H-ED-CODE	TO DW-ED-CODE.
	   MOVE WS-H-CATEGORY	TO DW-CATEGORY.
	   COMPUTE DW-ROUND = WS-MAX-ROUND - 1.
	   MOVE WS-SEMI		TO DW-MATCH.
	   READ DW-FILE INVALID
		GO TO SEMI-RTN-END.

	   IF DW-WINNER = SPACES OR DW-STD-KEY2 = SPACES
	      GO TO SEMI-RTN-END.

	   IF DW-WINNER = DW-STD-KEY1
	      MOVE DW-STD-KEY2 TO WS-LOSER
	   ELSE
	      MOVE DW-STD-KEY1 TO WS-LOSER.
	   MOVE 3 TO WS-PLACE.
	   PERFORM RS-POST-RTN THRU RS-POST-RTN-END.

        SEMI-RTN-END. EXIT.

      * A competitor's RS-FILE row takes the place, keeping any score
      * keyed through FMRS.
        RS-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-LOSER	TO RS-STD-KEY.
	   MOVE WS-H-EV-KEY	TO RS-EV-KEY.
	   READ RS-FILE INVALID
		INITIALIZE RS-REC
		MOVE WS-LOSER	 TO RS-STD-KEY, RS-ALT-STD-KEY
		MOVE WS-H-EV-KEY TO RS-EV-KEY,  RS-ALT-EV-KEY
		MOVE ZEROS	 TO RS-SCORE
		MOVE WS-PLACE	 TO RS-PLACEMENT
		WRITE RS-REC
	   NOT INVALID
		MOVE WS-PLACE	 TO RS-PLACEMENT
		REWRITE RS-REC
	   END-READ.

        RS-POST-RTN-END. EXIT.
      *******************************************************************
      * An upheld placing protest: the competitor takes the new place
      * and the placings in between close up behind - moved up, the
      * places from the new one down to the old each drop one; moved
      * down, those from the old one to the new each rise one.
        AMEND-PLACE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE PX-STD-KEY    TO RS-STD-KEY.
	   MOVE PX-ALT-EV-KEY TO RS-EV-KEY.
	   READ RS-FILE INVALID
		GO TO AMEND-PLACE-RTN-END.
	   MOVE RS-PLACEMENT TO WS-OLD-PLACE.
	   MOVE PX-STD-KEY   TO WS-NEW-KEY.

	   MOVE PX-ALT-EV-KEY TO RS-ALT-EV-KEY.
	   MOVE LOW-VALUES    TO RS-ALT-STD-KEY.
	   MOVE 'N' TO WS-RS-EOF.
	   START RS-FILE KEY >= RS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-RS-EOF.
	   PERFORM SHIFT-LOOP THRU SHIFT-LOOP-END
		   UNTIL WS-RS-EOF = 'Y'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-NEW-KEY TO RS-STD-KEY.
	   MOVE WS-EV-KEY  TO RS-EV-KEY.
	   READ RS-FILE INVALID
		GO TO AMEND-PLACE-RTN-END.
	   MOVE WS-NEW-PLACE TO RS-PLACEMENT.
	   REWRITE RS-REC.

        AMEND-PLACE-RTN-END. EXIT.

        SHIFT-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-RS-EOF
		GO TO SHIFT-LOOP-END.

	   IF RS-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-RS-EOF
	      GO TO SHIFT-LOOP-END.

	   IF RS-STD-KEY = WS-NEW-KEY OR RS-PLACEMENT = ZEROS
	      GO TO SHIFT-LOOP-END.

	   IF WS-NEW-PLACE < WS-OLD-PLACE AND
	      RS-PLACEMENT NOT < WS-NEW-PLACE AND
	      RS-PLACEMENT < WS-OLD-PLACE
	      ADD 1 TO RS-PLACEMENT
	      REWRITE RS-REC
	      ADD 1 TO WS-KNOCK-ON
	      GO TO SHIFT-LOOP-END.

	   IF WS-NEW-PLACE > WS-OLD-PLACE AND
	      RS-PLACEMENT > WS-OLD-PLACE AND
	      RS-PLACEMENT NOT > WS-NEW-PLACE
	      SUBTRACT 1 FROM RS-PLACEMENT
	      REWRITE RS-REC
	      ADD 1 TO WS-KNOCK-ON.

        SHIFT-LOOP-END. EXIT.
      *******************************************************************
      * ENTER on a protest number (or a double-click in the list)
      * brings the protest back to the screen.
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-PX-NO TO PX-KEY.
	   READ PX-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   IF PX-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO RECALL-RTN-END.

	   MOVE PX-TYPE		TO WS-TYPE.
	   MOVE PX-ED-CODE	TO WS-ED-CODE.
	   MOVE PX-CATEGORY	TO WS-CATEGORY.
	   MOVE PX-ROUND	TO WS-ROUND.
	   MOVE PX-MATCH	TO WS-MATCH.
	   MOVE PX-STD-KEY	TO WS-STD-KEY.
	   MOVE PX-FEE-STD-KEY	TO WS-FEE-STD-KEY.
	   MOVE PX-CO-KEY	TO WS-CO-KEY.
	   MOVE PX-LODGED-BY	TO WS-LODGED-BY.
	   MOVE PX-FEE-AMOUNT	TO WS-FEE-AMOUNT.
	   MOVE PX-GROUNDS	TO WS-GROUNDS.
	   MOVE PX-JURY		TO WS-JURY.
	   MOVE PX-DECISION	TO WS-REASONS.
	   MOVE PX-NEW-PLACE	TO WS-NEW-PLACE.
	   IF PX-IS-OPEN
	      MOVE SPACE	  TO WS-DECISION
	   ELSE
	      MOVE PX-STATUS-FLAG TO WS-DECISION.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 114 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
      * Where the protest in PX-REC stands, in one line.
        STATUS-LINE-RTN.

	   MOVE SPACES TO WS-STATUS-LINE.
	   MOVE PX-KNOCK-ON  TO WS-EDIT-COUNT.
	   MOVE PX-OLD-PLACE TO WS-EDIT-PLACE.
	   MOVE PX-NEW-PLACE TO WS-EDIT-PLACE2.

	   EVALUATE TRUE
	     WHEN PX-IS-OPEN
		  STRING 'OPEN - lodged ' PX-LODGE-DMY ' '
			 PX-LODGE-HHMM ' by ' PX-LODGED-BY
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN PX-IS-UPHELD AND PX-ON-BOUT
		  STRING 'UPHELD ' PX-DEC-DMY ' - winner '
			 PX-OLD-WINNER ' now ' PX-NEW-WINNER ', '
			 WS-EDIT-COUNT ' later bout(s) reopened'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN PX-IS-UPHELD
		  STRING 'UPHELD ' PX-DEC-DMY ' - place '
			 WS-EDIT-PLACE ' now ' WS-EDIT-PLACE2 ', '
			 WS-EDIT-COUNT ' other placing(s) moved'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN PX-IS-DISMISSED
		  STRING 'DISMISSED ' PX-DEC-DMY ' ' PX-DEC-HHMM
			 ' - result stands, fee forfeit'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	     WHEN PX-IS-WITHDRAWN
		  STRING 'WITHDRAWN ' PX-DEC-DMY ' ' PX-DEC-HHMM
			 ' - result stands, fee forfeit'
			 DELIMITED BY SIZE INTO WS-STATUS-LINE
	   END-EVALUATE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        CLOCK-RTN.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

        CLOCK-RTN-END. EXIT.
      *******************************************************************
      * Draw the next protest number off the running sequence held on
      * the one CFIG-REC, under the record lock of the I-O open.
        PX-SEQ-RTN.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   ADD 1 TO CFIG-PX-SEQ.
	   MOVE CFIG-PX-SEQ TO WS-PX-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

        PX-SEQ-RTN-END. EXIT.
      *******************************************************************
      * One ledger row for the protest fee, numbered and put to the
      * operator's open cashier day the way FMFEE does it: the fee
      * taken is a receipted payment, its refund a numbered refund
      * voucher, its forfeit a charge.
        FEE-POST-RTN.

	   INITIALIZE FEE-REC.
	   MOVE WS-POST-STD-KEY TO FEE-STD-KEY.
	   MOVE WS-TODAY-DMY	TO FEE-DATE-DMY.
	   PERFORM FIND-SEQ-RTN THRU FIND-SEQ-RTN-END.

	   MOVE WS-POST-TYPE	TO FEE-TYPE.
	   MOVE WS-POST-AMOUNT	TO FEE-AMOUNT.
	   MOVE WS-POST-DESC	TO FEE-DESC.
	   MOVE WS-EV-KEY	TO FEE-EV-KEY.
	   MOVE SPACES		TO FEE-FS-KEY, FEE-TX-KEY,
				   FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-PERIOD, FEE-GV-KEY, FEE-RUN-NO,
				   FEE-TAX-AMOUNT, FEE-RCPT-NO,
				   FEE-TS-KEY, FEE-DISC-AMOUNT.

      * The sequence scan read existing rows through FEE-REC - the
      * new row must not be born carrying a void stamp.
	   MOVE SPACES		TO FEE-VOID-FLAG, FEE-VOID-OPERATOR,
				   FEE-VOID-HHMM, FEE-VOID-REASON.
	   MOVE ZEROS		TO FEE-VOID-DMY.

	   IF FEE-IS-CHARGE OR FEE-IS-PAYMENT
	      CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		     USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			   FEE-TAX-AMOUNT
	      CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   OPEN I-O CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   IF FEE-IS-PAYMENT
	      ADD 1 TO CFIG-RCPT-SEQ
	      MOVE CFIG-RCPT-SEQ TO FEE-RCPT-NO.
	   IF FEE-IS-REFUND
	      ADD 1 TO CFIG-RFND-SEQ
	      MOVE CFIG-RFND-SEQ TO FEE-RCPT-NO.
	   REWRITE CFIG-REC.
	   CLOSE CFIG-FILE.

	   IF FEE-IS-PAYMENT OR FEE-IS-REFUND
	      PERFORM TS-FIND-RTN THRU TS-FIND-RTN-END
	      MOVE WS-TS-OPEN-KEY TO FEE-TS-KEY.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO FEE-POST-RTN-END.

	   MOVE 'W' TO WS-JRNL-ACTION.
	   PERFORM JRNL-RTN THRU JRNL-RTN-END.

      * Charges and refunds raise the balance, payments lower it.
	   IF FEE-IS-CHARGE OR FEE-IS-REFUND
	      MOVE FEE-AMOUNT TO WS-BAL-DELTA
	   ELSE
	      COMPUTE WS-BAL-DELTA = 0 - FEE-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-bal'
		  USING FEE-STD-KEY, WS-BAL-DELTA.
	   CANCEL '/z/y19b25/sp2/lib/std/f-bal'.

        FEE-POST-RTN-END. EXIT.
      *******************************************************************
        FIND-SEQ-RTN.

      * Scan forward from sequence 01 until an unused slot is found
      * for this student/date combination.
	   MOVE 1 TO FEE-SEQ.

	FIND-SEQ-LOOP.
	   READ FEE-FILE INVALID
		GO TO FIND-SEQ-RTN-END.

	   ADD 1 TO FEE-SEQ.
	   GO TO FIND-SEQ-LOOP.

        FIND-SEQ-RTN-END. EXIT.
      *******************************************************************
        TS-FIND-RTN.

	   MOVE ZEROS TO WS-TS-OPEN-KEY.
	   INITIALIZE TS-REC.
	   MOVE ZEROS TO TS-KEY.
	   MOVE 'N' TO WS-TS-EOF.
	   START TS-FILE KEY >= TS-KEY INVALID
		 MOVE 'Y' TO WS-TS-EOF.
	   PERFORM TS-FIND-LOOP THRU TS-FIND-LOOP-END
		   UNTIL WS-TS-EOF = 'Y'.

        TS-FIND-RTN-END. EXIT.

	TS-FIND-LOOP.

	   READ TS-FILE NEXT END
		MOVE 'Y' TO WS-TS-EOF
		GO TO TS-FIND-LOOP-END.

	   IF TS-IS-OPEN AND TS-OPERATOR = WS-OPERATOR
	      MOVE TS-KEY TO WS-TS-OPEN-KEY
	      MOVE 'Y' TO WS-TS-EOF.

	TS-FIND-LOOP-END. EXIT.
      *******************************************************************
	JRNL-RTN.

	   MOVE FEE-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE PX-REC.
	   MOVE WS-EV-KEY TO PX-ALT-EV-KEY.
	   MOVE ZEROS	  TO PX-ALT-PX-KEY.
	   MOVE 'N' TO WS-PX-EOF.
	   START PX-FILE KEY >= PX-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-PX-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-PX-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ PX-FILE NEXT END
		MOVE 'Y' TO WS-PX-EOF
		GO TO LIST-1-LOOP-END.

	   IF PX-ALT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-PX-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE PX-KEY		TO WS-L-PX-NO.
	   MOVE PX-TYPE		TO WS-L-TYPE.
	   MOVE PX-CATEGORY	TO WS-L-CATEGORY.
	   MOVE PX-ROUND	TO WS-L-ROUND.
	   MOVE PX-MATCH	TO WS-L-MATCH.
	   MOVE PX-STD-KEY	TO WS-L-STD-KEY.
	   MOVE PX-STATUS-FLAG	TO WS-L-STATUS.
	   IF PX-IS-UPHELD
	      IF PX-ON-BOUT
		 MOVE PX-OLD-WINNER TO WS-L-OLD
		 MOVE PX-NEW-WINNER TO WS-L-NEW
	      ELSE
		 MOVE PX-OLD-PLACE  TO WS-EDIT-PLACE
		 MOVE PX-NEW-PLACE  TO WS-EDIT-PLACE2
		 MOVE WS-EDIT-PLACE  TO WS-L-OLD
		 MOVE WS-EDIT-PLACE2 TO WS-L-NEW.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Protest and Appeal Register' TO S-WINDOW-TITLE.
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
