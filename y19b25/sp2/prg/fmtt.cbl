       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMTT.

      * MAINTAIN EVENT TICKET TYPES AND STOCK
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Spectator ticket types of
      *					an event on TT-FILE - adult,
      *					child, family, day pass -
      *					with the price and the run
      *					of numbered stock each
      *					sells from
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fctt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcev'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdev'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbev'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

       78 T-SIZE		  VALUE 8.

       01 WS-REC.
	  03 WS-L-CODE		  PIC X(01).
	  03 WS-L-DESC		  PIC X(20).
	  03 WS-L-PRICE		  PIC Z,ZZ9.99.
	  03 WS-L-FIRST		  PIC 9(06).
	  03 WS-L-LAST		  PIC 9(06).
	  03 WS-L-ISSUED	  PIC ZZZ,ZZ9.

       01 WS-MISC.
	  03 WS-EV-KEY		  PIC X(04).
	  03 WS-EV-NAME		  PIC X(30).
	  03 WS-CODE		  PIC X(01).
	     88 WS-VALID-CODE	  VALUE 'A', 'C', 'F', 'D'.
	  03 WS-DESC		  PIC X(20).
	  03 WS-PRICE		  PIC 9(04)V9(02).
	  03 WS-FIRST-NO	  PIC 9(06).
	  03 WS-LAST-NO		  PIC 9(06).
	  03 WS-ISSUED		  PIC 9(06).
	  03 WS-NEW-TYPE	  PIC X(01).
	  03 WS-TT-EOF		  PIC X(01).
	  03 WS-OVERLAP		  PIC X(01).
	  03 WS-EDIT-ISSUED	  PIC ZZZ,ZZ9.
	  03 WS-STATUS-LINE	  PIC X(60).

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
	   03 LABEL COL + 2 PIC X(30) FROM WS-EV-NAME.
	   03 LABEL LINE 02.5 COL 04 'Ticket Type:'.
	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(01)
	      USING WS-CODE BELL UPPER.
	   03 LABEL COL + 2
	      '(A adult, C child, F family, D day pass)'.
	   03 LABEL LINE 03.5 COL 04 'Description:'.
	   03 ENTRY-FIELD 3-D ID 103 COL + 2 PIC X(20)
	      USING WS-DESC.
	   03 LABEL COL + 3 'Price:'.
	   03 ENTRY-FIELD 3-D ID 104 COL + 2 PIC Z,ZZ9.99
	      USING WS-PRICE.
	   03 LABEL LINE 04.5 COL 04 'Ticket Stock:'.
	   03 ENTRY-FIELD 3-D ID 105 COL + 2 PIC 9(06)
	      USING WS-FIRST-NO.
	   03 LABEL COL + 2 'to'.
	   03 ENTRY-FIELD 3-D ID 106 COL + 2 PIC 9(06)
	      USING WS-LAST-NO.
	   03 LABEL LINE 05.5 COL 04 PIC X(60) FROM WS-STATUS-LINE.
	   03 LABEL LINE 06.5 COL 04
	      'F4=save  F6=delete  ENTER=recall'.
	   03 LABEL LINE 08 COL 04 'T'.
	   03 LABEL COL 07 'Description'.
	   03 LABEL COL 29 'Price'.
	   03 LABEL COL 39 'Stock'.
	   03 LABEL COL 59 'Issued'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 09 COL 04 SIZE 66 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,2,22,30,36,42)
	      DISPLAY-COLUMNS 	= (1,4,25,35,45,55)
	      EXCEPTION-VALUE W-DBLCLICK.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcev'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   TT-FILE.
	   OPEN INPUT EV-FILE.

      * Floating Window
	   MOVE 'Event Ticket Types' TO S-WINDOW-TITLE.
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
	   CLOSE TT-FILE.
	   CLOSE EV-FILE.
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
	   MOVE EV-NAME TO WS-EV-NAME.

	   IF K-F4
	      PERFORM SAVE-RTN THRU SAVE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F6
	      PERFORM DELETE-RTN THRU DELETE-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END
	      GO TO 0100-MAIN.

	   IF K-L-DBLCLICK
	      INQUIRE LIST-1, SELECTION-INDEX IN C-SUB
	      IF C-SUB NOT = 0
		 MODIFY LIST-1, QUERY-INDEX = C-SUB
		 INQUIRE LIST-1, ITEM-VALUE IN WS-REC
		 MOVE WS-L-CODE TO WS-CODE
	      END-IF.

	   IF (K-ENTER OR K-L-DBLCLICK) AND WS-CODE NOT = SPACE
	      PERFORM RECALL-RTN THRU RECALL-RTN-END.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * F4: a new ticket type or a change to one. Once tickets have
      * gone out the stock may not start later than the first one
      * issued nor end before the last; no two types of the event
      * may share a number.
        SAVE-RTN.

	   IF NOT WS-VALID-CODE
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-DESC = SPACES
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 103    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-PRICE = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 104    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-FIRST-NO = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   IF WS-LAST-NO < WS-FIRST-NO
	      MOVE 100035 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   PERFORM OVERLAP-RTN THRU OVERLAP-RTN-END.
	   IF WS-OVERLAP = 'Y'
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 105    TO S-CONTROL-ID
	      GO TO SAVE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE WS-CODE	  TO TT-CODE.
	   READ TT-FILE INVALID
		MOVE 'Y' TO WS-NEW-TYPE
	   NOT INVALID
		MOVE 'N' TO WS-NEW-TYPE
	   END-READ.
	   MOVE 'N' TO S-STATUS-CHECK.

	   IF WS-NEW-TYPE = 'N' AND TT-NEXT-NO > TT-FIRST-NO
	      IF WS-FIRST-NO > TT-FIRST-NO
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 105    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END
	      END-IF
	      IF WS-LAST-NO < TT-NEXT-NO - 1
		 MOVE 100040 TO S-ERROR-CODE
		 MOVE 106    TO S-CONTROL-ID
		 GO TO SAVE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO SAVE-RTN-END.

	   IF WS-NEW-TYPE = 'Y'
	      INITIALIZE TT-REC
	      MOVE WS-EV-KEY   TO TT-EV-KEY
	      MOVE WS-CODE     TO TT-CODE
	      MOVE WS-FIRST-NO TO TT-NEXT-NO.

      * Nothing issued yet - the next number follows the stock.
	   IF TT-NEXT-NO = TT-FIRST-NO
	      MOVE WS-FIRST-NO TO TT-NEXT-NO.

	   MOVE WS-DESC	    TO TT-DESC.
	   MOVE WS-PRICE    TO TT-PRICE.
	   MOVE WS-FIRST-NO TO TT-FIRST-NO.
	   MOVE WS-LAST-NO  TO TT-LAST-NO.

	   MOVE 'N' TO S-STATUS-CHECK.
	   IF WS-NEW-TYPE = 'Y'
	      WRITE TT-REC
	   ELSE
	      REWRITE TT-REC.

	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.

        SAVE-RTN-END. EXIT.
      *******************************************************************
      * Does the keyed stock run cross that of another type of the
      * event?
        OVERLAP-RTN.

	   MOVE 'N' TO WS-OVERLAP.
	   INITIALIZE TT-REC.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE LOW-VALUES TO TT-CODE.
	   MOVE 'N' TO WS-TT-EOF.
	   START TT-FILE KEY >= TT-KEY INVALID
		 MOVE 'Y' TO WS-TT-EOF.
	   PERFORM OVERLAP-LOOP THRU OVERLAP-LOOP-END
		   UNTIL WS-TT-EOF = 'Y'.

        OVERLAP-RTN-END. EXIT.

        OVERLAP-LOOP.

	   READ TT-FILE NEXT END
		MOVE 'Y' TO WS-TT-EOF
		GO TO OVERLAP-LOOP-END.

	   IF TT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TT-EOF
	      GO TO OVERLAP-LOOP-END.

	   IF TT-CODE = WS-CODE
	      GO TO OVERLAP-LOOP-END.

	   IF WS-FIRST-NO NOT > TT-LAST-NO AND
	      WS-LAST-NO NOT < TT-FIRST-NO
	      MOVE 'Y' TO WS-OVERLAP, WS-TT-EOF.

        OVERLAP-LOOP-END. EXIT.
      *******************************************************************
      * F6: a ticket type comes off only while none has been sold.
        DELETE-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE WS-CODE	  TO TT-CODE.
	   READ TT-FILE INVALID
		MOVE 100020 TO S-ERROR-CODE
		MOVE 102    TO S-CONTROL-ID
		GO TO DELETE-RTN-END.

	   IF TT-NEXT-NO > TT-FIRST-NO
	      MOVE 100040 TO S-ERROR-CODE
	      MOVE 102    TO S-CONTROL-ID
	      GO TO DELETE-RTN-END.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO DELETE-RTN-END.

	   DELETE TT-FILE.
	   MOVE SPACES TO WS-CODE, WS-DESC, WS-STATUS-LINE.
	   MOVE ZEROS  TO WS-PRICE, WS-FIRST-NO, WS-LAST-NO.

        DELETE-RTN-END. EXIT.
      *******************************************************************
        RECALL-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE WS-CODE	  TO TT-CODE.
	   READ TT-FILE INVALID
		MOVE SPACES TO WS-DESC, WS-STATUS-LINE
		MOVE ZEROS  TO WS-PRICE, WS-FIRST-NO, WS-LAST-NO
		MOVE 103    TO S-CONTROL-ID
		GO TO RECALL-RTN-END.

	   MOVE TT-DESC	    TO WS-DESC.
	   MOVE TT-PRICE    TO WS-PRICE.
	   MOVE TT-FIRST-NO TO WS-FIRST-NO.
	   MOVE TT-LAST-NO  TO WS-LAST-NO.
	   PERFORM STATUS-LINE-RTN THRU STATUS-LINE-RTN-END.
	   MOVE 103 TO S-CONTROL-ID.

        RECALL-RTN-END. EXIT.
      *******************************************************************
        STATUS-LINE-RTN.

	   COMPUTE WS-ISSUED = TT-NEXT-NO - TT-FIRST-NO.
	   MOVE WS-ISSUED TO WS-EDIT-ISSUED.
	   MOVE SPACES TO WS-STATUS-LINE.
	   IF TT-NEXT-NO > TT-LAST-NO
	      STRING WS-EDIT-ISSUED ' issued - stock used up'
		     DELIMITED BY SIZE INTO WS-STATUS-LINE
	   ELSE
	      STRING WS-EDIT-ISSUED ' issued - next ticket no '
		     TT-NEXT-NO DELIMITED BY SIZE INTO WS-STATUS-LINE.

        STATUS-LINE-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE TT-REC.
	   MOVE WS-EV-KEY TO TT-EV-KEY.
	   MOVE LOW-VALUES TO TT-CODE.
	   MOVE 'N' TO WS-TT-EOF.
	   START TT-FILE KEY >= TT-KEY INVALID
		 MOVE 'Y' TO WS-TT-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-TT-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ TT-FILE NEXT END
		MOVE 'Y' TO WS-TT-EOF
		GO TO LIST-1-LOOP-END.

	   IF TT-EV-KEY NOT = WS-EV-KEY
	      MOVE 'Y' TO WS-TT-EOF
	      GO TO LIST-1-LOOP-END.

	   INITIALIZE WS-REC.
	   MOVE TT-CODE	    TO WS-L-CODE.
	   MOVE TT-DESC	    TO WS-L-DESC.
	   MOVE TT-PRICE    TO WS-L-PRICE.
	   MOVE TT-FIRST-NO TO WS-L-FIRST.
	   MOVE TT-LAST-NO  TO WS-L-LAST.
	   COMPUTE WS-L-ISSUED = TT-NEXT-NO - TT-FIRST-NO.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
