       IDENTIFICATION DIVISION.
	PROGRAM-ID.    BKTRN.

      * REFRESH THE TRAINING COPY OF THE DATA FILES
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Rebuilds training/ - the
      *					practice set a TRAINING login
      *					runs on - from the latest
      *					clean BKMST generation, with
      *					the people on it renamed and
      *					their contacts replaced
      * VAN TZE SHAN 	15/10/26 WO	PAA	Safeguarding concerns lose
      *					their narrative, actions and
      *					referral, and the door list
      *					its card holders' names

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fchr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcva'.
	   COPY '/z/y19b25/sp2/lib/fd/fctv'.
	   COPY '/z/y19b25/sp2/lib/fd/fcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fcwc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcda'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfa'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdpr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdva'.
	   COPY '/z/y19b25/sp2/lib/fd/fdtv'.
	   COPY '/z/y19b25/sp2/lib/fd/fdnq'.
	   COPY '/z/y19b25/sp2/lib/fd/fdwc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdda'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbva'.
	   COPY '/z/y19b25/sp2/lib/fd/dbtv'.
	   COPY '/z/y19b25/sp2/lib/fd/dbnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dbwc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbda'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-TRAINING	PIC X(01).
	  03 WS-COMMAND		PIC X(120).
	  03 WS-STATUS		PIC 9(02).
	  03 WS-EOF		PIC X(01).
	  03 WS-GEN-YMD		PIC 9(08).
	  03 WS-CUR-YMD		PIC 9(08).
	  03 WS-CUR-OK		PIC X(01).
	  03 WS-FILE-COUNT	PIC 9(03).
	  03 WS-SCR-COUNT	PIC 9(06).
	  03 WS-FILE-DISP	PIC ZZ9.
	  03 WS-SCR-DISP	PIC Z(05)9.

      * Stand-in identity for one record: the file's tag and a running
      * number, so two scrambled people never look alike and a trainee
      * can still tell them apart on a list.
       01 WS-SCRAMBLE.
	  03 WS-SCR-TAG		PIC X(10).
	  03 WS-SCR-NO		PIC 9(06).
	  03 WS-SCR-NAME	PIC X(40).
	  03 WS-SCR-CONTACT	PIC X(40).
	  03 WS-SCR-PHONE	PIC X(15).
	  03 WS-SCR-EMAIL	PIC X(30).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 02 'Latest clean backup:'.
	  03 LABEL COL + 2 PIC 9(08) FROM WS-GEN-YMD.
	  03 LABEL LINE 04 COL 02
	     'Refresh Training Copy?'.
	  03 LABEL LINE 04 COL + 2 '[ ] [Y/N]'.
	  03 ENTRY-FIELD 3-D ID 101 LINE 04 COL + 21 PIC X(01)
	     USING S-ANSWER BELL UPPER.
	  03 LABEL LINE 06 COL 02 'Files from backup:'.
	  03 LABEL COL + 2 PIC ZZ9 FROM WS-FILE-DISP.
	  03 LABEL LINE 07 COL 02 'Records scrambled:'.
	  03 LABEL COL + 2 PIC Z(05)9 FROM WS-SCR-DISP.

      ********************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcbkg'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfa'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcpr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dchr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcva'.
	   COPY '/z/y19b25/sp2/lib/fd/dctv'.
	   COPY '/z/y19b25/sp2/lib/fd/dcnq'.
	   COPY '/z/y19b25/sp2/lib/fd/dcwc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcda'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   MOVE 'N' TO S-STATUS-CHECK.

      * Refreshed from a live sign-on only - signed on to training,
      * the catalog read below would be the practice copy's own.
	   MOVE SPACE TO WS-TRAINING.
	   ACCEPT WS-TRAINING FROM ENVIRONMENT 'PA-TRAINING'.
	   IF WS-TRAINING = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckrole' USING S-OK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckrole'.
	   IF S-OK NOT = 'Y'
	      MOVE 999998 TO S-ERROR-CODE
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.

	   OPEN INPUT BKG-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      PERFORM ERROR-RTN THRU ERROR-END
	      GO TO TERMINATION.
	   PERFORM GEN-RTN THRU GEN-RTN-END.
	   CLOSE BKG-FILE.

	   MOVE ZEROS TO WS-FILE-DISP, WS-SCR-DISP.
	   MOVE 'Training Copy Refresh' TO S-WINDOW-TITLE.
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

      * No generation with every file verified OK - nothing fit to
      * train on.
	   IF WS-GEN-YMD = ZEROS
	      MOVE 100020 TO S-ERROR-CODE
	      GO TO 0100-MAIN.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0100-MAIN.

	   MOVE 'N' TO S-RUN.

      * The old practice set goes first. Files BKMST does not back up
      * are taken as they stand today so every program still finds
      * what it opens; the backed-up generation is then laid over
      * them, and the capture and journal folders the training
      * sign-on writes to are made ready.
	   MOVE 'rm -f training/*-FILE*' TO WS-COMMAND.
	   CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS.
	   CANCEL 'SYSTEM'.
	   MOVE 'mkdir -p training/spool training/gl' TO WS-COMMAND.
	   CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS.
	   CANCEL 'SYSTEM'.
	   MOVE 'cp -p *-FILE* training/' TO WS-COMMAND.
	   CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS.
	   CANCEL 'SYSTEM'.

	   MOVE ZEROS TO WS-FILE-COUNT.
	   OPEN INPUT BKG-FILE.
	   INITIALIZE BKG-REC.
	   MOVE WS-GEN-YMD TO BKG-YMD.
	   MOVE LOW-VALUES TO BKG-FILE-NAME.
	   MOVE 'N' TO WS-EOF.
	   START BKG-FILE KEY >= BKG-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM COPY-LOOP THRU COPY-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE BKG-FILE.

	   MOVE ZEROS TO WS-SCR-COUNT.
	   PERFORM SCR-STD-RTN  THRU SCR-STD-RTN-END.
	   PERFORM SCR-GD-RTN   THRU SCR-GD-RTN-END.
	   PERFORM SCR-STDA-RTN THRU SCR-STDA-RTN-END.
	   PERFORM SCR-FA-RTN   THRU SCR-FA-RTN-END.
	   PERFORM SCR-PU-RTN   THRU SCR-PU-RTN-END.
	   PERFORM SCR-PR-RTN   THRU SCR-PR-RTN-END.
	   PERFORM SCR-SN-RTN   THRU SCR-SN-RTN-END.
	   PERFORM SCR-HR-RTN   THRU SCR-HR-RTN-END.
	   PERFORM SCR-VA-RTN   THRU SCR-VA-RTN-END.
	   PERFORM SCR-TV-RTN   THRU SCR-TV-RTN-END.
	   PERFORM SCR-NQ-RTN   THRU SCR-NQ-RTN-END.
	   PERFORM SCR-WC-RTN   THRU SCR-WC-RTN-END.
	   PERFORM SCR-DA-RTN   THRU SCR-DA-RTN-END.

	   MOVE WS-FILE-COUNT TO WS-FILE-DISP.
	   MOVE WS-SCR-COUNT  TO WS-SCR-DISP.
	   DISPLAY SELECT-SCR.

	0199-END. EXIT.

      ********************************************************************
      * The catalog runs in date order, so the last generation whose
      * every file verified OK is the one to take.
        GEN-RTN.

	   MOVE ZEROS TO WS-GEN-YMD, WS-CUR-YMD.
	   MOVE 'N' TO WS-CUR-OK.
	   INITIALIZE BKG-REC.
	   MOVE LOW-VALUES TO BKG-KEY.
	   MOVE 'N' TO WS-EOF.
	   START BKG-FILE KEY >= BKG-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM GEN-LOOP THRU GEN-LOOP-END
		   UNTIL WS-EOF = 'Y'.

	   IF WS-CUR-OK = 'Y'
	      MOVE WS-CUR-YMD TO WS-GEN-YMD.

        GEN-RTN-END. EXIT.

        GEN-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO GEN-LOOP-END.

	   IF BKG-YMD NOT = WS-CUR-YMD
	      IF WS-CUR-OK = 'Y'
		 MOVE WS-CUR-YMD TO WS-GEN-YMD
	      END-IF
	      MOVE BKG-YMD TO WS-CUR-YMD
	      MOVE 'Y' TO WS-CUR-OK.

	   IF BKG-RESULT NOT = 'OK'
	      MOVE 'N' TO WS-CUR-OK.

        GEN-LOOP-END. EXIT.

      ********************************************************************
      * One cp per file catalogued under the chosen date, named the
      * way BKMST wrote it.
        COPY-LOOP.

	   READ BKG-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO COPY-LOOP-END.

	   IF BKG-YMD NOT = WS-GEN-YMD
	      MOVE 'Y' TO WS-EOF
	      GO TO COPY-LOOP-END.

	   MOVE SPACES TO WS-COMMAND.
	   STRING 'cp backup/'		DELIMITED BY SIZE
		  BKG-FILE-NAME		DELIMITED BY SPACE
		  '.'			DELIMITED BY SIZE
		  BKG-YMD		DELIMITED BY SIZE
		  ' training/'		DELIMITED BY SIZE
		  BKG-FILE-NAME		DELIMITED BY SPACE
		  INTO WS-COMMAND.
	   CALL   'SYSTEM' USING WS-COMMAND GIVING WS-STATUS.
	   CANCEL 'SYSTEM'.
	   ADD 1 TO WS-FILE-COUNT.

        COPY-LOOP-END. EXIT.

      ********************************************************************
      * Stand-ins for the current record off WS-SCR-TAG / WS-SCR-NO.
        MAKE-RTN.

	   ADD 1 TO WS-SCR-NO.
	   ADD 1 TO WS-SCR-COUNT.
	   MOVE SPACES TO WS-SCR-NAME, WS-SCR-CONTACT, WS-SCR-PHONE,
			  WS-SCR-EMAIL.
	   STRING WS-SCR-TAG DELIMITED BY SPACE
		  ' ' WS-SCR-NO DELIMITED BY SIZE
		  INTO WS-SCR-NAME.
	   STRING 'CONTACT ' WS-SCR-NO
		  DELIMITED BY SIZE INTO WS-SCR-CONTACT.
	   STRING '9' WS-SCR-NO '0'
		  DELIMITED BY SIZE INTO WS-SCR-PHONE.
	   STRING 'trainee' WS-SCR-NO '@example.invalid'
		  DELIMITED BY SIZE INTO WS-SCR-EMAIL.

        MAKE-RTN-END. EXIT.

      ********************************************************************
        SCR-STD-RTN.

	   MOVE 'training/STD-FILE' TO STD-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O STD-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-STD-RTN-END.

	   MOVE 'STUDENT' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-STD-LOOP THRU SCR-STD-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE STD-FILE.

        SCR-STD-RTN-END. EXIT.

      * The postcode stays - the catchment figures are worth
      * practising on and a postcode alone reaches nobody.
        SCR-STD-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-STD-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	  TO STD-NAME.
	   MOVE 'TRAINING ADDRESS' TO STD-ADD1.
	   MOVE SPACES		  TO STD-ADD2, STD-ADD3.
	   MOVE WS-SCR-EMAIL	  TO STD-EMAIL.
	   MOVE WS-SCR-PHONE	  TO STD-MOBILE.
	   MOVE SPACES		  TO STD-PHOTO-PATH, STD-DOC-PATH.
	   REWRITE STD-REC.

        SCR-STD-LOOP-END. EXIT.

      ********************************************************************
        SCR-GD-RTN.

	   MOVE 'training/GD-FILE' TO GD-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O GD-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-GD-RTN-END.

	   MOVE 'GUARDIAN' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE GD-REC.
	   MOVE LOW-VALUES TO GD-KEY.
	   MOVE 'N' TO WS-EOF.
	   START GD-FILE KEY >= GD-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-GD-LOOP THRU SCR-GD-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE GD-FILE.

        SCR-GD-RTN-END. EXIT.

        SCR-GD-LOOP.

	   READ GD-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-GD-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO GD-NAME.
	   MOVE WS-SCR-PHONE	TO GD-PHONE.
	   MOVE WS-SCR-EMAIL	TO GD-EMAIL.
	   REWRITE GD-REC.

        SCR-GD-LOOP-END. EXIT.

      ********************************************************************
        SCR-STDA-RTN.

	   MOVE 'training/STDA-FILE' TO STDA-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O STD-ARCH-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-STDA-RTN-END.

	   MOVE 'FORMER' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE STDA-REC.
	   MOVE LOW-VALUES TO STDA-KEY.
	   MOVE 'N' TO WS-EOF.
	   START STD-ARCH-FILE KEY >= STDA-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-STDA-LOOP THRU SCR-STDA-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE STD-ARCH-FILE.

        SCR-STDA-RTN-END. EXIT.

        SCR-STDA-LOOP.

	   READ STD-ARCH-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-STDA-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	  TO STDA-NAME.
	   MOVE 'TRAINING ADDRESS' TO STDA-ADD1.
	   MOVE SPACES		  TO STDA-ADD2, STDA-ADD3.
	   MOVE WS-SCR-EMAIL	  TO STDA-EMAIL.
	   MOVE WS-SCR-PHONE	  TO STDA-MOBILE.
	   MOVE SPACES		  TO STDA-PHOTO-PATH, STDA-DOC-PATH.
	   REWRITE STDA-REC.

        SCR-STDA-LOOP-END. EXIT.

      ********************************************************************
        SCR-FA-RTN.

	   MOVE 'training/FA-FILE' TO FA-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O FA-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-FA-RTN-END.

	   MOVE 'FAMILY' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE FA-REC.
	   MOVE LOW-VALUES TO FA-KEY.
	   MOVE 'N' TO WS-EOF.
	   START FA-FILE KEY >= FA-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-FA-LOOP THRU SCR-FA-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE FA-FILE.

        SCR-FA-RTN-END. EXIT.

        SCR-FA-LOOP.

	   READ FA-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-FA-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	  TO FA-NAME.
	   MOVE WS-SCR-CONTACT	  TO FA-BILL-CONTACT.
	   MOVE 'TRAINING ADDRESS' TO FA-ADD1.
	   MOVE SPACES		  TO FA-ADD2, FA-ADD3.
	   MOVE WS-SCR-EMAIL	  TO FA-EMAIL.
	   REWRITE FA-REC.

        SCR-FA-LOOP-END. EXIT.

      ********************************************************************
        SCR-PU-RTN.

	   MOVE 'training/PU-FILE' TO PU-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O PU-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-PU-RTN-END.

	   MOVE 'PICKUP' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE PU-REC.
	   MOVE LOW-VALUES TO PU-KEY.
	   MOVE 'N' TO WS-EOF.
	   START PU-FILE KEY >= PU-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-PU-LOOP THRU SCR-PU-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE PU-FILE.

        SCR-PU-RTN-END. EXIT.

        SCR-PU-LOOP.

	   READ PU-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-PU-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO PU-NAME.
	   MOVE WS-SCR-PHONE	TO PU-PHONE.
	   REWRITE PU-REC.

        SCR-PU-LOOP-END. EXIT.

      ********************************************************************
        SCR-PR-RTN.

	   MOVE 'training/PR-FILE' TO PR-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O PR-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-PR-RTN-END.

	   MOVE 'PROSPECT' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE PR-REC.
	   MOVE ZEROS TO PR-KEY.
	   MOVE 'N' TO WS-EOF.
	   START PR-FILE KEY >= PR-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-PR-LOOP THRU SCR-PR-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE PR-FILE.

        SCR-PR-RTN-END. EXIT.

        SCR-PR-LOOP.

	   READ PR-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-PR-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO PR-NAME.
	   MOVE WS-SCR-PHONE	TO PR-PHONE.
	   REWRITE PR-REC.

        SCR-PR-LOOP-END. EXIT.

      ********************************************************************
        SCR-SN-RTN.

	   MOVE 'training/SN-FILE' TO SN-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O SN-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-SN-RTN-END.

	   MOVE 'SPONSOR' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE SN-REC.
	   MOVE LOW-VALUES TO SN-KEY.
	   MOVE 'N' TO WS-EOF.
	   START SN-FILE KEY >= SN-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-SN-LOOP THRU SCR-SN-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE SN-FILE.

        SCR-SN-RTN-END. EXIT.

        SCR-SN-LOOP.

	   READ SN-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-SN-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	  TO SN-NAME.
	   MOVE WS-SCR-CONTACT	  TO SN-CONTACT.
	   MOVE 'TRAINING ADDRESS' TO SN-ADD1.
	   MOVE SPACES		  TO SN-ADD2, SN-ADD3.
	   MOVE WS-SCR-EMAIL	  TO SN-EMAIL.
	   MOVE WS-SCR-PHONE	  TO SN-PHONE.
	   REWRITE SN-REC.

        SCR-SN-LOOP-END. EXIT.

      ********************************************************************
        SCR-HR-RTN.

	   MOVE 'training/HR-FILE' TO HR-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O HR-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-HR-RTN-END.

	   MOVE 'HIRER' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE HR-REC.
	   MOVE LOW-VALUES TO HR-KEY.
	   MOVE 'N' TO WS-EOF.
	   START HR-FILE KEY >= HR-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-HR-LOOP THRU SCR-HR-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE HR-FILE.

        SCR-HR-RTN-END. EXIT.

        SCR-HR-LOOP.

	   READ HR-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-HR-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	  TO HR-NAME.
	   MOVE WS-SCR-CONTACT	  TO HR-CONTACT.
	   MOVE WS-SCR-PHONE	  TO HR-PHONE.
	   MOVE 'TRAINING ADDRESS' TO HR-ADDR1.
	   MOVE SPACES		  TO HR-ADDR2.
	   REWRITE HR-REC.

        SCR-HR-LOOP-END. EXIT.

      ********************************************************************
        SCR-VA-RTN.

	   MOVE 'training/VA-FILE' TO VA-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O VA-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-VA-RTN-END.

	   MOVE 'HELPER' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE VA-REC.
	   MOVE LOW-VALUES TO VA-KEY.
	   MOVE 'N' TO WS-EOF.
	   START VA-FILE KEY >= VA-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-VA-LOOP THRU SCR-VA-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE VA-FILE.

        SCR-VA-RTN-END. EXIT.

        SCR-VA-LOOP.

	   READ VA-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-VA-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO VA-NAME.
	   MOVE WS-SCR-PHONE	TO VA-PHONE.
	   MOVE WS-SCR-EMAIL	TO VA-EMAIL.
	   REWRITE VA-REC.

        SCR-VA-LOOP-END. EXIT.

      ********************************************************************
        SCR-TV-RTN.

	   MOVE 'training/TV-FILE' TO TV-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O TV-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-TV-RTN-END.

	   MOVE 'TRAVELLER' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE TV-REC.
	   MOVE LOW-VALUES TO TV-KEY.
	   MOVE 'N' TO WS-EOF.
	   START TV-FILE KEY >= TV-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-TV-LOOP THRU SCR-TV-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE TV-FILE.

        SCR-TV-RTN-END. EXIT.

        SCR-TV-LOOP.

	   READ TV-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-TV-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO TV-NAME.
	   MOVE WS-SCR-PHONE	TO TV-PHONE.
	   REWRITE TV-REC.

        SCR-TV-LOOP-END. EXIT.

      ********************************************************************
      * Queued messages keep their channel; only where they would
      * have gone changes.
        SCR-NQ-RTN.

	   MOVE 'training/NQ-FILE' TO NQ-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O NQ-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-NQ-RTN-END.

	   MOVE 'MESSAGE' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE NQ-REC.
	   MOVE ZEROS TO NQ-KEY.
	   MOVE 'N' TO WS-EOF.
	   START NQ-FILE KEY >= NQ-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-NQ-LOOP THRU SCR-NQ-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE NQ-FILE.

        SCR-NQ-RTN-END. EXIT.

        SCR-NQ-LOOP.

	   READ NQ-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-NQ-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   IF NQ-BY-EMAIL
	      MOVE WS-SCR-EMAIL TO NQ-RECIPIENT
	   ELSE
	      MOVE WS-SCR-PHONE TO NQ-RECIPIENT.
	   REWRITE NQ-REC.

        SCR-NQ-LOOP-END. EXIT.

      ********************************************************************
      * A concern keeps its category, status and dates so the welfare
      * screens have something to practise on; what was written about
      * the child, and who it was referred to, does not come across.
        SCR-WC-RTN.

	   MOVE 'training/WC-FILE' TO WC-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O WC-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-WC-RTN-END.

	   MOVE 'CONCERN' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE WC-REC.
	   MOVE LOW-VALUES TO WC-KEY.
	   MOVE 'N' TO WS-EOF.
	   START WC-FILE KEY >= WC-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-WC-LOOP THRU SCR-WC-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE WC-FILE.

        SCR-WC-RTN-END. EXIT.

        SCR-WC-LOOP.

	   READ WC-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-WC-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE SPACES		TO WC-NARRATIVE, WC-ACTIONS.
	   MOVE WS-SCR-NAME	TO WC-NARR-1.
	   MOVE SPACES		TO WC-REFER-BODY, WC-REFER-REF.
	   MOVE ZEROS		TO WC-REFER-DMY.
	   REWRITE WC-REC.

        SCR-WC-LOOP-END. EXIT.

      ********************************************************************
      * The card numbers and windows stay so PSDRD has a list to
      * match against; only the names printed beside them change.
        SCR-DA-RTN.

	   MOVE 'training/DA-FILE' TO DA-DATANAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN I-O DA-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO SCR-DA-RTN-END.

	   MOVE 'CARDHOLDER' TO WS-SCR-TAG.
	   MOVE ZEROS TO WS-SCR-NO.
	   INITIALIZE DA-REC.
	   MOVE LOW-VALUES TO DA-KEY.
	   MOVE 'N' TO WS-EOF.
	   START DA-FILE KEY >= DA-KEY INVALID
		 MOVE 'Y' TO WS-EOF.
	   PERFORM SCR-DA-LOOP THRU SCR-DA-LOOP-END
		   UNTIL WS-EOF = 'Y'.
	   CLOSE DA-FILE.

        SCR-DA-RTN-END. EXIT.

        SCR-DA-LOOP.

	   READ DA-FILE NEXT END
		MOVE 'Y' TO WS-EOF
		GO TO SCR-DA-LOOP-END.

	   PERFORM MAKE-RTN THRU MAKE-RTN-END.
	   MOVE WS-SCR-NAME	TO DA-NAME.
	   REWRITE DA-REC.

        SCR-DA-LOOP-END. EXIT.

      ********************************************************************
	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
