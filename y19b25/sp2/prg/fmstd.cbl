      * VAN TZE SHAN	2/9/26	WO	PAA	Marketing consent per
      *					channel with its capture
      *					date
      * VAN TZE SHAN	15/10/26 WO	PAA	Membership contract popup
      *					(FMCT); a leaver inside the
      *					minimum term is offered the
      *					early-termination fee (FMCTX)
      * VAN TZE SHAN	15/10/26 WO	PAA	A new or moved freeze window
      *					hands the member's club
      *					places to the waitlists
      *					(F-WLCAP)
      * VAN TZE SHAN	15/10/26 WO	PAA	Neutral 'see welfare
      *					officer' marker while the
      *					member has an open
      *					safeguarding concern
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	A name or date of birth
      *					change designated on MD-FILE
      *					is held on MK-FILE for a
      *					second operator (FMMK)
      * VAN TZE SHAN 	15/10/26 WO	PAA	DOB, address, email and
      *					mobile masked and locked as
      *					the operator's role allows
      *					(F-STMSK); photo refused
      *					unless seen in full; full
      *					views logged
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdbr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY RESOURCE '/v/cps/lib/icon/help.jpg'.

	01 S-WINDOW2		PIC X(10).

      * Changes held for approval through F-MKPUT; the field keeps the
      * value it had until a second operator approves it in FMMK.
	01 WS-MK-MISC.
	   03 WS-MK-PROG	PIC X(08) VALUE 'FMSTD'.
	   03 WS-MK-RECKEY	PIC X(08).
	   03 WS-MK-FIELD	PIC X(12).
	   03 WS-MK-OLD		PIC X(40).
	   03 WS-MK-NEW		PIC X(40).
	   03 WS-MK-HELD	PIC X(01).
	   03 WS-MK-COUNT	PIC 9(02).
	   03 WS-MK-MSG		PIC X(60).

      * Screen images of the sensitive fields - masked for display
      * by SF-HIDE-RTN, and copied back onto the record by SF-SHOW-RTN
      * only where the operator may see (and so change) the field.
      * WS-SF-ROLE-MASK is the operator's, WS-SF-MASK this record's -
      * a record being added is never masked.
	01 WS-SF-MISC.
	   03 WS-SF-MODE	PIC X(01).
	   03 WS-SF-FIELD-NO	PIC 9(01).
	   03 WS-SF-ROLE-MASK	PIC X(06).
	   03 WS-SF-MASK.
	      05 WS-SF-VIEW	PIC X(01) OCCURS 6.
	   03 WS-SF-VALUE	PIC X(60).
	   03 WS-SF-ADD1	PIC X(40).
	   03 WS-SF-ADD2	PIC X(40).
	   03 WS-SF-ADD3	PIC X(40).
	   03 WS-SF-DOB-DMY	PIC 9(08).
	   03 WS-SF-DOB-X	REDEFINES WS-SF-DOB-DMY PIC X(08).
	   03 WS-SF-AGE		PIC 9(02).
	   03 WS-SF-EMAIL	PIC X(30).
	   03 WS-SF-MOBILE	PIC X(30).
	   03 WS-SF-EN-DOB	PIC 9(01) VALUE 1.
	   03 WS-SF-EN-ADD	PIC 9(01) VALUE 1.
	   03 WS-SF-EN-MOB	PIC 9(01) VALUE 1.
	   03 WS-SF-EN-EML	PIC 9(01) VALUE 1.

	01 WS-LEAVE-MISC.
	   03 WS-LEAVE-RC	PIC X(02).
      * Set when this save turns the student Inactive, so the contract
      * break check runs once the record is safely rewritten.
	   03 WS-CT-ASK		PIC X(01).

      * A frozen member does not hold a roster place, so each club
      * they are open on offers it to its waitlist (F-WLCAP).
	01 WS-WL-MISC.
	   03 WS-WL-ASK		PIC X(01).
	   03 WS-CM-EOF		PIC X(01).
	   03 WS-CAP-MODE	PIC X(01).
	   03 WS-CAP-CB-KEY	PIC X(04).
	   03 WS-CAP-FREE	PIC S9(04).

      * Operator's home branch off OPR-FILE - new students default to
      * it; blank (head office / no operator record) defaults nothing.
      * Set by F-WCMARK on each read - the concern itself stays in
      * FMWC.
	01 WS-WELFARE-MARK	PIC X(20).

	01 WS-BR-MISC.
	   03 WS-OPR-BR-KEY	PIC X(02).

	      USING STD-NAME AUTO.
	   03 LABEL LINE 04 COL 04 'Address:'.
	   03 ENTRY-FIELD 3-D ID 103 COL 17 PIC X(40)
	      USING WS-SF-ADD1 AUTO ENABLED WS-SF-EN-ADD.
	   03 ENTRY-FIELD 3-D ID 104 LINE 05 COL 17 PIC X(40)
	      USING WS-SF-ADD2 AUTO ENABLED WS-SF-EN-ADD.
	   03 ENTRY-FIELD 3-D ID 105 LINE 06 COL 17 PIC X(40) 
	      USING WS-SF-ADD3 AUTO ENABLED WS-SF-EN-ADD.
	   03 LABEL LINE 07 COL 04 'Gender:'.
	   03 RADIO-BUTTON LINE + 0.1 COL 17
	      GROUP = 1 GROUP-VALUE = 1 VALUE WS-OPTION.
           03 LABEL LINE - 0.1 COL + 1 'Inactive'.
 	   03 LABEL LINE 08 COL 04 'DOB:'.
	   03 ENTRY-FIELD 3-D ID 106 COL 17 PIC 99/99/9999
	      USING WS-SF-DOB-DMY AUTO ENABLED WS-SF-EN-DOB.
	   03 PUSH-BUTTON 'F10 - Calender Help Table' NO-TAB
	      COL + 1.5 
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 106.
	   03 LABEL COL + 1 ' ('.
	   03 LABEL COL + 1 PIC Z9 FROM WS-SF-AGE. 
	   03 LABEL COL + 1 ' Years Old)'. 
	   03 LABEL LINE 09 COL 04 'Height:'.
	   03 ENTRY-FIELD 3-D ID 107 COL 17 PIC ZZ9.99 
	      TERMINATION-VALUE = 111.
	   03 LABEL LINE 14 COL 04 'Email:#'.
	   03 ENTRY-FIELD 3-D ID 112 COL 17 PIC X(30) 
	      USING WS-SF-EMAIL AUTO ENABLED WS-SF-EN-EML.
	   03 LABEL LINE 15 COL 04 'Mobile:#'.
 	   03 ENTRY-FIELD 3-D ID 113 COL 17 PIC X(30)
	      USING WS-SF-MOBILE AUTO ENABLED WS-SF-EN-MOB.
	   03 LABEL LINE 16 COL 04 'Guardian:'.
	   03 PUSH-BUTTON 'F10 - Guardian/Emergency Contact' NO-TAB
	      COL 17
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 134.
	   03 LABEL LINE 26 COL 04 PIC X(20) FROM WS-WELFARE-MARK.
	   03 LABEL LINE 26 COL 55 'Contract:'.
	   03 PUSH-BUTTON 'F10 - Membership Contract' NO-TAB
	      COL 68
	      BITMAP-HANDLE S-BITMAP
	      BITMAP-NUMBER     = 1
	      TERMINATION-VALUE = 138.
	   03 LABEL LINE 24 COL 55 'Pickups:'.
	   03 PUSH-BUTTON 'F10 - Authorized Pickup Persons' NO-TAB
	      COL 68
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-LOCK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 MK-MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MK-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 LEAVE-SCR.
	   03 LABEL LINE 01 COL 02 'Leaving Reason Code:'.
	   03 ENTRY-FIELD 3-D ID 401 COL + 2 PIC X(02)
	   COPY '/z/y19b25/sp2/lib/fd/dcbr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.

        END DECLARATIVES.
      *******************************************************************
	   OPEN INPUT BR-FILE.
	   OPEN INPUT MB-FILE.
	   OPEN INPUT SN-FILE.
	   OPEN INPUT CM-FILE.

	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.

      * Floating Window
	   Move 'Define Student' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-ROLE-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

      * Bitmap
	   CALL 'W$BITMAP' USING
	         WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.
		 MOVE STD-CONSENT-DMY	TO WS-SAVE-CON-DMY.
	      ACCEPT WS-HIST-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.

	      CALL   '/z/y19b25/sp2/lib/std/f-wcmark' USING
		     STD-KEY, WS-WELFARE-MARK.
	      CANCEL '/z/y19b25/sp2/lib/std/f-wcmark'.

	      MOVE 'UUUUUU' TO WS-SF-MASK.
	      IF S-PRS-MODE = 'R'
		 MOVE WS-SF-ROLE-MASK TO WS-SF-MASK
		 MOVE 'L' TO WS-SF-MODE
		 CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING
			WS-SF-MODE, WS-SF-FIELD-NO, WS-SF-MASK, STD-KEY,
			WS-SF-VALUE
		 CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	      IF S-STATUS-CHECK = 'Y' GO TO 0190-MAIN.

              DESTROY SELECT-SCR.
        0130-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   PERFORM SF-HIDE-RTN THRU SF-HIDE-RTN-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   PERFORM SF-SHOW-RTN THRU SF-SHOW-RTN-END.

	   EVALUATE WS-OPTION
	     WHEN 1 MOVE 'M' TO STD-GENDER
	      MOVE 103    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF ((K-F10 and S-CONTROL-ID = 106) OR KEY-STATUS = 106) AND
	      WS-SF-EN-DOB = 0
	      MOVE 999998 TO S-ERROR-CODE
	      MOVE 106    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 106) OR KEY-STATUS = 106 		
	      CALL 	'/z/y19b25/sp2/lib/std/x-hpcal' 
			USING STD-DOB-DMY,S-OK
	      DISPLAY PROCESS-SCR
	      GO TO 0130-MAIN.

	   IF ((K-F10 and S-CONTROL-ID = 117) OR KEY-STATUS = 117) AND
	      WS-SF-VIEW(6) NOT = 'U' AND WS-SF-VIEW(6) NOT = 'F'
	      MOVE 999998 TO S-ERROR-CODE
	      MOVE 117    TO S-CONTROL-ID
	      GO TO 0130-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 117) OR KEY-STATUS = 117
	      CALL   '/z/y19b25/sp2/prg/fmphoto'
		     USING STD-PHOTO-PATH, STD-DOC-PATH
	      DISPLAY PROCESS-SCR
	      GO TO 0130-MAIN.

	   IF (K-F10 and S-CONTROL-ID = 138) OR KEY-STATUS = 138
	      CALL   '/z/y19b25/sp2/prg/fmct' USING STD-KEY, STD-NAME
	      CANCEL '/z/y19b25/sp2/prg/fmct'
	      MOVE 138 TO S-CONTROL-ID
	      DISPLAY PROCESS-SCR
	      GO TO 0130-MAIN.

      * A keyed family code must exist on the household master, so
      * one family cannot split across spellings.
	   IF STD-FAMILY-CODE NOT = SPACES
      * Stamp/clear the date the student was marked inactive so a
      * future archive run can age it off STD-FILE, and ask why the
      * member is leaving - the attrition analysis runs off that.
	   MOVE 'N' TO WS-CT-ASK.
	   IF STD-ACTIVE-FLAG = 'N' AND WS-SAVE-ACTIVE-FLAG NOT = 'N'
	      CALL   '/v/cps/lib/std/f-dmyhm' USING WS-INACT-DMY-EDIT,
			WS-INACT-HHMM
	         GO TO 0130-MAIN
	      END-IF
	      MOVE WS-LEAVE-RC TO STD-LEAVE-RC
	      MOVE 'Y' TO WS-CT-ASK
	   END-IF.

	   IF STD-ACTIVE-FLAG = 'Y'
	      MOVE SPACES TO STD-LEAVE-RC
	   END-IF.

	   MOVE 'N' TO WS-WL-ASK.
	   IF STD-FREEZE-FROM-DMY NOT = ZEROS AND
	      (STD-FREEZE-FROM-DMY NOT = WS-SAVE-FRZ-FROM OR
	       STD-FREEZE-TO-DMY   NOT = WS-SAVE-FRZ-TO)
	      MOVE 'Y' TO WS-WL-ASK.

	   PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO 0130-MAIN.
	      WRITE STD-REC
	      MOVE 'W' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END.
	   MOVE ZEROS TO WS-MK-COUNT.
	   IF S-PRS-MODE = 'R'
	      PERFORM MK-HOLD-RTN THRU MK-HOLD-RTN-END
	      PERFORM HIST-RTN THRU HIST-RTN-END
	      REWRITE STD-REC
	      MOVE 'R' TO WS-JRNL-ACTION
	      PERFORM JRNL-RTN THRU JRNL-RTN-END.

	   IF WS-MK-COUNT > ZEROS
	      PERFORM MK-MSG-RTN THRU MK-MSG-RTN-END.

      * A member leaving inside the contract's minimum term owes the
      * early-termination fee - FMCTX works it out for the operator
      * to post or waive, and does nothing when no term is running.
	   IF S-PRS-MODE = 'R' AND WS-CT-ASK = 'Y'
	      CALL   '/z/y19b25/sp2/prg/fmctx' USING STD-KEY,
		     STD-INACTIVE-DMY
	      CANCEL '/z/y19b25/sp2/prg/fmctx'.

      * F-WLCAP leaves out members frozen today, so a freeze that has
      * started frees a place on each of the student's clubs.
	   IF S-PRS-MODE = 'R' AND WS-WL-ASK = 'Y'
	      UNLOCK STD-FILE
	      PERFORM WL-OFFER-RTN THRU WL-OFFER-RTN-END.

        0190-MAIN.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	JRNL-RTN-END. EXIT.
      *******************************************************************
	WL-OFFER-RTN.

	   MOVE STD-KEY TO CM-STD-KEY.
	   MOVE SPACES  TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM WL-OFFER-LOOP THRU WL-OFFER-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	WL-OFFER-RTN-END. EXIT.
      *******************************************************************
	WL-OFFER-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO WL-OFFER-LOOP-END.

	   IF CM-STD-KEY NOT = STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO WL-OFFER-LOOP-END.

	   IF NOT CM-IS-OPEN
	      GO TO WL-OFFER-LOOP-END.

	   MOVE 'O'	  TO WS-CAP-MODE.
	   MOVE CM-CB-KEY TO WS-CAP-CB-KEY.
	   CALL   '/z/y19b25/sp2/lib/std/f-wlcap' USING WS-CAP-MODE,
		  WS-CAP-CB-KEY, STD-KEY, WS-CAP-FREE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-wlcap'.

	WL-OFFER-LOOP-END. EXIT.

      *******************************************************************
      * Why is this member leaving - keyed against the LV-FILE

	   MOVE SPACES TO WS-LEAVE-RC.
	   MOVE 'Member Leaving' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 50
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
			USING STD-DOB-DMY, STD-AGE
              CANCEL	'/z/y19b25/sp2/lib/std/f-gtage'.

	   PERFORM SF-HIDE-RTN THRU SF-HIDE-RTN-END.
           DISPLAY PROCESS-SCR.
        
	GET-AGE-END. EXIT.
      *******************************************************************
      * Load the screen images from the record, masking each restricted
      * field as WS-SF-MASK says and locking it against entry. A DOB
      * stays numeric - its partial view is the year alone, and the
      * age goes with a fully masked one.
	SF-HIDE-RTN.

	   MOVE STD-ADD1    TO WS-SF-ADD1.
	   MOVE STD-ADD2    TO WS-SF-ADD2.
	   MOVE STD-ADD3    TO WS-SF-ADD3.
	   MOVE STD-DOB-DMY TO WS-SF-DOB-DMY.
	   MOVE STD-AGE     TO WS-SF-AGE.
	   MOVE STD-EMAIL   TO WS-SF-EMAIL.
	   MOVE STD-MOBILE  TO WS-SF-MOBILE.
	   MOVE 1 TO WS-SF-EN-DOB, WS-SF-EN-ADD, WS-SF-EN-MOB,
		     WS-SF-EN-EML.

	   IF WS-SF-VIEW(1) = 'P'
	      MOVE '0000' TO WS-SF-DOB-X(1:4).
	   IF WS-SF-VIEW(1) = 'M'
	      MOVE ZEROS  TO WS-SF-DOB-DMY, WS-SF-AGE.
	   IF WS-SF-VIEW(1) = 'P' OR WS-SF-VIEW(1) = 'M'
	      MOVE 0 TO WS-SF-EN-DOB.

	   IF WS-SF-VIEW(2) = 'P' OR WS-SF-VIEW(2) = 'M'
	      MOVE 0 TO WS-SF-EN-ADD
	      MOVE 2 TO WS-SF-FIELD-NO
	      MOVE WS-SF-ADD1 TO WS-SF-VALUE
	      PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END
	      MOVE WS-SF-VALUE TO WS-SF-ADD1
	      MOVE WS-SF-ADD2 TO WS-SF-VALUE
	      PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END
	      MOVE WS-SF-VALUE TO WS-SF-ADD2
	      MOVE WS-SF-ADD3 TO WS-SF-VALUE
	      PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END
	      MOVE WS-SF-VALUE TO WS-SF-ADD3.

	   IF WS-SF-VIEW(3) = 'P' OR WS-SF-VIEW(3) = 'M'
	      MOVE 0 TO WS-SF-EN-MOB
	      MOVE 3 TO WS-SF-FIELD-NO
	      MOVE WS-SF-MOBILE TO WS-SF-VALUE
	      PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END
	      MOVE WS-SF-VALUE TO WS-SF-MOBILE.

	   IF WS-SF-VIEW(4) = 'P' OR WS-SF-VIEW(4) = 'M'
	      MOVE 0 TO WS-SF-EN-EML
	      MOVE 4 TO WS-SF-FIELD-NO
	      MOVE WS-SF-EMAIL TO WS-SF-VALUE
	      PERFORM SF-MASK-RTN THRU SF-MASK-RTN-END
	      MOVE WS-SF-VALUE TO WS-SF-EMAIL.

	SF-HIDE-RTN-END. EXIT.

	SF-MASK-RTN.

	   MOVE 'M' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	SF-MASK-RTN-END. EXIT.
      *******************************************************************
      * Keyed values back onto the record - a locked field keeps what
      * was read, never its masked image.
	SF-SHOW-RTN.

	   IF WS-SF-EN-ADD = 1
	      MOVE WS-SF-ADD1 TO STD-ADD1
	      MOVE WS-SF-ADD2 TO STD-ADD2
	      MOVE WS-SF-ADD3 TO STD-ADD3.
	   IF WS-SF-EN-DOB = 1
	      MOVE WS-SF-DOB-DMY TO STD-DOB-DMY.
	   IF WS-SF-EN-EML = 1
	      MOVE WS-SF-EMAIL TO STD-EMAIL.
	   IF WS-SF-EN-MOB = 1
	      MOVE WS-SF-MOBILE TO STD-MOBILE.

	SF-SHOW-RTN-END. EXIT.
      *******************************************************************
      * Age/height/weight allowable limits differ by gender - resolve
      * the pair FMCFIG has on file for this student's recorded gender
      * before the age/height/weight checks in 0130-MAIN run.
	      MOVE SPACES TO WS-LOCK-KEY.

	RELEASE-LOCK-RTN-END. EXIT.
      ********************************************************************
      * A changed name or date of birth that is designated on MD-FILE
      * goes to MK-FILE as a proposal and is put back to the value
      * read, so HIST-RTN only logs what reaches STD-REC now.
	MK-HOLD-RTN.

	   MOVE STD-KEY TO WS-MK-RECKEY.

	   IF STD-NAME NOT = WS-SAVE-NAME
	      MOVE 'NAME'		TO WS-MK-FIELD
	      MOVE WS-SAVE-NAME		TO WS-MK-OLD
	      MOVE STD-NAME		TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-NAME	TO STD-NAME.

	   IF STD-DOB-DMY NOT = WS-SAVE-DOB-DMY
	      MOVE 'DOB'		TO WS-MK-FIELD
	      MOVE WS-SAVE-DOB-DMY	TO WS-MK-OLD
	      MOVE STD-DOB-DMY		TO WS-MK-NEW
	      PERFORM MK-PUT-RTN THRU MK-PUT-RTN-END
	      IF WS-MK-HELD = 'Y'
		 MOVE WS-SAVE-DOB-DMY	TO STD-DOB-DMY.

	MK-HOLD-RTN-END. EXIT.
      ********************************************************************
	MK-PUT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-mkput'
		  USING WS-MK-PROG, WS-MK-RECKEY, WS-MK-FIELD,
			WS-MK-OLD, WS-MK-NEW, WS-MK-HELD
	   CANCEL '/z/y19b25/sp2/lib/std/f-mkput'.

	   IF WS-MK-HELD = 'Y'
	      ADD 1 TO WS-MK-COUNT.

	MK-PUT-RTN-END. EXIT.
      ********************************************************************
	MK-MSG-RTN.

	   MOVE SPACES TO WS-MK-MSG.
	   STRING WS-MK-COUNT ' change(s) held for a second operator'
		  ' to approve' DELIMITED BY SIZE INTO WS-MK-MSG.
	   MOVE 'Change Held' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MK-MSG-SCR.

	MK-MSG-SUB.
	   ACCEPT MK-MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MK-MSG-SUB.

	   DESTROY MK-MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

	MK-MSG-RTN-END. EXIT.
      ********************************************************************
	LOCK-WARN-RTN.

	   MOVE 'Record Locked' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
