
      * ONE-PAGE MEMBER PROFILE STATEMENT
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Milestone awards from the
      *					AW-FILE history listed under
      *					the event entries
      * VAN TZE SHAN 	2/9/26	 WO	PAA	Fee balance read off the
      *					SB-FILE summary maintained
      *					at posting time
      *					medical flag and guardian
      *					contact on one page per AC# -
      *					one student or a whole club
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	DOB and medical flag shown
      *					as the operator's role allows
      *					(F-STMSK); full views logged

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcaw'.
	   COPY '/z/y19b25/sp2/lib/fd/fcml'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmed'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdaw'.
	   COPY '/z/y19b25/sp2/lib/fd/fdml'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbaw'.
	   COPY '/z/y19b25/sp2/lib/fd/dbml'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * A profile is one page; the event table is capped so a busy
      * competitor cannot push the page onto a second sheet.
       78 T-EV-MAX		VALUE 15.
       78 T-AW-MAX		VALUE 7.

       01 WS-MISC.
	  03 S-ANSWER		PIC X(01) VALUE 'N'.
	  03 WS-ER-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-RH-EOF		PIC X(01).
	  03 WS-AW-EOF		PIC X(01).
	  03 WS-AW-LINES	PIC 9(03).
	  03 WS-FIRST-PAGE	PIC X(01).
	  03 WS-PREVIEW-MODE	PIC X(01).
	  03 WS-EV-LINES	PIC 9(03).
	  03 WS-HHMM		PIC X(07).
	  03 PRT-START-HHMM	PIC X(07).

      * The DOB is the only restricted field printed in full, so the
      * log mask carries just its view. The medical flag is itself
      * the partial view of the medical record.
       01 WS-SF-MISC.
	  03 WS-SF-MODE		PIC X(01).
	  03 WS-SF-FIELD-NO	PIC 9(01) VALUE 1.
	  03 WS-SF-MASK		PIC X(06).
	  03 WS-SF-LOG-MASK	PIC X(06) VALUE 'UUUUUU'.
	  03 WS-SF-VALUE	PIC X(60).

       01 WS-DMY-PARTS		PIC 9(08).
       01 REDEFINES WS-DMY-PARTS.
	  03 WS-DP-DD		PIC 9(02).
	  03 PRT-GENDER		PIC X(06).
	  03 FIL		PIC X(06) VALUE ' DOB:'.
	  03 PRT-DOB		PIC 99/99/9999.
	  03 PRT-DOB-X		REDEFINES PRT-DOB PIC X(10).
	  03 FIL		PIC X(07) VALUE ' Club:'.
	  03 PRT-CB-NAME	PIC X(20).

	  03 FIL		PIC X(40) VALUE
	     '  (no event registrations)'.

       01 PRT-AW-HEADER.
	  03 FIL		PIC X(50) VALUE
	     '  AWARDED    MILESTONE                      COUNT'.

       01 PRT-AW-DETAIL.
	  03 FIL		PIC X(02).
	  03 PRT-AW-DATE	PIC 99/99/9999.
	  03 FIL		PIC X(01).
	  03 PRT-AW-DESC	PIC X(30).
	  03 FIL		PIC X(01).
	  03 PRT-AW-COUNT	PIC ZZZZ9.

       01 PRT-AW-MORE.
	  03 FIL		PIC X(40) VALUE
	     '  (further awards not shown)'.

       01 PRT-AW-NONE.
	  03 FIL		PIC X(40) VALUE
	     '  (no milestone awards)'.

       01 PRT-END.
	  03 FIL		PIC X(26) VALUE
	     '* END OF REPORT * TIME :'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmed'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcaw'.
	   COPY '/z/y19b25/sp2/lib/fd/dcml'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   MOVE 'N' TO S-RUN.
	   OPEN INPUT STD-FILE, CM-FILE, CB-FILE, RH-FILE, RK-FILE.
	   OPEN INPUT ATT-FILE, ER-FILE, EV-FILE, RS-FILE, SB-FILE.
	   OPEN INPUT MED-FILE, GD-FILE, AW-FILE, ML-FILE.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.

	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Member Profile' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, WS-CUR-STD-KEY,
		  WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   MOVE WS-SF-MASK(1:1) TO WS-SF-LOG-MASK(1:1).

	   CALL 'W$BITMAP' USING
	        WBITMAP-LOAD, 'help.jpg' GIVING S-BITMAP.

	   CLOSE WINDOW S-WINDOW.
	   CLOSE STD-FILE, CM-FILE, CB-FILE, RH-FILE, RK-FILE.
	   CLOSE ATT-FILE, ER-FILE, EV-FILE, RS-FILE, SB-FILE.
	   CLOSE MED-FILE, GD-FILE, AW-FILE, ML-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	     WHEN 'F'	MOVE 'Female' TO PRT-GENDER
	     WHEN OTHER	MOVE SPACES   TO PRT-GENDER.
	   MOVE STD-DOB-DMY TO PRT-DOB.
	   MOVE PRT-DOB-X   TO WS-SF-VALUE.
	   MOVE 'M' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   MOVE WS-SF-VALUE TO PRT-DOB-X.
	   MOVE 'L' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-LOG-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   PERFORM GET-CLUB-RTN THRU GET-CLUB-RTN-END.
	   MOVE PRT-MAST-LINE TO WS-OUT-LINE.
	   PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END.

	   PERFORM EVENTS-RTN THRU EVENTS-RTN-END.

	   MOVE PRT-AW-HEADER TO WS-OUT-LINE.
	   PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END.

	   PERFORM AWARDS-RTN THRU AWARDS-RTN-END.

	   MOVE PRT-RULE TO WS-OUT-LINE.
	   PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END.

		   MOVE 'YES' TO PRT-MED-TXT
		END-IF
	   END-READ.
	   IF WS-SF-MASK(5:1) = 'M'
	      MOVE '****' TO PRT-MED-TXT.

	   MOVE SPACES TO PRT-GD-NAME, PRT-GD-PHONE.
	   MOVE 'N'    TO S-STATUS-CHECK.

        EVENTS-LOOP-END. EXIT.

      ********************************************************************
      * Milestone awards BPAW has made, in rule order, capped like
      * the event table.
        AWARDS-RTN.

	   MOVE ZEROS TO WS-AW-LINES.

	   INITIALIZE AW-REC.
	   MOVE WS-CUR-STD-KEY TO AW-STD-KEY.
	   MOVE LOW-VALUES     TO AW-ML-KEY.
	   MOVE 'N' TO WS-AW-EOF.
	   START AW-FILE KEY >= AW-KEY INVALID
		 MOVE 'Y' TO WS-AW-EOF.
	   PERFORM AWARDS-LOOP THRU AWARDS-LOOP-END
		   UNTIL WS-AW-EOF = 'Y'.

	   IF WS-AW-LINES = ZEROS
	      MOVE PRT-AW-NONE TO WS-OUT-LINE
	      PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END.

        AWARDS-RTN-END. EXIT.

        AWARDS-LOOP.

	   READ AW-FILE NEXT END
		MOVE 'Y' TO WS-AW-EOF
		GO TO AWARDS-LOOP-END.

	   IF AW-STD-KEY NOT = WS-CUR-STD-KEY
	      MOVE 'Y' TO WS-AW-EOF
	      GO TO AWARDS-LOOP-END.

	   IF WS-AW-LINES >= T-AW-MAX
	      MOVE PRT-AW-MORE TO WS-OUT-LINE
	      PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END
	      MOVE 'Y' TO WS-AW-EOF
	      GO TO AWARDS-LOOP-END.

	   INITIALIZE PRT-AW-DETAIL.
	   MOVE AW-AWARD-DMY TO PRT-AW-DATE.
	   MOVE AW-ACHIEVED  TO PRT-AW-COUNT.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AW-ML-KEY TO ML-KEY.
	   READ ML-FILE INVALID
		MOVE AW-ML-KEY TO PRT-AW-DESC
	   NOT INVALID
		MOVE ML-DESC   TO PRT-AW-DESC
	   END-READ.

	   MOVE PRT-AW-DETAIL TO WS-OUT-LINE.
	   PERFORM PUT-LINE-RTN THRU PUT-LINE-RTN-END.
	   ADD 1 TO WS-AW-LINES.

        AWARDS-LOOP-END. EXIT.

      ********************************************************************
      * The preview is the first page built through the same
      * PROFILE-RTN, landed on the popup instead of the spool.
	   MOVE 'N' TO WS-PREVIEW-MODE.

	   MOVE 'Print Preview' TO S-WINDOW-TITLE2.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 21 SIZE 86
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE S-WINDOW-TITLE2
