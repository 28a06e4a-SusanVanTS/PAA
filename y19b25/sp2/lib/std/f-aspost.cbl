       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-ASPOST.

      * RESTATE ONE STUDENT-MONTH ON THE ATTENDANCE SUMMARY
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * The month LINK-DATE-DMY falls in is counted again from the
      * ground up for LINK-STD-KEY - each day's ATT-FILE mark read
      * directly, each of the student's clubs' SS-FILE session read
      * directly - and the AS-FILE rows rewritten. Restating rather
      * than adding and taking away means a caller only has to say
      * which student and date it touched: a toggle, a cancelled
      * session or a mark put back all come out right, and any row
      * that has drifted is put straight by the next post.
      *   blank club row  every mark in the month, planned = days
      *		     any club of the student ran a session
      *   one row a club  the marks on days that club ran a planned
      *		     session inside the membership

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcss'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcas'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdss'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdas'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbss'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbas'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-DD		PIC 9(02).
	  03 WS-SUB		PIC 9(02).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-ANY-PLANNED	PIC X(01).
	  03 WS-DAY-MARK	PIC X(01).
	  03 WS-DAY-YMD		PIC 9(08).
	  03 WS-YYYYMM		PIC 9(06).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-HHMM		PIC X(07).

       01 WS-LINK-DMY		PIC 9(08).
       01 REDEFINES WS-LINK-DMY.
	  03 WS-LD-DD		PIC 9(02).
	  03 WS-LD-MM		PIC 9(02).
	  03 WS-LD-YYYY		PIC 9(04).

       01 WS-DAY-DMY		PIC 9(08).
       01 REDEFINES WS-DAY-DMY.
	  03 WS-DY-DD		PIC 9(02).
	  03 WS-DY-MM		PIC 9(02).
	  03 WS-DY-YYYY		PIC 9(04).

      * CM-FILE keeps its dates edited, dd/mm/yyyy.
       01 WS-CM-DMY-X		PIC X(10).
       01 WS-CM-PARTS REDEFINES WS-CM-DMY-X.
	  03 WS-CP-DD		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-MM		PIC 9(02).
	  03 FIL		PIC X(01).
	  03 WS-CP-YYYY		PIC 9(04).

       01 WS-ALL-COUNTS.
	  03 WS-ALL-PLANNED	PIC 9(03).
	  03 WS-ALL-PRESENT	PIC 9(03).
	  03 WS-ALL-EXCUSED	PIC 9(03).
	  03 WS-ALL-ABSENT	PIC 9(03).

      * The student's memberships, each with the days it covers.
       01 WS-CLUB-TABLE.
	  03 WS-CLUB-COUNT	PIC 9(02).
	  03 WS-CLUB OCCURS 20.
	     05 WS-CL-CB-KEY	PIC X(04).
	     05 WS-CL-FROM-YMD	PIC 9(08).
	     05 WS-CL-TO-YMD	PIC 9(08).
	     05 WS-CL-COUNTS.
		07 WS-CL-PLANNED PIC 9(03).
		07 WS-CL-PRESENT PIC 9(03).
		07 WS-CL-EXCUSED PIC 9(03).
		07 WS-CL-ABSENT	PIC 9(03).

       01 WS-POST-CB-KEY	PIC X(04).
       01 WS-POST-COUNTS.
	  03 WS-PO-PLANNED	PIC 9(03).
	  03 WS-PO-PRESENT	PIC 9(03).
	  03 WS-PO-EXCUSED	PIC 9(03).
	  03 WS-PO-ABSENT	PIC 9(03).

       LINKAGE SECTION.
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-DATE-DMY		PIC 9(08).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-DATE-DMY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcss'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcas'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   IF LINK-STD-KEY = SPACES OR LINK-DATE-DMY = ZEROS
	      GO TO TERMINATION.

	   MOVE LINK-DATE-DMY TO WS-LINK-DMY.
	   COMPUTE WS-YYYYMM = (WS-LD-YYYY * 100) + WS-LD-MM.
	   MOVE WS-LD-MM   TO WS-DY-MM.
	   MOVE WS-LD-YYYY TO WS-DY-YYYY.

	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-TODAY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-TODAY-EDIT TO WS-TODAY-DMY.

	   OPEN INPUT ATT-FILE.
	   OPEN INPUT SS-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN I-O   AS-FILE.

	   INITIALIZE WS-ALL-COUNTS, WS-CLUB-TABLE.
	   INITIALIZE CM-REC.
	   MOVE LINK-STD-KEY TO CM-STD-KEY.
	   MOVE LOW-VALUES   TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CLUB-LOAD-LOOP THRU CLUB-LOAD-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

	   PERFORM DAY-RTN THRU DAY-RTN-END
		   VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31.

	   MOVE SPACES	      TO WS-POST-CB-KEY.
	   MOVE WS-ALL-COUNTS TO WS-POST-COUNTS.
	   PERFORM AS-POST-RTN THRU AS-POST-RTN-END.

	   PERFORM CLUB-POST-RTN THRU CLUB-POST-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CLUB-COUNT.

	   CLOSE ATT-FILE.
	   CLOSE SS-FILE.
	   CLOSE CM-FILE.
	   CLOSE AS-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * Ended and transferred memberships still count up to the day
      * they stopped, so a rebuilt past month comes out the same as
      * when it was posted live.
	CLUB-LOAD-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CLUB-LOAD-LOOP-END.

	   IF CM-STD-KEY NOT = LINK-STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CLUB-LOAD-LOOP-END.

	   IF WS-CLUB-COUNT NOT < 20
	      GO TO CLUB-LOAD-LOOP-END.

	   ADD 1 TO WS-CLUB-COUNT.
	   MOVE CM-CB-KEY TO WS-CL-CB-KEY (WS-CLUB-COUNT).

	   MOVE ZEROS TO WS-CL-FROM-YMD (WS-CLUB-COUNT).
	   MOVE CM-JOIN-DMY TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC
	      COMPUTE WS-CL-FROM-YMD (WS-CLUB-COUNT) =
		      (WS-CP-YYYY * 10000) + (WS-CP-MM * 100) +
		      WS-CP-DD.

	   MOVE 99999999 TO WS-CL-TO-YMD (WS-CLUB-COUNT).
	   IF CM-IS-OPEN
	      GO TO CLUB-LOAD-LOOP-END.
	   MOVE CM-END-DMY TO WS-CM-DMY-X.
	   IF WS-CP-DD NUMERIC AND WS-CP-MM NUMERIC AND
	      WS-CP-YYYY NUMERIC AND WS-CP-YYYY NOT = ZEROS
	      COMPUTE WS-CL-TO-YMD (WS-CLUB-COUNT) =
		      (WS-CP-YYYY * 10000) + (WS-CP-MM * 100) +
		      WS-CP-DD.

	CLUB-LOAD-LOOP-END. EXIT.

      ********************************************************************
      * One calendar day. A day the month does not have (the 30th of
      * February) simply finds nothing on either file.
	DAY-RTN.

	   MOVE WS-DD TO WS-DY-DD.
	   COMPUTE WS-DAY-YMD = (WS-DY-YYYY * 10000) +
				(WS-DY-MM * 100) + WS-DY-DD.

	   MOVE SPACE TO WS-DAY-MARK.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-DAY-DMY   TO ATT-DATE-DMY.
	   MOVE LINK-STD-KEY TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
	   NOT INVALID
		EVALUATE ATT-PRESENT
		  WHEN 'Y'   MOVE 'P' TO WS-DAY-MARK
		  WHEN 'E'   MOVE 'E' TO WS-DAY-MARK
		  WHEN OTHER MOVE 'A' TO WS-DAY-MARK
		END-EVALUATE
	   END-READ.

	   MOVE 'N' TO WS-ANY-PLANNED.
	   PERFORM CLUB-DAY-RTN THRU CLUB-DAY-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-CLUB-COUNT.

	   IF WS-ANY-PLANNED = 'Y'
	      ADD 1 TO WS-ALL-PLANNED.
	   EVALUATE WS-DAY-MARK
	     WHEN 'P' ADD 1 TO WS-ALL-PRESENT
	     WHEN 'E' ADD 1 TO WS-ALL-EXCUSED
	     WHEN 'A' ADD 1 TO WS-ALL-ABSENT
	   END-EVALUATE.

	DAY-RTN-END. EXIT.

      ********************************************************************
	CLUB-DAY-RTN.

	   IF WS-DAY-YMD < WS-CL-FROM-YMD (WS-SUB) OR
	      WS-DAY-YMD > WS-CL-TO-YMD (WS-SUB)
	      GO TO CLUB-DAY-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-DAY-DMY	       TO SS-DATE-DMY.
	   MOVE WS-CL-CB-KEY (WS-SUB) TO SS-CB-KEY.
	   READ SS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO CLUB-DAY-RTN-END.

	   IF SS-PLANNED NOT = 'Y'
	      GO TO CLUB-DAY-RTN-END.

	   MOVE 'Y' TO WS-ANY-PLANNED.
	   ADD 1 TO WS-CL-PLANNED (WS-SUB).
	   EVALUATE WS-DAY-MARK
	     WHEN 'P' ADD 1 TO WS-CL-PRESENT (WS-SUB)
	     WHEN 'E' ADD 1 TO WS-CL-EXCUSED (WS-SUB)
	     WHEN 'A' ADD 1 TO WS-CL-ABSENT (WS-SUB)
	   END-EVALUATE.

	CLUB-DAY-RTN-END. EXIT.

      ********************************************************************
	CLUB-POST-RTN.

	   MOVE WS-CL-CB-KEY (WS-SUB) TO WS-POST-CB-KEY.
	   MOVE WS-CL-COUNTS (WS-SUB) TO WS-POST-COUNTS.
	   PERFORM AS-POST-RTN THRU AS-POST-RTN-END.

	CLUB-POST-RTN-END. EXIT.

      ********************************************************************
      * A month that comes out all zeros writes no new row; one that
      * was there already is zeroed rather than removed, so a reader
      * walking the month sees it was counted.
	AS-POST-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY   TO AS-STD-KEY.
	   MOVE WS-POST-CB-KEY TO AS-CB-KEY.
	   MOVE WS-YYYYMM      TO AS-YYYYMM.
	   READ AS-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		IF WS-POST-COUNTS = ZEROS
		   GO TO AS-POST-RTN-END
		END-IF
		INITIALIZE AS-REC
		MOVE LINK-STD-KEY   TO AS-STD-KEY, AS-ALT-STD-KEY
		MOVE WS-POST-CB-KEY TO AS-CB-KEY, AS-ALT-CB-KEY
		MOVE WS-YYYYMM	    TO AS-YYYYMM, AS-ALT-YYYYMM
		MOVE WS-PO-PLANNED  TO AS-PLANNED
		MOVE WS-PO-PRESENT  TO AS-PRESENT
		MOVE WS-PO-EXCUSED  TO AS-EXCUSED
		MOVE WS-PO-ABSENT   TO AS-ABSENT
		MOVE WS-TODAY-DMY   TO AS-POSTED-DMY
		MOVE ZEROS	    TO AS-PADDING
		WRITE AS-REC
		GO TO AS-POST-RTN-END.

	   MOVE WS-PO-PLANNED TO AS-PLANNED.
	   MOVE WS-PO-PRESENT TO AS-PRESENT.
	   MOVE WS-PO-EXCUSED TO AS-EXCUSED.
	   MOVE WS-PO-ABSENT  TO AS-ABSENT.
	   MOVE WS-TODAY-DMY  TO AS-POSTED-DMY.
	   REWRITE AS-REC.

	AS-POST-RTN-END. EXIT.

      * End of program.
