       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-DRCHK.

      * MAY A STUDENT'S CARD OPEN THE DOOR ON A DATE
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26 -	PAA	SP2

      * LINK-REASON comes back blank when LINK-STD-KEY may be let in
      * on LINK-DATE-DMY, and otherwise with the first reason found
      * that bars the card - the wording BPDRX totals its register
      * by and PSDRD hands the desk. A student must be on file and
      * active, hold an open club membership, be outside any freeze
      * window, carry no expired medical clearance and no open
      * safeguarding case (told only as the neutral F-WCMARK
      * marker), and - when LINK-DUN-LEVEL is not zero - not stand
      * at or past that dunning level, or with the agency, with a
      * balance still owing on SB-FILE.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmc'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmc'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmc'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-CM-OPEN		PIC X(01).
	  03 WS-FROZEN		PIC X(01).
	  03 WS-MARK		PIC X(20).
	  03 WS-DATE-YMD	PIC 9(08).
	  03 WS-EXPIRY-YMD	PIC 9(08).

       LINKAGE SECTION.
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-DATE-DMY		PIC 9(08).
       01 LINK-DUN-LEVEL	PIC 9(01).
       01 LINK-REASON		PIC X(30).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-STD-KEY, LINK-DATE-DMY,
				LINK-DUN-LEVEL, LINK-REASON.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcmc'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   MOVE SPACES TO LINK-REASON.
	   IF LINK-STD-KEY = SPACES
	      MOVE 'NOT ON FILE' TO LINK-REASON
	      GO TO TERMINATION.

	   OPEN INPUT STD-FILE.
	   OPEN INPUT STD-ARCH-FILE.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT MC-FILE.
	   OPEN INPUT SB-FILE.

	   PERFORM CHECK-RTN THRU CHECK-RTN-END.

	   CLOSE STD-FILE.
	   CLOSE STD-ARCH-FILE.
	   CLOSE CM-FILE.
	   CLOSE MC-FILE.
	   CLOSE SB-FILE.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * An AC# gone from the student file has either been archived by
      * ARSTD or was never issued.
	CHECK-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY TO STD-KEY.
	   READ STD-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE 'NOT ON FILE' TO LINK-REASON
		MOVE LINK-STD-KEY TO STDA-KEY
		READ STD-ARCH-FILE INVALID
		     MOVE 'N' TO S-STATUS-CHECK
		NOT INVALID
		     MOVE 'ARCHIVED' TO LINK-REASON
		END-READ
		GO TO CHECK-RTN-END.

	   IF STD-IS-INACTIVE
	      MOVE 'INACTIVE' TO LINK-REASON
	      GO TO CHECK-RTN-END.

	   INITIALIZE CM-REC.
	   MOVE LINK-STD-KEY TO CM-STD-KEY.
	   MOVE LOW-VALUES   TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF, WS-CM-OPEN.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CM-LOOP THRU CM-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.
	   IF WS-CM-OPEN NOT = 'Y'
	      MOVE 'NO OPEN MEMBERSHIP' TO LINK-REASON
	      GO TO CHECK-RTN-END.

	   CALL   '/z/y19b25/sp2/lib/std/f-ckfrz' USING
		  STD-FREEZE-FROM-DMY, STD-FREEZE-TO-DMY,
		  LINK-DATE-DMY, WS-FROZEN.
	   CANCEL '/z/y19b25/sp2/lib/std/f-ckfrz'.
	   IF WS-FROZEN = 'Y'
	      MOVE 'FROZEN' TO LINK-REASON
	      GO TO CHECK-RTN-END.

      * No certificate on file is not a bar - only one that has run
      * out before the day.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY TO MC-KEY.
	   READ MC-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE ZEROS TO MC-EXPIRY-DMY.
	   IF MC-EXPIRY-DMY NOT = ZEROS
	      MOVE LINK-DATE-DMY TO WS-DATE-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-DATE-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE MC-EXPIRY-DMY TO WS-EXPIRY-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EXPIRY-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-EXPIRY-YMD < WS-DATE-YMD
		 MOVE 'MEDICAL CLEARANCE EXPIRED' TO LINK-REASON
		 GO TO CHECK-RTN-END.

	   CALL   '/z/y19b25/sp2/lib/std/f-wcmark' USING
		  LINK-STD-KEY, WS-MARK.
	   CANCEL '/z/y19b25/sp2/lib/std/f-wcmark'.
	   IF WS-MARK NOT = SPACES
	      MOVE 'SEE WELFARE OFFICER' TO LINK-REASON
	      GO TO CHECK-RTN-END.

	   IF LINK-DUN-LEVEL = ZEROS
	      GO TO CHECK-RTN-END.
	   IF STD-DUN-LEVEL < LINK-DUN-LEVEL AND NOT STD-WITH-AGENCY
	      GO TO CHECK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE LINK-STD-KEY TO SB-KEY.
	   READ SB-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		MOVE ZEROS TO SB-BALANCE.
	   IF SB-BALANCE NOT > ZEROS
	      GO TO CHECK-RTN-END.

	   IF STD-WITH-AGENCY
	      MOVE 'ARREARS - WITH AGENCY' TO LINK-REASON
	   ELSE
	      STRING 'ARREARS - DUNNING LEVEL ' STD-DUN-LEVEL
		     DELIMITED BY SIZE INTO LINK-REASON.

	CHECK-RTN-END. EXIT.

      ********************************************************************
	CM-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CM-LOOP-END.

	   IF CM-STD-KEY NOT = LINK-STD-KEY
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CM-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE 'Y' TO WS-CM-OPEN
	      MOVE 'Y' TO WS-CM-EOF.

	CM-LOOP-END. EXIT.

      * End of program.
