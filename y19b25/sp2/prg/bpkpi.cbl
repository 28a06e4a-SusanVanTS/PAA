      *					numbers stop vanishing at
      *					midnight. Re-run safe: rows
      *					rewrite.
      * VAN TZE SHAN 	15/10/26 WO	PAA	Attendance taken off the
      *					month's AS-FILE summary rows
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fckp'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcas'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fcin'.
	   COPY '/v/cps/lib/std/fcprint'.
	   COPY '/z/y19b25/sp2/lib/fd/fdkp'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdas'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdin'.
	   COPY '/v/cps/lib/std/fdprint'.
	   COPY '/z/y19b25/sp2/lib/fd/dbkp'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbas'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbin'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	  03 WS-YYYYMM		PIC 9(06).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-AS-EOF		PIC X(01).
	  03 WS-SB-EOF		PIC X(01).
	  03 WS-IN-EOF		PIC X(01).
	  03 WS-BR-KEY		PIC X(02).
	   COPY '/z/y19b25/sp2/lib/fd/dckp'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcas'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsb'.
	   COPY '/z/y19b25/sp2/lib/fd/dcin'.
	   COPY '/v/cps/lib/std/dcprint'.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   KP-FILE.
	   OPEN INPUT STD-FILE, CM-FILE, AS-FILE, SB-FILE, IN-FILE.

	   MOVE 'KPI Month-End Write' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 4 TO RETURN-CODE.
        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE KP-FILE.
	   CLOSE STD-FILE, CM-FILE, AS-FILE, SB-FILE, IN-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

        BR-OF-STD-RTN-END. EXIT.

      ********************************************************************
      * The month's marks come off the blank-club AS-FILE rows - one
      * per student with any mark in the month - not a walk of the
      * whole of ATT-FILE.
        ATT-PASS-RTN.

	   INITIALIZE AS-REC.
	   MOVE WS-YYYYMM  TO AS-ALT-YYYYMM.
	   MOVE SPACES	   TO AS-ALT-CB-KEY.
	   MOVE LOW-VALUES TO AS-ALT-STD-KEY.
	   MOVE 'N' TO WS-AS-EOF.
	   START AS-FILE KEY >= AS-ALT-KEY1 INVALID
		 MOVE 'Y' TO WS-AS-EOF.
	   PERFORM ATT-PASS-LOOP THRU ATT-PASS-LOOP-END
		   UNTIL WS-AS-EOF = 'Y'.

        ATT-PASS-RTN-END. EXIT.

        ATT-PASS-LOOP.

	   READ AS-FILE NEXT END
		MOVE 'Y' TO WS-AS-EOF
		GO TO ATT-PASS-LOOP-END.

	   IF AS-ALT-YYYYMM NOT = WS-YYYYMM OR
	      AS-ALT-CB-KEY NOT = SPACES
	      MOVE 'Y' TO WS-AS-EOF
	      GO TO ATT-PASS-LOOP-END.

	   MOVE SPACES TO WS-BR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE AS-ALT-STD-KEY TO STD-KEY.
	   READ STD-FILE NOT INVALID
		MOVE STD-BR-KEY TO WS-BR-KEY.
	   MOVE 'N' TO S-STATUS-CHECK.

      * Excused sessions stay out of the percentage, as everywhere.
	   PERFORM TALLY-FIND-RTN THRU TALLY-FIND-RTN-END.
	   ADD AS-PRESENT, AS-ABSENT TO WS-BRT-MARKS (1).
	   ADD AS-PRESENT TO WS-BRT-PRESENT (1).
	   IF WS-BR-SUB > 1
	      ADD AS-PRESENT, AS-ABSENT TO WS-BRT-MARKS (WS-BR-SUB)
	      ADD AS-PRESENT TO WS-BRT-PRESENT (WS-BR-SUB).

        ATT-PASS-LOOP-END. EXIT.

