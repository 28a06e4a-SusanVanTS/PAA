      * VAN TZE SHAN 	2/9/26	 WO	PAA	Students inside a freeze/
      *					leave-of-absence window are
      *					left out of lapse detection
      * VAN TZE SHAN 	15/10/26 WO	PAA	Absence run taken off the
      *					monthly AS-FILE summary, only
      *					the last-present month read
      *					day by day
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fcas'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdatt'.
	   COPY '/z/y19b25/sp2/lib/fd/fdas'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dbas'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	     88 VALID-ANSWER	VALUE 'Y', 'y', 'N', 'n'.
	  03 WS-CB-EOF		PIC X(01).
	  03 WS-CM-EOF		PIC X(01).
	  03 WS-AS-EOF		PIC X(01).
	  03 WS-FEE-EOF		PIC X(01).
	  03 WS-CUR-CB-KEY	PIC X(04).
	  03 WS-CUR-STD-KEY	PIC X(06).
	  03 WS-ABS-RUN		PIC 9(03).
	  03 WS-LAST-PRESENT	PIC 9(08).
	  03 WS-LAST-PRES-MONTH	PIC 9(06).
	  03 WS-MONTH-ABS	PIC 9(03).
	  03 WS-DD		PIC 9(02).
	  03 WS-BALANCE		PIC S9(06)V9(02).
	  03 WS-CLUB-HEADED	PIC X(01).
	  03 WS-LAPSED-COUNT	PIC 9(05).
	  03 WS-TD-DD	PIC 9(02).
	  03 WS-TD-MM	PIC 9(02).
	  03 WS-TD-YYYY	PIC 9(04).
       01 WS-DAY-DMY	PIC 9(08).
       01 REDEFINES WS-DAY-DMY.
	  03 WS-DY-DD	PIC 9(02).
	  03 WS-DY-MM	PIC 9(02).
	  03 WS-DY-YYYY	PIC 9(04).
       01 WS-MONTH	PIC 9(06).
       01 REDEFINES WS-MONTH.
	  03 WS-MO-YYYY	PIC 9(04).
	  03 WS-MO-MM	PIC 9(02).
       01 WS-TODAY-YMD	PIC 9(08).
       01 REDEFINES WS-TODAY-YMD.
	  03 WS-TY-YYYY	PIC 9(04).
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcatt'.
	   COPY '/z/y19b25/sp2/lib/fd/dcas'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   OPEN INPUT CM-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT ATT-FILE.
	   OPEN INPUT AS-FILE.
	   OPEN INPUT GD-FILE.
	   OPEN INPUT FEE-FILE.
	   OPEN INPUT CFIG-FILE.
	   MOVE WS-TY-YYYY TO WS-TD-YYYY.

	   MOVE 'Lapsed Member Detection' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   CLOSE CM-FILE.
	   CLOSE STD-FILE.
	   CLOSE ATT-FILE.
	   CLOSE AS-FILE.
	   CLOSE GD-FILE.
	   CLOSE FEE-FILE.
	   CLOSE CFIG-FILE.
        MEMBER-LOOP-END. EXIT.

      ********************************************************************
      * Off the monthly AS-FILE summary rather than every ATT-FILE
      * row the student has. The blank-club rows come back oldest
      * month first: a month with any present mark starts the run
      * again, a month with none adds its absences to it. The month
      * of the last present mark is then read day by day off
      * ATT-FILE for the date itself and the absences after it - the
      * run still open is the "has quietly stopped coming" signal.
        ABS-RUN-RTN.

	   MOVE ZEROS TO WS-ABS-RUN, WS-LAST-PRESENT,
			 WS-LAST-PRES-MONTH.

	   INITIALIZE AS-REC.
	   MOVE WS-CUR-STD-KEY TO AS-STD-KEY.
	   MOVE SPACES	       TO AS-CB-KEY.
	   MOVE ZEROS	       TO AS-YYYYMM.
	   MOVE 'N' TO WS-AS-EOF.
	   START AS-FILE KEY >= AS-KEY INVALID
		 MOVE 'Y' TO WS-AS-EOF.
	   PERFORM MONTH-SCAN-LOOP THRU MONTH-SCAN-LOOP-END
		   UNTIL WS-AS-EOF = 'Y'.

	   IF WS-LAST-PRES-MONTH = ZEROS
	      GO TO ABS-RUN-RTN-END.

	   MOVE ZEROS TO WS-MONTH-ABS.
	   MOVE WS-LAST-PRES-MONTH TO WS-MONTH.
	   MOVE WS-MO-MM	   TO WS-DY-MM.
	   MOVE WS-MO-YYYY	   TO WS-DY-YYYY.
	   PERFORM PRES-DAY-RTN THRU PRES-DAY-RTN-END
		   VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31.
	   ADD WS-MONTH-ABS TO WS-ABS-RUN.

        ABS-RUN-RTN-END. EXIT.

      ********************************************************************
        MONTH-SCAN-LOOP.

	   READ AS-FILE NEXT END
		MOVE 'Y' TO WS-AS-EOF
		GO TO MONTH-SCAN-LOOP-END.

	   IF AS-STD-KEY NOT = WS-CUR-STD-KEY OR AS-CB-KEY NOT = SPACES
	      MOVE 'Y' TO WS-AS-EOF
	      GO TO MONTH-SCAN-LOOP-END.

	   IF AS-PRESENT NOT = ZEROS
	      MOVE AS-YYYYMM TO WS-LAST-PRES-MONTH
	      MOVE ZEROS     TO WS-ABS-RUN
	   ELSE
	      ADD AS-ABSENT TO WS-ABS-RUN.

        MONTH-SCAN-LOOP-END. EXIT.

      ********************************************************************
      * A present mark and an excused absence both break nothing:
      * the excused child was away with leave, not drifting.
        PRES-DAY-RTN.

	   MOVE WS-DD TO WS-DY-DD.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-DAY-DMY     TO ATT-DATE-DMY.
	   MOVE WS-CUR-STD-KEY TO ATT-STD-KEY.
	   READ ATT-FILE INVALID
		MOVE 'N' TO S-STATUS-CHECK
		GO TO PRES-DAY-RTN-END.

	   IF ATT-PRESENT = 'Y'
	      MOVE WS-DAY-DMY TO WS-LAST-PRESENT
	      MOVE ZEROS      TO WS-MONTH-ABS
	      GO TO PRES-DAY-RTN-END.

	   IF ATT-PRESENT NOT = 'E'
	      ADD 1 TO WS-MONTH-ABS.

        PRES-DAY-RTN-END. EXIT.

      ********************************************************************
        WORKSHEET-RTN.
