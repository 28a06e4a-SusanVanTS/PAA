      *					ledger and prints the rank
      *					certificates the way PTCERT
      *					does for competitions
      * VAN TZE SHAN 	15/10/26 WO	PAA	Grading fee carries the
      *					standard sales tax code and
      *					tax portion via F-GTTAX
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					payer stamp and voucher
      *					serial the sequence scan
      *					left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the
      *					billing run number the
      *					sequence scan left in FEE-REC
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sessions since promotion
      *					counted off the monthly
      *					AS-FILE summary via F-ASATT
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	New row cleared of the tax
      *					code, tax and discount the
      *					sequence scan left in
      *					FEE-REC
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcco'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfee'.
	   COPY '/v/cps/lib/std/fcprint'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdco'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfee'.
	   COPY '/v/cps/lib/std/fdprint'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbco'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfee'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	  03 WS-GC-EOF		PIC X(01).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-RH-EOF		PIC X(01).
	  03 WS-MSG		PIC X(60).
	  03 WS-HHMM		PIC X(07).
	  03 WS-DATE		PIC X(01).
	  03 WS-NEXT-RK		PIC 9(02).
	  03 WS-MONTHS		PIC 9(04).
	  03 WS-SESSIONS	PIC 9(04).
	  03 WS-ATT-OPEN-YMD	PIC 9(08) VALUE ZEROS.
	  03 WS-ATT-COUNTS.
	     05 WS-ATT-PRESENT	PIC 9(05).
	     05 WS-ATT-EXCUSED	PIC 9(05).
	     05 WS-ATT-ABSENT	PIC 9(05).
	  03 WS-RANK-YMD	PIC 9(08).
	  03 WS-TODAY-DMY	PIC 9(08).
	  03 WS-TODAY-EDIT	PIC 99/99/9999.
	  03 WS-TODAY-YMD	PIC 9(08).
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dcco'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfee'.
	   COPY '/v/cps/lib/std/dcprint'.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT RK-FILE.
	   OPEN I-O   RH-FILE.
	   OPEN INPUT CO-FILE.
	   OPEN I-O   FEE-FILE.


      * Floating Window
	   MOVE 'Grading Day Control' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE STD-FILE.
	   CLOSE RK-FILE.
	   CLOSE RH-FILE.
	   CLOSE CO-FILE.
	   CLOSE FEE-FILE.
	   EXIT PROGRAM.
      *******************************************************************
        ATT-COUNT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING STD-KEY, WS-BEST-YMD, WS-ATT-OPEN-YMD,
			WS-ATT-OPEN-YMD, WS-ATT-OPEN-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.
	   MOVE WS-ATT-PRESENT TO WS-SESSIONS.

        ATT-COUNT-RTN-END. EXIT.
      *******************************************************************
      * ENTER on a candidate cycles blank, Pass, Fail and back.
        RESULT-RTN.
	   MOVE SPACES	TO FEE-FS-KEY, FEE-EV-KEY, FEE-VOID-FLAG,
			   FEE-VOID-OPERATOR, FEE-VOID-HHMM,
			   FEE-VOID-REASON.
	   MOVE SPACES		TO FEE-PAYER-TYPE, FEE-PAYER-KEY.
	   MOVE ZEROS		TO FEE-GV-KEY, FEE-RUN-NO.
	   MOVE SPACES		TO FEE-TX-KEY.
	   MOVE ZEROS		TO FEE-TAX-AMOUNT, FEE-DISC-AMOUNT.
	   CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		  USING FEE-TX-KEY, FEE-DATE-DMY, FEE-AMOUNT,
			FEE-TAX-AMOUNT.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

	   MOVE 'N' TO S-STATUS-CHECK.
	   WRITE FEE-REC.
        MSG-RTN.

	   MOVE 'Grading Day' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
