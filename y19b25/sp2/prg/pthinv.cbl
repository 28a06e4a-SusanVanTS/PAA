       IDENTIFICATION DIVISION.
	PROGRAM-ID.    PTHINV.

      * HALL HIRE TAX INVOICE BY INVOICE NUMBER
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	The tax invoice for a
      *					hall hire FMHB confirmed -
      *					hirer, hall and hours, the
      *					hire charge net and tax,
      *					and the refundable deposit
      *					due with it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fchb'.
	   COPY '/z/y19b25/sp2/lib/fd/fchl'.
	   COPY '/z/y19b25/sp2/lib/fd/fchr'.
	   COPY '/z/y19b25/sp2/lib/fd/fcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdhb'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhl'.
	   COPY '/z/y19b25/sp2/lib/fd/fdhr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdvn'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbhb'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhl'.
	   COPY '/z/y19b25/sp2/lib/fd/dbhr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
      * Every finished run is captured to the spool archive so it
      * can be reprinted exactly as it came out.
	01 WS-SPL-MISC.
	   03 WS-SPL-NAME	PIC X(30) VALUE
	      'PTHINV'.
	   03 WS-SPL-SEL	PIC X(40).
	   03 WS-SPL-TYPE	PIC X(01) VALUE 'S'.

       01 WS-MISC.
	  03 WS-FIND-INV-NO	PIC 9(06).
	  03 WS-HB-EOF		PIC X(01).
	  03 WS-HL-EOF		PIC X(01).
	  03 WS-FOUND		PIC X(01).
	  03 WS-TAX-FOUND	PIC X(01).
	  03 WS-OPERATOR	PIC X(08).
	  03 WS-SYS-DMY		PIC 99/99/9999.
	  03 WS-SYS-HHMM	PIC X(07).
	  03 WS-TX-KEY		PIC X(02).
	  03 WS-TAX		PIC 9(06)V9(02).
	  03 WS-NET		PIC 9(06)V9(02).
	  03 WS-TOTAL		PIC 9(07)V9(02).

      * Hours hired, off the booked start and end times.
       01 WS-TIME-MISC.
	  03 WS-T-HH		PIC 9(02).
	  03 WS-T-MM		PIC 9(02).
	  03 WS-T-START-MINS	PIC 9(04).
	  03 WS-T-END-MINS	PIC 9(04).
	  03 WS-T-HOURS		PIC 9(02)V9(02).

       01 INV-HEADER.
	  03 FIL		PIC X(50) VALUE 'PRESTIGE ATLANTIC'.

       01 INV-REG-LINE.
	  03 FIL		PIC X(22) VALUE
	     'TAX REGISTRATION NO :'.
	  03 INV-TAX-REG-NO	PIC X(20).

       01 INV-TITLE.
	  03 FIL		PIC X(22) VALUE
	     'HIRE TAX INVOICE NO :'.
	  03 INV-NO		PIC 9(06).
	  03 FIL		PIC X(12) VALUE SPACE.
	  03 FIL		PIC X(07) VALUE 'DATE :'.
	  03 INV-DMY		PIC 99/99/9999.

       01 INV-CANCELLED.
	  03 FIL		PIC X(40) VALUE
	     '*** HIRE CANCELLED - CREDITED IN FULL **'.

       01 INV-TO.
	  03 FIL		PIC X(22) VALUE
	     'INVOICE TO     HIRER:'.
	  03 INV-HR-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 INV-HR-NAME	PIC X(40).

       01 INV-ADDR-LINE.
	  03 FIL		PIC X(22).
	  03 INV-ADDR		PIC X(40).

       01 INV-CONTACT-LINE.
	  03 FIL		PIC X(22) VALUE
	     'ATTENTION           :'.
	  03 INV-CONTACT	PIC X(30).
	  03 FIL		PIC X(02).
	  03 INV-PHONE		PIC X(15).

       01 INV-HALL-LINE.
	  03 FIL		PIC X(22) VALUE
	     'HALL HIRED          :'.
	  03 INV-VN-KEY		PIC X(04).
	  03 FIL		PIC X(02).
	  03 INV-VN-NAME	PIC X(40).

       01 INV-WHEN-LINE.
	  03 FIL		PIC X(22) VALUE
	     'HIRE DATE AND TIME  :'.
	  03 INV-HIRE-DMY	PIC 99/99/9999.
	  03 FIL		PIC X(02).
	  03 INV-START		PIC 9(04).
	  03 FIL		PIC X(03) VALUE ' - '.
	  03 INV-END		PIC 9(04).

       01 INV-DESC-LINE.
	  03 FIL		PIC X(22) VALUE
	     'PURPOSE             :'.
	  03 INV-DESC		PIC X(30).

       01 INV-RATE-LINE.
	  03 FIL		PIC X(22) VALUE
	     'HOURS AT HOURLY RATE:'.
	  03 INV-HOURS		PIC Z9.99.
	  03 FIL		PIC X(04) VALUE ' AT '.
	  03 INV-RATE		PIC Z,ZZ9.99.

       01 INV-NET-LINE.
	  03 FIL		PIC X(22) VALUE
	     'HIRE EXCL. TAX      :'.
	  03 INV-NET		PIC ZZZ,ZZ9.99.

       01 INV-TAX-LINE.
	  03 FIL		PIC X(14) VALUE 'TAX INCLUDED ('.
	  03 INV-TX-KEY		PIC X(02).
	  03 FIL		PIC X(06) VALUE ')    :'.
	  03 INV-TAX		PIC ZZZ,ZZ9.99.

       01 INV-AMT-LINE.
	  03 FIL		PIC X(22) VALUE
	     'HIRE CHARGE         :'.
	  03 INV-AMOUNT		PIC ZZZ,ZZ9.99.

       01 INV-DEP-LINE.
	  03 FIL		PIC X(22) VALUE
	     'REFUNDABLE DEPOSIT  :'.
	  03 INV-DEPOSIT	PIC ZZZ,ZZ9.99.

       01 INV-TOTAL-LINE.
	  03 FIL		PIC X(22) VALUE
	     'TOTAL DUE           :'.
	  03 INV-TOTAL		PIC Z,ZZZ,ZZ9.99.

       01 INV-OPR-LINE.
	  03 FIL		PIC X(22) VALUE
	     'PRINTED BY          :'.
	  03 INV-OPERATOR	PIC X(08).
	  03 FIL		PIC X(06) VALUE SPACE.
	  03 FIL		PIC X(15) VALUE 'PRINTED ON   :'.
	  03 INV-SYS-DMY	PIC 99/99/9999.

       SCREEN SECTION.
       01 SELECT-SCR.
	  03 LABEL LINE 02 COL 04 'Hire Invoice Number:'.
	  03 ENTRY-FIELD 3-D ID 101 COL + 2 PIC 9(06)
	     USING WS-FIND-INV-NO.

      ********************************************************************
       PROCEDURE DIVISION.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dchb'.
	   COPY '/z/y19b25/sp2/lib/fd/dchl'.
	   COPY '/z/y19b25/sp2/lib/fd/dchr'.
	   COPY '/z/y19b25/sp2/lib/fd/dcvn'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.

      ********************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN INPUT HB-FILE.
	   OPEN INPUT HL-FILE.
	   OPEN INPUT HR-FILE.
	   OPEN INPUT VN-FILE.

	   MOVE 'Hire Invoice' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

        TERMINATION.
	   CLOSE WINDOW S-WINDOW.
	   CLOSE HB-FILE.
	   CLOSE HL-FILE.
	   CLOSE HR-FILE.
	   CLOSE VN-FILE.
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

	   IF NOT (K-F8 OR K-ENTER) GO TO 0100-MAIN.

	   IF WS-FIND-INV-NO = ZEROS
	      MOVE 200015 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

      * The bookings have no invoice-number key, so walk them front
      * to back - hires are few enough that this stays quick.
	   MOVE 'N' TO WS-FOUND.
	   INITIALIZE HB-REC.
	   MOVE LOW-VALUES TO HB-KEY.
	   MOVE 'N' TO WS-HB-EOF.
	   START HB-FILE KEY >= HB-KEY INVALID
		 MOVE 'Y' TO WS-HB-EOF.
	   PERFORM FIND-INV-RTN THRU FIND-INV-RTN-END
		   UNTIL WS-HB-EOF = 'Y' OR WS-FOUND = 'Y'.

	   IF WS-FOUND NOT = 'Y'
	      MOVE 100020 TO S-ERROR-CODE
	      MOVE 101    TO S-CONTROL-ID
	      GO TO 0100-MAIN.

	   PERFORM INV-PRINT-RTN THRU INV-PRINT-RTN-END.
	   MOVE ZEROS TO WS-FIND-INV-NO.

	0199-END. EXIT.

      ********************************************************************
        FIND-INV-RTN.

	   READ HB-FILE NEXT END
		MOVE 'Y' TO WS-HB-EOF
		GO TO FIND-INV-RTN-END.

	   IF HB-INV-NO = WS-FIND-INV-NO
	      MOVE 'Y' TO WS-FOUND.

        FIND-INV-RTN-END. EXIT.

      ********************************************************************
      * The tax split is the one stamped on the invoice row of the
      * hirer ledger when the hire was confirmed; it is only worked
      * afresh if that row cannot be found.
        FIND-TAX-RTN.

	   MOVE 'N' TO WS-TAX-FOUND.
	   INITIALIZE HL-REC.
	   MOVE HB-HR-KEY  TO HL-HR-KEY.
	   MOVE HB-INV-DMY TO HL-DATE-DMY.
	   MOVE ZEROS	   TO HL-SEQ.
	   MOVE 'N' TO WS-HL-EOF.
	   START HL-FILE KEY >= HL-KEY INVALID
		 MOVE 'Y' TO WS-HL-EOF.
	   PERFORM FIND-TAX-LOOP THRU FIND-TAX-LOOP-END
		   UNTIL WS-HL-EOF = 'Y' OR WS-TAX-FOUND = 'Y'.

	   IF WS-TAX-FOUND NOT = 'Y'
	      MOVE SPACES TO WS-TX-KEY
	      CALL   '/z/y19b25/sp2/lib/std/f-gttax'
		     USING WS-TX-KEY, HB-INV-DMY, HB-AMOUNT, WS-TAX
	      CANCEL '/z/y19b25/sp2/lib/std/f-gttax'.

        FIND-TAX-RTN-END. EXIT.

        FIND-TAX-LOOP.

	   READ HL-FILE NEXT END
		MOVE 'Y' TO WS-HL-EOF
		GO TO FIND-TAX-LOOP-END.

	   IF HL-HR-KEY NOT = HB-HR-KEY OR
	      HL-DATE-DMY NOT = HB-INV-DMY
	      MOVE 'Y' TO WS-HL-EOF
	      GO TO FIND-TAX-LOOP-END.

	   IF HL-IS-INVOICE AND HL-INV-NO = HB-INV-NO
	      MOVE 'Y'		 TO WS-TAX-FOUND
	      MOVE HL-TX-KEY	 TO WS-TX-KEY
	      MOVE HL-TAX-AMOUNT TO WS-TAX.

        FIND-TAX-LOOP-END. EXIT.

      ********************************************************************
        INV-PRINT-RTN.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HB-HR-KEY TO HR-KEY.
	   READ HR-FILE INVALID
		INITIALIZE HR-DETAILS
		MOVE 'NAME UNKNOWN' TO HR-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE HB-VN-KEY TO VN-KEY.
	   READ VN-FILE INVALID
		MOVE SPACES TO VN-NAME.
	   MOVE 'N' TO S-STATUS-CHECK.

	   PERFORM FIND-TAX-RTN THRU FIND-TAX-RTN-END.

	   DIVIDE HB-START-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   COMPUTE WS-T-START-MINS = (WS-T-HH * 60) + WS-T-MM.
	   DIVIDE HB-END-HHMM BY 100
		  GIVING WS-T-HH REMAINDER WS-T-MM.
	   COMPUTE WS-T-END-MINS = (WS-T-HH * 60) + WS-T-MM.
	   COMPUTE WS-T-HOURS ROUNDED =
		   (WS-T-END-MINS - WS-T-START-MINS) / 60.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
	   IF PRINT-DATANAME = SPACE
	      GO TO INV-PRINT-RTN-END.

	   OPEN OUTPUT PRINT-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO INV-PRINT-RTN-END.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-SYS-DMY, WS-SYS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.

	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-TAX-REG-NO	TO INV-TAX-REG-NO.

	   MOVE HB-INV-NO	TO INV-NO.
	   MOVE HB-INV-DMY	TO INV-DMY.
	   MOVE HB-HR-KEY	TO INV-HR-KEY.
	   MOVE HR-NAME		TO INV-HR-NAME.
	   MOVE HR-CONTACT	TO INV-CONTACT.
	   MOVE HR-PHONE	TO INV-PHONE.
	   MOVE HB-VN-KEY	TO INV-VN-KEY.
	   MOVE VN-NAME		TO INV-VN-NAME.
	   MOVE HB-DATE-DMY	TO INV-HIRE-DMY.
	   MOVE HB-START-HHMM	TO INV-START.
	   MOVE HB-END-HHMM	TO INV-END.
	   MOVE HB-DESC		TO INV-DESC.
	   MOVE WS-T-HOURS	TO INV-HOURS.
	   MOVE HB-RATE		TO INV-RATE.
	   COMPUTE WS-NET = HB-AMOUNT - WS-TAX.
	   MOVE WS-NET		TO INV-NET.
	   MOVE WS-TX-KEY	TO INV-TX-KEY.
	   MOVE WS-TAX		TO INV-TAX.
	   MOVE HB-AMOUNT	TO INV-AMOUNT.
	   MOVE HB-DEPOSIT	TO INV-DEPOSIT.
	   COMPUTE WS-TOTAL = HB-AMOUNT + HB-DEPOSIT.
	   MOVE WS-TOTAL	TO INV-TOTAL.
	   MOVE WS-OPERATOR	TO INV-OPERATOR.
	   MOVE WS-SYS-DMY	TO INV-SYS-DMY.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   WRITE PRINT-REC FROM INV-HEADER.
	   WRITE PRINT-REC FROM INV-REG-LINE.
	   IF HB-IS-CANCELLED
	      WRITE PRINT-REC FROM INV-CANCELLED.
	   WRITE PRINT-REC FROM INV-TITLE AFTER 2.
	   WRITE PRINT-REC FROM INV-TO AFTER 2.
	   MOVE SPACES	  TO INV-ADDR-LINE.
	   MOVE HR-ADDR1  TO INV-ADDR.
	   WRITE PRINT-REC FROM INV-ADDR-LINE.
	   IF HR-ADDR2 NOT = SPACES
	      MOVE HR-ADDR2 TO INV-ADDR
	      WRITE PRINT-REC FROM INV-ADDR-LINE.
	   IF HR-CONTACT NOT = SPACES
	      WRITE PRINT-REC FROM INV-CONTACT-LINE.
	   WRITE PRINT-REC FROM INV-HALL-LINE AFTER 2.
	   WRITE PRINT-REC FROM INV-WHEN-LINE.
	   WRITE PRINT-REC FROM INV-DESC-LINE.
	   WRITE PRINT-REC FROM INV-RATE-LINE.
	   WRITE PRINT-REC FROM INV-NET-LINE AFTER 2.
	   WRITE PRINT-REC FROM INV-TAX-LINE.
	   WRITE PRINT-REC FROM INV-AMT-LINE.
	   IF HB-DEPOSIT NOT = ZEROS
	      WRITE PRINT-REC FROM INV-DEP-LINE.
	   WRITE PRINT-REC FROM INV-TOTAL-LINE.
	   WRITE PRINT-REC FROM INV-OPR-LINE AFTER 2.

	   CLOSE PRINT-FILE.
	   MOVE SPACES TO WS-SPL-SEL.
	   STRING 'INVOICE ' HB-INV-NO
		  DELIMITED BY SIZE INTO WS-SPL-SEL.
	   CALL   '/z/y19b25/sp2/lib/std/f-spool' USING
		  PRINT-DATANAME, WS-SPL-NAME, WS-SPL-SEL,
		  WS-SPL-TYPE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-spool'.

        INV-PRINT-RTN-END. EXIT.

      ********************************************************************
	  COPY '/v/cps/lib/std/errmsg.prd'.

      * End of program.
