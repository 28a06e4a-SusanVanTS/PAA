       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-GTTAX.

      * TAX PORTION OF A TAX-INCLUSIVE AMOUNT
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY	'/z/y19b25/sp2/lib/fd/fctx'.
	   COPY	'/z/y19b25/sp2/lib/fd/fccfig'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdtx'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbtx'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       01 WS-MISC.
	  03 WS-RATE		PIC 9(02)V9(02).
	  03 WS-EFF-YMD		PIC 9(08).
	  03 WS-DATE-YMD	PIC 9(08).

       LINKAGE SECTION.
       01 LINK-TX-KEY		PIC X(02).
       01 LINK-DATE-DMY		PIC 9(08).
       01 LINK-GROSS		PIC 9(06)V9(02).
       01 LINK-TAX		PIC 9(06)V9(02).

      ********************************************************************
       PROCEDURE DIVISION USING LINK-TX-KEY, LINK-DATE-DMY,
				LINK-GROSS, LINK-TAX.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dctx'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

      * A blank code is resolved to the CFIG standard code and handed
      * back, so the caller can stamp the code actually applied. An
      * unknown code or a zero rate is an exempt supply and comes
      * back with no tax. The rate in force is the one on the charge
      * date: TX-RATE from TX-EFF-DMY on, the prior rate before it,
      * compared in YYYYMMDD order through F-CVDMY.
	   MOVE ZEROS TO LINK-TAX.
	   IF LINK-TX-KEY = SPACES
	      MOVE 'N' TO S-STATUS-CHECK
	      OPEN INPUT CFIG-FILE
	      IF S-STATUS-CHECK NOT = 'Y'
		 INITIALIZE CFIG-REC
		 MOVE ZEROES TO CFIG-KEY
		 READ CFIG-FILE
		 IF S-STATUS-CHECK NOT = 'Y'
		    MOVE CFIG-TX-KEY TO LINK-TX-KEY
		 END-IF
		 CLOSE CFIG-FILE.

	   IF LINK-TX-KEY = SPACES OR LINK-GROSS = ZEROS
	      GO TO TERMINATION.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT TX-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO TERMINATION.

	   MOVE LINK-TX-KEY TO TX-KEY.
	   READ TX-FILE INVALID
	        CLOSE TX-FILE
	        GO TO TERMINATION.
	   CLOSE TX-FILE.

	   MOVE TX-RATE TO WS-RATE.
	   IF TX-EFF-DMY NOT = ZEROS AND LINK-DATE-DMY NOT = ZEROS
	      MOVE TX-EFF-DMY TO WS-EFF-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EFF-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      MOVE LINK-DATE-DMY TO WS-DATE-YMD
	      CALL   '/v/cps/lib/std/f-cvdmy' USING WS-DATE-YMD
	      CANCEL '/v/cps/lib/std/f-cvdmy'
	      IF WS-DATE-YMD < WS-EFF-YMD
	         MOVE TX-PRIOR-RATE TO WS-RATE.

	   IF WS-RATE = ZEROS
	      GO TO TERMINATION.

      * Prices are tax-inclusive: the tax is rate/(100+rate) of the
      * gross, and the net is whatever is left.
	   COMPUTE LINK-TAX ROUNDED =
	           LINK-GROSS * WS-RATE / (100 + WS-RATE).

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      * End of program.
