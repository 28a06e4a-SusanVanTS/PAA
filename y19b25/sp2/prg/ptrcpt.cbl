      *					separate sequences, so the
      *					document type is asked and
      *					matched on the row type
      * VAN TZE SHAN	15/10/26 WO	PAA	Receipt reprints as the
      *					tax invoice it was issued as,
      *					net and tax off the row
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcfea'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fdfea'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstda'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbfea'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-RCPT-OPERATOR	PIC X(08).
	  03 WS-RCPT-DMY	PIC 99/99/9999.
	  03 WS-RCPT-HHMM	PIC X(07).
	  03 WS-RCPT-NET	PIC 9(06)V9(02).

       01 RCPT-HEADER.
	  03 FIL		PIC X(50) VALUE 'PRESTIGE ATLANTIC'.
	     'BEING PAYMENT FOR   :'.
	  03 RCPT-DESC		PIC X(30).

       01 RCPT-REG-LINE.
	  03 FIL		PIC X(22) VALUE
	     'TAX REGISTRATION NO :'.
	  03 RCPT-TAX-REG-NO	PIC X(20).

       01 RCPT-NET-LINE.
	  03 FIL		PIC X(22) VALUE
	     'AMOUNT EXCL. TAX    :'.
	  03 RCPT-NET		PIC ZZZ,ZZ9.99.

       01 RCPT-TAX-LINE.
	  03 FIL		PIC X(14) VALUE 'TAX INCLUDED ('.
	  03 RCPT-TX-KEY	PIC X(02).
	  03 FIL		PIC X(06) VALUE ')    :'.
	  03 RCPT-TAX		PIC ZZZ,ZZ9.99.

       01 RCPT-AMT-LINE.
	  03 RCPT-AMT-LABEL	PIC X(22) VALUE
	     'AMOUNT RECEIVED     :'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfea'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstda'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT STD-ARCH-FILE.

	   MOVE 'Receipt Reprint' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   MOVE FEA-AMOUNT	TO FEE-AMOUNT.
	   MOVE FEA-DESC	TO FEE-DESC.
	   MOVE FEA-RCPT-NO	TO FEE-RCPT-NO.
	   MOVE FEA-TX-KEY	TO FEE-TX-KEY.
	   MOVE FEA-TAX-AMOUNT	TO FEE-TAX-AMOUNT.

        FIND-ARCH-LOOP-END. EXIT.

	      MOVE 'BEING REFUND OF     :' TO RCPT-DESC-LABEL
	      MOVE 'AMOUNT REFUNDED     :' TO RCPT-AMT-LABEL
	   ELSE
	      MOVE 'TAX INVOICE/RCPT NO :' TO RCPT-DOC-LABEL
	      MOVE 'RECEIVED FROM    AC#:' TO RCPT-FROM-LABEL
	      MOVE 'BEING PAYMENT FOR   :' TO RCPT-DESC-LABEL
	      MOVE 'AMOUNT RECEIVED     :' TO RCPT-AMT-LABEL
	   MOVE WS-RCPT-OPERATOR TO RCPT-OPERATOR.
	   MOVE FEE-DATE-DMY	TO RCPT-PAY-DMY.

      * A receipt is the tax invoice: registration number off
      * CFIG-REC and the net/tax split stamped on the row when it was
      * issued. Refund vouchers carry no tax lines.
	   OPEN INPUT CFIG-FILE.
	   INITIALIZE CFIG-REC.
	   MOVE ZEROES TO CFIG-KEY.
	   READ CFIG-FILE.
	   CLOSE CFIG-FILE.
	   MOVE CFIG-TAX-REG-NO	TO RCPT-TAX-REG-NO.
	   COMPUTE WS-RCPT-NET = FEE-AMOUNT - FEE-TAX-AMOUNT.
	   MOVE WS-RCPT-NET	TO RCPT-NET.
	   MOVE FEE-TX-KEY	TO RCPT-TX-KEY.
	   MOVE FEE-TAX-AMOUNT	TO RCPT-TAX.

	   WRITE PRINT-REC FROM S-INIT-STRING AFTER 0.
	   WRITE PRINT-REC FROM RCPT-HEADER.
	   IF FIND-IS-RCPT
	      WRITE PRINT-REC FROM RCPT-REG-LINE.
	   WRITE PRINT-REC FROM RCPT-DUPLICATE.
	   WRITE PRINT-REC FROM RCPT-TITLE AFTER 2.
	   WRITE PRINT-REC FROM RCPT-FROM AFTER 2.
	   WRITE PRINT-REC FROM RCPT-DESC-LINE.
	   IF FIND-IS-RCPT
	      WRITE PRINT-REC FROM RCPT-NET-LINE
	      WRITE PRINT-REC FROM RCPT-TAX-LINE.
	   WRITE PRINT-REC FROM RCPT-AMT-LINE.
	   WRITE PRINT-REC FROM RCPT-OPR-LINE AFTER 2.

