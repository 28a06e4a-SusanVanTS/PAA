      * LINKED SIBLINGS (FAMILY/HOUSEHOLD) TABLE.
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VAN TZE SHAN	9/8/26	-	PAA	CODING
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
      * VAN TZE SHAN 	15/10/26 WO	PAA	DOB shown as the operator's
      *					role allows (F-STMSK); full
      *					views logged

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-STD-NAME	PIC X(40).
	  03 WS-STD-GENDER	PIC X(01).
	  03 WS-STD-DOB-DMY	PIC 99/99/9999.
	  03 WS-STD-DOB-X	REDEFINES WS-STD-DOB-DMY PIC X(10).

       01 WS-MISC.
	  03 WS-FAMILY-CODE	PIC X(08).
	  03 WS-STD-EOF		PIC X(01).

      * Only the DOB is listed here, so only its view is logged.
       01 WS-SF-MISC.
	  03 WS-SF-MODE		PIC X(01).
	  03 WS-SF-FIELD-NO	PIC 9(01) VALUE 1.
	  03 WS-SF-MASK		PIC X(06).
	  03 WS-SF-LOG-MASK	PIC X(06) VALUE 'UUUUUU'.
	  03 WS-SF-VALUE	PIC X(60).

       LINKAGE SECTION.
       01 LINK-STD-KEY		PIC X(06).


	   MOVE 'Y'		TO S-RUN.
	   MOVE 'Linked Siblings'	TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/hpwin.prd'.
	   DISPLAY MAIN-SCR.

	   MOVE 'R' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   MOVE WS-SF-MASK(1:1) TO WS-SF-LOG-MASK(1:1).

      * Load every STD-FILE record sharing this family code - a
      * household is small, so there is no need to page the list.
	   MOVE WS-FAMILY-CODE TO STD-FAMILY-CODE.
	   MOVE STD-NAME TO WS-STD-NAME.
	   MOVE STD-GENDER TO WS-STD-GENDER.
	   MOVE STD-DOB-DMY TO WS-STD-DOB-DMY.

	   MOVE WS-STD-DOB-X TO WS-SF-VALUE.
	   MOVE 'M' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.
	   MOVE WS-SF-VALUE TO WS-STD-DOB-X.

	   MOVE 'L' TO WS-SF-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-stmsk' USING WS-SF-MODE,
		  WS-SF-FIELD-NO, WS-SF-LOG-MASK, STD-KEY, WS-SF-VALUE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-stmsk'.

	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LOAD-RTN-END. EXIT.
