      *					arrival, every later one
      *					rolls the departure forward
      *					onto SI-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Each new mark restates the
      *					student's month on the
      *					AS-FILE summary via F-ASPOST
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	      MOVE 'scan/DOORLOG' TO SCN-DATANAME.

	   MOVE 'Scanner Check-In Load' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
		MOVE 'Y'	  TO ATT-PRESENT
		WRITE ATT-REC
		ADD 1 TO WS-MARK-COUNT
		PERFORM AS-POST-RTN THRU AS-POST-RTN-END
		PERFORM PK-TAKE-RTN THRU PK-TAKE-RTN-END
	   NOT INVALID
		IF ATT-PRESENT = 'Y'
		   MOVE 'Y' TO ATT-PRESENT
		   REWRITE ATT-REC
		   ADD 1 TO WS-MARK-COUNT
		   PERFORM AS-POST-RTN THRU AS-POST-RTN-END
		   PERFORM PK-TAKE-RTN THRU PK-TAKE-RTN-END
		END-IF
	   END-READ.

        SCN-LOOP-END. EXIT.

      ********************************************************************
      * A new present mark restates the student's month on the
      * AS-FILE attendance summary.
        AS-POST-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-aspost'
		  USING SCN-STD-KEY, SCN-DATE-DMY.
	   CANCEL '/z/y19b25/sp2/lib/std/f-aspost'.

        AS-POST-RTN-END. EXIT.

      ********************************************************************
      * The timestamps the register throws away, kept for PTLATE and
      * VWOCC: the first badge of the day is the arrival, every
