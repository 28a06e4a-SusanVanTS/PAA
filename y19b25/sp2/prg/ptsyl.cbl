      *					SY-FILE topics the training
      *					log shows them present for,
      *					missing topics named
      * VAN TZE SHAN 	15/10/26 WO	PAA	Sessions since promotion
      *					counted off the monthly
      *					AS-FILE summary via F-ASATT
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	  03 WS-CUR-RANK-NAME	PIC X(20).
	  03 WS-MONTHS		PIC S9(06).
	  03 WS-SESSIONS	PIC 9(04).
	  03 WS-ATT-OPEN-YMD	PIC 9(08) VALUE ZEROS.
	  03 WS-ATT-COUNTS.
	     05 WS-ATT-PRESENT	PIC 9(05).
	     05 WS-ATT-EXCUSED	PIC 9(05).
	     05 WS-ATT-ABSENT	PIC 9(05).
	  03 WS-TODAY-YMD	PIC 9(08).
	  03 WS-ATT-YMD		PIC 9(08).
	  03 WS-TL-EOF		PIC X(01).
	   ACCEPT WS-TODAY-YMD FROM CENTURY-DATE.

	   MOVE 'Syllabus Coverage' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   MOVE 'Y' TO S-RUN.
      * ungraded student).
        ATT-COUNT-RTN.

	   CALL   '/z/y19b25/sp2/lib/std/f-asatt'
		  USING STD-KEY, WS-BEST-YMD, WS-ATT-OPEN-YMD,
			WS-ATT-OPEN-YMD, WS-ATT-OPEN-YMD, WS-ATT-COUNTS.
	   CANCEL '/z/y19b25/sp2/lib/std/f-asatt'.
	   MOVE WS-ATT-PRESENT TO WS-SESSIONS.

        ATT-COUNT-RTN-END. EXIT.

      ********************************************************************
        PRT-CONTROL.

