       IDENTIFICATION DIVISION.
	PROGRAM-ID. F-STMSK.

      * STUDENT FIELD MASKING BY OPERATOR ROLE
      * AUTHOR 		DATE	TYPE	A/C	NOTES
      * VANTZESHAN	15/10/26	-	PAA	SP2
      *
      * LINK-MODE R - fill LINK-MASK for the signed-on operator, one
      *		      byte per field in SF-FIELD order 1 DOB, 2 ADDRESS,
      *		      3 MOBILE, 4 EMAIL, 5 MEDICAL, 6 PHOTO: U = not
      *		      restricted (or an administrator), else the
      *		      role's F/P/M from SF-FILE.
      *		  L - log to SESS-FILE one 'M' row per field of
      *		      LINK-MASK shown in full (F) for LINK-STD-KEY.
      *		  M - mask LINK-VALUE as field LINK-FIELD-NO is to be
      *		      shown under LINK-MASK.

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcsf'.
	   COPY '/z/y19b25/sp2/lib/fd/fcsess'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdsf'.
	   COPY '/z/y19b25/sp2/lib/fd/fdsess'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbsf'.
	   COPY '/z/y19b25/sp2/lib/fd/dbsess'.
	   COPY '/v/cps/lib/std/stdvar.def'.

       78 T-SF-MAX		VALUE 6.

       01 WS-SF-NAMES.
	  03 FIL		PIC X(08) VALUE 'DOB'.
	  03 FIL		PIC X(08) VALUE 'ADDRESS'.
	  03 FIL		PIC X(08) VALUE 'MOBILE'.
	  03 FIL		PIC X(08) VALUE 'EMAIL'.
	  03 FIL		PIC X(08) VALUE 'MEDICAL'.
	  03 FIL		PIC X(08) VALUE 'PHOTO'.
       01 WS-SF-NAME REDEFINES WS-SF-NAMES
				PIC X(08) OCCURS 6.

       01 WS-MISC.
	  03 WS-ROLE		PIC X(01).
	  03 WS-VIEW		PIC X(01).
	  03 WS-SUB		PIC 9(02) COMP.
	  03 WS-LAST		PIC 9(02) COMP.
	  03 WS-KEEP		PIC 9(02) COMP.
	  03 WS-FOUND		PIC 9(02) COMP.
	  03 WS-LOGGED		PIC 9(02) COMP.

       LINKAGE SECTION.
       01 LINK-MODE		PIC X(01).
       01 LINK-FIELD-NO		PIC 9(01).
       01 LINK-MASK.
	  03 LINK-MASK-VIEW	PIC X(01) OCCURS 6.
       01 LINK-STD-KEY		PIC X(06).
       01 LINK-VALUE.
	  03 LINK-CHAR		PIC X(01) OCCURS 60.

      ********************************************************************
       PROCEDURE DIVISION USING LINK-MODE, LINK-FIELD-NO, LINK-MASK,
				LINK-STD-KEY, LINK-VALUE.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcsf'.
	   COPY '/z/y19b25/sp2/lib/fd/dcsess'.

        END DECLARATIVES.

      ********************************************************************
	BEGIN.

	   IF LINK-MODE = 'R'
	      PERFORM RULE-RTN THRU RULE-RTN-END.
	   IF LINK-MODE = 'L'
	      PERFORM LOG-RTN THRU LOG-RTN-END.
	   IF LINK-MODE = 'M'
	      PERFORM MASK-RTN THRU MASK-RTN-END.

        TERMINATION.
	   EXIT PROGRAM.
	   STOP RUN.

      ********************************************************************
      * Everything starts unrestricted - an administrator, and any
      * operator while there is no sensitivity file, sees the lot as
      * before. A row whose letter for the role is blank or unknown
      * is shown in full (and so logged).
	RULE-RTN.

	   MOVE 'UUUUUU' TO LINK-MASK.

	   CALL   '/z/y19b25/sp2/lib/std/f-gtrole' USING WS-ROLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gtrole'.
	   IF WS-ROLE = 'A'
	      GO TO RULE-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   OPEN INPUT SF-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      MOVE 'N' TO S-STATUS-CHECK
	      GO TO RULE-RTN-END.

	   PERFORM RULE-LOOP THRU RULE-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > T-SF-MAX.

	   CLOSE SF-FILE.

	RULE-RTN-END. EXIT.

	RULE-LOOP.

	   MOVE WS-SF-NAME(WS-SUB) TO SF-FIELD.
	   READ SF-FILE INVALID
		GO TO RULE-LOOP-END.

	   EVALUATE WS-ROLE
	     WHEN 'W'	MOVE SF-VIEW-WELF  TO WS-VIEW
	     WHEN 'H'	MOVE SF-VIEW-HC    TO WS-VIEW
	     WHEN 'C'	MOVE SF-VIEW-COACH TO WS-VIEW
	     WHEN OTHER	MOVE SF-VIEW-STD   TO WS-VIEW.

	   IF WS-VIEW NOT = 'P' AND WS-VIEW NOT = 'M'
	      MOVE 'F' TO WS-VIEW.
	   MOVE WS-VIEW TO LINK-MASK-VIEW(WS-SUB).

	RULE-LOOP-END. EXIT.

      ********************************************************************
      * One 'M' row per restricted field the operator saw in full,
      * carrying the AC# (or *ALL for a whole-file print or export)
      * and the SF-FIELD name.
	LOG-RTN.

	   MOVE ZEROS TO WS-LOGGED.
	   PERFORM LOG-LOOP THRU LOG-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > T-SF-MAX.
	   IF WS-LOGGED > ZEROS
	      CLOSE SESS-FILE.

	LOG-RTN-END. EXIT.

	LOG-LOOP.

	   IF LINK-MASK-VIEW(WS-SUB) NOT = 'F'
	      GO TO LOG-LOOP-END.

	   IF WS-LOGGED = ZEROS
	      OPEN EXTEND SESS-FILE.
	   ADD 1 TO WS-LOGGED.

	   MOVE SPACES TO SESS-VIEW-REC.
	   ACCEPT SESS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   MOVE 'M' TO SESS-EVENT.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING SESS-DMY, SESS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE LINK-STD-KEY	   TO SESS-VIEW-STD-KEY.
	   MOVE WS-SF-NAME(WS-SUB) TO SESS-VIEW-FIELD.
	   WRITE SESS-VIEW-REC.

	LOG-LOOP-END. EXIT.

      ********************************************************************
	MASK-RTN.

	   IF LINK-FIELD-NO < 1 OR LINK-FIELD-NO > T-SF-MAX
	      GO TO MASK-RTN-END.
	   IF LINK-VALUE = SPACES
	      GO TO MASK-RTN-END.

	   MOVE LINK-MASK-VIEW(LINK-FIELD-NO) TO WS-VIEW.
	   IF WS-VIEW NOT = 'P' AND WS-VIEW NOT = 'M'
	      GO TO MASK-RTN-END.

      * Last non-blank character - the partial views all count back
      * from the end of the value.
	   MOVE ZEROS TO WS-LAST.
	   PERFORM LAST-LOOP THRU LAST-LOOP-END
		   VARYING WS-SUB FROM 60 BY -1
		   UNTIL WS-SUB < 1 OR WS-LAST > ZEROS.

	   MOVE ZEROS TO WS-KEEP.
	   IF WS-VIEW = 'M'
	      GO TO MASK-APPLY.

	   MOVE ZEROS TO WS-FOUND.
	   EVALUATE LINK-FIELD-NO
	     WHEN 1
		  IF WS-LAST > 4
		     COMPUTE WS-KEEP = WS-LAST - 3
		  END-IF
	     WHEN 3
		  IF WS-LAST > 3
		     COMPUTE WS-KEEP = WS-LAST - 2
		  END-IF
	     WHEN 2
		  PERFORM FIND-SPACE-LOOP THRU FIND-SPACE-LOOP-END
			  VARYING WS-SUB FROM WS-LAST BY -1
			  UNTIL WS-SUB < 1 OR WS-FOUND > ZEROS
		  IF WS-FOUND > ZEROS
		     COMPUTE WS-KEEP = WS-FOUND + 1
		  END-IF
	     WHEN 4
		  PERFORM FIND-AT-LOOP THRU FIND-AT-LOOP-END
			  VARYING WS-SUB FROM 1 BY 1
			  UNTIL WS-SUB > WS-LAST OR WS-FOUND > ZEROS
		  IF WS-FOUND > 1
		     MOVE WS-FOUND TO WS-KEEP
		  END-IF
	     WHEN 5
		  GO TO MASK-RTN-END
	     WHEN 6
		  PERFORM FIND-SLASH-LOOP THRU FIND-SLASH-LOOP-END
			  VARYING WS-SUB FROM WS-LAST BY -1
			  UNTIL WS-SUB < 1 OR WS-FOUND > ZEROS
		  IF WS-FOUND > ZEROS
		     COMPUTE WS-KEEP = WS-FOUND + 1
		  END-IF
	   END-EVALUATE.

      * Nothing sensible to keep (a one-word address line, a short
      * number) - fall back to masking the whole value.
	MASK-APPLY.

	   IF WS-KEEP = ZEROS
	      COMPUTE WS-KEEP = WS-LAST + 1.

	   PERFORM STAR-LOOP THRU STAR-LOOP-END
		   VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB >= WS-KEEP.

	MASK-RTN-END. EXIT.

	LAST-LOOP.

	   IF LINK-CHAR(WS-SUB) NOT = SPACE
	      MOVE WS-SUB TO WS-LAST.

	LAST-LOOP-END. EXIT.

	FIND-SPACE-LOOP.

	   IF LINK-CHAR(WS-SUB) = SPACE
	      MOVE WS-SUB TO WS-FOUND.

	FIND-SPACE-LOOP-END. EXIT.

	FIND-AT-LOOP.

	   IF LINK-CHAR(WS-SUB) = '@'
	      MOVE WS-SUB TO WS-FOUND.

	FIND-AT-LOOP-END. EXIT.

	FIND-SLASH-LOOP.

	   IF LINK-CHAR(WS-SUB) = '/' OR LINK-CHAR(WS-SUB) = '\'
	      MOVE WS-SUB TO WS-FOUND.

	FIND-SLASH-LOOP-END. EXIT.

      * A DOB keeps its separators so the year still reads as one.
	STAR-LOOP.

	   IF LINK-CHAR(WS-SUB) = SPACE
	      GO TO STAR-LOOP-END.
	   IF LINK-FIELD-NO = 1 AND LINK-CHAR(WS-SUB) = '/'
	      GO TO STAR-LOOP-END.
	   MOVE '*' TO LINK-CHAR(WS-SUB).

	STAR-LOOP-END. EXIT.

      * End of program.
