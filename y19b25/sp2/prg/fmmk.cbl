       IDENTIFICATION DIVISION.
	PROGRAM-ID.   FMMK.

      * APPROVE HELD MASTER-DATA CHANGES
      * AUTHOR		DATE	 TYPE	A/C	NOTES
      * VAN TZE SHAN 	15/10/26 WO	PAA	Lists the MK-FILE changes
      *					held by F-MKPUT for a second
      *					operator, the value on file
      *					beside the one proposed;
      *					ENTER applies the selected
      *					change, F4 rejects it with a
      *					reason. The maker may not
      *					approve their own change and
      *					the checker must hold the
      *					role the designation names

       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fcmk'.
	   COPY '/z/y19b25/sp2/lib/fd/fcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fcds'.
	   COPY '/z/y19b25/sp2/lib/fd/fcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fccfgh'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstdh'.

       DATA DIVISION.
	FILE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fdmk'.
	   COPY '/z/y19b25/sp2/lib/fd/fdfs'.
	   COPY '/z/y19b25/sp2/lib/fd/fdds'.
	   COPY '/z/y19b25/sp2/lib/fd/fdopr'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcfgh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstdh'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbmk'.
	   COPY '/z/y19b25/sp2/lib/fd/dbfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dbds'.
	   COPY '/z/y19b25/sp2/lib/fd/dbopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcfgh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstdh'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.

       78 T-SIZE		  VALUE 18.

       01 WS-REC.
	  03 WS-MK-NO		  PIC 9(06).
	  03 WS-PROG		  PIC X(08).
	  03 WS-REC-KEY		  PIC X(08).
	  03 WS-FIELD		  PIC X(12).
	  03 WS-OLD		  PIC X(20).
	  03 WS-NEW		  PIC X(20).
	  03 WS-MAKER		  PIC X(08).

       01 WS-MISC.
	  03 WS-MK-EOF		  PIC X(01).
	  03 WS-POST-OK		  PIC X(01).
	  03 WS-CUR-FOUND	  PIC X(01).
	  03 WS-CUR-VALUE	  PIC X(40).
	  03 WS-RAW		  PIC X(40).
	  03 WS-SHOW		  PIC X(40).
	  03 WS-SHOW-OLD	  PIC X(40).
	  03 WS-SHOW-NEW	  PIC X(40).
	  03 WS-REASON		  PIC X(40).
	  03 WS-ROLE		  PIC X(01).
	  03 WS-OPERATOR	  PIC X(08).
	  03 WS-TODAY-DMY	  PIC 9(08).
	  03 WS-DMY-EDIT	  PIC 99/99/9999.
	  03 WS-HHMM		  PIC X(07).
	  03 WS-MSG		  PIC X(60).

      * Values travel on MK-FILE as their unedited digits - these
      * give them back their shape for the list and the history.
       01 WS-EDIT-MISC.
	  03 WS-AMT		  PIC 9(06)V9(02).
	  03 WS-AMT-X REDEFINES WS-AMT
				  PIC X(08).
	  03 WS-AMT-EDIT	  PIC ZZZ,ZZ9.99.
	  03 WS-PCT		  PIC 9(03).
	  03 WS-PCT-EDIT	  PIC ZZ9.
	  03 WS-DAYS		  PIC 9(02).
	  03 WS-DAYS-EDIT	  PIC Z9.
	  03 WS-DMY		  PIC 9(08).
	  03 WS-DMY-SHOW	  PIC 99/99/9999.

      * Fee, operator and student changes claim the edit lock their
      * own maintenance program takes, so a change is never applied
      * under an operator mid-edit.
	01 WS-LOCK-MISC.
	   03 WS-LOCK-PROG	PIC X(08).
	   03 WS-LOCK-RECKEY	PIC X(08).
	   03 WS-LOCK-MODE	PIC X(01).
	   03 WS-LOCK-USER	PIC X(08).
	   03 WS-LOCK-OK	PIC X(01).

	01 WS-JRNL-MISC.
	   03 WS-JRNL-TAG	PIC X(03).
	   03 WS-JRNL-ACTION	PIC X(01).
	   03 WS-JRNL-IMAGE	PIC X(500).

	01 S-WINDOW2		  PIC X(10).

	LINKAGE SECTION.
	01 LINK-PROG-KEY	  PIC X(30).

	SCREEN SECTION.
        01 PROCESS-SCR.
	   03 LABEL LINE 01 COL 02
	      'Held master-data changes - ENTER approves, F4 rejects'.
	   03 LABEL LINE 02.5 COL 02 'Ref#'.
	   03 LABEL COL 09 'Program'.
	   03 LABEL COL 18 'Record'.
	   03 LABEL COL 27 'Field'.
	   03 LABEL COL 40 'On File'.
	   03 LABEL COL 61 'Proposed'.
	   03 LABEL COL 82 'Maker'.
	   03 LIST-1 LIST-BOX USING WS-REC PAGED 3-D
	      LINE 3.5 COL 02 SIZE 90 CELL LINES T-SIZE
	      DATA-COLUMNS 	= (1,7,15,23,35,55,75)
	      DISPLAY-COLUMNS 	= (1,8,17,26,39,60,81)
	      EXCEPTION-VALUE W-DBLCLICK.

        01 MSG-SCR.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 REASON-SCR.
	   03 LABEL LINE 01 COL 02 'Reason:'.
	   03 ENTRY-FIELD 3-D ID 301 COL + 2 PIC X(40)
	      USING WS-REASON BELL.
	   03 LABEL LINE 03 COL 02
	      'ENTER = reject with this reason, ESC = leave pending'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	DECLARATIVES.

	   COPY '/z/y19b25/sp2/lib/fd/dcmk'.
	   COPY '/z/y19b25/sp2/lib/fd/dcfs'.
	   COPY '/z/y19b25/sp2/lib/fd/dcds'.
	   COPY '/z/y19b25/sp2/lib/fd/dcopr'.
	   COPY '/z/y19b25/sp2/lib/fd/dccfig'.
	   COPY '/z/y19b25/sp2/lib/fd/dcstd'.

        END DECLARATIVES.
      *******************************************************************
        BEGIN.

	   MOVE 'N' TO S-RUN.
	   OPEN I-O   MK-FILE.
	   IF S-STATUS-CHECK = 'Y'
	      GO TO TERMINATION.
	   OPEN I-O   FS-FILE.
	   OPEN I-O   DS-FILE.
	   OPEN I-O   OPR-FILE.
	   OPEN I-O   CFIG-FILE.
	   OPEN I-O   STD-FILE.

	   ACCEPT WS-OPERATOR FROM ENVIRONMENT 'PA-USER-ID'.
	   CALL   '/z/y19b25/sp2/lib/std/f-gtrole' USING WS-ROLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-gtrole'.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING
		  WS-DMY-EDIT, WS-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   MOVE WS-DMY-EDIT TO WS-TODAY-DMY.

      * Floating Window
	   MOVE 'Held Master-Data Changes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

	   MOVE 'Y' TO S-RUN.
	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.
	   PERFORM 0100-MAIN THRU 0199-END UNTIL S-RUN = 'N'.

	   CLOSE WINDOW S-WINDOW.
	   CLOSE FS-FILE.
	   CLOSE DS-FILE.
	   CLOSE OPR-FILE.
	   CLOSE CFIG-FILE.
	   CLOSE STD-FILE.

        TERMINATION.
	   CLOSE MK-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

      **************************************************************
        0100-MAIN.

	   PERFORM ERROR-RTN THRU ERROR-END.
	   DISPLAY PROCESS-SCR.
	   ACCEPT  PROCESS-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE 'N' TO S-RUN GO TO 0199-END.

	   IF K-F4
	      PERFORM REJECT-RTN THRU REJECT-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM APPROVE-RTN THRU APPROVE-RTN-END
	      GO TO 0100-MAIN.

	   GO TO 0100-MAIN.

        0199-END. EXIT.
      *******************************************************************
      * The change goes on only for a checker who did not key it and
      * holds the role it needs (an administrator always does), and
      * only while the field still holds the value the maker saw -
      * a change overtaken on file says so and stays pending.
        APPROVE-RTN.

	   PERFORM PICK-RTN THRU PICK-RTN-END.
	   IF WS-MK-NO = ZEROS
	      GO TO APPROVE-RTN-END.

	   IF MK-MAKER = WS-OPERATOR
	      MOVE 'Another operator must approve a change you proposed'
		   TO WS-MSG
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   PERFORM ROLE-CHECK-RTN THRU ROLE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

           PERFORM CONFIRM-RTN THRU CONFIRM-END.
	   IF S-CONFIRM NOT = 'Y'
	      GO TO APPROVE-RTN-END.

	   MOVE 'N' TO WS-POST-OK.
	   MOVE SPACES TO WS-MSG.
	   EVALUATE MK-PROG
	     WHEN 'FMFS'
		  PERFORM FS-POST-RTN THRU FS-POST-RTN-END
	     WHEN 'FMDS'
		  PERFORM DS-POST-RTN THRU DS-POST-RTN-END
	     WHEN 'FMOPR'
		  PERFORM OPR-POST-RTN THRU OPR-POST-RTN-END
	     WHEN 'FMCFIG'
		  PERFORM CFIG-POST-RTN THRU CFIG-POST-RTN-END
	     WHEN 'FMSTD'
		  PERFORM STD-POST-RTN THRU STD-POST-RTN-END
	   END-EVALUATE.

	   IF WS-POST-OK NOT = 'Y'
	      IF WS-MSG = SPACES
		 MOVE 'Change could not be applied' TO WS-MSG
	      END-IF
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO APPROVE-RTN-END.

	   MOVE 'A'	     TO MK-STAGE.
	   MOVE WS-OPERATOR  TO MK-CHECKER.
	   MOVE WS-TODAY-DMY TO MK-DONE-DMY.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE MK-REC.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        APPROVE-RTN-END. EXIT.
      *******************************************************************
      * A rejection always carries the checker's reason; the record on
      * file is left as it is.
        REJECT-RTN.

	   PERFORM PICK-RTN THRU PICK-RTN-END.
	   IF WS-MK-NO = ZEROS
	      GO TO REJECT-RTN-END.

	   PERFORM ROLE-CHECK-RTN THRU ROLE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      PERFORM MSG-RTN THRU MSG-RTN-END
	      GO TO REJECT-RTN-END.

	   PERFORM REASON-RTN THRU REASON-RTN-END.
	   IF WS-REASON = SPACES
	      GO TO REJECT-RTN-END.

	   MOVE 'R'	     TO MK-STAGE.
	   MOVE WS-OPERATOR  TO MK-CHECKER.
	   MOVE WS-TODAY-DMY TO MK-DONE-DMY.
	   MOVE WS-REASON    TO MK-REASON.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE MK-REC.

	   PERFORM LIST-1-RTN THRU LIST-1-RTN-END.

        REJECT-RTN-END. EXIT.
      *******************************************************************
      * The selected line, re-read off MK-FILE; WS-MK-NO comes back
      * zero when nothing pending is selected.
        PICK-RTN.

	   INQUIRE LIST-1, SELECTION-INDEX IN C-SUB.
	   IF C-SUB = 0
	      MOVE ZEROS TO WS-MK-NO
	      GO TO PICK-RTN-END.

	   MODIFY LIST-1, QUERY-INDEX = C-SUB.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   IF WS-MK-NO = ZEROS
	      GO TO PICK-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-MK-NO TO MK-NO.
	   READ MK-FILE INVALID
		MOVE ZEROS TO WS-MK-NO
		GO TO PICK-RTN-END.
	   IF NOT MK-IS-PENDING
	      MOVE ZEROS TO WS-MK-NO.

        PICK-RTN-END. EXIT.
      *******************************************************************
        ROLE-CHECK-RTN.

	   MOVE SPACES TO WS-MSG.
	   IF WS-ROLE = 'A' OR WS-ROLE = MK-ROLE
	      GO TO ROLE-CHECK-RTN-END.

	   MOVE 'Your role may not approve or reject this change'
		TO WS-MSG.

        ROLE-CHECK-RTN-END. EXIT.
      *******************************************************************
        REASON-RTN.

	   MOVE SPACES TO WS-REASON.
	   MOVE 'Reject Change' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY REASON-SCR.

	REASON-SUB.
	   ACCEPT REASON-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      MOVE SPACES TO WS-REASON
	      GO TO REASON-EXIT.
	   IF NOT K-ENTER
	      GO TO REASON-SUB.
	   IF WS-REASON = SPACES
	      GO TO REASON-SUB.

	REASON-EXIT.
	   DESTROY REASON-SCR.
	   CLOSE WINDOW S-WINDOW2.

        REASON-RTN-END. EXIT.
      *******************************************************************
      * The raw value the target field holds now, read off its own
      * file in the form F-MKPUT was handed it. WS-CUR-FOUND is 'N'
      * when the record has gone.
        CUR-VALUE-RTN.

	   MOVE SPACES TO WS-CUR-VALUE.
	   MOVE 'N' TO WS-CUR-FOUND.
	   MOVE 'N' TO S-STATUS-CHECK.
	   EVALUATE MK-PROG
	     WHEN 'FMFS'
		  MOVE MK-REC-KEY TO FS-KEY
		  READ FS-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  MOVE FS-AMOUNT TO WS-AMT
		  MOVE WS-AMT-X  TO WS-CUR-VALUE
	     WHEN 'FMDS'
		  MOVE MK-REC-KEY (1:2) TO DS-KEY
		  READ DS-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  MOVE DS-PCT TO WS-CUR-VALUE
	     WHEN 'FMOPR'
		  MOVE MK-REC-KEY TO OPR-ID
		  READ OPR-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  MOVE OPR-ROLE TO WS-CUR-VALUE
	     WHEN 'FMCFIG'
		  INITIALIZE CFIG-REC
		  MOVE ZEROES TO CFIG-KEY
		  READ CFIG-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  PERFORM CFIG-CUR-RTN THRU CFIG-CUR-RTN-END
	     WHEN 'FMSTD'
		  MOVE MK-REC-KEY TO STD-KEY
		  READ STD-FILE INVALID
		       GO TO CUR-VALUE-RTN-END
		  END-READ
		  IF MK-FIELD = 'NAME'
		     MOVE STD-NAME    TO WS-CUR-VALUE
		  ELSE
		     MOVE STD-DOB-DMY TO WS-CUR-VALUE
		  END-IF
	     WHEN OTHER
		  GO TO CUR-VALUE-RTN-END
	   END-EVALUATE.

	   MOVE 'Y' TO WS-CUR-FOUND.

        CUR-VALUE-RTN-END. EXIT.
      *******************************************************************
        CFIG-CUR-RTN.

	   EVALUATE MK-FIELD
	     WHEN 'GL-AR-ACCT'	MOVE CFIG-GL-AR-ACCT   TO WS-CUR-VALUE
	     WHEN 'GL-BANK-ACC'	MOVE CFIG-GL-BANK-ACCT TO WS-CUR-VALUE
	     WHEN 'GL-AP-ACCT'	MOVE CFIG-GL-AP-ACCT   TO WS-CUR-VALUE
	     WHEN 'GL-DEF-ACC'	MOVE CFIG-GL-DEF-ACCT  TO WS-CUR-VALUE
	     WHEN 'GL-GV-ACCT'	MOVE CFIG-GL-GV-ACCT   TO WS-CUR-VALUE
	     WHEN 'TAX-REG-NO'	MOVE CFIG-TAX-REG-NO   TO WS-CUR-VALUE
	     WHEN 'TX-KEY'	MOVE CFIG-TX-KEY       TO WS-CUR-VALUE
	     WHEN 'PRO-BASIS'	MOVE CFIG-PRO-BASIS    TO WS-CUR-VALUE
	     WHEN 'MK-DAYS'	MOVE CFIG-MK-DAYS      TO WS-CUR-VALUE
	     WHEN 'RENEW-AMT'
		  MOVE CFIG-RENEW-AMOUNT TO WS-AMT
		  MOVE WS-AMT-X		 TO WS-CUR-VALUE
	     WHEN 'CHG-LIMIT'
		  MOVE CFIG-CHG-LIMIT	 TO WS-AMT
		  MOVE WS-AMT-X		 TO WS-CUR-VALUE
	     WHEN 'REF-AMOUNT'
		  MOVE CFIG-REF-AMOUNT	 TO WS-AMT
		  MOVE WS-AMT-X		 TO WS-CUR-VALUE
	   END-EVALUATE.

        CFIG-CUR-RTN-END. EXIT.
      *******************************************************************
      * WS-RAW as it reads on screen - amounts with their decimals,
      * dates as dd/mm/yyyy - into WS-SHOW.
        SHOW-RTN.

	   MOVE WS-RAW TO WS-SHOW.
	   IF (MK-PROG = 'FMFS') OR
	      (MK-PROG = 'FMCFIG' AND (MK-FIELD = 'RENEW-AMT' OR
	       MK-FIELD = 'CHG-LIMIT' OR MK-FIELD = 'REF-AMOUNT'))
	      MOVE WS-RAW (1:8) TO WS-AMT-X
	      MOVE WS-AMT	TO WS-AMT-EDIT
	      MOVE WS-AMT-EDIT	TO WS-SHOW.

	   IF MK-PROG = 'FMDS'
	      MOVE WS-RAW (1:3) TO WS-PCT
	      MOVE WS-PCT	TO WS-PCT-EDIT
	      MOVE WS-PCT-EDIT	TO WS-SHOW.

	   IF MK-PROG = 'FMCFIG' AND MK-FIELD = 'MK-DAYS'
	      MOVE WS-RAW (1:2) TO WS-DAYS
	      MOVE WS-DAYS	TO WS-DAYS-EDIT
	      MOVE WS-DAYS-EDIT TO WS-SHOW.

	   IF MK-PROG = 'FMSTD' AND MK-FIELD = 'DOB'
	      MOVE WS-RAW (1:8) TO WS-DMY
	      MOVE WS-DMY	TO WS-DMY-SHOW
	      MOVE WS-DMY-SHOW	TO WS-SHOW.

        SHOW-RTN-END. EXIT.
      *******************************************************************
      * Both sides of the change in screen form, for the history rows.
        SHOW-BOTH-RTN.

	   MOVE MK-OLD-VALUE TO WS-RAW.
	   PERFORM SHOW-RTN THRU SHOW-RTN-END.
	   MOVE WS-SHOW TO WS-SHOW-OLD.
	   MOVE MK-NEW-VALUE TO WS-RAW.
	   PERFORM SHOW-RTN THRU SHOW-RTN-END.
	   MOVE WS-SHOW TO WS-SHOW-NEW.

        SHOW-BOTH-RTN-END. EXIT.
      *******************************************************************
        STALE-CHECK-RTN.

	   MOVE SPACES TO WS-MSG.
	   IF WS-CUR-FOUND NOT = 'Y'
	      MOVE 'Record is no longer on file' TO WS-MSG
	      GO TO STALE-CHECK-RTN-END.

	   IF WS-CUR-VALUE NOT = MK-OLD-VALUE
	      MOVE 'Value on file changed since proposed - reject it'
		   TO WS-MSG.

        STALE-CHECK-RTN-END. EXIT.
      *******************************************************************
        CLAIM-LOCK-RTN.

	   MOVE MK-PROG	   TO WS-LOCK-PROG.
	   MOVE MK-REC-KEY TO WS-LOCK-RECKEY.
	   MOVE 'C'	   TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.
	   IF WS-LOCK-OK NOT = 'Y'
	      STRING 'Record currently being edited by ' WS-LOCK-USER
		 DELIMITED BY SIZE INTO WS-MSG.

        CLAIM-LOCK-RTN-END. EXIT.
      *******************************************************************
        RELEASE-LOCK-RTN.

	   MOVE 'R' TO WS-LOCK-MODE.
	   CALL   '/z/y19b25/sp2/lib/std/f-edlock'
		  USING WS-LOCK-PROG, WS-LOCK-RECKEY, WS-LOCK-MODE,
			WS-LOCK-USER, WS-LOCK-OK
	   CANCEL '/z/y19b25/sp2/lib/std/f-edlock'.

        RELEASE-LOCK-RTN-END. EXIT.
      *******************************************************************
        FS-POST-RTN.

	   PERFORM CLAIM-LOCK-RTN THRU CLAIM-LOCK-RTN-END.
	   IF WS-LOCK-OK NOT = 'Y'
	      GO TO FS-POST-RTN-END.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.
	   PERFORM STALE-CHECK-RTN THRU STALE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      UNLOCK FS-FILE
	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END
	      GO TO FS-POST-RTN-END.

	   MOVE MK-NEW-VALUE (1:8) TO WS-AMT-X.
	   MOVE WS-AMT TO FS-AMOUNT.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE FS-REC.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   MOVE 'Y' TO WS-POST-OK.

        FS-POST-RTN-END. EXIT.
      *******************************************************************
        DS-POST-RTN.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.
	   PERFORM STALE-CHECK-RTN THRU STALE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      UNLOCK DS-FILE
	      GO TO DS-POST-RTN-END.

	   MOVE MK-NEW-VALUE (1:3) TO DS-PCT.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE DS-REC.

	   MOVE 'Y' TO WS-POST-OK.

        DS-POST-RTN-END. EXIT.
      *******************************************************************
        OPR-POST-RTN.

	   PERFORM CLAIM-LOCK-RTN THRU CLAIM-LOCK-RTN-END.
	   IF WS-LOCK-OK NOT = 'Y'
	      GO TO OPR-POST-RTN-END.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.
	   PERFORM STALE-CHECK-RTN THRU STALE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      UNLOCK OPR-FILE
	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END
	      GO TO OPR-POST-RTN-END.

	   MOVE MK-NEW-VALUE (1:1) TO OPR-ROLE.
	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE OPR-REC.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   MOVE 'Y' TO WS-POST-OK.

        OPR-POST-RTN-END. EXIT.
      *******************************************************************
      * A parameter change is logged to CFGH-FILE under the checker,
      * as FMCFIG logs one keyed straight in.
        CFIG-POST-RTN.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.
	   PERFORM STALE-CHECK-RTN THRU STALE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      UNLOCK CFIG-FILE
	      GO TO CFIG-POST-RTN-END.

	   EVALUATE MK-FIELD
	     WHEN 'GL-AR-ACCT'	MOVE MK-NEW-VALUE TO CFIG-GL-AR-ACCT
	     WHEN 'GL-BANK-ACC'	MOVE MK-NEW-VALUE TO CFIG-GL-BANK-ACCT
	     WHEN 'GL-AP-ACCT'	MOVE MK-NEW-VALUE TO CFIG-GL-AP-ACCT
	     WHEN 'GL-DEF-ACC'	MOVE MK-NEW-VALUE TO CFIG-GL-DEF-ACCT
	     WHEN 'GL-GV-ACCT'	MOVE MK-NEW-VALUE TO CFIG-GL-GV-ACCT
	     WHEN 'TAX-REG-NO'	MOVE MK-NEW-VALUE TO CFIG-TAX-REG-NO
	     WHEN 'TX-KEY'	MOVE MK-NEW-VALUE TO CFIG-TX-KEY
	     WHEN 'PRO-BASIS'	MOVE MK-NEW-VALUE TO CFIG-PRO-BASIS
	     WHEN 'MK-DAYS'
		  MOVE MK-NEW-VALUE (1:2) TO CFIG-MK-DAYS
	     WHEN 'RENEW-AMT'
		  MOVE MK-NEW-VALUE (1:8) TO WS-AMT-X
		  MOVE WS-AMT		  TO CFIG-RENEW-AMOUNT
	     WHEN 'CHG-LIMIT'
		  MOVE MK-NEW-VALUE (1:8) TO WS-AMT-X
		  MOVE WS-AMT		  TO CFIG-CHG-LIMIT
	     WHEN 'REF-AMOUNT'
		  MOVE MK-NEW-VALUE (1:8) TO WS-AMT-X
		  MOVE WS-AMT		  TO CFIG-REF-AMOUNT
	   END-EVALUATE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE CFIG-REC.

	   PERFORM SHOW-BOTH-RTN THRU SHOW-BOTH-RTN-END.
	   OPEN EXTEND CFGH-FILE.
	   MOVE MK-FIELD     TO CFGH-FIELD.
	   MOVE WS-SHOW-OLD  TO CFGH-OLD-VALUE.
	   MOVE WS-SHOW-NEW  TO CFGH-NEW-VALUE.
	   MOVE WS-OPERATOR  TO CFGH-OPERATOR.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING CFGH-DMY, CFGH-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE CFGH-REC.
	   CLOSE CFGH-FILE.

	   MOVE 'Y' TO WS-POST-OK.

        CFIG-POST-RTN-END. EXIT.
      *******************************************************************
      * Student name and date of birth go through STDH-FILE and the
      * roll-forward journal, as FMSTD posts them.
        STD-POST-RTN.

	   PERFORM CLAIM-LOCK-RTN THRU CLAIM-LOCK-RTN-END.
	   IF WS-LOCK-OK NOT = 'Y'
	      GO TO STD-POST-RTN-END.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.
	   PERFORM STALE-CHECK-RTN THRU STALE-CHECK-RTN-END.
	   IF WS-MSG NOT = SPACES
	      UNLOCK STD-FILE
	      PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END
	      GO TO STD-POST-RTN-END.

	   IF MK-FIELD = 'NAME'
	      MOVE MK-NEW-VALUE	      TO STD-NAME
	   ELSE
	      MOVE MK-NEW-VALUE (1:8) TO STD-DOB-DMY.

	   PERFORM SHOW-BOTH-RTN THRU SHOW-BOTH-RTN-END.
	   OPEN EXTEND STDH-FILE.
	   MOVE STD-KEY      TO STDH-STD-KEY.
	   MOVE MK-FIELD     TO STDH-FIELD.
	   MOVE WS-SHOW-OLD  TO STDH-OLD-VALUE.
	   MOVE WS-SHOW-NEW  TO STDH-NEW-VALUE.
	   MOVE WS-OPERATOR  TO STDH-OPERATOR.
	   CALL   '/v/cps/lib/std/f-dmyhm' USING STDH-DMY, STDH-HHMM.
	   CANCEL '/v/cps/lib/std/f-dmyhm'.
	   WRITE STDH-REC.
	   CLOSE STDH-FILE.

	   MOVE 'N' TO S-STATUS-CHECK.
	   REWRITE STD-REC.
	   MOVE 'STD'   TO WS-JRNL-TAG.
	   MOVE 'R'     TO WS-JRNL-ACTION.
	   MOVE STD-REC TO WS-JRNL-IMAGE.
	   CALL   '/z/y19b25/sp2/lib/std/f-jrnl'
		  USING WS-JRNL-TAG, WS-JRNL-ACTION, WS-JRNL-IMAGE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-jrnl'.

	   PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-END.
	   MOVE 'Y' TO WS-POST-OK.

        STD-POST-RTN-END. EXIT.
      *******************************************************************
        LIST-1-RTN.

	   INITIALIZE MK-REC.
	   MOVE ZEROS TO MK-NO.
	   START MK-FILE KEY >= MK-KEY INVALID
		 MOVE 'Y' TO WS-MK-EOF
	     NOT INVALID
		 MOVE 'N' TO WS-MK-EOF.

	   MODIFY LIST-1, RESET-LIST = 1.
	   MODIFY LIST-1, MASS-UPDATE = 1.
	   PERFORM LIST-1-LOOP THRU LIST-1-LOOP-END
		   UNTIL WS-MK-EOF = 'Y'.
	   MODIFY LIST-1, MASS-UPDATE = 0.
	   UNLOCK FS-FILE.
	   UNLOCK DS-FILE.
	   UNLOCK OPR-FILE.
	   UNLOCK CFIG-FILE.
	   UNLOCK STD-FILE.

	   MODIFY LIST-1, QUERY-INDEX = 1.
	   INQUIRE LIST-1, ITEM-VALUE IN WS-REC.
	   DISPLAY PROCESS-SCR.

        LIST-1-RTN-END. EXIT.
      *******************************************************************
        LIST-1-LOOP.

	   READ MK-FILE NEXT END
		MOVE 'Y' TO WS-MK-EOF
		GO TO LIST-1-LOOP-END.

	   IF NOT MK-IS-PENDING
	      GO TO LIST-1-LOOP-END.

	   PERFORM CUR-VALUE-RTN THRU CUR-VALUE-RTN-END.

	   INITIALIZE WS-REC.
	   MOVE MK-NO		TO WS-MK-NO.
	   MOVE MK-PROG		TO WS-PROG.
	   MOVE MK-REC-KEY	TO WS-REC-KEY.
	   MOVE MK-FIELD	TO WS-FIELD.
	   MOVE WS-CUR-VALUE	TO WS-RAW.
	   PERFORM SHOW-RTN THRU SHOW-RTN-END.
	   MOVE WS-SHOW		TO WS-OLD.
	   MOVE MK-NEW-VALUE	TO WS-RAW.
	   PERFORM SHOW-RTN THRU SHOW-RTN-END.
	   MOVE WS-SHOW		TO WS-NEW.
	   MOVE MK-MAKER	TO WS-MAKER.
	   MODIFY LIST-1, ITEM-TO-ADD = WS-REC.

        LIST-1-LOOP-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Held Master-Data Changes' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY MSG-SCR.

	MSG-SUB.
	   ACCEPT MSG-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.
	   IF NOT (K-ENTER OR K-ESCAPE)
	      GO TO MSG-SUB.

	   DESTROY MSG-SCR.
	   CLOSE WINDOW S-WINDOW2.

        MSG-RTN-END. EXIT.

      ***************************************************************

	  COPY '/v/cps/lib/std/cfirm.prd'.
	  COPY '/v/cps/lib/std/errmsg.prd'.

      *End of Program.
