      *					seeded into the event's
      *					brackets after the members,
      *					names shown (G)-tagged
      * VAN TZE SHAN	15/10/26 WO	PAA	Seeded draws: entrants
      *					ranked on manual SE-FILE
      *					seeds, placings of the last
      *					12 months and current rank,
      *					seeds set in standard
      *					bracket lines with the byes
      *					against the top seeds, club
      *					and academy mates split into
      *					opposite halves; F9 keys the
      *					manual seeds; draw sheet
      *					shows seed and reason
      * VAN TZE SHAN	15/10/26 WO	PAA	A result built on - next
      *					round paired, placing posted,
      *					walkover or protest amended -
      *					no longer cycles on ENTER;
      *					only an upheld FMPX protest
      *					changes it
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data
       ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	 FILE-CONTROL.
	   COPY '/z/y19b25/sp2/lib/fd/fced'.
	   COPY '/z/y19b25/sp2/lib/fd/fcee'.
	   COPY '/z/y19b25/sp2/lib/fd/fcgu'.
	   COPY '/z/y19b25/sp2/lib/fd/fcse'.
	   COPY '/z/y19b25/sp2/lib/fd/fcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fccm'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
	   COPY '/z/y19b25/sp2/lib/fd/fded'.
	   COPY '/z/y19b25/sp2/lib/fd/fdee'.
	   COPY '/z/y19b25/sp2/lib/fd/fdgu'.
	   COPY '/z/y19b25/sp2/lib/fd/fdse'.
	   COPY '/z/y19b25/sp2/lib/fd/fdrh'.
	   COPY '/z/y19b25/sp2/lib/fd/fdcm'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbed'.
	   COPY '/z/y19b25/sp2/lib/fd/dbee'.
	   COPY '/z/y19b25/sp2/lib/fd/dbgu'.
	   COPY '/z/y19b25/sp2/lib/fd/dbse'.
	   COPY '/z/y19b25/sp2/lib/fd/dbrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dbcm'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
	  03 WS-FINAL-MATCHES	  PIC 9(03).
	  03 WS-PLACE		  PIC 9(03).
	  03 WS-LOSER		  PIC X(06).
	  03 WS-SUB2		  PIC 9(03).
	  03 WS-SUB-A		  PIC 9(03).
	  03 WS-SUB-B		  PIC 9(03).
	  03 WS-PICK		  PIC 9(03).
	  03 WS-BRK-SIZE	  PIC 9(03).
	  03 WS-BRK-HALF	  PIC 9(03).
	  03 WS-LINE-SIZE	  PIC 9(03).
	  03 WS-SEED-COUNT	  PIC 9(03).
	  03 WS-MANUAL-COUNT	  PIC 9(03).
	  03 WS-QUAL-COUNT	  PIC 9(03).
	  03 WS-HALF		  PIC 9(01).
	  03 WS-MATES1		  PIC 9(03).
	  03 WS-MATES2		  PIC 9(03).
	  03 WS-FREE1		  PIC 9(03).
	  03 WS-FREE2		  PIC 9(03).
	  03 WS-BEST-PLACE	  PIC 9(03).
	  03 WS-BEST-RK		  PIC 9(02).
	  03 WS-BEST-YMD	  PIC 9(08).
	  03 WS-RANK-YMD	  PIC 9(08).
	  03 WS-RESULT-YMD	  PIC 9(08).
	  03 WS-EVENT-YMD	  PIC 9(08).
	  03 WS-CUTOFF-YMD	  PIC 9(08).
	  03 WS-RS-EOF		  PIC X(01).
	  03 WS-RH-EOF		  PIC X(01).
	  03 WS-CM-EOF		  PIC X(01).
	  03 WS-SE-ENT		  PIC X(06).
	  03 WS-SE-SEED		  PIC 9(02).
	  03 WS-SE-MSG		  PIC X(50).
	  03 WS-STANDS		  PIC X(01).
	  03 WS-DW-HOLD-KEY	  PIC X(22).

       01 WS-ENT-TABLE.
	  03 WS-ENT		  PIC X(06) OCCURS T-ENT-MAX.

      * Seeding work area: WS-SD holds the category's entrants with
      * their sort value (lower = stronger; 1xxxx manual seed,
      * 2xxxx recent placing, 3xxxx rank only, 90000 no basis), the
      * reason letter and the club (CM club code, or a guest's
      * academy). WS-SLOT is the bracket top to bottom, each slot
      * carrying its standard seeding line.
       01 WS-SEED-TABLE.
	  03 WS-SD		  OCCURS T-ENT-MAX.
	     05 WS-SD-KEY	  PIC X(06).
	     05 WS-SD-SORT	  PIC 9(05).
	     05 WS-SD-WHY	  PIC X(01).
	     05 WS-SD-CLUB	  PIC X(30).

       01 WS-SD-HOLD.
	  03 FIL		  PIC X(06).
	  03 WS-HOLD-SORT	  PIC 9(05).
	  03 FIL		  PIC X(31).

       01 WS-SLOT-TABLE.
	  03 WS-SLOT		  OCCURS T-ENT-MAX.
	     05 WS-SLOT-LINE	  PIC 9(02).
	     05 WS-SLOT-ENT	  PIC X(06).
	     05 WS-SLOT-SEED	  PIC 9(02).
	     05 WS-SLOT-WHY	  PIC X(01).
	     05 WS-SLOT-CLUB	  PIC X(30).

       01 WS-NEW-LINE-TABLE.
	  03 WS-NEW-LINE	  PIC 9(02) OCCURS T-ENT-MAX.

       01 WS-LINE-SLOT-TABLE.
	  03 WS-LINE-SLOT	  PIC 9(02) OCCURS T-ENT-MAX.

       01 WS-SEED-TAG.
	  03 FIL		  PIC X(01) VALUE '['.
	  03 WS-TAG-SEED	  PIC Z9.
	  03 WS-TAG-WHY		  PIC X(01).
	  03 FIL		  PIC X(01) VALUE ']'.

       01 WS-CAT-TABLE.
	  03 WS-CAT		  PIC X(10) OCCURS T-CAT-MAX.

	  03 FIL		  PIC X(06) VALUE 'ROUND'.
	  03 PRT-ROUND		  PIC Z9.

       01 PRT-LEGEND.
	  03 FIL		  PIC X(50) VALUE
	     'SEED [nX]  M=MANUAL  P=PLACINGS LAST 12 MONTHS  '.
	  03 FIL		  PIC X(14) VALUE
	     'R=CURRENT RANK'.

       01 PRT-MATCH-LINE.
	  03 FIL		  PIC X(04).
	  03 PRT-MATCH		  PIC ZZ9.
	  03 FIL		  PIC X(02).
	  03 PRT-SEED1		  PIC X(05).
	  03 PRT-NAME1		  PIC X(22).
	  03 FIL		  PIC X(04) VALUE 'vs'.
	  03 PRT-SEED2		  PIC X(05).
	  03 PRT-NAME2		  PIC X(22).
	  03 FIL		  PIC X(05) VALUE 'WIN:'.
	  03 PRT-WINNER		  PIC X(06).

	   03 ENTRY-FIELD 3-D ID 102 COL + 2 PIC X(03)
	      USING WS-ED-KEY BELL UPPER.
	   03 LABEL LINE 02 COL 04
	      'F8=generate draw  F6=next round  F5=print  F9=seeds'.
	   03 LABEL LINE 03 COL 04
	      'F7=post placings  ENTER=cycle winner of match'.
	   03 LABEL LINE 04.5 COL 04 'Category'.
	   03 LABEL LINE 01 COL 02 PIC X(60) FROM WS-MSG.
	   03 LABEL LINE 03 COL 02 'Press ENTER to continue'.

        01 SEED-SCR.
	   03 LABEL LINE 01 COL 02 'Entrant Code:'.
	   03 ENTRY-FIELD 3-D ID 201 COL + 2 PIC X(06)
	      USING WS-SE-ENT BELL UPPER.
	   03 LABEL LINE 01 COL 30 'Seed:'.
	   03 ENTRY-FIELD 3-D ID 202 COL + 2 PIC 9(02)
	      USING WS-SE-SEED.
	   03 LABEL LINE 03 COL 02 PIC X(50) FROM WS-SE-MSG.
	   03 LABEL LINE 04 COL 02
	      'ENTER = set seed (00 clears), blank + ENTER = done'.

      *******************************************************************
       PROCEDURE DIVISION USING LINK-PROG-KEY.

	   COPY '/z/y19b25/sp2/lib/fd/dced'.
	   COPY '/z/y19b25/sp2/lib/fd/dcee'.
	   COPY '/z/y19b25/sp2/lib/fd/dcgu'.
	   COPY '/z/y19b25/sp2/lib/fd/dcse'.
	   COPY '/z/y19b25/sp2/lib/fd/dcrh'.
	   COPY '/z/y19b25/sp2/lib/fd/dccm'.
	   COPY '/v/cps/lib/std/dcprint'.

        END DECLARATIVES.
	   OPEN INPUT ED-FILE.
	   OPEN INPUT EE-FILE.
	   OPEN INPUT GU-FILE.
	   OPEN I-O   SE-FILE.
	   OPEN INPUT RH-FILE.
	   OPEN INPUT CM-FILE.

      * Floating Window
	   MOVE 'Competition Draw Control' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/floatwin.prd'.

      * Bitmap
	   CLOSE ED-FILE.
	   CLOSE EE-FILE.
	   CLOSE GU-FILE.
	   CLOSE SE-FILE.
	   CLOSE RH-FILE.
	   CLOSE CM-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	      PERFORM PRINT-RTN THRU PRINT-RTN-END
	      GO TO 0100-MAIN.

	   IF K-F9
	      PERFORM SEED-RTN THRU SEED-RTN-END
	      GO TO 0100-MAIN.

	   IF K-ENTER OR K-L-DBLCLICK
	      PERFORM WINNER-RTN THRU WINNER-RTN-END
	      PERFORM LIST-1-RTN THRU LIST-1-RTN-END

        0199-END. EXIT.
      *******************************************************************
      * Round 1: the confirmed entrants of each category seeded and
      * laid into a bracket of the next power of two, each bye drawn
      * against a top seed and its winner settled on the spot. A
      * draw already on file stays - clear it through record
      * maintenance before regenerating.
        GENERATE-RTN.

	   PERFORM HAVE-DRAW-RTN THRU HAVE-DRAW-RTN-END.

	   PERFORM CAT-LIST-RTN THRU CAT-LIST-RTN-END.

      * Placings count towards a seed only from events in the 12
      * months before this one.
	   MOVE EV-DATE-DMY TO WS-EVENT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-EVENT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   COMPUTE WS-CUTOFF-YMD = WS-EVENT-YMD - 10000.

	   PERFORM GEN-CAT-RTN THRU GEN-CAT-RTN-END
		   VARYING WS-CAT-SUB FROM 1 BY 1
		   UNTIL WS-CAT-SUB > WS-CAT-COUNT.
	   IF WS-ENT-COUNT < 2
	      GO TO GEN-CAT-RTN-END.

	   MOVE ZEROS TO WS-MANUAL-COUNT, WS-QUAL-COUNT.
	   PERFORM SEED-SCORE-RTN THRU SEED-SCORE-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-ENT-COUNT.

	   PERFORM SEED-SORT-RTN THRU SEED-SORT-RTN-END
		   VARYING WS-SUB FROM 2 BY 1
		   UNTIL WS-SUB > WS-ENT-COUNT.

	   PERFORM BRACKET-RTN THRU BRACKET-RTN-END.

      * Slots pair off top to bottom; a slot left empty is a bye and
      * its partner goes through.
	   MOVE ZEROS TO WS-MATCH-NO.
	   MOVE 1 TO WS-SUB.

	GEN-PAIR-LOOP.
	   IF WS-SUB > WS-BRK-SIZE
	      GO TO GEN-CAT-RTN-END.

	   COMPUTE WS-SUB2 = WS-SUB + 1.
	   IF WS-SLOT-ENT (WS-SUB) = SPACES
	      MOVE WS-SUB2 TO WS-SUB-A
	      MOVE WS-SUB  TO WS-SUB-B
	   ELSE
	      MOVE WS-SUB  TO WS-SUB-A
	      MOVE WS-SUB2 TO WS-SUB-B.

	   INITIALIZE DW-REC.
	   MOVE WS-EV-KEY	TO DW-EV-KEY.
	   MOVE WS-ED-KEY	TO DW-ED-CODE.
	   MOVE 1		TO DW-ROUND.
	   ADD 1 TO WS-MATCH-NO.
	   MOVE WS-MATCH-NO	TO DW-MATCH.
	   MOVE WS-SLOT-ENT (WS-SUB-A)	TO DW-STD-KEY1.
	   MOVE WS-SLOT-SEED (WS-SUB-A)	TO DW-SEED1.
	   MOVE WS-SLOT-WHY (WS-SUB-A)	TO DW-SEED-WHY1.
	   IF WS-SLOT-ENT (WS-SUB-B) = SPACES
	      MOVE SPACES	TO DW-STD-KEY2
	      MOVE DW-STD-KEY1	TO DW-WINNER
	   ELSE
	      MOVE WS-SLOT-ENT (WS-SUB-B)  TO DW-STD-KEY2
	      MOVE WS-SLOT-SEED (WS-SUB-B) TO DW-SEED2
	      MOVE WS-SLOT-WHY (WS-SUB-B)  TO DW-SEED-WHY2
	      MOVE SPACES	TO DW-WINNER.
	   WRITE DW-REC.
	   ADD 2 TO WS-SUB.
	   GO TO GEN-PAIR-LOOP.

        GEN-CAT-RTN-END. EXIT.
      *******************************************************************
      * One entrant's seeding basis: a manual seed on SE-FILE wins
      * outright; otherwise the best placing of the last 12 months,
      * the higher current rank breaking ties; otherwise current rank
      * alone. No basis at all leaves the entrant unseeded.
        SEED-SCORE-RTN.

	   MOVE WS-ENT (WS-SUB) TO WS-SD-KEY (WS-SUB).
	   MOVE 90000  TO WS-SD-SORT (WS-SUB).
	   MOVE SPACE  TO WS-SD-WHY (WS-SUB).

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-EV-KEY	TO SE-EV-KEY.
	   MOVE WS-ED-KEY	TO SE-ED-CODE.
	   MOVE WS-ENT (WS-SUB)	TO SE-ENT-KEY.
	   READ SE-FILE INVALID
		CONTINUE
	   NOT INVALID
		IF SE-SEED NOT = ZEROS
		   COMPUTE WS-SD-SORT (WS-SUB) = 10000 + SE-SEED * 100
		   MOVE 'M' TO WS-SD-WHY (WS-SUB)
		   ADD 1 TO WS-MANUAL-COUNT
		END-IF
	   END-READ.

	   PERFORM BEST-PLACE-RTN THRU BEST-PLACE-RTN-END.
	   PERFORM CUR-RANK-RTN THRU CUR-RANK-RTN-END.

	   IF WS-SD-WHY (WS-SUB) = SPACE
	      IF WS-BEST-PLACE NOT = ZEROS
		 IF WS-BEST-PLACE > 99
		    MOVE 99 TO WS-BEST-PLACE
		 END-IF
		 COMPUTE WS-SD-SORT (WS-SUB) =
			 20000 + WS-BEST-PLACE * 100 + 99 - WS-BEST-RK
		 MOVE 'P' TO WS-SD-WHY (WS-SUB)
	      ELSE
		 IF WS-BEST-RK NOT = ZEROS
		    COMPUTE WS-SD-SORT (WS-SUB) = 30099 - WS-BEST-RK
		    MOVE 'R' TO WS-SD-WHY (WS-SUB)
		 END-IF
	      END-IF
	   END-IF.

	   IF WS-SD-WHY (WS-SUB) NOT = SPACE
	      ADD 1 TO WS-QUAL-COUNT.

	   PERFORM CLUB-RTN THRU CLUB-RTN-END.

        SEED-SCORE-RTN-END. EXIT.
      *******************************************************************
      * Best (lowest) placing on RS-FILE at another event held in the
      * 12 months before this one.
        BEST-PLACE-RTN.

	   MOVE ZEROS TO WS-BEST-PLACE.
	   INITIALIZE RS-REC.
	   MOVE WS-ENT (WS-SUB) TO RS-STD-KEY.
	   MOVE LOW-VALUES	TO RS-EV-KEY.
	   MOVE 'N' TO WS-RS-EOF.
	   START RS-FILE KEY >= RS-KEY INVALID
		 MOVE 'Y' TO WS-RS-EOF.
	   PERFORM BEST-PLACE-LOOP THRU BEST-PLACE-LOOP-END
		   UNTIL WS-RS-EOF = 'Y'.

        BEST-PLACE-RTN-END. EXIT.

        BEST-PLACE-LOOP.

	   READ RS-FILE NEXT END
		MOVE 'Y' TO WS-RS-EOF
		GO TO BEST-PLACE-LOOP-END.

	   IF RS-STD-KEY NOT = WS-ENT (WS-SUB)
	      MOVE 'Y' TO WS-RS-EOF
	      GO TO BEST-PLACE-LOOP-END.

	   IF RS-EV-KEY = WS-EV-KEY OR RS-PLACEMENT = ZEROS
	      GO TO BEST-PLACE-LOOP-END.

	   IF WS-BEST-PLACE NOT = ZEROS AND
	      RS-PLACEMENT NOT < WS-BEST-PLACE
	      GO TO BEST-PLACE-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE RS-EV-KEY TO EV-KEY.
	   READ EV-FILE INVALID
		GO TO BEST-PLACE-LOOP-END.

	   MOVE EV-DATE-DMY TO WS-RESULT-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-RESULT-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-RESULT-YMD < WS-EVENT-YMD AND
	      WS-RESULT-YMD NOT < WS-CUTOFF-YMD
	      MOVE RS-PLACEMENT TO WS-BEST-PLACE.

        BEST-PLACE-LOOP-END. EXIT.
      *******************************************************************
      * Current rank - the RK level on the latest-dated RH row.
        CUR-RANK-RTN.

	   MOVE ZEROS TO WS-BEST-YMD, WS-BEST-RK.

	   INITIALIZE RH-REC.
	   MOVE WS-ENT (WS-SUB) TO RH-STD-KEY.
	   MOVE LOW-VALUES	TO RH-DMY.
	   MOVE 'N' TO WS-RH-EOF.
	   START RH-FILE KEY >= RH-KEY INVALID
		 MOVE 'Y' TO WS-RH-EOF.
	   PERFORM CUR-RANK-LOOP THRU CUR-RANK-LOOP-END
		   UNTIL WS-RH-EOF = 'Y'.

        CUR-RANK-RTN-END. EXIT.

        CUR-RANK-LOOP.

	   READ RH-FILE NEXT END
		MOVE 'Y' TO WS-RH-EOF
		GO TO CUR-RANK-LOOP-END.

	   IF RH-STD-KEY NOT = WS-ENT (WS-SUB)
	      MOVE 'Y' TO WS-RH-EOF
	      GO TO CUR-RANK-LOOP-END.

	   MOVE RH-DMY TO WS-RANK-YMD.
	   CALL   '/v/cps/lib/std/f-cvdmy' USING WS-RANK-YMD.
	   CANCEL '/v/cps/lib/std/f-cvdmy'.
	   IF WS-RANK-YMD >= WS-BEST-YMD
	      MOVE WS-RANK-YMD TO WS-BEST-YMD
	      MOVE RH-RK-KEY   TO WS-BEST-RK.

        CUR-RANK-LOOP-END. EXIT.
      *******************************************************************
      * Club for separation: a guest's academy, or a member's first
      * open CM-FILE club. No club, no separation.
        CLUB-RTN.

	   MOVE SPACES TO WS-SD-CLUB (WS-SUB).

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-ENT (WS-SUB) TO GU-KEY.
	   READ GU-FILE INVALID
		CONTINUE
	   NOT INVALID
		IF GU-EV-KEY = WS-EV-KEY
		   MOVE GU-ACADEMY TO WS-SD-CLUB (WS-SUB)
		   GO TO CLUB-RTN-END
		END-IF
	   END-READ.

	   INITIALIZE CM-REC.
	   MOVE WS-ENT (WS-SUB) TO CM-STD-KEY.
	   MOVE LOW-VALUES	TO CM-CB-KEY.
	   MOVE 'N' TO WS-CM-EOF.
	   START CM-FILE KEY >= CM-KEY INVALID
		 MOVE 'Y' TO WS-CM-EOF.
	   PERFORM CLUB-LOOP THRU CLUB-LOOP-END
		   UNTIL WS-CM-EOF = 'Y'.

        CLUB-RTN-END. EXIT.

        CLUB-LOOP.

	   READ CM-FILE NEXT END
		MOVE 'Y' TO WS-CM-EOF
		GO TO CLUB-LOOP-END.

	   IF CM-STD-KEY NOT = WS-ENT (WS-SUB)
	      MOVE 'Y' TO WS-CM-EOF
	      GO TO CLUB-LOOP-END.

	   IF CM-IS-OPEN
	      MOVE CM-CB-KEY TO WS-SD-CLUB (WS-SUB)
	      MOVE 'Y' TO WS-CM-EOF.

        CLUB-LOOP-END. EXIT.
      *******************************************************************
      * Insertion pass: entry WS-SUB moved up past every stronger-
      * valued entry above it. Equal values keep collection order.
        SEED-SORT-RTN.

	   MOVE WS-SD (WS-SUB) TO WS-SD-HOLD.
	   MOVE WS-SUB TO WS-SUB2.

	SEED-SORT-SHIFT.
	   IF WS-SUB2 = 1
	      GO TO SEED-SORT-PLACE.
	   COMPUTE WS-SUB-A = WS-SUB2 - 1.
	   IF WS-SD-SORT (WS-SUB-A) NOT > WS-HOLD-SORT
	      GO TO SEED-SORT-PLACE.
	   MOVE WS-SD (WS-SUB-A) TO WS-SD (WS-SUB2).
	   MOVE WS-SUB-A TO WS-SUB2.
	   GO TO SEED-SORT-SHIFT.

	SEED-SORT-PLACE.
	   MOVE WS-SD-HOLD TO WS-SD (WS-SUB2).

        SEED-SORT-RTN-END. EXIT.
      *******************************************************************
      * The bracket is the next power of two up from the entry. Its
      * slots carry the standard seeding lines (1 v 8, 4 v 5, 2 v 7,
      * 3 v 6 and so on), built by doubling: each line L of the
      * smaller bracket opens into L and its new opponent.
      * Seeds take lines 1 on down - a quarter of the bracket, at
      * least two, more if more were seeded by hand - and the lines
      * past the entry are the byes, so they fall against the top
      * seeds. Everyone else goes into the half holding fewer of
      * their own club, the emptier half when that ties.
        BRACKET-RTN.

	   MOVE 2 TO WS-BRK-SIZE.
	   PERFORM BRK-SIZE-RTN THRU BRK-SIZE-RTN-END
		   UNTIL WS-BRK-SIZE NOT < WS-ENT-COUNT.
	   COMPUTE WS-BRK-HALF = WS-BRK-SIZE / 2.

	   INITIALIZE WS-SLOT-TABLE.
	   MOVE 1 TO WS-SLOT-LINE (1), WS-LINE-SIZE.
	   PERFORM POS-DOUBLE-RTN THRU POS-DOUBLE-RTN-END
		   UNTIL WS-LINE-SIZE = WS-BRK-SIZE.
	   PERFORM LINE-INDEX-RTN THRU LINE-INDEX-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-BRK-SIZE.

	   COMPUTE WS-SEED-COUNT = WS-BRK-SIZE / 4.
	   IF WS-SEED-COUNT < 2
	      MOVE 2 TO WS-SEED-COUNT.
	   IF WS-MANUAL-COUNT > WS-SEED-COUNT
	      MOVE WS-MANUAL-COUNT TO WS-SEED-COUNT.
	   IF WS-QUAL-COUNT < WS-SEED-COUNT
	      MOVE WS-QUAL-COUNT TO WS-SEED-COUNT.

	   PERFORM PLACE-ENT-RTN THRU PLACE-ENT-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-ENT-COUNT.

        BRACKET-RTN-END. EXIT.
      *******************************************************************
        BRK-SIZE-RTN.

	   COMPUTE WS-BRK-SIZE = WS-BRK-SIZE * 2.

        BRK-SIZE-RTN-END. EXIT.
      *******************************************************************
        POS-DOUBLE-RTN.

	   PERFORM POS-SPREAD-RTN THRU POS-SPREAD-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-LINE-SIZE.
	   COMPUTE WS-LINE-SIZE = WS-LINE-SIZE * 2.
	   PERFORM POS-COPY-RTN THRU POS-COPY-RTN-END
		   VARYING WS-SUB FROM 1 BY 1
		   UNTIL WS-SUB > WS-LINE-SIZE.

        POS-DOUBLE-RTN-END. EXIT.

        POS-SPREAD-RTN.

	   COMPUTE WS-SUB-A = WS-SUB * 2 - 1.
	   COMPUTE WS-SUB-B = WS-SUB * 2.
	   MOVE WS-SLOT-LINE (WS-SUB) TO WS-NEW-LINE (WS-SUB-A).
	   COMPUTE WS-NEW-LINE (WS-SUB-B) =
		   WS-LINE-SIZE * 2 + 1 - WS-SLOT-LINE (WS-SUB).

        POS-SPREAD-RTN-END. EXIT.

        POS-COPY-RTN.

	   MOVE WS-NEW-LINE (WS-SUB) TO WS-SLOT-LINE (WS-SUB).

        POS-COPY-RTN-END. EXIT.

        LINE-INDEX-RTN.

	   MOVE WS-SUB TO WS-LINE-SLOT (WS-SLOT-LINE (WS-SUB)).

        LINE-INDEX-RTN-END. EXIT.
      *******************************************************************
        PLACE-ENT-RTN.

	   IF WS-SUB NOT > WS-SEED-COUNT
	      MOVE WS-LINE-SLOT (WS-SUB) TO WS-PICK
	      MOVE WS-SUB		  TO WS-SLOT-SEED (WS-PICK)
	      MOVE WS-SD-WHY (WS-SUB)	  TO WS-SLOT-WHY (WS-PICK)
	      GO TO PLACE-ENT-FILL.

	   MOVE ZEROS TO WS-MATES1, WS-MATES2, WS-FREE1, WS-FREE2.
	   PERFORM HALF-COUNT-RTN THRU HALF-COUNT-RTN-END
		   VARYING WS-SUB2 FROM 1 BY 1
		   UNTIL WS-SUB2 > WS-BRK-SIZE.

	   IF WS-FREE1 = ZEROS
	      MOVE 2 TO WS-HALF
	   ELSE
	      IF WS-FREE2 = ZEROS
		 MOVE 1 TO WS-HALF
	      ELSE
		 IF WS-MATES1 < WS-MATES2
		    MOVE 1 TO WS-HALF
		 ELSE
		    IF WS-MATES2 < WS-MATES1
		       MOVE 2 TO WS-HALF
		    ELSE
		       IF WS-FREE1 NOT < WS-FREE2
			  MOVE 1 TO WS-HALF
		       ELSE
			  MOVE 2 TO WS-HALF.

	   MOVE ZEROS TO WS-PICK.
	   IF WS-HALF = 1
	      MOVE 1 TO WS-SUB2
	   ELSE
	      COMPUTE WS-SUB2 = WS-BRK-HALF + 1.
	   PERFORM FREE-SLOT-RTN THRU FREE-SLOT-RTN-END
		   UNTIL WS-PICK NOT = ZEROS.

	PLACE-ENT-FILL.
	   MOVE WS-SD-KEY (WS-SUB)  TO WS-SLOT-ENT (WS-PICK).
	   MOVE WS-SD-CLUB (WS-SUB) TO WS-SLOT-CLUB (WS-PICK).

        PLACE-ENT-RTN-END. EXIT.
      *******************************************************************
      * Per half: open lines still free (past the seeds, short of the
      * byes) and club-mates of entrant WS-SUB already placed.
        HALF-COUNT-RTN.

	   IF WS-SLOT-ENT (WS-SUB2) = SPACES
	      IF WS-SLOT-LINE (WS-SUB2) > WS-SEED-COUNT AND
		 WS-SLOT-LINE (WS-SUB2) NOT > WS-ENT-COUNT
		 IF WS-SUB2 > WS-BRK-HALF
		    ADD 1 TO WS-FREE2
		 ELSE
		    ADD 1 TO WS-FREE1
		 END-IF
	      END-IF
	      GO TO HALF-COUNT-RTN-END.

	   IF WS-SD-CLUB (WS-SUB) = SPACES OR
	      WS-SLOT-CLUB (WS-SUB2) NOT = WS-SD-CLUB (WS-SUB)
	      GO TO HALF-COUNT-RTN-END.

	   IF WS-SUB2 > WS-BRK-HALF
	      ADD 1 TO WS-MATES2
	   ELSE
	      ADD 1 TO WS-MATES1.

        HALF-COUNT-RTN-END. EXIT.
      *******************************************************************
        FREE-SLOT-RTN.

	   IF WS-SLOT-ENT (WS-SUB2) = SPACES AND
	      WS-SLOT-LINE (WS-SUB2) > WS-SEED-COUNT AND
	      WS-SLOT-LINE (WS-SUB2) NOT > WS-ENT-COUNT
	      MOVE WS-SUB2 TO WS-PICK.
	   ADD 1 TO WS-SUB2.

        FREE-SLOT-RTN-END. EXIT.
      *******************************************************************
        COLLECT-RTN.

		GO TO WINNER-RTN-END.

      * A bye's winner is fixed; a real match cycles blank, side 1,
      * side 2 and back with each ENTER - until the result stands,
      * when only an upheld protest (FMPX) can change it.
	   IF DW-STD-KEY2 = SPACES
	      GO TO WINNER-RTN-END.

	   IF DW-WINNER NOT = SPACES
	      PERFORM STANDS-RTN THRU STANDS-RTN-END
	      IF WS-STANDS = 'Y'
		 MOVE 'Result stands - change it through a protest'
		      TO WS-MSG
		 PERFORM MSG-RTN THRU MSG-RTN-END
		 GO TO WINNER-RTN-END.

	   EVALUATE DW-WINNER
	     WHEN SPACES	MOVE DW-STD-KEY1 TO DW-WINNER
	     WHEN DW-STD-KEY1	MOVE DW-STD-KEY2 TO DW-WINNER

        WINNER-RTN-END. EXIT.
      *******************************************************************
      * A recorded result stands once something is built on it: a
      * walkover confirmed at the marshalling desk, an amendment by
      * an upheld protest, the next round paired off its round, or
      * its winner's placing posted to RS-FILE. DW-REC is read back
      * as it was.
        STANDS-RTN.

	   MOVE 'N'    TO WS-STANDS.
	   MOVE DW-KEY TO WS-DW-HOLD-KEY.

	   IF DW-IS-WALKOVER OR DW-PX-KEY NOT = ZEROS
	      MOVE 'Y' TO WS-STANDS
	      GO TO STANDS-RTN-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE DW-WINNER TO RS-STD-KEY.
	   MOVE WS-EV-KEY TO RS-EV-KEY.
	   READ RS-FILE INVALID
		CONTINUE
	   NOT INVALID
		IF RS-PLACEMENT NOT = ZEROS
		   MOVE 'Y' TO WS-STANDS
		END-IF
	   END-READ.

	   ADD 1 TO DW-ROUND.
	   MOVE 1 TO DW-MATCH.
	   READ DW-FILE INVALID
		CONTINUE
	   NOT INVALID
		MOVE 'Y' TO WS-STANDS
	   END-READ.

	   MOVE WS-DW-HOLD-KEY TO DW-KEY.
	   READ DW-FILE INVALID
		MOVE 'Y' TO WS-STANDS.

        STANDS-RTN-END. EXIT.
      *******************************************************************
      * Final placings to RS-FILE: the decided final of each category
      * gives 1st and 2nd, and both losing semi-finalists take 3rd -
      * FMRS can adjust from there instead of being keyed from

	   MOVE DW-MATCH TO PRT-MATCH.
	   PERFORM NAME-RTN THRU NAME-RTN-END.

	   MOVE SPACES TO PRT-SEED1, PRT-SEED2.
	   IF DW-SEED1 NOT = ZEROS
	      MOVE DW-SEED1	TO WS-TAG-SEED
	      MOVE DW-SEED-WHY1	TO WS-TAG-WHY
	      MOVE WS-SEED-TAG	TO PRT-SEED1.
	   IF DW-SEED2 NOT = ZEROS
	      MOVE DW-SEED2	TO WS-TAG-SEED
	      MOVE DW-SEED-WHY2	TO WS-TAG-WHY
	      MOVE WS-SEED-TAG	TO PRT-SEED2.
	   MOVE DW-WINNER TO PRT-WINNER.
	   WRITE PRINT-REC FROM PRT-MATCH-LINE.

	   END-READ.

        NAME-RTN-END. EXIT.
      *******************************************************************
      * Manual seeds for the event (and discipline) on screen, keyed
      * one entrant at a time; seed 00 takes a seed off. They only
      * shape a draw generated after they are keyed.
        SEED-RTN.

	   PERFORM HAVE-DRAW-RTN THRU HAVE-DRAW-RTN-END.
	   MOVE SPACES TO WS-SE-ENT, WS-SE-MSG.
	   MOVE ZEROS  TO WS-SE-SEED.
	   IF WS-HAVE-DRAW = 'Y'
	      MOVE 'Draw on file - seeds apply when it is regenerated'
		   TO WS-SE-MSG.

	   MOVE 'Manual Seeds' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 5 SIZE 60
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
	   TITLE S-WINDOW-TITLE
	   POP-UP S-WINDOW2.
	   DISPLAY SEED-SCR.

	SEED-SUB.
	   ACCEPT SEED-SCR.
	   MOVE 4 TO ACCEPT-CONTROL.

	   IF K-ESCAPE
	      GO TO SEED-EXIT.
	   IF NOT K-ENTER
	      GO TO SEED-SUB.
	   IF WS-SE-ENT = SPACES
	      GO TO SEED-EXIT.

      * The entrant must hold a confirmed place in the event, or be a
      * guest registered for it.
	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE WS-SE-ENT TO ER-STD-KEY.
	   MOVE WS-EV-KEY TO ER-EV-KEY.
	   READ ER-FILE INVALID
		MOVE WS-SE-ENT TO GU-KEY
		READ GU-FILE INVALID
		     MOVE 'Not entered in this event' TO WS-SE-MSG
		     GO TO SEED-REDO
		NOT INVALID
		     IF GU-EV-KEY NOT = WS-EV-KEY OR
			GU-ED-CODE NOT = WS-ED-KEY
			MOVE 'Not entered in this event' TO WS-SE-MSG
			GO TO SEED-REDO
		     END-IF
		END-READ
	   NOT INVALID
		IF ER-IS-WAITLISTED
		   MOVE 'Entrant is on the waitlist' TO WS-SE-MSG
		   GO TO SEED-REDO
		END-IF
	   END-READ.

	   MOVE 'N' TO S-STATUS-CHECK.
	   INITIALIZE SE-REC.
	   MOVE WS-EV-KEY  TO SE-EV-KEY.
	   MOVE WS-ED-KEY  TO SE-ED-CODE.
	   MOVE WS-SE-ENT  TO SE-ENT-KEY.
	   MOVE WS-SE-SEED TO SE-SEED.
	   MOVE SPACES TO WS-SE-MSG.
	   IF WS-SE-SEED = ZEROS
	      DELETE SE-FILE RECORD INVALID
		     CONTINUE
	      END-DELETE
	      STRING 'Seed cleared for ' WS-SE-ENT
		     DELIMITED BY SIZE INTO WS-SE-MSG
	   ELSE
	      WRITE SE-REC INVALID
		    REWRITE SE-REC
	      END-WRITE
	      STRING 'Seed ' WS-SE-SEED ' set for ' WS-SE-ENT
		     DELIMITED BY SIZE INTO WS-SE-MSG.

	   MOVE SPACES TO WS-SE-ENT.
	   MOVE ZEROS  TO WS-SE-SEED.

	SEED-REDO.
	   MOVE 201 TO S-CONTROL-ID.
	   DISPLAY SEED-SCR.
	   GO TO SEED-SUB.

	SEED-EXIT.
	   DESTROY SEED-SCR.
	   CLOSE WINDOW S-WINDOW2.

        SEED-RTN-END. EXIT.
      *******************************************************************
        PRT-CONTROL.

	   MOVE S-PAGE-COUNT TO PRT-PAGE-COUNT.
	   WRITE PRINT-REC FROM PRT-HEADER.
	   WRITE PRINT-REC FROM PRT-HEADER2.
	   WRITE PRINT-REC FROM PRT-LEGEND.

	PRT-CONTROL-END. EXIT.
      *******************************************************************
        MSG-RTN.

	   MOVE 'Draw Control' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 4 SIZE 64
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE-BAR
