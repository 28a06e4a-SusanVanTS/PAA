      *					student off IS-FILE, or the
      *					items at or under their
      *					reorder level off IT-FILE
      * VAN TZE SHAN 	15/10/26 WO	PAA	Reorder list by size for
      *					items stocked by size, the
      *					order spread across sizes
      *					by the heights of current
      *					juniors each size fits
      * VAN TZE SHAN 	15/10/26 WO	PAA	Window title carries the
      *					TRAINING banner when signed
      *					on to the practice data

       ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/fcis'.
	   COPY '/z/y19b25/sp2/lib/fd/fcit'.
	   COPY '/z/y19b25/sp2/lib/fd/fcstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fciz'.
	   COPY '/z/y19b25/sp2/lib/fd/fcmb'.
	   COPY '/v/cps/lib/std/fcprint'.

       DATA DIVISION.
           COPY '/z/y19b25/sp2/lib/fd/fdis'.
	   COPY '/z/y19b25/sp2/lib/fd/fdit'.
	   COPY '/z/y19b25/sp2/lib/fd/fdstd'.
	   COPY '/z/y19b25/sp2/lib/fd/fdiz'.
	   COPY '/z/y19b25/sp2/lib/fd/fdmb'.
	   COPY '/v/cps/lib/std/fdprint'.

        WORKING-STORAGE SECTION.
	   COPY '/z/y19b25/sp2/lib/fd/dbis'.
	   COPY '/z/y19b25/sp2/lib/fd/dbit'.
	   COPY '/z/y19b25/sp2/lib/fd/dbstd'.
	   COPY '/z/y19b25/sp2/lib/fd/dbiz'.
	   COPY '/z/y19b25/sp2/lib/fd/dbmb'.
	   COPY '/v/cps/lib/std/stdvar.def'.
	   COPY '/v/cps/lib/std/fkey.def'.
	   COPY '/v/cps/lib/std/dbprint'.
       01 WS-MISC.
	  03 WS-OPTION		PIC X(01).
	  03 WS-EOF		PIC X(01).
	  03 WS-STD-EOF		PIC X(01).
	  03 WS-IN-SIZES	PIC X(01).
	  03 WS-SIZE-HIT	PIC X(01).
	  03 WS-SIZE-ROWS	PIC 9(03).
	  03 WS-BAND-JNRS	PIC 9(05).
	  03 WS-TARGET		PIC 9(05).
	  03 WS-SHARE		PIC 9(05).

      * Current juniors by whole centimetres of height (slot 1 =
      * under 1cm, slot 301 = 300cm and over) - a size's demand is
      * the juniors falling in its height band.
       78 T-HT-MAX		VALUE 301.
       01 WS-HT-TABLE.
	  03 WS-HT-COUNT	PIC 9(05) OCCURS T-HT-MAX.
       01 WS-HT-MISC.
	  03 WS-JNR-TOTAL	PIC 9(05).
	  03 WS-HT-CM		PIC 9(03).
	  03 WS-HT-SUB		PIC 9(03).
	  03 WS-HT-FROM		PIC 9(03).
	  03 WS-HT-TO		PIC 9(03).

       01 S-WINDOW2		PIC X(10).
       01 S-WINDOW-TITLE2	PIC X(40).
	  03 FIL		PIC X(01).
          03 PRT-ST-IT-KEY	PIC X(04).
	  03 FIL 		PIC X(01).
	  03 PRT-ST-DESC	PIC X(22).
	  03 FIL 		PIC X(01).
	  03 PRT-ST-SIZE	PIC X(05).
	  03 FIL 		PIC X(02).
	  03 PRT-ST-STOCK	PIC ZZZZ9.
	  03 FIL 		PIC X(02).
	  03 PRT-ST-REORDER	PIC ZZZZ9.
	  03 FIL 		PIC X(02).
	  03 PRT-ST-JNRS	PIC ZZZ9 BLANK WHEN ZERO.
	  03 FIL 		PIC X(02).
	  03 PRT-ST-ORDER	PIC ZZZZ9.

       01 PRT-END.
	  03 FIL		PIC X(26) VALUE
	   OPEN INPUT IS-FILE.
	   OPEN INPUT IT-FILE.
	   OPEN INPUT STD-FILE.
	   OPEN INPUT IZ-FILE.
	   OPEN INPUT MB-FILE.

	   COPY '/v/cps/lib/std/gtcoid.prd'.
	   MOVE 'Print Equipment Reports' TO S-WINDOW-TITLE.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   COPY '/v/cps/lib/std/ptwin.prd'.

	   CALL 'W$BITMAP' USING
	   CLOSE IS-FILE.
	   CLOSE IT-FILE.
	   CLOSE STD-FILE.
	   CLOSE IZ-FILE.
	   CLOSE MB-FILE.
	   EXIT PROGRAM.
	   STOP RUN.

	   ELSE
	      MOVE 'REPORT TITLE: LOW-STOCK REORDER LIST'
		   TO PRT-TITLE
	      MOVE 'NO.  CODE DESCRIPTION            SIZE'
		   TO PRT-COL-HEADS1
	      MOVE 'STOCK REORDER JNRS  ORDER' TO PRT-COL-HEADS2.

	   MOVE 80 TO S-PRT-COL.
	   COPY '/v/cps/lib/std/print.prd'.
		    MOVE 'Y' TO WS-EOF
	      END-START
	   ELSE
	      PERFORM JUNIOR-RTN THRU JUNIOR-RTN-END
	      MOVE 'N' TO WS-IN-SIZES
	      INITIALIZE IT-REC
	      MOVE LOW-VALUES TO IT-KEY
	      START IT-FILE KEY >= IT-KEY INVALID
        LOAN-NEXT-RTN-END. EXIT.

      ********************************************************************
      * An item stocked by size lists a line per size that is due,
      * carrying on through its sizes on the next call before the
      * next item is read; an unsized item lists as one line.
        STOCK-NEXT-RTN.

	   IF WS-IN-SIZES = 'Y'
	      PERFORM SIZE-NEXT-RTN THRU SIZE-NEXT-RTN-END
	      IF WS-SIZE-HIT = 'Y'
		 GO TO STOCK-NEXT-RTN-END.

	STOCK-NEXT-IT.
	   READ IT-FILE NEXT END
		MOVE 'Y' TO WS-EOF GO TO STOCK-NEXT-RTN-END.

	   MOVE ZEROS	   TO WS-SIZE-ROWS.
	   MOVE IT-KEY	   TO IZ-IT-KEY.
	   MOVE LOW-VALUES TO IZ-SIZE.
	   MOVE 'Y' TO WS-IN-SIZES.
	   START IZ-FILE KEY >= IZ-KEY INVALID
		 MOVE 'N' TO WS-IN-SIZES.

	   IF WS-IN-SIZES = 'Y'
	      PERFORM SIZE-NEXT-RTN THRU SIZE-NEXT-RTN-END
	      IF WS-SIZE-HIT = 'Y'
		 GO TO STOCK-NEXT-RTN-END.

	   IF WS-SIZE-ROWS NOT = ZEROS
	      GO TO STOCK-NEXT-IT.

	   IF IT-STOCK-QTY > IT-REORDER-QTY
	      GO TO STOCK-NEXT-IT.

	   PERFORM BUILD-STOCK-RTN THRU BUILD-STOCK-RTN-END.

        STOCK-NEXT-RTN-END. EXIT.

      ********************************************************************
      * Next due size of the current item. The item's reorder
      * quantity is shared across its sizes by the juniors in each
      * size's height band; a size is due, and ordered, at the
      * greater of that share and its own reorder level.
        SIZE-NEXT-RTN.

	   MOVE 'N' TO WS-SIZE-HIT.

	SIZE-NEXT-READ.
	   READ IZ-FILE NEXT END
		MOVE 'N' TO WS-IN-SIZES GO TO SIZE-NEXT-RTN-END.

	   IF IZ-IT-KEY NOT = IT-KEY
	      MOVE 'N' TO WS-IN-SIZES GO TO SIZE-NEXT-RTN-END.

	   ADD 1 TO WS-SIZE-ROWS.
	   PERFORM DEMAND-RTN THRU DEMAND-RTN-END.

	   IF WS-TARGET = ZEROS OR IZ-STOCK-QTY > WS-TARGET
	      GO TO SIZE-NEXT-READ.

	   PERFORM BUILD-SIZE-RTN THRU BUILD-SIZE-RTN-END.
	   MOVE 'Y' TO WS-SIZE-HIT.

        SIZE-NEXT-RTN-END. EXIT.

      ********************************************************************
        DEMAND-RTN.

	   MOVE ZEROS TO WS-BAND-JNRS, WS-SHARE.
	   IF IZ-HT-MAX = ZEROS
	      GO TO DEMAND-TARGET.

	   MOVE IZ-HT-MIN TO WS-HT-CM.
	   IF WS-HT-CM > 300
	      MOVE 300 TO WS-HT-CM.
	   COMPUTE WS-HT-FROM = WS-HT-CM + 1.
	   MOVE IZ-HT-MAX TO WS-HT-CM.
	   IF WS-HT-CM > 300
	      MOVE 300 TO WS-HT-CM.
	   COMPUTE WS-HT-TO = WS-HT-CM + 1.

	   PERFORM BAND-ADD-RTN THRU BAND-ADD-RTN-END
		   VARYING WS-HT-SUB FROM WS-HT-FROM BY 1
		   UNTIL WS-HT-SUB > WS-HT-TO.

      * Share rounded up - a size that fits anyone gets at least one.
	   IF WS-JNR-TOTAL NOT = ZEROS
	      COMPUTE WS-SHARE = (IT-REORDER-QTY * WS-BAND-JNRS
			       + WS-JNR-TOTAL - 1) / WS-JNR-TOTAL.

	DEMAND-TARGET.
	   MOVE WS-SHARE TO WS-TARGET.
	   IF IZ-REORDER-QTY > WS-TARGET
	      MOVE IZ-REORDER-QTY TO WS-TARGET.

        DEMAND-RTN-END. EXIT.

        BAND-ADD-RTN.

	   ADD WS-HT-COUNT(WS-HT-SUB) TO WS-BAND-JNRS.

        BAND-ADD-RTN-END. EXIT.

      ********************************************************************
      * Juniors are active students on a membership class with an
      * age ceiling - the classes BPMB ages students out of - and a
      * height on file.
        JUNIOR-RTN.

	   INITIALIZE WS-HT-TABLE.
	   MOVE ZEROS TO WS-JNR-TOTAL.
	   INITIALIZE STD-REC.
	   MOVE LOW-VALUES TO STD-KEY.
	   MOVE 'N' TO WS-STD-EOF.
	   START STD-FILE KEY >= STD-KEY INVALID
		 MOVE 'Y' TO WS-STD-EOF.
	   PERFORM JUNIOR-LOOP THRU JUNIOR-LOOP-END
		   UNTIL WS-STD-EOF = 'Y'.

        JUNIOR-RTN-END. EXIT.

        JUNIOR-LOOP.

	   READ STD-FILE NEXT END
		MOVE 'Y' TO WS-STD-EOF GO TO JUNIOR-LOOP-END.

	   IF STD-IS-INACTIVE OR STD-HEIGHT = ZEROS
	      GO TO JUNIOR-LOOP-END.

	   IF STD-MB-KEY = SPACES
	      GO TO JUNIOR-LOOP-END.

	   MOVE 'N' TO S-STATUS-CHECK.
	   MOVE STD-MB-KEY TO MB-KEY.
	   READ MB-FILE INVALID
		GO TO JUNIOR-LOOP-END.

	   IF MB-AGE-MAX = ZEROS
	      GO TO JUNIOR-LOOP-END.

	   MOVE STD-HEIGHT TO WS-HT-CM.
	   IF WS-HT-CM > 300
	      MOVE 300 TO WS-HT-CM.
	   COMPUTE WS-HT-SUB = WS-HT-CM + 1.
	   ADD 1 TO WS-HT-COUNT(WS-HT-SUB).
	   ADD 1 TO WS-JNR-TOTAL.

        JUNIOR-LOOP-END. EXIT.

      ********************************************************************
        BUILD-LOAN-RTN.

	   MOVE IT-DESC		TO PRT-ST-DESC.
	   MOVE IT-STOCK-QTY	TO PRT-ST-STOCK.
	   MOVE IT-REORDER-QTY	TO PRT-ST-REORDER.
	   MOVE IT-REORDER-QTY	TO PRT-ST-ORDER.

        BUILD-STOCK-RTN-END. EXIT.

      ********************************************************************
        BUILD-SIZE-RTN.

	   INITIALIZE PRT-STK-DETAIL.
	   ADD 1		TO S-REC-COUNT.
	   MOVE S-REC-COUNT	TO PRT-REC-COUNT2.
	   MOVE IT-KEY		TO PRT-ST-IT-KEY.
	   MOVE IT-DESC		TO PRT-ST-DESC.
	   MOVE IZ-SIZE		TO PRT-ST-SIZE.
	   MOVE IZ-STOCK-QTY	TO PRT-ST-STOCK.
	   MOVE IZ-REORDER-QTY	TO PRT-ST-REORDER.
	   MOVE WS-BAND-JNRS	TO PRT-ST-JNRS.
	   MOVE WS-TARGET	TO PRT-ST-ORDER.

        BUILD-SIZE-RTN-END. EXIT.

      ********************************************************************
        PREVIEW-RTN.

		   UNTIL WS-EOF = 'Y' OR WS-PREVIEW-SUB = 15.

	   MOVE 'Print Preview' TO S-WINDOW-TITLE2.
	   CALL   '/z/y19b25/sp2/lib/std/f-train' USING S-WINDOW-TITLE2.
	   CANCEL '/z/y19b25/sp2/lib/std/f-train'.
	   DISPLAY FLOATING WINDOW LINES 21 SIZE 86
	   CELL SIZE = ENTRY-FIELD FONT SEPARATE
	   TITLE S-WINDOW-TITLE2
