	IDENTIFICATION DIVISION.
	PROGRAM-ID. EBOMRPT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BOM-FILE ASSIGN DYNAMIC WS-BOM-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BOM-STATUS.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD BOM-FILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BMREC.
	01 BMREC.
	   02 BM-PARENT  PIC X(10).
	   02 BM-COMP    PIC X(10).
	   02 BM-QTY-PER PIC 9(5).
	FD MASTER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS MREC.
	01 MREC.
	   02 ITEM PIC X(10).
	   02 CDE  PIC X(10).
	   02 NUM  PIC 9(5).
	   02 QNTY PIC 9(5).
	   02 REORDER-POINT PIC 9(5).
	   02 UNIT-COST PIC 9(5)V99.
	   02 ITEM-STATUS PIC X(1).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(80).
	WORKING-STORAGE SECTION.
	77 BMF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-BOM-FILE PIC X(40) VALUE "BOM.DAT".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "BOM-RPT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EBOMRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-BOM-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-FIND-CDE PIC X(10) VALUE SPACES.
	77 WS-MC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-PREV-KEY PIC X(10) VALUE SPACES.
	77 WS-PREV-COMP PIC X(10) VALUE SPACES.
	77 WS-ROLLED-COST PIC 9(7)V99 VALUE 0.
	77 WS-EXT-COST PIC 9(7)V99 VALUE 0.
	77 WS-SORT-SW PIC X(1) VALUE "P".
	77 WS-SWAP-SW PIC X(3) VALUE "NO".
	77 CNT-BOM-LINES PIC 9(5) VALUE 0.
	77 CNT-PARENTS PIC 9(5) VALUE 0.
	77 CNT-COMPONENTS PIC 9(5) VALUE 0.
	77 CNT-EXCEPTIONS PIC 9(5) VALUE 0.
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	01 MC-TABLE.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE    PIC X(10).
	      05 MCT-ITEM   PIC X(10).
	      05 MCT-COST   PIC 9(5)V99.
	      05 MCT-STATUS PIC X(1).
	77 BM-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BM-IX PIC 9(4) USAGE COMP VALUE 0.
	77 BM-J PIC 9(4) USAGE COMP VALUE 0.
	01 BM-TABLE.
	   02 BM-ENT OCCURS 1000.
	      05 BMT-PARENT  PIC X(10).
	      05 BMT-COMP    PIC X(10).
	      05 BMT-QTY-PER PIC 9(5).
	01 BM-HOLD.
	   02 BMH-PARENT  PIC X(10).
	   02 BMH-COMP    PIC X(10).
	   02 BMH-QTY-PER PIC 9(5).
	01 WS-KEY-A.
	   02 KA-MAJOR PIC X(10).
	   02 KA-MINOR PIC X(10).
	01 WS-KEY-B.
	   02 KB-MAJOR PIC X(10).
	   02 KB-MINOR PIC X(10).
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-BLANK PIC X(80) VALUE SPACES.
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 HEAD-TITLE PIC X(31).
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(16) VALUE SPACES.
	01 S-PARENT-HEAD.
	  02 PIC X(9)  VALUE "PARENT : ".
	  02 PH-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 PH-ITEM   PIC X(10).
	  02 PIC X(13) VALUE "  UNIT COST ".
	  02 PH-COST   PIC ZZZZ9.99.
	  02 PIC X(2)  VALUE SPACES.
	  02 PH-FLAG   PIC X(16).
	  02 PIC X(10) VALUE SPACES.
	01 S-BOM-HEAD2.
	  02 PIC X(4)  VALUE SPACES.
	  02 PIC X(10) VALUE "COMPONENT".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "ITEM".
	  02 PIC X(9)  VALUE "  QTY PER".
	  02 PIC X(11) VALUE "  UNIT COST".
	  02 PIC X(12) VALUE "    EXTENDED".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(9)  VALUE "EXCEPTION".
	  02 PIC X(11) VALUE SPACES.
	01 S-BOM-DETAIL.
	  02 PIC X(4)  VALUE SPACES.
	  02 BD-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 BD-ITEM   PIC X(10).
	  02 BD-QTY    PIC ZZZZZZZZ9.
	  02 PIC X(3)  VALUE SPACES.
	  02 BD-COST   PIC ZZZZ9.99.
	  02 PIC X(1)  VALUE SPACES.
	  02 BD-EXT    PIC ZZZZZZZ9.99.
	  02 PIC X(2)  VALUE SPACES.
	  02 BD-FLAG   PIC X(16).
	  02 PIC X(4)  VALUE SPACES.
	01 S-ROLLUP.
	  02 PIC X(4)  VALUE SPACES.
	  02 PIC X(30) VALUE "ROLLED-UP COMPONENT COST".
	  02 PIC X(10) VALUE SPACES.
	  02 RU-COST   PIC ZZZZZZZ9.99.
	  02 PIC X(25) VALUE SPACES.
	01 S-COMP-HEAD.
	  02 PIC X(12) VALUE "COMPONENT : ".
	  02 CH-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 CH-ITEM   PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 CH-FLAG   PIC X(16).
	  02 PIC X(28) VALUE SPACES.
	01 S-USED-HEAD2.
	  02 PIC X(4)  VALUE SPACES.
	  02 PIC X(10) VALUE "USED IN".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "ITEM".
	  02 PIC X(9)  VALUE "  QTY PER".
	  02 PIC X(45) VALUE SPACES.
	01 S-USED-DETAIL.
	  02 PIC X(4)  VALUE SPACES.
	  02 UD-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 UD-ITEM   PIC X(10).
	  02 UD-QTY    PIC ZZZZZZZZ9.
	  02 PIC X(2)  VALUE SPACES.
	  02 UD-FLAG   PIC X(16).
	  02 PIC X(27) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-BOM.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE "BILL OF MATERIALS LISTING" TO HEAD-TITLE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   IF ( BM-COUNT = 0 )
	       MOVE "NO BILL OF MATERIALS ON FILE" TO RREC
	       WRITE RREC
	   ELSE
	       MOVE "P" TO WS-SORT-SW
	       PERFORM SORT-BOM-TABLE
	       PERFORM BOM-LISTING
	       WRITE RREC FROM S-LINE
	       MOVE "WHERE-USED LISTING" TO HEAD-TITLE
	       WRITE RREC FROM S-HEAD1
	       WRITE RREC FROM S-LINE
	       MOVE "C" TO WS-SORT-SW
	       PERFORM SORT-BOM-TABLE
	       PERFORM WHERE-USED-LISTING
	   END-IF.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "BOM LINES ON FILE" TO CTL-LABEL.
	   MOVE CNT-BOM-LINES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "PARENT ITEMS" TO CTL-LABEL.
	   MOVE CNT-PARENTS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "COMPONENT ITEMS" TO CTL-LABEL.
	   MOVE CNT-COMPONENTS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BOM LINES WITH EXCEPTIONS" TO CTL-LABEL.
	   MOVE CNT-EXCEPTIONS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-BOM-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-MASTER-CODES.
	   MOVE 0 TO MC-COUNT.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM LOAD-ONE-CODE UNTIL MF = "NO".
	   CLOSE MASTER.

	LOAD-ONE-CODE.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( MC-COUNT >= 2000 )
	                   DISPLAY "MASTER FILE EXCEEDS CODE TABLE"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO MC-COUNT
	               MOVE CDE  OF MREC TO MCT-CDE(MC-COUNT)
	               MOVE ITEM OF MREC TO MCT-ITEM(MC-COUNT)
	               MOVE UNIT-COST OF MREC TO MCT-COST(MC-COUNT)
	               MOVE ITEM-STATUS OF MREC
	                   TO MCT-STATUS(MC-COUNT)
	           END-IF
	   END-READ.

	FIND-MASTER-CODE.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT OR WS-MC-SLOT > 0
	       IF ( MCT-CDE(MC-IX) = WS-FIND-CDE )
	           MOVE MC-IX TO WS-MC-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-BOM.
	   MOVE 0 TO BM-COUNT.
	   MOVE SPACES TO WS-BOM-STATUS.
	   OPEN INPUT BOM-FILE.
	   IF ( WS-BOM-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO BMF
	       PERFORM LOAD-ONE-BOM UNTIL BMF = "NO"
	       CLOSE BOM-FILE
	   END-IF.
	   MOVE BM-COUNT TO CNT-BOM-LINES.

	LOAD-ONE-BOM.
	   READ BOM-FILE AT END MOVE "NO" TO BMF
	       NOT AT END
	           IF ( BM-COUNT < 1000 )
	               ADD 1 TO BM-COUNT
	               MOVE BM-PARENT  TO BMT-PARENT(BM-COUNT)
	               MOVE BM-COMP    TO BMT-COMP(BM-COUNT)
	               MOVE BM-QTY-PER TO BMT-QTY-PER(BM-COUNT)
	           ELSE
	               DISPLAY "BOM FILE EXCEEDS TABLE"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SORT-BOM-TABLE.
	   PERFORM VARYING BM-IX FROM 2 BY 1
	           UNTIL BM-IX > BM-COUNT
	       MOVE BM-ENT(BM-IX) TO BM-HOLD
	       PERFORM SET-HOLD-KEY
	       MOVE BM-IX TO BM-J
	       MOVE "YES" TO WS-SWAP-SW
	       PERFORM SHIFT-ONE-ENTRY
	           UNTIL BM-J = 1 OR WS-SWAP-SW = "NO"
	       MOVE BM-HOLD TO BM-ENT(BM-J)
	   END-PERFORM.

	SET-HOLD-KEY.
	   IF ( WS-SORT-SW = "P" )
	       MOVE BMH-PARENT TO KA-MAJOR
	       MOVE BMH-COMP TO KA-MINOR
	   ELSE
	       MOVE BMH-COMP TO KA-MAJOR
	       MOVE BMH-PARENT TO KA-MINOR
	   END-IF.

	SHIFT-ONE-ENTRY.
	   IF ( WS-SORT-SW = "P" )
	       MOVE BMT-PARENT(BM-J - 1) TO KB-MAJOR
	       MOVE BMT-COMP(BM-J - 1) TO KB-MINOR
	   ELSE
	       MOVE BMT-COMP(BM-J - 1) TO KB-MAJOR
	       MOVE BMT-PARENT(BM-J - 1) TO KB-MINOR
	   END-IF.
	   IF ( WS-KEY-B > WS-KEY-A )
	       MOVE BM-ENT(BM-J - 1) TO BM-ENT(BM-J)
	       SUBTRACT 1 FROM BM-J
	   ELSE
	       MOVE "NO" TO WS-SWAP-SW
	   END-IF.

	BOM-LISTING.
	   MOVE SPACES TO WS-PREV-KEY, WS-PREV-COMP.
	   PERFORM VARYING BM-IX FROM 1 BY 1
	           UNTIL BM-IX > BM-COUNT
	       IF ( BMT-PARENT(BM-IX) NOT= WS-PREV-KEY )
	           IF ( WS-PREV-KEY NOT= SPACES )
	               PERFORM PRINT-ROLLUP
	           END-IF
	           PERFORM PRINT-PARENT-HEAD
	       END-IF
	       PERFORM PRINT-BOM-LINE
	   END-PERFORM.
	   PERFORM PRINT-ROLLUP.

	PRINT-PARENT-HEAD.
	   MOVE BMT-PARENT(BM-IX) TO WS-PREV-KEY.
	   MOVE SPACES TO WS-PREV-COMP.
	   MOVE 0 TO WS-ROLLED-COST.
	   ADD 1 TO CNT-PARENTS.
	   MOVE BMT-PARENT(BM-IX) TO WS-FIND-CDE.
	   PERFORM FIND-MASTER-CODE.
	   MOVE BMT-PARENT(BM-IX) TO PH-CDE.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE SPACES TO PH-ITEM
	       MOVE 0 TO PH-COST
	       MOVE "NOT ON MASTER" TO PH-FLAG
	   ELSE
	       MOVE MCT-ITEM(WS-MC-SLOT) TO PH-ITEM
	       MOVE MCT-COST(WS-MC-SLOT) TO PH-COST
	       IF ( MCT-STATUS(WS-MC-SLOT) = "O" )
	           MOVE "OBSOLETE" TO PH-FLAG
	       ELSE
	           MOVE SPACES TO PH-FLAG
	       END-IF
	   END-IF.
	   WRITE RREC FROM S-BLANK.
	   WRITE RREC FROM S-PARENT-HEAD.
	   WRITE RREC FROM S-BOM-HEAD2.

	PRINT-BOM-LINE.
	   MOVE BMT-COMP(BM-IX) TO WS-FIND-CDE.
	   PERFORM FIND-MASTER-CODE.
	   MOVE BMT-COMP(BM-IX) TO BD-CDE.
	   MOVE BMT-QTY-PER(BM-IX) TO BD-QTY.
	   MOVE SPACES TO BD-FLAG.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE SPACES TO BD-ITEM
	       MOVE 0 TO BD-COST, WS-EXT-COST
	       MOVE "NOT ON MASTER" TO BD-FLAG
	   ELSE
	       MOVE MCT-ITEM(WS-MC-SLOT) TO BD-ITEM
	       MOVE MCT-COST(WS-MC-SLOT) TO BD-COST
	       COMPUTE WS-EXT-COST = BMT-QTY-PER(BM-IX)
	                           * MCT-COST(WS-MC-SLOT)
	       ADD WS-EXT-COST TO WS-ROLLED-COST
	       IF ( MCT-STATUS(WS-MC-SLOT) = "O" )
	           MOVE "OBSOLETE" TO BD-FLAG
	       END-IF
	   END-IF.
	   IF ( BMT-QTY-PER(BM-IX) = 0 )
	       MOVE "ZERO QTY PER" TO BD-FLAG
	   END-IF.
	   IF ( BMT-COMP(BM-IX) = BMT-PARENT(BM-IX) )
	       MOVE "SELF REFERENCE" TO BD-FLAG
	   END-IF.
	   IF ( BMT-COMP(BM-IX) = WS-PREV-COMP )
	       MOVE "DUPLICATE LINE" TO BD-FLAG
	   END-IF.
	   MOVE WS-EXT-COST TO BD-EXT.
	   IF ( BD-FLAG NOT= SPACES )
	       ADD 1 TO CNT-EXCEPTIONS
	   END-IF.
	   MOVE BMT-COMP(BM-IX) TO WS-PREV-COMP.
	   WRITE RREC FROM S-BOM-DETAIL.

	PRINT-ROLLUP.
	   MOVE WS-ROLLED-COST TO RU-COST.
	   WRITE RREC FROM S-ROLLUP.

	WHERE-USED-LISTING.
	   MOVE SPACES TO WS-PREV-KEY.
	   PERFORM VARYING BM-IX FROM 1 BY 1
	           UNTIL BM-IX > BM-COUNT
	       IF ( BMT-COMP(BM-IX) NOT= WS-PREV-KEY )
	           PERFORM PRINT-COMP-HEAD
	       END-IF
	       PERFORM PRINT-USED-LINE
	   END-PERFORM.

	PRINT-COMP-HEAD.
	   MOVE BMT-COMP(BM-IX) TO WS-PREV-KEY.
	   ADD 1 TO CNT-COMPONENTS.
	   MOVE BMT-COMP(BM-IX) TO WS-FIND-CDE.
	   PERFORM FIND-MASTER-CODE.
	   MOVE BMT-COMP(BM-IX) TO CH-CDE.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE SPACES TO CH-ITEM
	       MOVE "NOT ON MASTER" TO CH-FLAG
	   ELSE
	       MOVE MCT-ITEM(WS-MC-SLOT) TO CH-ITEM
	       IF ( MCT-STATUS(WS-MC-SLOT) = "O" )
	           MOVE "OBSOLETE" TO CH-FLAG
	       ELSE
	           MOVE SPACES TO CH-FLAG
	       END-IF
	   END-IF.
	   WRITE RREC FROM S-BLANK.
	   WRITE RREC FROM S-COMP-HEAD.
	   WRITE RREC FROM S-USED-HEAD2.

	PRINT-USED-LINE.
	   MOVE BMT-PARENT(BM-IX) TO WS-FIND-CDE.
	   PERFORM FIND-MASTER-CODE.
	   MOVE BMT-PARENT(BM-IX) TO UD-CDE.
	   MOVE BMT-QTY-PER(BM-IX) TO UD-QTY.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE SPACES TO UD-ITEM
	       MOVE "NOT ON MASTER" TO UD-FLAG
	   ELSE
	       MOVE MCT-ITEM(WS-MC-SLOT) TO UD-ITEM
	       IF ( MCT-STATUS(WS-MC-SLOT) = "O" )
	           MOVE "OBSOLETE" TO UD-FLAG
	       ELSE
	           MOVE SPACES TO UD-FLAG
	       END-IF
	   END-IF.
	   WRITE RREC FROM S-USED-DETAIL.
