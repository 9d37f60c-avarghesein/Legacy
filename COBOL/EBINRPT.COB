	IDENTIFICATION DIVISION.
	PROGRAM-ID. EBINRPT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BIN-FILE ASSIGN DYNAMIC WS-BIN-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BIN-STATUS.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD BIN-FILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BNREC.
	01 BNREC.
	   02 BN-CDE   PIC X(10).
	   02 BN-LOC.
	      05 BN-AISLE PIC X(3).
	      05 BN-BAY   PIC X(3).
	      05 BN-LEVEL PIC X(2).
	   02 BN-QNTY PIC 9(5).
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
	77 BNF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-BIN-FILE PIC X(40) VALUE "BIN.DAT".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "BIN-DISCREP.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EBINRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-BIN-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-BIN-TOTAL PIC 9(7) VALUE 0.
	77 WS-BIN-LINES PIC 9(3) VALUE 0.
	77 WS-BIN-DIFF PIC S9(7) VALUE 0.
	77 CNT-ITEMS-READ PIC 9(7) VALUE 0.
	77 CNT-ITEMS-AGREE PIC 9(7) VALUE 0.
	77 CNT-ITEMS-MISMATCH PIC 9(7) VALUE 0.
	77 CNT-ITEMS-NO-BIN PIC 9(7) VALUE 0.
	77 CNT-BINS-READ PIC 9(7) VALUE 0.
	77 CNT-BINS-NO-MASTER PIC 9(7) VALUE 0.
	01 WS-BIN-LOC.
	   02 WS-BIN-AISLE PIC X(3).
	   02 WS-BIN-BAY   PIC X(3).
	   02 WS-BIN-LEVEL PIC X(2).
	77 BN-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BN-IX PIC 9(4) USAGE COMP VALUE 0.
	01 BN-TABLE.
	   02 BN-ENT OCCURS 3000.
	      05 BNT-CDE  PIC X(10).
	      05 BNT-LOC  PIC X(8).
	      05 BNT-QNTY PIC 9(5).
	      05 BNT-USED PIC X(1).
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(31) VALUE "BIN DISCREPANCY REPORT".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(16) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "ITEM".
	  02 PIC X(9)  VALUE "   MASTER".
	  02 PIC X(9)  VALUE "  IN BINS".
	  02 PIC X(6)  VALUE "  BINS".
	  02 PIC X(9)  VALUE "     DIFF".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(23) VALUE "EXCEPTION".
	01 S-DETAIL.
	  02 DL-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 DL-ITEM   PIC X(10).
	  02 DL-MASTER PIC ZZZZZZZZ9.
	  02 DL-BINQ   PIC ZZZZZZZZ9.
	  02 DL-BINS   PIC ZZZZZ9.
	  02 DL-DIFF   PIC --------9.
	  02 PIC X(2)  VALUE SPACES.
	  02 DL-FLAG   PIC X(23).
	01 S-ORPHAN.
	  02 OL-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(6)  VALUE "BIN ".
	  02 OL-AISLE  PIC X(3).
	  02 PIC X(1)  VALUE "-".
	  02 OL-BAY    PIC X(3).
	  02 PIC X(1)  VALUE "-".
	  02 OL-LEVEL  PIC X(2).
	  02 PIC X(5)  VALUE SPACES.
	  02 OL-QNTY   PIC ZZZZ9.
	  02 PIC X(8)  VALUE SPACES.
	  02 PIC X(23) VALUE "BIN FOR ITEM NOT ON MST".
	  02 PIC X(11) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-BINS.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM CHECK-ONE-ITEM UNTIL MF = "NO".
	   CLOSE MASTER.
	   PERFORM LIST-ORPHAN-BINS.
	   PERFORM REPORT-TOTALS.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "ITEMS OUT OF AGREEMENT : " CNT-ITEMS-MISMATCH.
	   DISPLAY "ITEMS WITH NO BIN      : " CNT-ITEMS-NO-BIN.
	   DISPLAY "BIN REPORT WRITTEN TO " WS-REPORT-FILE.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-BIN-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-BINS.
	   MOVE 0 TO BN-COUNT.
	   MOVE SPACES TO WS-BIN-STATUS.
	   OPEN INPUT BIN-FILE.
	   IF ( WS-BIN-STATUS = "35" )
	       DISPLAY "NO BIN FILE ON DISK: " WS-BIN-FILE
	   ELSE
	       MOVE "YES" TO BNF
	       PERFORM LOAD-ONE-BIN UNTIL BNF = "NO"
	       CLOSE BIN-FILE
	   END-IF.

	LOAD-ONE-BIN.
	   READ BIN-FILE AT END MOVE "NO" TO BNF
	       NOT AT END
	           IF ( BN-COUNT >= 3000 )
	               DISPLAY "BIN FILE EXCEEDS TABLE"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO BN-COUNT
	           ADD 1 TO CNT-BINS-READ
	           MOVE BN-CDE  TO BNT-CDE(BN-COUNT)
	           MOVE BN-LOC  TO BNT-LOC(BN-COUNT)
	           MOVE BN-QNTY TO BNT-QNTY(BN-COUNT)
	           MOVE "N"     TO BNT-USED(BN-COUNT)
	   END-READ.

	CHECK-ONE-ITEM.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               ADD 1 TO CNT-ITEMS-READ
	               PERFORM SUM-ITEM-BINS
	               PERFORM CHECK-ITEM-BINS
	           END-IF
	   END-READ.

	SUM-ITEM-BINS.
	   MOVE 0 TO WS-BIN-TOTAL, WS-BIN-LINES.
	   PERFORM VARYING BN-IX FROM 1 BY 1
	           UNTIL BN-IX > BN-COUNT
	       IF ( BNT-CDE(BN-IX) = CDE OF MREC )
	           ADD BNT-QNTY(BN-IX) TO WS-BIN-TOTAL
	           ADD 1 TO WS-BIN-LINES
	           MOVE "Y" TO BNT-USED(BN-IX)
	       END-IF
	   END-PERFORM.

	CHECK-ITEM-BINS.
	   COMPUTE WS-BIN-DIFF = WS-BIN-TOTAL - QNTY OF MREC.
	   MOVE SPACES TO S-DETAIL.
	   MOVE CDE OF MREC TO DL-CDE.
	   MOVE ITEM OF MREC TO DL-ITEM.
	   MOVE QNTY OF MREC TO DL-MASTER.
	   MOVE WS-BIN-TOTAL TO DL-BINQ.
	   MOVE WS-BIN-LINES TO DL-BINS.
	   MOVE WS-BIN-DIFF TO DL-DIFF.
	   IF ( WS-BIN-LINES = 0 )
	       MOVE "NO BIN ASSIGNED" TO DL-FLAG
	       WRITE RREC FROM S-DETAIL
	       ADD 1 TO CNT-ITEMS-NO-BIN
	   ELSE
	       IF ( WS-BIN-DIFF NOT= 0 )
	           MOVE "BINS DISAGREE WITH MST" TO DL-FLAG
	           WRITE RREC FROM S-DETAIL
	           ADD 1 TO CNT-ITEMS-MISMATCH
	       ELSE
	           ADD 1 TO CNT-ITEMS-AGREE
	       END-IF
	   END-IF.

	LIST-ORPHAN-BINS.
	   PERFORM VARYING BN-IX FROM 1 BY 1
	           UNTIL BN-IX > BN-COUNT
	       IF ( BNT-USED(BN-IX) = "N" )
	           MOVE BNT-CDE(BN-IX) TO OL-CDE
	           MOVE BNT-LOC(BN-IX) TO WS-BIN-LOC
	           MOVE WS-BIN-AISLE TO OL-AISLE
	           MOVE WS-BIN-BAY TO OL-BAY
	           MOVE WS-BIN-LEVEL TO OL-LEVEL
	           MOVE BNT-QNTY(BN-IX) TO OL-QNTY
	           WRITE RREC FROM S-ORPHAN
	           ADD 1 TO CNT-BINS-NO-MASTER
	       END-IF
	   END-PERFORM.

	REPORT-TOTALS.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "ITEMS ON MASTER" TO CTL-LABEL.
	   MOVE CNT-ITEMS-READ TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ITEMS IN AGREEMENT" TO CTL-LABEL.
	   MOVE CNT-ITEMS-AGREE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ITEMS OUT OF AGREEMENT" TO CTL-LABEL.
	   MOVE CNT-ITEMS-MISMATCH TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ITEMS WITH NO BIN" TO CTL-LABEL.
	   MOVE CNT-ITEMS-NO-BIN TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BIN RECORDS READ" TO CTL-LABEL.
	   MOVE CNT-BINS-READ TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BINS FOR ITEMS NOT ON MASTER" TO CTL-LABEL.
	   MOVE CNT-BINS-NO-MASTER TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
