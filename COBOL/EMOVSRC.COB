	IDENTIFICATION DIVISION.
	PROGRAM-ID. EMOVSRC.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT QTY-HISTORY ASSIGN DYNAMIC WS-HSORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-HIST-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
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
	FD QTY-HISTORY
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS QHREC.
	01 QHREC.
	   02 ITEM       PIC X(10).
	   02 CDE        PIC X(10).
	   02 OLD-QNTY   PIC 9(5).
	   02 NEW-QNTY   PIC 9(5).
	   02 TTYPE      PIC X(1).
	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 HF PIC X(3) VALUE "YES".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-HSORT-FILE PIC X(40) VALUE "EMOVSRC-HSORT.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "MOVEMENT-SOURCE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EMOVSRC".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-FROM-DATE PIC 9(8) VALUE 0.
	77 WS-TO-DATE PIC 9(8) VALUE 0.
	01 WS-PERIOD-WORK.
	   02 WS-PW-YYYY PIC 9(4).
	   02 WS-PW-MM   PIC 9(2).
	   02 WS-PW-DD   PIC 9(2).
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-CMD PIC X(132) VALUE SPACES.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-MOVE-FOUND PIC X(3) VALUE "NO".
	77 WS-GRP-SOURCE PIC X(8) VALUE SPACES.
	77 WS-GRP-OPER PIC X(10) VALUE SPACES.
	77 WS-PREV-BATCH PIC X(6) VALUE SPACES.
	77 WS-COST PIC 9(5)V99 VALUE 0.
	77 WS-MOVE-VALUE PIC 9(11)V99 VALUE 0.
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-MC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 MC-TABLE.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE  PIC X(10).
	      05 MCT-COST PIC 9(5)V99.
	77 OPR-BATCHES PIC 9(5) VALUE 0.
	77 OPR-MOVES PIC 9(7) VALUE 0.
	77 OPR-QTY-IN PIC 9(9) VALUE 0.
	77 OPR-QTY-OUT PIC 9(9) VALUE 0.
	77 OPR-VAL-IN PIC 9(11)V99 VALUE 0.
	77 OPR-VAL-OUT PIC 9(11)V99 VALUE 0.
	77 SRC-BATCHES PIC 9(5) VALUE 0.
	77 SRC-MOVES PIC 9(7) VALUE 0.
	77 SRC-QTY-IN PIC 9(9) VALUE 0.
	77 SRC-QTY-OUT PIC 9(9) VALUE 0.
	77 SRC-VAL-IN PIC 9(11)V99 VALUE 0.
	77 SRC-VAL-OUT PIC 9(11)V99 VALUE 0.
	77 TOT-BATCHES PIC 9(5) VALUE 0.
	77 TOT-MOVES PIC 9(7) VALUE 0.
	77 TOT-QTY-IN PIC 9(9) VALUE 0.
	77 TOT-QTY-OUT PIC 9(9) VALUE 0.
	77 TOT-VAL-IN PIC 9(11)V99 VALUE 0.
	77 TOT-VAL-OUT PIC 9(11)V99 VALUE 0.
	77 CNT-SOURCES PIC 9(5) VALUE 0.
	77 CNT-NO-COST PIC 9(7) VALUE 0.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-DASH.
	  02 PIC X(90) VALUE ALL "-".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(40) VALUE "STOCK MOVEMENT BY SOURCE AND OPERATOR".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	01 S-HEAD2.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(6) VALUE "FROM: ".
	  02 HEAD-FROM PIC 9(8).
	  02 PIC X(6) VALUE "  TO: ".
	  02 HEAD-TO PIC 9(8).
	  02 PIC X(47) VALUE SPACES.
	01 S-COL-HEAD.
	  02 PIC X(10) VALUE "SOURCE".
	  02 PIC X(11) VALUE "OPERATOR".
	  02 PIC X(6)  VALUE "BATCH".
	  02 PIC X(8)  VALUE "  MOVES".
	  02 PIC X(9)  VALUE "   QTY IN".
	  02 PIC X(15) VALUE "       VALUE IN".
	  02 PIC X(9)  VALUE "  QTY OUT".
	  02 PIC X(14) VALUE "     VALUE OUT".
	  02 PIC X(8)  VALUE SPACES.
	01 S-DETAIL.
	  02 DET-SOURCE  PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-OPER    PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-BATCHES PIC ZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-MOVES   PIC ZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-QTY-IN  PIC ZZZZZZZZ9.
	  02 DET-VAL-IN  PIC ZZZZZZZZZZ9.99.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-QTY-OUT PIC ZZZZZZZZ9.
	  02 DET-VAL-OUT PIC ZZZZZZZZZZ9.99.
	  02 PIC X(8) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(47) VALUE SPACES.
	01 S-BLANK PIC X(90) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM GET-PARAMETERS.
	   PERFORM LOAD-MASTER-COSTS.
	   PERFORM SORT-HISTORY.
	   PERFORM OPENING.
	   PERFORM SOURCE-GROUP UNTIL HF = "NO".
	   PERFORM PENDING.

	GET-PARAMETERS.
	   MOVE WS-RUN-DATE TO WS-PERIOD-WORK.
	   MOVE 1 TO WS-PW-DD.
	   MOVE WS-PERIOD-WORK TO WS-FROM-DATE.
	   MOVE WS-RUN-DATE TO WS-TO-DATE.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   MOVE "V" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-FROM-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" )
	       DISPLAY "INVALID FROM DATE: " WS-FROM-DATE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-TO-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" )
	       DISPLAY "INVALID TO DATE: " WS-TO-DATE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   IF ( WS-FROM-DATE > WS-TO-DATE )
	       DISPLAY "FROM DATE AFTER TO DATE - RUN STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.

	LOAD-MASTER-COSTS.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM LOAD-ONE-COST UNTIL MF = "NO".
	   CLOSE MASTER.

	LOAD-ONE-COST.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( MC-COUNT >= 2000 )
	                   DISPLAY "MASTER FILE EXCEEDS COST TABLE"
	                   DISPLAY "RUN STOPPED - NO REPORT BUILT"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO MC-COUNT
	               MOVE CDE OF MREC TO MCT-CDE(MC-COUNT)
	               MOVE UNIT-COST OF MREC
	                   TO MCT-COST(MC-COUNT)
	           END-IF
	   END-READ.

	SORT-HISTORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "sort -s -k 1.54,1.77 " DELIMITED BY SIZE
	          WS-HISTORY-FILE         DELIMITED BY SPACE
	          " -o "                  DELIMITED BY SIZE
	          WS-HSORT-FILE           DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.

	OPENING.
	   MOVE SPACES TO WS-HIST-STATUS.
	   OPEN INPUT QTY-HISTORY.
	   IF ( WS-HIST-STATUS NOT= "00" )
	       DISPLAY "HISTORY FILE NOT FOUND: " WS-HISTORY-FILE
	       MOVE "NO" TO HF
	   END-IF.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-FROM-DATE TO HEAD-FROM.
	   MOVE WS-TO-DATE TO HEAD-TO.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-COL-HEAD.
	   WRITE RREC FROM S-DASH.
	   PERFORM READ-MOVEMENT.

	READ-MOVEMENT.
	   MOVE "NO" TO WS-MOVE-FOUND.
	   PERFORM READ-ONE-CANDIDATE
	       UNTIL HF = "NO" OR WS-MOVE-FOUND = "YES".

	READ-ONE-CANDIDATE.
	   READ QTY-HISTORY AT END MOVE "NO" TO HF
	       NOT AT END
	           IF ( QH-DATE OF QHREC NUMERIC
	                AND QH-DATE OF QHREC NOT< WS-FROM-DATE
	                AND QH-DATE OF QHREC NOT> WS-TO-DATE )
	               MOVE "YES" TO WS-MOVE-FOUND
	           END-IF
	   END-READ.

	SOURCE-GROUP.
	   MOVE QH-SOURCE OF QHREC TO WS-GRP-SOURCE.
	   MOVE 0 TO SRC-BATCHES, SRC-MOVES, SRC-QTY-IN, SRC-QTY-OUT.
	   MOVE 0 TO SRC-VAL-IN, SRC-VAL-OUT.
	   PERFORM OPERATOR-GROUP
	       UNTIL ( HF = "NO"
	               OR QH-SOURCE OF QHREC NOT= WS-GRP-SOURCE ).
	   MOVE SPACES TO DET-SOURCE.
	   MOVE "TOTAL" TO DET-OPER.
	   MOVE SRC-BATCHES TO DET-BATCHES.
	   MOVE SRC-MOVES TO DET-MOVES.
	   MOVE SRC-QTY-IN TO DET-QTY-IN.
	   MOVE SRC-VAL-IN TO DET-VAL-IN.
	   MOVE SRC-QTY-OUT TO DET-QTY-OUT.
	   MOVE SRC-VAL-OUT TO DET-VAL-OUT.
	   WRITE RREC FROM S-DETAIL.
	   WRITE RREC FROM S-BLANK.
	   ADD SRC-BATCHES TO TOT-BATCHES.
	   ADD SRC-MOVES TO TOT-MOVES.
	   ADD SRC-QTY-IN TO TOT-QTY-IN.
	   ADD SRC-QTY-OUT TO TOT-QTY-OUT.
	   ADD SRC-VAL-IN TO TOT-VAL-IN.
	   ADD SRC-VAL-OUT TO TOT-VAL-OUT.
	   ADD 1 TO CNT-SOURCES.

	OPERATOR-GROUP.
	   MOVE QH-OPER OF QHREC TO WS-GRP-OPER.
	   MOVE HIGH-VALUES TO WS-PREV-BATCH.
	   MOVE 0 TO OPR-BATCHES, OPR-MOVES, OPR-QTY-IN, OPR-QTY-OUT.
	   MOVE 0 TO OPR-VAL-IN, OPR-VAL-OUT.
	   PERFORM UNTIL ( HF = "NO"
	                   OR QH-SOURCE OF QHREC NOT= WS-GRP-SOURCE
	                   OR QH-OPER OF QHREC NOT= WS-GRP-OPER )
	       PERFORM ADD-ONE-MOVEMENT
	       PERFORM READ-MOVEMENT
	   END-PERFORM.
	   IF ( WS-GRP-SOURCE = SPACES )
	       MOVE "UNTAGGED" TO DET-SOURCE
	   ELSE
	       MOVE WS-GRP-SOURCE TO DET-SOURCE
	   END-IF.
	   IF ( WS-GRP-OPER = SPACES )
	       MOVE "UNKNOWN" TO DET-OPER
	   ELSE
	       MOVE WS-GRP-OPER TO DET-OPER
	   END-IF.
	   MOVE OPR-BATCHES TO DET-BATCHES.
	   MOVE OPR-MOVES TO DET-MOVES.
	   MOVE OPR-QTY-IN TO DET-QTY-IN.
	   MOVE OPR-VAL-IN TO DET-VAL-IN.
	   MOVE OPR-QTY-OUT TO DET-QTY-OUT.
	   MOVE OPR-VAL-OUT TO DET-VAL-OUT.
	   WRITE RREC FROM S-DETAIL.
	   ADD OPR-BATCHES TO SRC-BATCHES.
	   ADD OPR-MOVES TO SRC-MOVES.
	   ADD OPR-QTY-IN TO SRC-QTY-IN.
	   ADD OPR-QTY-OUT TO SRC-QTY-OUT.
	   ADD OPR-VAL-IN TO SRC-VAL-IN.
	   ADD OPR-VAL-OUT TO SRC-VAL-OUT.

	ADD-ONE-MOVEMENT.
	   IF ( QH-BATCH OF QHREC NUMERIC
	        AND QH-BATCH OF QHREC > 0
	        AND QH-BATCH OF QHREC NOT= WS-PREV-BATCH )
	       ADD 1 TO OPR-BATCHES
	       MOVE QH-BATCH OF QHREC TO WS-PREV-BATCH
	   END-IF.
	   PERFORM FIND-COST.
	   COMPUTE WS-MOVE-VALUE = TRANS-QNTY OF QHREC * WS-COST.
	   ADD 1 TO OPR-MOVES.
	   IF ( NEW-QNTY OF QHREC < OLD-QNTY OF QHREC )
	       ADD TRANS-QNTY OF QHREC TO OPR-QTY-OUT
	       ADD WS-MOVE-VALUE TO OPR-VAL-OUT
	   ELSE
	       ADD TRANS-QNTY OF QHREC TO OPR-QTY-IN
	       ADD WS-MOVE-VALUE TO OPR-VAL-IN
	   END-IF.

	FIND-COST.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT OR WS-MC-SLOT > 0
	       IF ( MCT-CDE(MC-IX) = CDE OF QHREC )
	           MOVE MC-IX TO WS-MC-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE 0 TO WS-COST
	       ADD 1 TO CNT-NO-COST
	   ELSE
	       MOVE MCT-COST(WS-MC-SLOT) TO WS-COST
	   END-IF.

	PENDING.
	   IF ( CNT-SOURCES = 0 )
	       MOVE "NO MOVEMENTS ON FILE FOR DATE RANGE" TO RREC
	       WRITE RREC
	   ELSE
	       WRITE RREC FROM S-DASH
	       MOVE "GRAND" TO DET-SOURCE
	       MOVE "TOTAL" TO DET-OPER
	       MOVE TOT-BATCHES TO DET-BATCHES
	       MOVE TOT-MOVES TO DET-MOVES
	       MOVE TOT-QTY-IN TO DET-QTY-IN
	       MOVE TOT-VAL-IN TO DET-VAL-IN
	       MOVE TOT-QTY-OUT TO DET-QTY-OUT
	       MOVE TOT-VAL-OUT TO DET-VAL-OUT
	       WRITE RREC FROM S-DETAIL
	   END-IF.
	   WRITE RREC FROM S-LINE.
	   MOVE "SOURCES REPORTED" TO CTL-LABEL.
	   MOVE CNT-SOURCES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "MOVEMENTS - CDE NOT ON MASTER" TO CTL-LABEL.
	   MOVE CNT-NO-COST TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   IF ( WS-HIST-STATUS NOT= "35" )
	       CLOSE QTY-HISTORY
	   END-IF.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "      DELIMITED BY SIZE
	          WS-HSORT-FILE DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.
	   DISPLAY "MOVEMENT BY SOURCE WRITTEN TO " WS-REPORT-FILE.
	   STOP RUN.
