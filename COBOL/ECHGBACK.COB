	IDENTIFICATION DIVISION.
	PROGRAM-ID. ECHGBACK.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT QTY-HISTORY ASSIGN DYNAMIC WS-HSORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-HIST-STATUS.
	   SELECT GL-ACCOUNT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-GA-STATUS.
	   SELECT CC-MASTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CC-STATUS.
	   SELECT GL-JOURNAL ASSIGN DYNAMIC WS-JOURNAL-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
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
	FD GL-ACCOUNT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "GL-ACCOUNT.DAT"
	   DATA RECORD IS GAREC.
	01 GAREC.
	   02 GA-TTYPE  PIC X(1).
	   02 FILLER    PIC X(01).
	   02 GA-REASON PIC X(3).
	   02 FILLER    PIC X(01).
	   02 GA-DEBIT  PIC X(8).
	   02 FILLER    PIC X(01).
	   02 GA-CREDIT PIC X(8).
	FD CC-MASTER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "COST-CENTER.DAT"
	   DATA RECORD IS CCREC.
	01 CCREC.
	   02 CC-CODE    PIC X(6).
	   02 CC-NAME    PIC X(25).
	   02 CC-EXPENSE PIC X(8).
	FD GL-JOURNAL
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS GLJ-REC.
	01 GLJ-REC.
	   02 GJ-DATE    PIC 9(8).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-ACCOUNT PIC X(8).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-DRCR    PIC X(1).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-AMOUNT  PIC 9(11)V99.
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-SOURCE  PIC X(8).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 HF PIC X(3) VALUE "YES".
	77 GAF PIC X(3) VALUE "YES".
	77 CCF PIC X(3) VALUE "YES".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-HSORT-FILE PIC X(40) VALUE "ECHGBACK-HSORT.DAT".
	77 WS-JOURNAL-FILE PIC X(40) VALUE "GL-CHARGEBACK.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "CHARGEBACK-STMT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ECHGBACK".
	77 WS-RR-CATEGORY PIC X(8) VALUE "FINANCE".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-GA-STATUS PIC X(2) VALUE "00".
	77 WS-CC-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-CMD PIC X(132) VALUE SPACES.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-PERIOD PIC 9(6) VALUE 0.
	77 WS-HIST-PERIOD PIC 9(6) VALUE 0.
	01 WS-PERIOD-WORK.
	   02 WS-PW-YYYY PIC 9(4).
	   02 WS-PW-MM   PIC 9(2).
	   02 WS-PW-DD   PIC 9(2).
	77 WS-SUSP-CENTER PIC X(6) VALUE "SUSPNS".
	77 WS-ISSUE-FOUND PIC X(3) VALUE "NO".
	77 WS-GRP-CENTER PIC X(6) VALUE SPACES.
	77 WS-MTLR-FOUND PIC X(3) VALUE "NO".
	77 WS-VERIFY-SW PIC X(3) VALUE "YES".
	77 WS-VFY-COUNT PIC 9(7) VALUE 0.
	77 WS-VFY-HASH PIC 9(9) VALUE 0.
	01 MTLR-REC.
	   02 MT-ID    PIC X(10).
	   02 MT-CDE   PIC X(10).
	   02 MT-COUNT PIC 9(7).
	   02 MT-HASH  PIC 9(9).
	   02 MT-FILL  PIC X(7).
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	01 MC-TABLE.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE  PIC X(10).
	      05 MCT-COST PIC 9(5)V99.
	77 GA-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 GA-IX PIC 9(2) USAGE COMP VALUE 0.
	77 WS-GA-SLOT PIC 9(2) USAGE COMP VALUE 0.
	01 GA-TABLE.
	   02 GA-ENT OCCURS 50.
	      05 GAT-TTYPE  PIC X(1).
	      05 GAT-REASON PIC X(3).
	      05 GAT-DEBIT  PIC X(8).
	      05 GAT-CREDIT PIC X(8).
	77 CC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-CC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 CC-TABLE.
	   02 CC-ENT OCCURS 200.
	      05 CCT-CODE    PIC X(6).
	      05 CCT-NAME    PIC X(25).
	      05 CCT-EXPENSE PIC X(8).
	77 AC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 AC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-AC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	77 WS-POST-ACCT PIC X(8) VALUE SPACES.
	77 WS-POST-SIDE PIC X(1) VALUE SPACE.
	01 AC-TABLE.
	   02 AC-ENT OCCURS 100.
	      05 ACT-ACCOUNT PIC X(8).
	      05 ACT-DEBITS  PIC 9(13)V99.
	      05 ACT-CREDITS PIC 9(13)V99.
	77 WS-COST PIC 9(5)V99 VALUE 0.
	77 WS-MOVE-VALUE PIC 9(11)V99 VALUE 0.
	77 GRP-QNTY PIC 9(9) VALUE 0.
	77 GRP-VALUE PIC 9(11)V99 VALUE 0.
	77 TOT-DEBITS PIC 9(13)V99 VALUE 0.
	77 TOT-CREDITS PIC 9(13)V99 VALUE 0.
	77 TOT-CHARGED PIC 9(13)V99 VALUE 0.
	77 TOT-SUSPENSE PIC 9(13)V99 VALUE 0.
	77 CNT-CENTERS PIC 9(7) VALUE 0.
	77 CNT-CHARGED PIC 9(7) VALUE 0.
	77 CNT-SUSPENSE PIC 9(7) VALUE 0.
	77 CNT-UNMAPPED PIC 9(7) VALUE 0.
	77 CNT-NO-EXPENSE PIC 9(7) VALUE 0.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(40) VALUE
	     "COST CENTER CHARGEBACK STATEMENT".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	01 S-HEAD2.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(8) VALUE "PERIOD: ".
	  02 HEAD-PERIOD PIC 9(6).
	  02 PIC X(61) VALUE SPACES.
	01 S-GRP-HEAD.
	  02 PIC X(13) VALUE "COST CENTER: ".
	  02 GH-CENTER PIC X(6).
	  02 PIC X(2) VALUE SPACES.
	  02 GH-NAME PIC X(25).
	  02 PIC X(2) VALUE SPACES.
	  02 PIC X(17) VALUE "EXPENSE ACCOUNT: ".
	  02 GH-EXPENSE PIC X(8).
	  02 PIC X(17) VALUE SPACES.
	01 S-COL-HEAD.
	  02 PIC X(10) VALUE "DATE".
	  02 PIC X(12) VALUE "CDE".
	  02 PIC X(12) VALUE "ITEM".
	  02 PIC X(8)  VALUE "QUANTITY".
	  02 PIC X(12) VALUE "   UNIT COST".
	  02 PIC X(16) VALUE "           VALUE".
	  02 PIC X(2)  VALUE SPACES.
	  02 COL-CENTER PIC X(11).
	  02 PIC X(7)  VALUE SPACES.
	01 S-DETAIL.
	  02 DET-DATE  PIC 9(8).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-CDE   PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-ITEM  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-QNTY  PIC ZZZZZZZ9.
	  02 DET-COST  PIC ZZZZZZZZ9.99.
	  02 DET-VALUE PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-CENTER PIC X(6).
	  02 PIC X(12) VALUE SPACES.
	01 S-GRP-TOT.
	  02 GT-LABEL PIC X(34).
	  02 GT-QNTY  PIC ZZZZZZZ9.
	  02 PIC X(12) VALUE SPACES.
	  02 GT-VALUE PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(20) VALUE SPACES.
	01 S-HEAD3.
	  02 PIC X(8)  VALUE "ACCOUNT".
	  02 PIC X(10) VALUE SPACES.
	  02 PIC X(6)  VALUE "DEBITS".
	  02 PIC X(12) VALUE SPACES.
	  02 PIC X(7)  VALUE "CREDITS".
	01 S-ACCT-DETAIL.
	  02 DET-ACCOUNT PIC X(8).
	  02 DET-DEBITS  PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-CREDITS PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(46) VALUE SPACES.
	01 S-TOT-PRINT.
	  02 TOT-LABEL PIC X(26).
	  02 TOT-AMOUNT PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(48) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(47) VALUE SPACES.
	01 S-BLANK PIC X(90) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM GET-PARAMETERS.
	   PERFORM VERIFY-MASTER.
	   PERFORM LOAD-MASTER-COSTS.
	   PERFORM LOAD-GL-ACCOUNTS.
	   PERFORM LOAD-COST-CENTERS.
	   PERFORM SORT-HISTORY.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-PERIOD TO HEAD-PERIOD.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   PERFORM PRINT-STATEMENTS.
	   PERFORM PRINT-SUSPENSE.
	   PERFORM WRITE-JOURNAL-FILE.
	   PERFORM PRINT-JOURNAL-SUMMARY.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "      DELIMITED BY SIZE
	          WS-HSORT-FILE DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.
	   DISPLAY "ISSUES CHARGED        : " CNT-CHARGED.
	   DISPLAY "ISSUES TO SUSPENSE    : " CNT-SUSPENSE.
	   DISPLAY "JOURNAL WRITTEN TO " WS-JOURNAL-FILE.
	   STOP RUN.

	GET-PARAMETERS.
	   MOVE WS-RUN-DATE TO WS-PERIOD-WORK.
	   IF ( WS-PW-MM > 1 )
	       SUBTRACT 1 FROM WS-PW-MM
	   ELSE
	       MOVE 12 TO WS-PW-MM
	       SUBTRACT 1 FROM WS-PW-YYYY
	   END-IF.
	   COMPUTE WS-PERIOD = WS-PW-YYYY * 100 + WS-PW-MM.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-PERIOD FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-JOURNAL-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   DIVIDE WS-PERIOD BY 100 GIVING WS-PW-YYYY
	       REMAINDER WS-PW-MM.
	   IF ( WS-PERIOD < 190001 OR WS-PW-MM < 1 OR WS-PW-MM > 12 )
	       DISPLAY "INVALID CHARGEBACK PERIOD: " WS-PERIOD
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.

	VERIFY-MASTER.
	   MOVE "NO" TO WS-MTLR-FOUND.
	   MOVE 0 TO WS-VFY-COUNT, WS-VFY-HASH.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO WS-VERIFY-SW.
	   PERFORM VERIFY-ONE-RECORD UNTIL WS-VERIFY-SW = "NO".
	   CLOSE MASTER.
	   MOVE "YES" TO MF.
	   IF ( WS-MTLR-FOUND = "YES" )
	       IF ( MT-COUNT NOT= WS-VFY-COUNT
	            OR MT-HASH NOT= WS-VFY-HASH )
	           DISPLAY "MASTER CONTROL TRAILER MISMATCH"
	           DISPLAY "RUN STOPPED - CHECK MASTER FILE"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	   ELSE
	       DISPLAY "MASTER CONTROL TRAILER ABSENT - ACCEPTED"
	   END-IF.

	VERIFY-ONE-RECORD.
	   READ MASTER AT END MOVE "NO" TO WS-VERIFY-SW
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "YES" TO WS-MTLR-FOUND
	               MOVE MREC TO MTLR-REC
	           ELSE
	               ADD 1 TO WS-VFY-COUNT
	               ADD QNTY OF MREC TO WS-VFY-HASH
	           END-IF
	   END-READ.

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
	                   DISPLAY "RUN STOPPED - NO CHARGEBACK BUILT"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO MC-COUNT
	               MOVE CDE OF MREC TO MCT-CDE(MC-COUNT)
	               MOVE UNIT-COST OF MREC
	                   TO MCT-COST(MC-COUNT)
	           END-IF
	   END-READ.

	LOAD-GL-ACCOUNTS.
	   MOVE 0 TO GA-COUNT.
	   MOVE SPACES TO WS-GA-STATUS.
	   OPEN INPUT GL-ACCOUNT.
	   IF ( WS-GA-STATUS NOT= "00" )
	       DISPLAY "GL-ACCOUNT.DAT NOT FOUND - RUN STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO GAF.
	   PERFORM LOAD-ONE-ACCOUNT UNTIL GAF = "NO".
	   CLOSE GL-ACCOUNT.

	LOAD-ONE-ACCOUNT.
	   READ GL-ACCOUNT AT END MOVE "NO" TO GAF
	       NOT AT END
	           IF ( GA-COUNT >= 50 )
	               DISPLAY "GL-ACCOUNT FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO CHARGEBACK BUILT"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO GA-COUNT
	           MOVE GA-TTYPE  TO GAT-TTYPE(GA-COUNT)
	           MOVE GA-REASON TO GAT-REASON(GA-COUNT)
	           MOVE GA-DEBIT  TO GAT-DEBIT(GA-COUNT)
	           MOVE GA-CREDIT TO GAT-CREDIT(GA-COUNT)
	   END-READ.

	LOAD-COST-CENTERS.
	   MOVE 0 TO CC-COUNT.
	   MOVE SPACES TO WS-CC-STATUS.
	   OPEN INPUT CC-MASTER.
	   IF ( WS-CC-STATUS = "35" )
	       DISPLAY "COST-CENTER.DAT NOT FOUND - ALL TO SUSPENSE"
	   ELSE
	       MOVE "YES" TO CCF
	       PERFORM LOAD-ONE-COST-CENTER UNTIL CCF = "NO"
	       CLOSE CC-MASTER
	   END-IF.

	LOAD-ONE-COST-CENTER.
	   READ CC-MASTER AT END MOVE "NO" TO CCF
	       NOT AT END
	           IF ( CC-COUNT >= 200 )
	               DISPLAY "COST-CENTER FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO CHARGEBACK BUILT"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO CC-COUNT
	           MOVE CC-CODE    TO CCT-CODE(CC-COUNT)
	           MOVE CC-NAME    TO CCT-NAME(CC-COUNT)
	           MOVE CC-EXPENSE TO CCT-EXPENSE(CC-COUNT)
	   END-READ.

	SORT-HISTORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "sort -s -k 1.48,1.53 " DELIMITED BY SIZE
	          WS-HISTORY-FILE         DELIMITED BY SPACE
	          " -o "                  DELIMITED BY SIZE
	          WS-HSORT-FILE           DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.

	OPEN-HISTORY.
	   MOVE SPACES TO WS-HIST-STATUS.
	   OPEN INPUT QTY-HISTORY.
	   IF ( WS-HIST-STATUS NOT= "00" )
	       DISPLAY "HISTORY FILE NOT FOUND: " WS-HISTORY-FILE
	       MOVE "NO" TO HF
	   ELSE
	       MOVE "YES" TO HF
	       PERFORM READ-ISSUE
	   END-IF.

	CLOSE-HISTORY.
	   IF ( WS-HIST-STATUS NOT= "35" )
	       CLOSE QTY-HISTORY
	   END-IF.

	READ-ISSUE.
	   MOVE "NO" TO WS-ISSUE-FOUND.
	   PERFORM READ-ONE-CANDIDATE
	       UNTIL HF = "NO" OR WS-ISSUE-FOUND = "YES".

	READ-ONE-CANDIDATE.
	   READ QTY-HISTORY AT END MOVE "NO" TO HF
	       NOT AT END PERFORM CHECK-ISSUE
	   END-READ.

	CHECK-ISSUE.
	   COMPUTE WS-HIST-PERIOD = QH-DATE OF QHREC / 100.
	   IF ( TTYPE OF QHREC = "I"
	        AND QH-REASON OF QHREC NOT= "ASM"
	        AND QH-REASON OF QHREC NOT= "XFR"
	        AND WS-HIST-PERIOD = WS-PERIOD )
	       MOVE "YES" TO WS-ISSUE-FOUND
	   END-IF.

	FIND-COST-CENTER.
	   MOVE 0 TO WS-CC-SLOT.
	   IF ( QH-COST-CENTER OF QHREC NOT= SPACES )
	       PERFORM VARYING CC-IX FROM 1 BY 1
	               UNTIL CC-IX > CC-COUNT OR WS-CC-SLOT > 0
	           IF ( CCT-CODE(CC-IX) = QH-COST-CENTER OF QHREC )
	               MOVE CC-IX TO WS-CC-SLOT
	           END-IF
	       END-PERFORM
	   END-IF.

	PRINT-STATEMENTS.
	   PERFORM OPEN-HISTORY.
	   PERFORM STATEMENT-GROUP UNTIL HF = "NO".
	   PERFORM CLOSE-HISTORY.

	STATEMENT-GROUP.
	   MOVE QH-COST-CENTER OF QHREC TO WS-GRP-CENTER.
	   PERFORM FIND-COST-CENTER.
	   IF ( WS-CC-SLOT = 0 )
	       PERFORM READ-ISSUE
	           UNTIL HF = "NO"
	              OR QH-COST-CENTER OF QHREC NOT= WS-GRP-CENTER
	   ELSE
	       PERFORM PRINT-ONE-CENTER
	   END-IF.

	PRINT-ONE-CENTER.
	   MOVE CCT-CODE(WS-CC-SLOT) TO GH-CENTER.
	   MOVE CCT-NAME(WS-CC-SLOT) TO GH-NAME.
	   MOVE CCT-EXPENSE(WS-CC-SLOT) TO GH-EXPENSE.
	   WRITE RREC FROM S-GRP-HEAD.
	   MOVE SPACES TO COL-CENTER.
	   WRITE RREC FROM S-COL-HEAD.
	   MOVE 0 TO GRP-QNTY, GRP-VALUE.
	   PERFORM UNTIL ( HF = "NO"
	                   OR QH-COST-CENTER OF QHREC
	                      NOT= WS-GRP-CENTER )
	       PERFORM PRINT-ONE-ISSUE
	       ADD 1 TO CNT-CHARGED
	       PERFORM READ-ISSUE
	   END-PERFORM.
	   MOVE SPACES TO S-GRP-TOT.
	   MOVE "TOTAL CHARGED TO COST CENTER" TO GT-LABEL.
	   MOVE GRP-QNTY TO GT-QNTY.
	   MOVE GRP-VALUE TO GT-VALUE.
	   WRITE RREC FROM S-GRP-TOT.
	   WRITE RREC FROM S-BLANK.
	   MOVE GRP-VALUE TO WS-MOVE-VALUE.
	   IF ( CCT-EXPENSE(WS-CC-SLOT) = SPACES )
	       ADD 1 TO CNT-NO-EXPENSE
	       MOVE "SUSP-DR " TO WS-POST-ACCT
	   ELSE
	       MOVE CCT-EXPENSE(WS-CC-SLOT) TO WS-POST-ACCT
	   END-IF.
	   MOVE "D" TO WS-POST-SIDE.
	   PERFORM POST-TO-ACCOUNT.
	   ADD GRP-VALUE TO TOT-CHARGED.
	   ADD 1 TO CNT-CENTERS.

	PRINT-ONE-ISSUE.
	   PERFORM PRICE-ISSUE.
	   MOVE SPACES TO S-DETAIL.
	   MOVE QH-DATE OF QHREC TO DET-DATE.
	   MOVE CDE OF QHREC TO DET-CDE.
	   MOVE ITEM OF QHREC TO DET-ITEM.
	   MOVE TRANS-QNTY OF QHREC TO DET-QNTY.
	   MOVE WS-COST TO DET-COST.
	   MOVE WS-MOVE-VALUE TO DET-VALUE.
	   MOVE QH-COST-CENTER OF QHREC TO DET-CENTER.
	   WRITE RREC FROM S-DETAIL.
	   ADD TRANS-QNTY OF QHREC TO GRP-QNTY.
	   ADD WS-MOVE-VALUE TO GRP-VALUE.

	PRICE-ISSUE.
	   MOVE 0 TO WS-COST.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT
	       IF ( MCT-CDE(MC-IX) = CDE OF QHREC )
	           MOVE MCT-COST(MC-IX) TO WS-COST
	       END-IF
	   END-PERFORM.
	   COMPUTE WS-MOVE-VALUE
	       = TRANS-QNTY OF QHREC * WS-COST.
	   PERFORM FIND-ACCOUNT-MAP.
	   IF ( WS-GA-SLOT = 0 )
	       ADD 1 TO CNT-UNMAPPED
	       MOVE "SUSP-CR " TO WS-POST-ACCT
	   ELSE
	       MOVE GAT-DEBIT(WS-GA-SLOT) TO WS-POST-ACCT
	   END-IF.
	   MOVE "C" TO WS-POST-SIDE.
	   PERFORM POST-TO-ACCOUNT.

	FIND-ACCOUNT-MAP.
	   MOVE 0 TO WS-GA-SLOT.
	   PERFORM VARYING GA-IX FROM 1 BY 1
	           UNTIL GA-IX > GA-COUNT OR WS-GA-SLOT > 0
	       IF ( GAT-TTYPE(GA-IX) = TTYPE OF QHREC
	            AND GAT-REASON(GA-IX) = QH-REASON OF QHREC )
	           MOVE GA-IX TO WS-GA-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-GA-SLOT = 0 )
	       PERFORM VARYING GA-IX FROM 1 BY 1
	               UNTIL GA-IX > GA-COUNT OR WS-GA-SLOT > 0
	           IF ( GAT-TTYPE(GA-IX) = TTYPE OF QHREC
	                AND GAT-REASON(GA-IX) = SPACES )
	               MOVE GA-IX TO WS-GA-SLOT
	           END-IF
	       END-PERFORM
	   END-IF.

	PRINT-SUSPENSE.
	   WRITE RREC FROM S-LINE.
	   MOVE WS-SUSP-CENTER TO GH-CENTER.
	   MOVE "NO VALID COST CENTER" TO GH-NAME.
	   MOVE "SUSP-DR " TO GH-EXPENSE.
	   WRITE RREC FROM S-GRP-HEAD.
	   MOVE "CTR ENTERED" TO COL-CENTER.
	   WRITE RREC FROM S-COL-HEAD.
	   MOVE 0 TO GRP-QNTY, GRP-VALUE.
	   PERFORM OPEN-HISTORY.
	   PERFORM SUSPENSE-ONE-ISSUE UNTIL HF = "NO".
	   PERFORM CLOSE-HISTORY.
	   IF ( CNT-SUSPENSE = 0 )
	       MOVE "NO ISSUES WITHOUT A VALID COST CENTER" TO RREC
	       WRITE RREC
	   END-IF.
	   MOVE SPACES TO S-GRP-TOT.
	   MOVE "TOTAL HELD IN SUSPENSE CENTER" TO GT-LABEL.
	   MOVE GRP-QNTY TO GT-QNTY.
	   MOVE GRP-VALUE TO GT-VALUE.
	   WRITE RREC FROM S-GRP-TOT.
	   WRITE RREC FROM S-LINE.
	   MOVE GRP-VALUE TO WS-MOVE-VALUE.
	   MOVE "SUSP-DR " TO WS-POST-ACCT.
	   MOVE "D" TO WS-POST-SIDE.
	   PERFORM POST-TO-ACCOUNT.
	   MOVE GRP-VALUE TO TOT-SUSPENSE.

	SUSPENSE-ONE-ISSUE.
	   PERFORM FIND-COST-CENTER.
	   IF ( WS-CC-SLOT = 0 )
	       PERFORM PRINT-ONE-ISSUE
	       ADD 1 TO CNT-SUSPENSE
	   END-IF.
	   PERFORM READ-ISSUE.

	POST-TO-ACCOUNT.
	   MOVE 0 TO WS-AC-SLOT.
	   PERFORM VARYING AC-IX FROM 1 BY 1
	           UNTIL AC-IX > AC-COUNT OR WS-AC-SLOT > 0
	       IF ( ACT-ACCOUNT(AC-IX) = WS-POST-ACCT )
	           MOVE AC-IX TO WS-AC-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-AC-SLOT = 0 )
	       IF ( AC-COUNT >= 100 )
	           DISPLAY "ACCOUNT TABLE FULL - RUN STOPPED"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO AC-COUNT
	       MOVE WS-POST-ACCT TO ACT-ACCOUNT(AC-COUNT)
	       MOVE 0 TO ACT-DEBITS(AC-COUNT)
	       MOVE 0 TO ACT-CREDITS(AC-COUNT)
	       MOVE AC-COUNT TO WS-AC-SLOT
	   END-IF.
	   IF ( WS-POST-SIDE = "D" )
	       ADD WS-MOVE-VALUE TO ACT-DEBITS(WS-AC-SLOT)
	       ADD WS-MOVE-VALUE TO TOT-DEBITS
	   ELSE
	       ADD WS-MOVE-VALUE TO ACT-CREDITS(WS-AC-SLOT)
	       ADD WS-MOVE-VALUE TO TOT-CREDITS
	   END-IF.

	WRITE-JOURNAL-FILE.
	   IF ( TOT-DEBITS NOT= TOT-CREDITS )
	       DISPLAY "CHARGEBACK OUT OF BALANCE - NO FILE WRITTEN"
	       DISPLAY "  DEBITS  " TOT-DEBITS
	       DISPLAY "  CREDITS " TOT-CREDITS
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT GL-JOURNAL.
	   PERFORM VARYING AC-IX FROM 1 BY 1
	           UNTIL AC-IX > AC-COUNT
	       IF ( ACT-DEBITS(AC-IX) > 0 )
	           MOVE SPACES TO GLJ-REC
	           MOVE WS-RUN-DATE TO GJ-DATE
	           MOVE ACT-ACCOUNT(AC-IX) TO GJ-ACCOUNT
	           MOVE "D" TO GJ-DRCR
	           MOVE ACT-DEBITS(AC-IX) TO GJ-AMOUNT
	           MOVE "ECHGBACK" TO GJ-SOURCE
	           WRITE GLJ-REC
	       END-IF
	       IF ( ACT-CREDITS(AC-IX) > 0 )
	           MOVE SPACES TO GLJ-REC
	           MOVE WS-RUN-DATE TO GJ-DATE
	           MOVE ACT-ACCOUNT(AC-IX) TO GJ-ACCOUNT
	           MOVE "C" TO GJ-DRCR
	           MOVE ACT-CREDITS(AC-IX) TO GJ-AMOUNT
	           MOVE "ECHGBACK" TO GJ-SOURCE
	           WRITE GLJ-REC
	       END-IF
	   END-PERFORM.
	   CLOSE GL-JOURNAL.

	PRINT-JOURNAL-SUMMARY.
	   WRITE RREC FROM S-HEAD3.
	   WRITE RREC FROM S-LINE.
	   PERFORM VARYING AC-IX FROM 1 BY 1
	           UNTIL AC-IX > AC-COUNT
	       MOVE ACT-ACCOUNT(AC-IX) TO DET-ACCOUNT
	       MOVE ACT-DEBITS(AC-IX) TO DET-DEBITS
	       MOVE ACT-CREDITS(AC-IX) TO DET-CREDITS
	       WRITE RREC FROM S-ACCT-DETAIL
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-TOT-PRINT.
	   MOVE "CHARGED TO COST CENTERS" TO TOT-LABEL.
	   MOVE TOT-CHARGED TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   MOVE "HELD IN SUSPENSE CENTER" TO TOT-LABEL.
	   MOVE TOT-SUSPENSE TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   MOVE "TOTAL DEBITS" TO TOT-LABEL.
	   MOVE TOT-DEBITS TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   MOVE "TOTAL CREDITS" TO TOT-LABEL.
	   MOVE TOT-CREDITS TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "COST CENTERS CHARGED" TO CTL-LABEL.
	   MOVE CNT-CENTERS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUES CHARGED" TO CTL-LABEL.
	   MOVE CNT-CHARGED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUES TO SUSPENSE CENTER" TO CTL-LABEL.
	   MOVE CNT-SUSPENSE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUES CREDITED TO SUSPENSE" TO CTL-LABEL.
	   MOVE CNT-UNMAPPED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "CENTERS WITH NO EXPENSE ACCOUNT" TO CTL-LABEL.
	   MOVE CNT-NO-EXPENSE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
