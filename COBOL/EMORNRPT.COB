	   FILE STATUS IS WS-HOLD-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT APPROVAL-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-APP-STATUS.
	   SELECT PENDING-APPROVAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PA-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD RUN-CONTROL
	FD TRANS-REJECT
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS TREJ-REC.
	01 TREJ-REC PIC X(93).
	FD TRANS-HOLD
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS HOLD-REC.
	01 HOLD-REC.
	   02 HOLD-CDE  PIC X(10).
	   02 HOLD-REST PIC X(58).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	FD APPROVAL-PARMS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "APPROVAL-PARMS.DAT"
	   DATA RECORD IS APREC.
	01 APREC.
	   02 AP-THRESHOLD PIC 9(7)V99.
	   02 FILLER       PIC X(01).
	   02 AP-MAX-DAYS  PIC 9(3).
	   02 FILLER       PIC X(01).
	   02 AP-KEEP-DAYS PIC 9(3).
	FD PENDING-APPROVAL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "PENDING-APPROVAL.DAT"
	   DATA RECORD IS PAREC.
	01 PAREC.
	   02 PA-TRANS.
	      05 PA-CDE         PIC X(10).
	      05 PA-TTYPE       PIC X(1).
	      05 PA-QNTY        PIC 9(5).
	      05 PA-TRANS-DATE  PIC 9(8).
	      05 PA-TCOST       PIC 9(5)V99.
	      05 PA-REASON-CODE PIC X(3).
	      05 PA-UOM-CODE    PIC X(4).
	      05 PA-COST-CENTER PIC X(6).
	      05 PA-SOURCE      PIC X(8).
	      05 PA-OPER        PIC X(10).
	      05 PA-BATCH       PIC 9(6).
	   02 PA-VALUE       PIC 9(9)V99.
	   02 PA-SUBMIT-OPER PIC X(10).
	   02 PA-SUBMIT-DATE PIC 9(8).
	   02 PA-STATUS      PIC X(4).
	   02 PA-APPROVER    PIC X(10).
	   02 PA-DECIDE-DATE PIC 9(8).
	WORKING-STORAGE SECTION.
	77 RNF PIC X(3) VALUE "YES".
	77 RFF PIC X(3) VALUE "YES".
	77 WS-REJECT-FILE PIC X(40) VALUE "TRANS-REJECT.DAT".
	77 WS-HOLD-FILE PIC X(40) VALUE "TRANS-HOLD.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "MORNING-SUMMARY.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EMORNRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-CTL-STATUS PIC X(2) VALUE "00".
	77 WS-RFEED-STATUS PIC X(2) VALUE "00".
	77 WS-REJ-STATUS PIC X(2) VALUE "00".
	77 TOT-APPLIED PIC 9(9) VALUE 0.
	77 TOT-REJECTED PIC 9(9) VALUE 0.
	77 TOT-CREATED PIC 9(9) VALUE 0.
	77 PAF PIC X(3) VALUE "YES".
	77 WS-APP-STATUS PIC X(2) VALUE "00".
	77 WS-PA-STATUS PIC X(2) VALUE "00".
	77 WS-APPROVAL-DAYS PIC 9(3) VALUE 3.
	77 WS-APPR-HEAD-SW PIC X(3) VALUE "NO".
	77 CNT-APPR-DECLINED PIC 9(7) VALUE 0.
	77 CNT-APPR-OVERDUE PIC 9(7) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(2) VALUE SPACES.
	  02 LD-STATUS PIC X(6).
	  02 PIC X(14) VALUE SPACES.
	01 S-APPR-HEAD.
	  02 PIC X(10) VALUE "APPROVAL".
	  02 PIC X(11) VALUE "CDE".
	  02 PIC X(2)  VALUE "T".
	  02 PIC X(6)  VALUE " QNTY".
	  02 PIC X(4)  VALUE "RSN".
	  02 PIC X(13) VALUE "       VALUE".
	  02 PIC X(11) VALUE "SUBMITTER".
	  02 PIC X(9)  VALUE "SUBMIT".
	  02 PIC X(11) VALUE "DECIDED BY".
	  02 PIC X(5)  VALUE "DAYS".
	  02 PIC X(8)  VALUE SPACES.
	01 S-APPR-DETAIL.
	  02 AD-FLAG PIC X(10).
	  02 AD-CDE PIC X(10).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-TTYPE PIC X(1).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-QNTY PIC ZZZZ9.
	  02 PIC X(1) VALUE SPACE.
	  02 AD-REASON PIC X(3).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-VALUE PIC ZZZZZZZZ9.99.
	  02 PIC X(1) VALUE SPACE.
	  02 AD-SUBMITTER PIC X(10).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-SUBMIT-DATE PIC 9(8).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-APPROVER PIC X(10).
	  02 PIC X(1) VALUE SPACE.
	  02 AD-DAYS PIC ZZZ9.
	  02 PIC X(8) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	   PERFORM SCAN-ROLLUP-FEED.
	   PERFORM COUNT-REJECTS.
	   PERFORM COUNT-HOLDS.
	   PERFORM SCAN-APPROVALS.
	   PERFORM PRINT-EXCEPTIONS.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "MORNING SUMMARY WRITTEN TO " WS-REPORT-FILE.
	   STOP RUN.

	           END-IF
	   END-READ.

	SCAN-APPROVALS.
	   MOVE SPACES TO WS-APP-STATUS.
	   OPEN INPUT APPROVAL-PARMS.
	   IF ( WS-APP-STATUS = "00" )
	       READ APPROVAL-PARMS
	           AT END CONTINUE
	           NOT AT END
	               IF ( AP-MAX-DAYS IS NUMERIC
	                    AND AP-MAX-DAYS > 0 )
	                   MOVE AP-MAX-DAYS TO WS-APPROVAL-DAYS
	               END-IF
	       END-READ
	       CLOSE APPROVAL-PARMS
	   END-IF.
	   MOVE SPACES TO WS-PA-STATUS.
	   OPEN INPUT PENDING-APPROVAL.
	   IF ( WS-PA-STATUS = "00" )
	       MOVE "YES" TO PAF
	       PERFORM SCAN-ONE-APPROVAL UNTIL PAF = "NO"
	       CLOSE PENDING-APPROVAL
	   END-IF.
	   IF ( WS-APPR-HEAD-SW = "YES" )
	       WRITE RREC FROM S-BLANK
	   END-IF.

	SCAN-ONE-APPROVAL.
	   READ PENDING-APPROVAL AT END MOVE "NO" TO PAF
	       NOT AT END
	           IF ( PA-STATUS = "DECL"
	                AND PA-DECIDE-DATE NOT < WS-NIGHT-DATE )
	               MOVE "DECLINED" TO AD-FLAG
	               PERFORM REPORT-ONE-APPROVAL
	               ADD 1 TO CNT-APPR-DECLINED
	           END-IF
	           IF ( PA-STATUS = "PEND" )
	               PERFORM CHECK-APPROVAL-AGE
	           END-IF
	   END-READ.

	CHECK-APPROVAL-AGE.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC PA-SUBMIT-DATE
	                        WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG = "V" AND WS-DV-DAYS > WS-APPROVAL-DAYS )
	       MOVE "OVERDUE" TO AD-FLAG
	       PERFORM REPORT-ONE-APPROVAL
	       ADD 1 TO CNT-APPR-OVERDUE
	   END-IF.

	REPORT-ONE-APPROVAL.
	   IF ( WS-APPR-HEAD-SW = "NO" )
	       WRITE RREC FROM S-APPR-HEAD
	       MOVE "YES" TO WS-APPR-HEAD-SW
	   END-IF.
	   MOVE PA-CDE TO AD-CDE.
	   MOVE PA-TTYPE TO AD-TTYPE.
	   MOVE PA-QNTY TO AD-QNTY.
	   MOVE PA-REASON-CODE TO AD-REASON.
	   MOVE PA-VALUE TO AD-VALUE.
	   MOVE PA-SUBMIT-OPER TO AD-SUBMITTER.
	   MOVE PA-SUBMIT-DATE TO AD-SUBMIT-DATE.
	   MOVE PA-APPROVER TO AD-APPROVER.
	   IF ( PA-STATUS = "PEND" )
	       MOVE WS-DV-DAYS TO AD-DAYS
	   ELSE
	       MOVE 0 TO AD-DAYS
	   END-IF.
	   WRITE RREC FROM S-APPR-DETAIL.

	PRINT-EXCEPTIONS.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "TRANSACTIONS ON HOLD" TO CTL-LABEL.
	   MOVE CNT-HOLDS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "APPROVALS DECLINED" TO CTL-LABEL.
	   MOVE CNT-APPR-DECLINED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "APPROVALS PENDING TOO LONG" TO CTL-LABEL.
	   MOVE CNT-APPR-OVERDUE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
