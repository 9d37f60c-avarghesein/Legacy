	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-GENP-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT BACKUP-CATALOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   SELECT PERIOD-CAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PCAL-STATUS.
	   SELECT APPROVAL-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-APP-STATUS.
	   SELECT PENDING-APPROVAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PA-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD IMASTER
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	   02 REASON PIC X(25).
	FD QTY-HISTORY
	   LABEL RECORDS ARE STANDARD
	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD LOW-STOCK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS LSREC.
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD HOLD-OLD
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS HOLD-OLD-REC.
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD COST-CHANGE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS CCREC.
	01 GENP-REC PIC 9(1).
	FD OPEN-ORDER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "OPEN-ORDER.IDX"
	   DATA RECORD IS OOREC.
	01 OOREC.
	   02 OO-KEY.
	      05 OO-PO      PIC 9(5).
	      05 OO-CDE     PIC X(10).
	   02 OO-ITEM       PIC X(10).
	   02 OO-ORDER-QNTY PIC 9(5).
	   02 OO-RECEIVED   PIC 9(5).
	   02 OO-ORDER-DATE PIC 9(8).
	   02 OO-STATUS     PIC X(6).
	   02 OO-VENDOR     PIC X(6).
	   02 OO-PRICE      PIC 9(5)V99.
	FD BACKUP-CATALOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BACKUP-CATALOG.DAT"
	   02 PC-END    PIC 9(8).
	   02 FILLER    PIC X(01) VALUE SPACE.
	   02 PC-STATUS PIC X(6).
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
	   02 PA-TRANS       PIC X(68).
	   02 PA-VALUE       PIC 9(9)V99.
	   02 PA-SUBMIT-OPER PIC X(10).
	   02 PA-SUBMIT-DATE PIC 9(8).
	   02 PA-STATUS      PIC X(4).
	   02 PA-APPROVER    PIC X(10).
	   02 PA-DECIDE-DATE PIC 9(8).
	FD ACCESS-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ACCESS-LOG.DAT"
	77 WS-IMASTER-FILE PIC X(40) VALUE "EMPFILE.IDX".
	77 WS-TRANS-FILE PIC X(40) VALUE "TRANS.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "EUPDIDX.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EUPDIDX".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-REPORT-STEM PIC X(40) VALUE SPACES.
	77 WS-TRANS-REJECT-FILE PIC X(40) VALUE "TRANS-REJECT.DAT".
	77 WS-QTY-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-PERIOD-CLOSED PIC X(3) VALUE "NO".
	77 WS-OVERRIDE-SW PIC X(3) VALUE "NO".
	77 CNT-CLOSED-OVERRIDE PIC 9(7) VALUE 0.
	77 WS-APP-STATUS PIC X(2) VALUE "00".
	77 WS-PA-STATUS PIC X(2) VALUE "00".
	77 WS-PA-READ-SW PIC X(3) VALUE "YES".
	77 WS-APPROVAL-LIMIT PIC 9(7)V99 VALUE 0.
	77 WS-DECLINE-KEEP PIC 9(3) VALUE 30.
	77 WS-PA-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-PA-DIVERT PIC X(3) VALUE "NO".
	77 WS-PA-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 PA-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 PA-IX PIC 9(4) USAGE COMP VALUE 0.
	77 CNT-APPROVAL-HELD PIC 9(7) VALUE 0.
	77 CNT-APPROVED-POSTED PIC 9(7) VALUE 0.
	01 PA-TABLE.
	   02 PA-ENT OCCURS 500.
	      05 PAT-TRANS       PIC X(68).
	      05 PAT-VALUE       PIC 9(9)V99.
	      05 PAT-SUBMIT-OPER PIC X(10).
	      05 PAT-SUBMIT-DATE PIC 9(8).
	      05 PAT-STATUS      PIC X(4).
	      05 PAT-APPROVER    PIC X(10).
	      05 PAT-DECIDE-DATE PIC 9(8).
	01 PC-TABLE.
	   02 PC-ENT OCCURS 24.
	      05 PCT-START  PIC 9(8).
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-OO-LOADED PIC X(3) VALUE "NO".
	77 WS-OO-READ-SW PIC X(3) VALUE "YES".
	77 WS-OO-MATCHED PIC X(3) VALUE "NO".
	77 WS-GEN-KEEP PIC 9(1) VALUE 3.
	77 WS-GEN-IX PIC 9(1) VALUE 0.
	77 WS-GEN-PREV PIC 9(1) VALUE 0.
	   OPEN OUTPUT TRANS-HOLD.
	   PERFORM LOAD-REASON-CODES.
	   PERFORM LOAD-UOM-CONVERSIONS.
	   PERFORM OPEN-OPEN-ORDERS.
	   PERFORM LOAD-PERIOD-CAL.
	   PERFORM LOAD-APPROVAL-PARMS.
	   PERFORM LOAD-PENDING-APPROVALS.

	LOAD-PERIOD-CAL.
	   MOVE 0 TO PC-COUNT.
	       ADD 1 TO CNT-CLOSED-OVERRIDE
	   END-IF.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN I-O OPEN-ORDER.
	   IF ( WS-OO-STATUS = "00" )
	       MOVE "YES" TO WS-OO-LOADED
	   ELSE
	       MOVE "NO" TO WS-OO-LOADED
	   END-IF.

	MATCH-OPEN-ORDER.
	   MOVE "NO" TO WS-OO-MATCHED.
	   IF ( WS-OO-LOADED = "YES" )
	       MOVE CDE OF TREC TO OO-CDE
	       START OPEN-ORDER KEY IS EQUAL TO OO-CDE
	           INVALID KEY MOVE "NO" TO WS-OO-READ-SW
	           NOT INVALID KEY MOVE "YES" TO WS-OO-READ-SW
	       END-START
	       PERFORM MATCH-NEXT-ORDER
	           UNTIL WS-OO-READ-SW = "NO" OR WS-OO-MATCHED = "YES"
	   END-IF.

	MATCH-NEXT-ORDER.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO WS-OO-READ-SW
	       NOT AT END
	           IF ( OO-CDE NOT= CDE OF TREC )
	               MOVE "NO" TO WS-OO-READ-SW
	           ELSE
	               IF ( OO-STATUS NOT= "FILLED" )
	                   PERFORM RECEIVE-ORDER-LINE
	               END-IF
	           END-IF
	   END-READ.

	RECEIVE-ORDER-LINE.
	   MOVE "YES" TO WS-OO-MATCHED.
	   ADD QNTY OF TREC TO OO-RECEIVED.
	   IF ( OO-RECEIVED > OO-ORDER-QNTY )
	       MOVE "OVER" TO OO-STATUS
	   ELSE
	       IF ( OO-RECEIVED = OO-ORDER-QNTY )
	           MOVE "FILLED" TO OO-STATUS
	       END-IF
	   END-IF.
	   REWRITE OOREC.

	CLOSE-OPEN-ORDERS.
	   IF ( WS-OO-LOADED = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   IF ( WS-UOM-OVERFLOW = "YES" )
	       MOVE "CONVERTED QNTY EXCEEDS LIMIT"
	           TO REASON OF TREJ-REC
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "INVALID TRANSACTION DATE" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   IF ( WS-REASON-IX = 0 )
	       PERFORM WRITE-REJECT-REASON
	   ELSE
	       PERFORM CHECK-APPROVAL
	       IF ( WS-PA-DIVERT = "YES" )
	           CONTINUE
	       ELSE
	           PERFORM APPLY-APPROVED-ADJUSTMENT
	       END-IF
	   END-IF.

	APPLY-APPROVED-ADJUSTMENT.
	   IF ( RCT-SIGN(WS-REASON-IX) = "-" )
	       PERFORM APPLY-NEGATIVE-MOVE
	   ELSE
	       MOVE IM-QNTY TO WS-OLD-QNTY
	       ADD QNTY OF TREC TO IM-QNTY
	       PERFORM POST-APPLIED
	   END-IF.

	APPLY-SCRAP.
	   PERFORM FIND-REASON-CODE.
	   IF ( WS-REASON-IX = 0 )
	       PERFORM WRITE-REJECT-REASON
	   ELSE
	       PERFORM CHECK-APPROVAL
	       IF ( WS-PA-DIVERT = "YES" )
	           CONTINUE
	       ELSE
	           PERFORM APPLY-NEGATIVE-MOVE
	       END-IF
	   END-IF.

	CHECK-APPROVAL.
	   MOVE "NO" TO WS-PA-DIVERT.
	   PERFORM FIND-APPROVED-ITEM.
	   IF ( WS-PA-SLOT > 0 )
	       MOVE "DONE" TO PAT-STATUS(WS-PA-SLOT)
	       ADD 1 TO CNT-APPROVED-POSTED
	   ELSE
	       IF ( WS-APPROVAL-LIMIT > 0 )
	           COMPUTE WS-PA-VALUE = QNTY OF TREC * IM-UNIT-COST
	           IF ( WS-PA-VALUE > WS-APPROVAL-LIMIT )
	               MOVE "YES" TO WS-PA-DIVERT
	               PERFORM DIVERT-FOR-APPROVAL
	           END-IF
	       END-IF
	   END-IF.

	FIND-APPROVED-ITEM.
	   MOVE 0 TO WS-PA-SLOT.
	   PERFORM VARYING PA-IX FROM 1 BY 1
	           UNTIL PA-IX > PA-COUNT OR WS-PA-SLOT > 0
	       IF ( PAT-STATUS(PA-IX) = "APPR"
	            AND PAT-TRANS(PA-IX) = TREC )
	           MOVE PA-IX TO WS-PA-SLOT
	       END-IF
	   END-PERFORM.

	DIVERT-FOR-APPROVAL.
	   MOVE 0 TO WS-PA-SLOT.
	   PERFORM VARYING PA-IX FROM 1 BY 1
	           UNTIL PA-IX > PA-COUNT OR WS-PA-SLOT > 0
	       IF ( PAT-STATUS(PA-IX) = "PEND"
	            AND PAT-TRANS(PA-IX) = TREC )
	           MOVE PA-IX TO WS-PA-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-PA-SLOT > 0 )
	       ADD 1 TO CNT-APPROVAL-HELD
	   ELSE
	       IF ( PA-COUNT >= 500 )
	           PERFORM WRITE-REJECT-APPROVAL
	       ELSE
	           ADD 1 TO PA-COUNT
	           MOVE TREC TO PAT-TRANS(PA-COUNT)
	           MOVE WS-PA-VALUE TO PAT-VALUE(PA-COUNT)
	           IF ( TRANS-OPER OF TREC = SPACES )
	               MOVE WS-OPERATOR-ID TO PAT-SUBMIT-OPER(PA-COUNT)
	           ELSE
	               MOVE TRANS-OPER OF TREC
	                   TO PAT-SUBMIT-OPER(PA-COUNT)
	           END-IF
	           MOVE WS-RUN-DATE TO PAT-SUBMIT-DATE(PA-COUNT)
	           MOVE "PEND" TO PAT-STATUS(PA-COUNT)
	           MOVE SPACES TO PAT-APPROVER(PA-COUNT)
	           MOVE 0 TO PAT-DECIDE-DATE(PA-COUNT)
	           ADD 1 TO CNT-APPROVAL-HELD
	       END-IF
	   END-IF.

	LOAD-APPROVAL-PARMS.
	   MOVE SPACES TO WS-APP-STATUS.
	   OPEN INPUT APPROVAL-PARMS.
	   IF ( WS-APP-STATUS = "00" )
	       READ APPROVAL-PARMS
	           AT END CONTINUE
	           NOT AT END
	               IF ( AP-THRESHOLD IS NUMERIC )
	                   MOVE AP-THRESHOLD TO WS-APPROVAL-LIMIT
	               END-IF
	               IF ( AP-KEEP-DAYS IS NUMERIC
	                    AND AP-KEEP-DAYS > 0 )
	                   MOVE AP-KEEP-DAYS TO WS-DECLINE-KEEP
	               END-IF
	       END-READ
	       CLOSE APPROVAL-PARMS
	   END-IF.

	LOAD-PENDING-APPROVALS.
	   MOVE 0 TO PA-COUNT.
	   MOVE SPACES TO WS-PA-STATUS.
	   OPEN INPUT PENDING-APPROVAL.
	   IF ( WS-PA-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-PA-READ-SW
	       PERFORM LOAD-ONE-PENDING-APPROVAL
	           UNTIL WS-PA-READ-SW = "NO"
	       CLOSE PENDING-APPROVAL
	   END-IF.

	LOAD-ONE-PENDING-APPROVAL.
	   READ PENDING-APPROVAL AT END MOVE "NO" TO WS-PA-READ-SW
	       NOT AT END
	           IF ( PA-COUNT < 500 )
	               ADD 1 TO PA-COUNT
	               MOVE PA-TRANS       TO PAT-TRANS(PA-COUNT)
	               MOVE PA-VALUE       TO PAT-VALUE(PA-COUNT)
	               MOVE PA-SUBMIT-OPER
	                   TO PAT-SUBMIT-OPER(PA-COUNT)
	               MOVE PA-SUBMIT-DATE
	                   TO PAT-SUBMIT-DATE(PA-COUNT)
	               MOVE PA-STATUS      TO PAT-STATUS(PA-COUNT)
	               MOVE PA-APPROVER    TO PAT-APPROVER(PA-COUNT)
	               MOVE PA-DECIDE-DATE
	                   TO PAT-DECIDE-DATE(PA-COUNT)
	           ELSE
	               DISPLAY "PENDING-APPROVAL FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO APPROVALS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SAVE-PENDING-APPROVALS.
	   OPEN OUTPUT PENDING-APPROVAL.
	   PERFORM VARYING PA-IX FROM 1 BY 1
	           UNTIL PA-IX > PA-COUNT
	       PERFORM SAVE-ONE-PENDING-APPROVAL
	   END-PERFORM.
	   CLOSE PENDING-APPROVAL.

	SAVE-ONE-PENDING-APPROVAL.
	   MOVE 0 TO WS-DV-DAYS.
	   IF ( PAT-STATUS(PA-IX) = "DECL" )
	       MOVE "D" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC
	                            PAT-DECIDE-DATE(PA-IX)
	                            WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS
	   END-IF.
	   IF ( PAT-STATUS(PA-IX) NOT= "DONE"
	        AND WS-DV-DAYS NOT > WS-DECLINE-KEEP )
	       MOVE PAT-TRANS(PA-IX)       TO PA-TRANS
	       MOVE PAT-VALUE(PA-IX)       TO PA-VALUE
	       MOVE PAT-SUBMIT-OPER(PA-IX) TO PA-SUBMIT-OPER
	       MOVE PAT-SUBMIT-DATE(PA-IX) TO PA-SUBMIT-DATE
	       MOVE PAT-STATUS(PA-IX)      TO PA-STATUS
	       MOVE PAT-APPROVER(PA-IX)    TO PA-APPROVER
	       MOVE PAT-DECIDE-DATE(PA-IX) TO PA-DECIDE-DATE
	       WRITE PAREC
	   END-IF.

	APPLY-NEGATIVE-MOVE.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "INVALID TRANSACTION TYPE" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "DATE IN CLOSED PERIOD" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "ITEM STATUS IS OBSOLETE" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "REASON CODE NOT ON FILE" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE QNTY  OF TREC TO TRANS-QNTY OF QHREC.
	   MOVE REASON-CODE OF TREC TO QH-REASON.
	   MOVE WS-RUN-DATE TO QH-DATE.
	   MOVE COST-CENTER OF TREC TO QH-COST-CENTER.
	   MOVE TRANS-SOURCE OF TREC TO QH-SOURCE.
	   MOVE TRANS-OPER OF TREC TO QH-OPER.
	   MOVE TRANS-BATCH OF TREC TO QH-BATCH.
	   WRITE QHREC.

	WRITE-HOLD.
	   MOVE TCOST OF TREC TO TCOST OF HOLD-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF HOLD-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF HOLD-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF HOLD-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF HOLD-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF HOLD-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF HOLD-REC.
	   WRITE HOLD-REC.
	   ADD 1 TO CNT-TRANS-HELD.

	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "NO MATCHING MASTER RECORD" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "ZERO OR OVER-CEILING QNTY" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "ISSUE EXCEEDS ON-HAND QTY" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.

	WRITE-REJECT-APPROVAL.
	   MOVE CDE   OF TREC TO CDE   OF TREJ-REC.
	   MOVE TTYPE OF TREC TO TTYPE OF TREJ-REC.
	   MOVE QNTY  OF TREC TO QNTY  OF TREJ-REC.
	   MOVE TRANS-DATE OF TREC TO TRANS-DATE OF TREJ-REC.
	   MOVE TCOST OF TREC TO TCOST OF TREJ-REC.
	   MOVE REASON-CODE OF TREC TO REASON-CODE OF TREJ-REC.
	   MOVE UOM-CODE OF TREC TO UOM-CODE OF TREJ-REC.
	   MOVE COST-CENTER OF TREC TO COST-CENTER OF TREJ-REC.
	   MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF TREJ-REC.
	   MOVE TRANS-OPER OF TREC TO TRANS-OPER OF TREJ-REC.
	   MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF TREJ-REC.
	   MOVE "APPROVAL QUEUE IS FULL" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.

	PENDING.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "CLOSED-PERIOD OVERRIDES" TO CTL-LABEL.
	   MOVE CNT-CLOSED-OVERRIDE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "HELD FOR SUPERVISOR APPROVAL" TO CTL-LABEL.
	   MOVE CNT-APPROVAL-HELD TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "APPROVED ITEMS POSTED" TO CTL-LABEL.
	   MOVE CNT-APPROVED-POSTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   PERFORM CLOSE-OPEN-ORDERS.
	   PERFORM SAVE-PENDING-APPROVALS.
	   CLOSE IMASTER, TRANS, REPORT-F, TRANS-REJECT,
	         QTY-HISTORY, LOW-STOCK, COST-CHANGE, TRANS-HOLD.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "          DELIMITED BY SIZE
	          WS-HOLD-OLD-FILE  DELIMITED BY SPACE
