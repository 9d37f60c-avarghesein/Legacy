	IDENTIFICATION DIVISION.
	PROGRAM-ID. EAPPROVE.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT TRANS ASSIGN DYNAMIC WS-TRANS-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-TRANS-STATUS.
	   SELECT PENDING-APPROVAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PA-STATUS.
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD TRANS
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS TREC.
	01 TREC.
	   02 CDE   PIC X(10).
	   02 TTYPE PIC X(1).
	   02 QNTY  PIC 9(5).
	   02 TRANS-DATE PIC 9(8).
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
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
	   DATA RECORD IS ACLOG-REC.
	01 ACLOG-REC.
	   02 AL-OPERATOR  PIC X(10).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-PROGRAM   PIC X(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-DATE      PIC 9(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-TIME      PIC 9(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-RESULT    PIC X(01).
	WORKING-STORAGE SECTION.
	77 TRF PIC X(3) VALUE "YES".
	77 WS-TRANS-FILE PIC X(40) VALUE "TRANS.DAT".
	77 WS-TRANS-STATUS PIC X(2) VALUE "00".
	77 WS-PA-STATUS PIC X(2) VALUE "00".
	77 WS-PA-READ-SW PIC X(3) VALUE "YES".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-NEW-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-NEW-PASSWORD-2 PIC X(10) VALUE SPACES.
	77 WS-PWD-RESULT PIC X(1) VALUE SPACE.
	77 WS-ML-FUNC PIC X(1) VALUE SPACE.
	77 WS-ML-PROGRAM PIC X(8) VALUE "EAPPROVE".
	77 WS-ML-RESULT PIC X(1) VALUE SPACE.
	77 WS-ML-HOLDER PIC X(40) VALUE SPACES.
	77 WS-ML-HELD PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(40) VALUE SPACES.
	77 WS-ACTION PIC X(1) VALUE SPACE.
	   88 ACTION-APPROVE VALUE "A".
	   88 ACTION-DECLINE VALUE "D".
	   88 ACTION-SKIP    VALUE "S".
	   88 ACTION-EXIT    VALUE "X".
	77 WS-REVIEW-DONE PIC X(3) VALUE "NO".
	77 WS-SHOW-VALUE PIC ZZZZZZZZ9.99.
	77 WS-SHOW-SUBMITTER PIC X(10) VALUE SPACES.
	77 WS-SHOW-SUBMITTED PIC 9(8) VALUE 0.
	77 WS-TTLR-FOUND PIC X(3) VALUE "NO".
	77 WS-TVFY-COUNT PIC 9(5) VALUE 0.
	77 WS-TVFY-HASH PIC 9(8) VALUE 0.
	01 TTLR-IN.
	   02 TI-CDE   PIC X(10).
	   02 TI-TYPE  PIC X(1).
	   02 TI-COUNT PIC 9(5).
	   02 TI-HASH  PIC 9(8).
	01 TTLR-REC.
	   02 TT-CDE   PIC X(10).
	   02 TT-TYPE  PIC X(1).
	   02 TT-COUNT PIC 9(5).
	   02 TT-HASH  PIC 9(8).
	77 PA-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 PA-IX PIC 9(4) USAGE COMP VALUE 0.
	01 PA-TABLE.
	   02 PA-ENT OCCURS 500.
	      05 PAT-TRANS       PIC X(68).
	      05 PAT-VALUE       PIC 9(9)V99.
	      05 PAT-SUBMIT-OPER PIC X(10).
	      05 PAT-SUBMIT-DATE PIC 9(8).
	      05 PAT-STATUS      PIC X(4).
	      05 PAT-APPROVER    PIC X(10).
	      05 PAT-DECIDE-DATE PIC 9(8).
	77 XT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 XT-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-INS-AT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-TT-HASH PIC 9(8) VALUE 0.
	01 XT-TABLE.
	   02 XT-ENT OCCURS 2000.
	      05 XT-REC PIC X(68).
	      05 XT-CDE REDEFINES XT-REC PIC X(10).
	01 NEW-TREC.
	   02 NT-CDE   PIC X(10).
	   02 NT-TTYPE PIC X(1).
	   02 NT-QNTY  PIC 9(5).
	   02 NT-DATE  PIC 9(8).
	   02 NT-COST  PIC 9(5)V99.
	   02 NT-REASON PIC X(3).
	   02 NT-UOM   PIC X(4).
	   02 NT-CENTER PIC X(6).
	   02 NT-SOURCE PIC X(8).
	   02 NT-OPER   PIC X(10).
	   02 NT-BATCH  PIC 9(6).
	77 CNT-PENDING PIC 9(5) VALUE 0.
	77 CNT-APPROVED PIC 9(5) VALUE 0.
	77 CNT-DECLINED PIC 9(5) VALUE 0.

	SCREEN SECTION.
	01 SCREEN-BLANK.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SIGNON.
	   05 LINE 1  COL 10 VALUE "SUPERVISOR APPROVAL".
	   05 LINE 3  COL 10 VALUE "OPERATOR ID      :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-OPERATOR-ID REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "PASSWORD         :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-PASSWORD SECURE AUTO.

	01 SCREEN-RECORD-APPRSCRN.
	   05 LINE 1  COL 10 VALUE "SUPERVISOR APPROVAL".
	   05 LINE 3  COL 10 VALUE "CDE              :".
	   05 LINE 3  COL 30 PIC X(10) FROM NT-CDE.
	   05 LINE 4  COL 10 VALUE "TYPE             :".
	   05 LINE 4  COL 30 PIC X(1) FROM NT-TTYPE.
	   05 LINE 5  COL 10 VALUE "QNTY             :".
	   05 LINE 5  COL 30 PIC ZZZZ9 FROM NT-QNTY.
	   05 LINE 6  COL 10 VALUE "DATE (CCYYMMDD)  :".
	   05 LINE 6  COL 30 PIC 9(8) FROM NT-DATE.
	   05 LINE 7  COL 10 VALUE "REASON CODE      :".
	   05 LINE 7  COL 30 PIC X(3) FROM NT-REASON.
	   05 LINE 8  COL 10 VALUE "UOM CODE         :".
	   05 LINE 8  COL 30 PIC X(4) FROM NT-UOM.
	   05 LINE 9  COL 10 VALUE "COST CENTER      :".
	   05 LINE 9  COL 30 PIC X(6) FROM NT-CENTER.
	   05 LINE 11 COL 10 VALUE "VALUE            :".
	   05 LINE 11 COL 30 PIC X(12) FROM WS-SHOW-VALUE.
	   05 LINE 12 COL 10 VALUE "SUBMITTED BY     :".
	   05 LINE 12 COL 30 PIC X(10) FROM WS-SHOW-SUBMITTER.
	   05 LINE 13 COL 10 VALUE "SUBMITTED ON     :".
	   05 LINE 13 COL 30 PIC 9(8) FROM WS-SHOW-SUBMITTED.
	   05 LINE 15 COL 10 VALUE "ACTION A/D/S/X   :".
	   05 LINE 15 COL 30 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.
	   05 LINE 16 COL 10
	      VALUE "A=APPROVE D=DECLINE S=SKIP X=EXIT".
	   05 LINE 18 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	01 SCREEN-RECORD-RESULT.
	   05 LINE 18 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   PERFORM GET-PARAMETERS.
	   PERFORM SIGN-ON.
	   PERFORM CHECK-AUTHORITY.
	   PERFORM ACQUIRE-MASTER-LOCK.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-PENDING-APPROVALS.
	   PERFORM LOAD-TRANS-FILE.
	   MOVE SPACES TO WS-RESULT-MSG.
	   MOVE "NO" TO WS-REVIEW-DONE.
	   PERFORM REVIEW-ONE-ITEM VARYING PA-IX FROM 1 BY 1
	       UNTIL PA-IX > PA-COUNT OR WS-REVIEW-DONE = "YES".
	   IF ( CNT-APPROVED > 0 OR CNT-DECLINED > 0 )
	       PERFORM SAVE-PENDING-APPROVALS
	   END-IF.
	   IF ( CNT-APPROVED > 0 )
	       PERFORM REWRITE-TRANS-FILE
	   END-IF.
	   PERFORM RELEASE-MASTER-LOCK.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY "ITEMS AWAITING APPROVAL: " CNT-PENDING.
	   DISPLAY "APPROVED AND RELEASED  : " CNT-APPROVED.
	   DISPLAY "DECLINED               : " CNT-DECLINED.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-SIGNON.
	   ACCEPT SCREEN-RECORD-SIGNON.
	   IF ( WS-PASSWORD = "*BATCH*" )
	       MOVE "INVALID PASSWORD" TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.
	   MOVE SPACES TO WS-ACCLOG-STATUS.
	   OPEN INPUT ACCESS-LOG.
	   IF ( WS-ACCLOG-STATUS = "35" )
	       OPEN OUTPUT ACCESS-LOG
	       CLOSE ACCESS-LOG
	   ELSE
	       CLOSE ACCESS-LOG
	   END-IF.
	   OPEN EXTEND ACCESS-LOG.
	   MOVE SPACES TO ACLOG-REC.
	   MOVE WS-OPERATOR-ID TO AL-OPERATOR.
	   MOVE "EAPPROVE" TO AL-PROGRAM.
	   ACCEPT AL-DATE FROM DATE YYYYMMDD.
	   ACCEPT AL-TIME FROM TIME.
	   MOVE "S" TO AL-RESULT.
	   WRITE ACLOG-REC.
	   CLOSE ACCESS-LOG.

	CHECK-AUTHORITY.
	   MOVE "A" TO WS-SEC-FUNC.
	   CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-SEC-FUNC WS-SEC-ALLOWED.
	   IF ( WS-SEC-ALLOWED = "E" )
	       PERFORM FORCE-PASSWORD-CHANGE
	       CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                           WS-SEC-FUNC WS-SEC-ALLOWED
	   END-IF.
	   IF ( WS-SEC-ALLOWED = "L" )
	       MOVE "OPERATOR ID IS LOCKED - SEE ADMIN"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.
	   IF ( WS-SEC-ALLOWED NOT= "Y" )
	       MOVE "NOT AUTHORIZED TO APPROVE"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.

	FORCE-PASSWORD-CHANGE.
	   DISPLAY "PASSWORD EXPIRED - ENTER NEW PASSWORD: ".
	   ACCEPT WS-NEW-PASSWORD.
	   DISPLAY "RE-ENTER NEW PASSWORD: ".
	   ACCEPT WS-NEW-PASSWORD-2.
	   IF ( WS-NEW-PASSWORD NOT= WS-NEW-PASSWORD-2 )
	       DISPLAY "PASSWORDS DO NOT MATCH - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   CALL "PWDCHG" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-NEW-PASSWORD WS-PWD-RESULT.
	   IF ( WS-PWD-RESULT NOT= "Y" )
	       DISPLAY "PASSWORD NOT CHANGED - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE WS-NEW-PASSWORD TO WS-PASSWORD.
	   DISPLAY "PASSWORD CHANGED".

	ACQUIRE-MASTER-LOCK.
	   MOVE "A" TO WS-ML-FUNC.
	   CALL "MSTLOCK" USING WS-ML-FUNC WS-OPERATOR-ID
	                        WS-ML-PROGRAM WS-ML-RESULT
	                        WS-ML-HOLDER.
	   IF ( WS-ML-RESULT NOT= "Y" )
	       DISPLAY "MASTER IN USE BY " WS-ML-HOLDER
	       DISPLAY "RUN STOPPED - TRY AGAIN LATER"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO WS-ML-HELD.

	RELEASE-MASTER-LOCK.
	   IF ( WS-ML-HELD = "YES" )
	       MOVE "NO" TO WS-ML-HELD
	       MOVE "R" TO WS-ML-FUNC
	       CALL "MSTLOCK" USING WS-ML-FUNC WS-OPERATOR-ID
	                            WS-ML-PROGRAM WS-ML-RESULT
	                            WS-ML-HOLDER
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
	               IF ( PA-STATUS = "PEND" )
	                   ADD 1 TO CNT-PENDING
	               END-IF
	           ELSE
	               DISPLAY "PENDING-APPROVAL FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO APPROVALS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	LOAD-TRANS-FILE.
	   MOVE 0 TO XT-COUNT.
	   MOVE "NO" TO WS-TTLR-FOUND.
	   MOVE 0 TO WS-TVFY-COUNT, WS-TVFY-HASH.
	   MOVE SPACES TO WS-TRANS-STATUS.
	   OPEN INPUT TRANS.
	   IF ( WS-TRANS-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO TRF
	       PERFORM LOAD-ONE-TRANS UNTIL TRF = "NO"
	       CLOSE TRANS
	       PERFORM VERIFY-TRANS-TRAILER
	   END-IF.

	LOAD-ONE-TRANS.
	   READ TRANS AT END MOVE "NO" TO TRF
	       NOT AT END
	           IF ( CDE OF TREC = WS-TRAILER-KEY )
	               MOVE "YES" TO WS-TTLR-FOUND
	               MOVE TREC TO TTLR-IN
	           ELSE
	               IF ( XT-COUNT >= 1999 )
	                   DISPLAY "TRANS FILE EXCEEDS TABLE"
	                   DISPLAY "RUN STOPPED - FILE UNCHANGED"
	                   PERFORM RELEASE-MASTER-LOCK
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO XT-COUNT
	               MOVE TREC TO XT-REC(XT-COUNT)
	               ADD 1 TO WS-TVFY-COUNT
	               ADD QNTY OF TREC TO WS-TVFY-HASH
	           END-IF
	   END-READ.

	VERIFY-TRANS-TRAILER.
	   IF ( WS-TTLR-FOUND = "YES" )
	       IF ( TI-COUNT NOT= WS-TVFY-COUNT
	            OR TI-HASH NOT= WS-TVFY-HASH )
	           DISPLAY "TRANS CONTROL TRAILER MISMATCH"
	           DISPLAY "  FILE: " WS-TRANS-FILE
	           DISPLAY "RUN STOPPED - FILE UNCHANGED"
	           PERFORM RELEASE-MASTER-LOCK
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	   ELSE
	       DISPLAY "TRANS TRAILER ABSENT, ACCEPTED: "
	               WS-TRANS-FILE
	   END-IF.

	REVIEW-ONE-ITEM.
	   IF ( PAT-STATUS(PA-IX) = "PEND" )
	       PERFORM SHOW-ONE-ITEM
	   END-IF.

	SHOW-ONE-ITEM.
	   MOVE PAT-TRANS(PA-IX) TO NEW-TREC.
	   MOVE PAT-VALUE(PA-IX) TO WS-SHOW-VALUE.
	   MOVE PAT-SUBMIT-OPER(PA-IX) TO WS-SHOW-SUBMITTER.
	   MOVE PAT-SUBMIT-DATE(PA-IX) TO WS-SHOW-SUBMITTED.
	   MOVE SPACE TO WS-ACTION.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-APPRSCRN.
	   ACCEPT SCREEN-RECORD-APPRSCRN.
	   IF ACTION-EXIT
	       MOVE "YES" TO WS-REVIEW-DONE
	   ELSE
	       IF ( ACTION-APPROVE OR ACTION-DECLINE )
	           PERFORM DECIDE-ONE-ITEM
	       ELSE
	           MOVE "ITEM SKIPPED - STILL PENDING"
	               TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	DECIDE-ONE-ITEM.
	   IF ( PAT-SUBMIT-OPER(PA-IX) = WS-OPERATOR-ID )
	       MOVE "OWN ITEM - NEEDS ANOTHER SUPERVISOR"
	           TO WS-RESULT-MSG
	   ELSE
	       IF ACTION-APPROVE
	           PERFORM APPROVE-ONE-ITEM
	       ELSE
	           MOVE "DECL" TO PAT-STATUS(PA-IX)
	           MOVE WS-OPERATOR-ID TO PAT-APPROVER(PA-IX)
	           MOVE WS-RUN-DATE TO PAT-DECIDE-DATE(PA-IX)
	           ADD 1 TO CNT-DECLINED
	           SUBTRACT 1 FROM CNT-PENDING
	           MOVE "ITEM DECLINED" TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	APPROVE-ONE-ITEM.
	   IF ( XT-COUNT >= 1999 )
	       MOVE "TRANS FILE FULL - NOT APPROVED"
	           TO WS-RESULT-MSG
	   ELSE
	       PERFORM INSERT-ENTRY
	       MOVE "APPR" TO PAT-STATUS(PA-IX)
	       MOVE WS-OPERATOR-ID TO PAT-APPROVER(PA-IX)
	       MOVE WS-RUN-DATE TO PAT-DECIDE-DATE(PA-IX)
	       ADD 1 TO CNT-APPROVED
	       SUBTRACT 1 FROM CNT-PENDING
	       MOVE "ITEM APPROVED - RELEASED TO TRANS"
	           TO WS-RESULT-MSG
	   END-IF.

	INSERT-ENTRY.
	   MOVE 0 TO WS-INS-AT.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT OR WS-INS-AT > 0
	       IF ( XT-CDE(XT-IX) > NT-CDE )
	           MOVE XT-IX TO WS-INS-AT
	       END-IF
	   END-PERFORM.
	   IF ( WS-INS-AT = 0 )
	       COMPUTE WS-INS-AT = XT-COUNT + 1
	   END-IF.
	   PERFORM VARYING XT-IX FROM XT-COUNT BY -1
	           UNTIL XT-IX < WS-INS-AT
	       MOVE XT-REC(XT-IX) TO XT-REC(XT-IX + 1)
	   END-PERFORM.
	   MOVE NEW-TREC TO XT-REC(WS-INS-AT).
	   ADD 1 TO XT-COUNT.

	SAVE-PENDING-APPROVALS.
	   OPEN OUTPUT PENDING-APPROVAL.
	   PERFORM VARYING PA-IX FROM 1 BY 1
	           UNTIL PA-IX > PA-COUNT
	       MOVE PAT-TRANS(PA-IX)       TO PA-TRANS
	       MOVE PAT-VALUE(PA-IX)       TO PA-VALUE
	       MOVE PAT-SUBMIT-OPER(PA-IX) TO PA-SUBMIT-OPER
	       MOVE PAT-SUBMIT-DATE(PA-IX) TO PA-SUBMIT-DATE
	       MOVE PAT-STATUS(PA-IX)      TO PA-STATUS
	       MOVE PAT-APPROVER(PA-IX)    TO PA-APPROVER
	       MOVE PAT-DECIDE-DATE(PA-IX) TO PA-DECIDE-DATE
	       WRITE PAREC
	   END-PERFORM.
	   CLOSE PENDING-APPROVAL.

	REWRITE-TRANS-FILE.
	   MOVE 0 TO WS-TT-HASH.
	   OPEN OUTPUT TRANS.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT
	       MOVE XT-REC(XT-IX) TO TREC
	       WRITE TREC
	       ADD QNTY OF TREC TO WS-TT-HASH
	   END-PERFORM.
	   MOVE WS-TRAILER-KEY TO TT-CDE.
	   MOVE "T" TO TT-TYPE.
	   MOVE XT-COUNT TO TT-COUNT.
	   MOVE WS-TT-HASH TO TT-HASH.
	   MOVE TTLR-REC TO TREC.
	   WRITE TREC.
	   CLOSE TRANS.
