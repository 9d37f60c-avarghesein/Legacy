	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	   02 REASON PIC X(25).
	FD TRANS-RESUB
	   LABEL RECORDS ARE STANDARD
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD ACCESS-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ACCESS-LOG.DAT"
	77 WS-JRNL-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-SOURCE-PGM PIC X(8) VALUE "EREJFIX".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-FIX-QNTY PIC 9(5) VALUE 0.
	77 WS-FIX-REASON PIC X(3) VALUE SPACES.
	77 WS-FIX-UOM PIC X(4) VALUE SPACES.
	77 WS-FIX-CENTER PIC X(6) VALUE SPACES.
	77 WS-JR-BEFORE PIC X(43) VALUE SPACES.
	77 WS-JR-AFTER PIC X(43) VALUE SPACES.
	77 CNT-REVIEWED PIC 9(5) VALUE 0.
	77 WS-TT-HASH PIC 9(8) VALUE 0.
	01 XT-TABLE.
	   02 XT-ENT OCCURS 2000.
	      05 XT-REC PIC X(68).
	      05 XT-CDE REDEFINES XT-REC PIC X(10).
	01 NEW-TREC.
	   02 NT-CDE   PIC X(10).
	   02 NT-COST  PIC 9(5)V99.
	   02 NT-REASON PIC X(3).
	   02 NT-UOM   PIC X(4).
	   02 NT-CENTER PIC X(6).
	   02 NT-SOURCE PIC X(8).
	   02 NT-OPER   PIC X(10).
	   02 NT-BATCH  PIC 9(6).
	01 TTLR-REC.
	   02 TT-CDE   PIC X(10).
	   02 TT-TYPE  PIC X(1).
	   05 LINE 12 COL 10 VALUE "UOM      :".
	   05 LINE 12 COL 25 PIC X(4)
	      USING WS-FIX-UOM AUTO.
	   05 LINE 14 COL 10 VALUE "CENTER   :".
	   05 LINE 14 COL 25 PIC X(6)
	      USING WS-FIX-CENTER AUTO.
	   05 LINE 16 COL 10 VALUE "R=RESUBMIT  X=ABANDON :".
	   05 LINE 16 COL 35 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.

	01 SCREEN-RECORD-RFRESULT.
	   05 LINE 18 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   MOVE QNTY OF TREJ-REC TO WS-FIX-QNTY.
	   MOVE REASON-CODE OF TREJ-REC TO WS-FIX-REASON.
	   MOVE UOM-CODE OF TREJ-REC TO WS-FIX-UOM.
	   MOVE COST-CENTER OF TREJ-REC TO WS-FIX-CENTER.
	   MOVE SPACE TO WS-ACTION.
	   DISPLAY SCREEN-BLANK-RF.
	   DISPLAY SCREEN-RECORD-FIXSCRN.
	   MOVE TCOST OF TREJ-REC TO NT-COST.
	   MOVE WS-FIX-REASON TO NT-REASON.
	   MOVE WS-FIX-UOM TO NT-UOM.
	   MOVE WS-FIX-CENTER TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   PERFORM JOURNAL-CORRECTION.
	   PERFORM INSERT-RESUB.
	   ADD 1 TO CNT-RESUBMIT.
	   MOVE TCOST OF TREJ-REC TO TCOST OF TREC.
	   MOVE REASON-CODE OF TREJ-REC TO REASON-CODE OF TREC.
	   MOVE UOM-CODE OF TREJ-REC TO UOM-CODE OF TREC.
	   MOVE COST-CENTER OF TREJ-REC TO COST-CENTER OF TREC.
	   MOVE TRANS-SOURCE OF TREJ-REC TO TRANS-SOURCE OF TREC.
	   MOVE TRANS-OPER OF TREJ-REC TO TRANS-OPER OF TREC.
	   MOVE TRANS-BATCH OF TREJ-REC TO TRANS-BATCH OF TREC.
	   MOVE TREC TO WS-JR-BEFORE.
	   IF ( WS-ACTION = "X" OR WS-ACTION = "x" )
	       MOVE SPACES TO WS-JR-AFTER
	   END-IF.
	   MOVE WS-NEW-PASSWORD TO WS-PASSWORD.
	   DISPLAY "PASSWORD CHANGED".

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
