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
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD ADJ-REGISTER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS AREG-REC.
	  02 PIC X(31) VALUE SPACES.
	77 WS-ML-FUNC PIC X(1) VALUE SPACE.
	77 WS-ML-OPER PIC X(10) VALUE "CONSOLE".
	77 WS-SOURCE-PGM PIC X(8) VALUE "EAUDIT".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-ML-PROGRAM PIC X(8) VALUE "EAUDIT  ".
	77 WS-ML-RESULT PIC X(1) VALUE SPACE.
	77 WS-ML-HOLDER PIC X(40) VALUE SPACES.
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-ML-OPER FROM ARGUMENT-VALUE
	   END-IF.


	ACQUIRE-MASTER-LOCK.
	   MOVE WS-RUN-DATE TO TRANS-DATE OF TREC.
	   MOVE 0 TO TCOST OF TREC.
	   MOVE SPACES TO UOM-CODE OF TREC.
	   MOVE SPACES TO COST-CENTER OF TREC.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO TRANS-SOURCE OF TREC.
	   MOVE WS-ML-OPER TO TRANS-OPER OF TREC.
	   MOVE WS-BATCH-NO TO TRANS-BATCH OF TREC.
	   WRITE TREC.
	   ADD QNTY OF TREC TO WS-ADJ-THASH.
	   ADD 1 TO CNT-ADJ-WRITTEN.
	   CALL "SYSTEM" USING WS-CMD.
	   PERFORM RELEASE-MASTER-LOCK.
	   STOP RUN.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-ML-OPER
	                             WS-BATCH-NO
	   END-IF.
