	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD REASON-CODES
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REASON-CODE.DAT"
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "SHRINKAGE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ESHRINK".
	77 WS-RR-CATEGORY PIC X(8) VALUE "FINANCE".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-RC-STATUS PIC X(2) VALUE "00".
	77 WS-RC-READ-SW PIC X(3) VALUE "YES".
	   WRITE RREC FROM S-TOT-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
