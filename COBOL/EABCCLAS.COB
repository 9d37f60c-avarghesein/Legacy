	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD ABC-WORK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS ACREC.
	77 WS-ABC-FILE PIC X(40) VALUE "ABC-CLASS.DAT".
	77 WS-ABC-WORK-FILE PIC X(40) VALUE "EABCCLAS-WORK.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "ABC-RANKING.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EABCCLAS".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	   WRITE RREC FROM S-CLS-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.

	PRINT-ONE-RANK.
	   MOVE AB-IX TO DET-RANK.
