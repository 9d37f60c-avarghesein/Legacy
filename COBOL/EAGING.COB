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
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-HSORT-FILE PIC X(40) VALUE "EAGING-HSORT.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "STOCK-AGING.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EAGING".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 CNT-ITEMS PIC 9(7) VALUE 0.
	77 BAND-IX PIC 9(1) USAGE COMP VALUE 0.
	01 BAND-TOTALS.
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.

	VERIFY-MASTER.
	   MOVE "NO" TO WS-MTLR-FOUND.
	   IF ( WS-LAST-MOVE = 0 )
	       MOVE 4 TO WS-BAND
	   ELSE
	       MOVE "W" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC WS-LAST-MOVE
	           WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS WS-SITE
	       IF ( WS-DV-FLAG = "V" )
	           MOVE WS-DV-DAYS TO WS-DAYS-MOVE
	       END-IF
	   IF ( WS-LAST-ISSUE = 0 )
	       MOVE 99999 TO WS-DAYS-ISSUE
	   ELSE
	       MOVE "W" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC WS-LAST-ISSUE
	           WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS WS-SITE
	       IF ( WS-DV-FLAG = "V" )
	           MOVE WS-DV-DAYS TO WS-DAYS-ISSUE
	       END-IF
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE MASTER, REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   IF ( WS-HIST-STATUS NOT= "35"
	        AND WS-HIST-STATUS = "00" )
	       CLOSE QTY-HISTORY
