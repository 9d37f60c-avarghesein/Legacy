	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BACKORDER ASSIGN DYNAMIC WS-BACKORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS BO-KEY
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BOREC.
	01 BOREC.
	   02 BO-KEY.
	      05 BO-CDE    PIC X(10).
	      05 BO-DATE   PIC 9(8).
	      05 BO-SO-REF PIC X(9).
	   02 BO-QNTY   PIC 9(5).
	   02 BO-STATUS PIC X(6).
	   02 BO-COST-CENTER PIC X(6).
	FD MASTER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS MREC.
	WORKING-STORAGE SECTION.
	77 BOF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-BACKORDER-FILE PIC X(40) VALUE "BACKORDER.IDX".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "BACKORDER-RPT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EBACKRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 WS-BO-DATE PIC 9(8) VALUE 0.
	77 WS-ITEM-DESC PIC X(10) VALUE SPACES.
	77 WS-ONHAND PIC 9(5) VALUE 0.
	  02 PIC X(8)  VALUE "DAYS OLD".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(6)  VALUE "STATUS".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(9)  VALUE "SALES ORD".
	01 S-DETAIL.
	  02 DET-CDE  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-DAYS PIC ZZZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-STATUS PIC X(6).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SO-REF PIC X(9).
	  02 PIC X(1) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   STOP RUN.

	GET-PARAMETERS.
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.

	REPORT-ONE-BACKORDER.
	   READ BACKORDER AT END MOVE "NO" TO BOF
	   MOVE BO-QNTY TO DET-QNTY.
	   MOVE WS-ONHAND TO DET-ONHAND.
	   MOVE BO-DATE TO DET-DATE.
	   MOVE "W" TO WS-DV-FUNC.
	   MOVE BO-DATE TO WS-BO-DATE.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-BO-DATE
	                        WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS
	                        WS-SITE.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DAYS TO DET-DAYS
	   ELSE
	       MOVE 0 TO DET-DAYS
	   END-IF.
	   MOVE BO-STATUS TO DET-STATUS.
	   MOVE BO-SO-REF TO DET-SO-REF.
	   WRITE RREC FROM S-DETAIL.
	   ADD 1 TO CNT-OPEN-BO.
	   ADD BO-QNTY TO TOT-BO-QNTY.
