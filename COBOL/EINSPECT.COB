	IDENTIFICATION DIVISION.
	PROGRAM-ID. EINSPECT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT TRANS ASSIGN DYNAMIC WS-TRANS-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-TRANS-STATUS.
	   SELECT QUARANTINE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-QR-STATUS.
	   SELECT INSPECT-ITEM ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-II-STATUS.
	   SELECT REASON-CODES ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RC-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT RTV-OPEN ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT RTV-PEND ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT LOT-RECEIPT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LR-STATUS.
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
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
	FD QUARANTINE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "QUARANTINE.DAT"
	   DATA RECORD IS QRREC.
	01 QRREC.
	   02 QR-RECEIPT     PIC 9(6).
	   02 QR-CDE         PIC X(10).
	   02 QR-PO          PIC 9(5).
	   02 QR-VENDOR      PIC X(6).
	   02 QR-RECV-DATE   PIC 9(8).
	   02 QR-RECV-QNTY   PIC 9(5).
	   02 QR-OPEN-QNTY   PIC 9(5).
	   02 QR-HELD-QNTY   PIC 9(5).
	   02 QR-PASSED-QNTY PIC 9(5).
	   02 QR-FAILED-QNTY PIC 9(5).
	   02 QR-UNIT-COST   PIC 9(5)V99.
	   02 QR-LOT         PIC X(10).
	   02 QR-EXPIRY      PIC 9(8).
	   02 QR-SAMPLE      PIC 9(5).
	   02 QR-DEFECTS     PIC 9(5).
	   02 QR-INSP-DATE   PIC 9(8).
	   02 QR-INSPECTOR   PIC X(10).
	   02 QR-STATUS      PIC X(6).
	FD INSPECT-ITEM
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "INSPECT-ITEM.DAT"
	   DATA RECORD IS IIREC.
	01 IIREC.
	   02 II-CDE  PIC X(10).
	   02 II-LTPD PIC 9(2)V9.
	   02 II-RISK PIC 9(2)V9.
	FD REASON-CODES
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REASON-CODE.DAT"
	   DATA RECORD IS RCREC.
	01 RCREC.
	   02 RC-CODE PIC X(3).
	   02 RC-SIGN PIC X(1).
	   02 RC-DESC PIC X(20).
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	FD RTV-OPEN
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "RTV-OPEN.DAT"
	   DATA RECORD IS RTREC.
	01 RTREC.
	   02 RT-RMA       PIC X(10).
	   02 RT-VENDOR    PIC X(6).
	   02 RT-PO        PIC 9(5).
	   02 RT-CDE       PIC X(10).
	   02 RT-QNTY      PIC 9(5).
	   02 RT-UNIT-COST PIC 9(5)V99.
	   02 RT-DATE      PIC 9(8).
	   02 RT-REASON    PIC X(3).
	   02 RT-STATUS    PIC X(6).
	FD RTV-PEND
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "RTV-PEND.DAT"
	   DATA RECORD IS RPREC.
	01 RPREC.
	   02 RP-RMA       PIC X(10).
	   02 RP-VENDOR    PIC X(6).
	   02 RP-PO        PIC 9(5).
	   02 RP-CDE       PIC X(10).
	   02 RP-QNTY      PIC 9(5).
	   02 RP-UNIT-COST PIC 9(5)V99.
	   02 RP-DATE      PIC 9(8).
	   02 RP-REASON    PIC X(3).
	   02 RP-STATUS    PIC X(6).
	FD LOT-RECEIPT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "LOT-RECEIPT.DAT"
	   DATA RECORD IS LRREC.
	01 LRREC.
	   02 LR-CDE    PIC X(10).
	   02 LR-DATE   PIC 9(8).
	   02 LR-QNTY   PIC 9(5).
	   02 LR-LOT    PIC X(10).
	   02 LR-EXPIRY PIC 9(8).
	   02 LR-PO     PIC 9(5).
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
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(80).
	WORKING-STORAGE SECTION.
	77 TRF PIC X(3) VALUE "YES".
	77 WS-MODE PIC X(8) VALUE "INSPECT".
	77 WS-TRANS-FILE PIC X(40) VALUE "TRANS.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "QUAR-AGING.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EINSPECT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-AGE-LIMIT PIC 9(3) VALUE 3.
	77 WS-TRANS-STATUS PIC X(2) VALUE "00".
	77 WS-QR-STATUS PIC X(2) VALUE "00".
	77 WS-II-STATUS PIC X(2) VALUE "00".
	77 WS-RC-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-RTV-STATUS PIC X(2) VALUE "00".
	77 WS-LR-STATUS PIC X(2) VALUE "00".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-QR-READ-SW PIC X(3) VALUE "YES".
	77 WS-II-READ-SW PIC X(3) VALUE "YES".
	77 WS-RC-READ-SW PIC X(3) VALUE "YES".
	77 WS-VEND-READ-SW PIC X(3) VALUE "YES".
	77 WS-RTV-READ-SW PIC X(3) VALUE "YES".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-SOURCE-PGM PIC X(8) VALUE "EINSPECT".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-NEW-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-NEW-PASSWORD-2 PIC X(10) VALUE SPACES.
	77 WS-PWD-RESULT PIC X(1) VALUE SPACE.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-ENTRY-DONE PIC X(3) VALUE "NO".
	77 WS-ENTRY-OK PIC X(3) VALUE "YES".
	77 WS-RESULT-MSG PIC X(50) VALUE SPACES.
	77 WS-PLAN-MSG PIC X(50) VALUE SPACES.
	77 WS-ENTRY-RECEIPT PIC 9(6) VALUE 0.
	77 WS-ENTRY-ACTION PIC X(1) VALUE SPACE.
	77 WS-ENTRY-DEFECTS PIC 9(5) VALUE 0.
	77 WS-ENTRY-PASSED PIC 9(5) VALUE 0.
	77 WS-ENTRY-FAILED PIC 9(5) VALUE 0.
	77 WS-ENTRY-REASON PIC X(3) VALUE SPACES.
	77 WS-ENTRY-RMA PIC X(10) VALUE SPACES.
	77 WS-ENTRY-VENDOR PIC X(6) VALUE SPACES.
	77 WS-DISP-QNTY PIC 9(5) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-AGE-DAYS PIC S9(9) VALUE 0.
	77 WS-LOT-SIZE PIC 9(5) VALUE 0.
	77 WS-LOT-DEFECTS PIC 9(5) VALUE 0.
	77 WS-SAMPLE-SIZE PIC 9(5) VALUE 0.
	77 WS-SAMPLE-TERM PIC S9(5) VALUE 0.
	77 WS-SAMPLE-DENOM PIC 9(5) VALUE 0.
	77 WS-SAMPLE-LTPD PIC 9(2)V9 VALUE 0.
	77 WS-SAMPLE-RISK PIC 9(2)V9 VALUE 0.
	77 WS-ACCEPT-PROB PIC 9V9(9) VALUE 0.
	77 WS-ACCEPT-WORK PIC 9(6)V9(9) VALUE 0.
	77 WS-RISK-PROB PIC 9V9(9) VALUE 0.
	77 CNT-INSPECTED PIC 9(5) VALUE 0.
	77 CNT-DISPOSED PIC 9(5) VALUE 0.
	77 CNT-AGED PIC 9(5) VALUE 0.
	77 TOT-AGED-OPEN PIC 9(7) VALUE 0.
	77 TOT-AGED-HELD PIC 9(7) VALUE 0.
	77 QR-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 QR-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-QR-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 QR-TABLE.
	   02 QR-ENT OCCURS 2000.
	      05 QRT-REC PIC X(119).
	01 WS-QR-WORK.
	   02 QW-RECEIPT     PIC 9(6).
	   02 QW-CDE         PIC X(10).
	   02 QW-PO          PIC 9(5).
	   02 QW-VENDOR      PIC X(6).
	   02 QW-RECV-DATE   PIC 9(8).
	   02 QW-RECV-QNTY   PIC 9(5).
	   02 QW-OPEN-QNTY   PIC 9(5).
	   02 QW-HELD-QNTY   PIC 9(5).
	   02 QW-PASSED-QNTY PIC 9(5).
	   02 QW-FAILED-QNTY PIC 9(5).
	   02 QW-UNIT-COST   PIC 9(5)V99.
	   02 QW-LOT         PIC X(10).
	   02 QW-EXPIRY      PIC 9(8).
	   02 QW-SAMPLE      PIC 9(5).
	   02 QW-DEFECTS     PIC 9(5).
	   02 QW-INSP-DATE   PIC 9(8).
	   02 QW-INSPECTOR   PIC X(10).
	   02 QW-STATUS      PIC X(6).
	77 II-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 II-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-II-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 II-TABLE.
	   02 II-ENT OCCURS 500.
	      05 IIT-CDE  PIC X(10).
	      05 IIT-LTPD PIC 9(2)V9.
	      05 IIT-RISK PIC 9(2)V9.
	77 RC-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 RC-IX PIC 9(2) USAGE COMP VALUE 0.
	77 WS-RC-SLOT PIC 9(2) USAGE COMP VALUE 0.
	01 RC-TABLE.
	   02 RC-ENT OCCURS 50.
	      05 RCT-CODE PIC X(3).
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VN-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE PIC X(6).
	77 RM-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RM-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-RM-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 RM-TABLE.
	   02 RM-ENT OCCURS 2000.
	      05 RMT-RMA    PIC X(10).
	      05 RMT-VENDOR PIC X(6).
	      05 RMT-CDE    PIC X(10).
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
	77 WS-TTLR-FOUND PIC X(3) VALUE "NO".
	77 WS-TVFY-COUNT PIC 9(5) VALUE 0.
	77 WS-TVFY-HASH PIC 9(8) VALUE 0.
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(10) VALUE SPACES.
	  02 PIC X(32) VALUE "QUARANTINE AWAITING INSPECTION".
	  02 PIC X(10) VALUE "OVER DAYS ".
	  02 HEAD-AGE-LIMIT PIC ZZ9.
	  02 PIC X(3) VALUE SPACES.
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(4) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(8)  VALUE "QUAR NO".
	  02 PIC X(11) VALUE "CODE".
	  02 PIC X(6)  VALUE "PO".
	  02 PIC X(7)  VALUE "VENDOR".
	  02 PIC X(9)  VALUE "RECEIVED".
	  02 PIC X(5)  VALUE " DAYS".
	  02 PIC X(9)  VALUE "    AWAIT".
	  02 PIC X(9)  VALUE "     HELD".
	  02 PIC X(8)  VALUE "  SAMPLE".
	  02 PIC X(8)  VALUE "  STATUS".
	01 S-DETAIL.
	  02 DET-RECEIPT PIC 9(6).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-CDE PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-PO PIC 9(5).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-VENDOR PIC X(6).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-RECV-DATE PIC 9(8).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-DAYS PIC ZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-OPEN PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-HELD PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SAMPLE PIC ZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-STATUS PIC X(6).
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.

	SCREEN SECTION.
	01 SCREEN-BLANK-QI.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-QIKEY.
	   05 LINE 1  COL 10 VALUE "RECEIVING INSPECTION".
	   05 LINE 3  COL 10 VALUE "QUARANTINE NO (0=END):".
	   05 LINE 3  COL 34 PIC 9(6)
	      USING WS-ENTRY-RECEIPT AUTO.

	01 SCREEN-RECORD-QISHOW.
	   05 LINE 5  COL 10 VALUE "CDE              :".
	   05 LINE 5  COL 30 PIC X(10) FROM QW-CDE.
	   05 LINE 6  COL 10 VALUE "PO / VENDOR      :".
	   05 LINE 6  COL 30 PIC 9(5) FROM QW-PO.
	   05 LINE 6  COL 37 PIC X(6) FROM QW-VENDOR.
	   05 LINE 7  COL 10 VALUE "RECEIVED         :".
	   05 LINE 7  COL 30 PIC 9(8) FROM QW-RECV-DATE.
	   05 LINE 8  COL 10 VALUE "AWAIT INSPECTION :".
	   05 LINE 8  COL 30 PIC ZZZZ9 FROM QW-OPEN-QNTY.
	   05 LINE 9  COL 10 VALUE "HELD (FAILED)    :".
	   05 LINE 9  COL 30 PIC ZZZZ9 FROM QW-HELD-QNTY.
	   05 LINE 10 COL 10 PIC X(50) FROM WS-PLAN-MSG.

	01 SCREEN-RECORD-QIACT.
	   05 LINE 12 COL 10 VALUE "ACTION I/S/V     :".
	   05 LINE 12 COL 30 PIC X(1)
	      USING WS-ENTRY-ACTION AUTO.
	   05 LINE 13 COL 10 VALUE "DEFECTS IN SAMPLE:".
	   05 LINE 13 COL 30 PIC 9(5)
	      USING WS-ENTRY-DEFECTS AUTO.
	   05 LINE 14 COL 10 VALUE "QNTY PASSED      :".
	   05 LINE 14 COL 30 PIC 9(5)
	      USING WS-ENTRY-PASSED AUTO.
	   05 LINE 15 COL 10 VALUE "QNTY FAILED      :".
	   05 LINE 15 COL 30 PIC 9(5)
	      USING WS-ENTRY-FAILED AUTO.
	   05 LINE 16 COL 10 VALUE "REASON (SCRAP)   :".
	   05 LINE 16 COL 30 PIC X(3)
	      USING WS-ENTRY-REASON AUTO.
	   05 LINE 17 COL 10 VALUE "RMA (RETURN)     :".
	   05 LINE 17 COL 30 PIC X(10)
	      USING WS-ENTRY-RMA AUTO.
	   05 LINE 18 COL 10 VALUE "VENDOR (RETURN)  :".
	   05 LINE 18 COL 30 PIC X(6)
	      USING WS-ENTRY-VENDOR AUTO.

	01 SCREEN-RECORD-QIRESULT.
	   05 LINE 20 COL 10 PIC X(50) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-QUARANTINE.
	   IF ( WS-MODE = "AGING" )
	       PERFORM QUARANTINE-AGING
	   ELSE
	       PERFORM SIGN-ON
	       PERFORM LOAD-INSPECT-ITEMS
	       PERFORM LOAD-REASON-CODES
	       PERFORM LOAD-VENDORS
	       PERFORM LOAD-OPEN-RETURNS
	       PERFORM LOAD-TRANS-FILE
	       MOVE "NO" TO WS-ENTRY-DONE
	       PERFORM INSPECT-ENTRY UNTIL WS-ENTRY-DONE = "YES"
	       DISPLAY "LOTS INSPECTED     : " CNT-INSPECTED
	       DISPLAY "FAILED QNTY CLEARED: " CNT-DISPOSED
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       IF ( WS-MODE = "AGING" )
	           ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	       ELSE
	           ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	       END-IF
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-AGE-LIMIT FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY "ENTER OPERATOR ID: ".
	   ACCEPT WS-OPERATOR-ID.
	   DISPLAY "ENTER PASSWORD   : ".
	   ACCEPT WS-PASSWORD.
	   IF ( WS-PASSWORD = "*BATCH*" )
	       DISPLAY "INVALID PASSWORD - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
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
	   MOVE "EINSPECT" TO AL-PROGRAM.
	   ACCEPT AL-DATE FROM DATE YYYYMMDD.
	   ACCEPT AL-TIME FROM TIME.
	   MOVE "S" TO AL-RESULT.
	   WRITE ACLOG-REC.
	   CLOSE ACCESS-LOG.
	   MOVE "P" TO WS-SEC-FUNC.
	   CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-SEC-FUNC WS-SEC-ALLOWED.
	   IF ( WS-SEC-ALLOWED = "E" )
	       PERFORM FORCE-PASSWORD-CHANGE
	       CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                           WS-SEC-FUNC WS-SEC-ALLOWED
	   END-IF.
	   IF ( WS-SEC-ALLOWED = "L" )
	       DISPLAY "OPERATOR ID IS LOCKED - SEE SECURITY ADMIN"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   IF ( WS-SEC-ALLOWED NOT= "Y" )
	       DISPLAY "OPERATOR NOT AUTHORIZED TO POST - STOPPED"
	       MOVE 8 TO RETURN-CODE
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

	LOAD-QUARANTINE.
	   MOVE 0 TO QR-COUNT.
	   MOVE SPACES TO WS-QR-STATUS.
	   OPEN INPUT QUARANTINE.
	   IF ( WS-QR-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-QR-READ-SW
	       PERFORM LOAD-ONE-QUARANTINE
	           UNTIL WS-QR-READ-SW = "NO"
	       CLOSE QUARANTINE
	   END-IF.

	LOAD-ONE-QUARANTINE.
	   READ QUARANTINE AT END MOVE "NO" TO WS-QR-READ-SW
	       NOT AT END
	           IF ( QR-COUNT >= 2000 )
	               DISPLAY "QUARANTINE FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NOTHING CHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO QR-COUNT
	           MOVE QRREC TO QRT-REC(QR-COUNT)
	   END-READ.

	SAVE-QUARANTINE.
	   OPEN OUTPUT QUARANTINE.
	   PERFORM VARYING QR-IX FROM 1 BY 1
	           UNTIL QR-IX > QR-COUNT
	       MOVE QRT-REC(QR-IX) TO QRREC
	       WRITE QRREC
	   END-PERFORM.
	   CLOSE QUARANTINE.

	LOAD-INSPECT-ITEMS.
	   MOVE 0 TO II-COUNT.
	   MOVE SPACES TO WS-II-STATUS.
	   OPEN INPUT INSPECT-ITEM.
	   IF ( WS-II-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-II-READ-SW
	       PERFORM LOAD-ONE-INSPECT-ITEM
	           UNTIL WS-II-READ-SW = "NO"
	       CLOSE INSPECT-ITEM
	   END-IF.

	LOAD-ONE-INSPECT-ITEM.
	   READ INSPECT-ITEM AT END MOVE "NO" TO WS-II-READ-SW
	       NOT AT END
	           IF ( II-COUNT < 500 )
	               ADD 1 TO II-COUNT
	               MOVE II-CDE  TO IIT-CDE(II-COUNT)
	               MOVE II-LTPD TO IIT-LTPD(II-COUNT)
	               MOVE II-RISK TO IIT-RISK(II-COUNT)
	           END-IF
	   END-READ.

	LOAD-REASON-CODES.
	   MOVE 0 TO RC-COUNT.
	   MOVE SPACES TO WS-RC-STATUS.
	   OPEN INPUT REASON-CODES.
	   IF ( WS-RC-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-RC-READ-SW
	       PERFORM LOAD-ONE-REASON
	           UNTIL WS-RC-READ-SW = "NO"
	       CLOSE REASON-CODES
	   END-IF.

	LOAD-ONE-REASON.
	   READ REASON-CODES AT END MOVE "NO" TO WS-RC-READ-SW
	       NOT AT END
	           IF ( RC-COUNT < 50 )
	               ADD 1 TO RC-COUNT
	               MOVE RC-CODE TO RCT-CODE(RC-COUNT)
	           END-IF
	   END-READ.

	LOAD-VENDORS.
	   MOVE 0 TO VN-COUNT.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-VEND-READ-SW
	       PERFORM LOAD-ONE-VENDOR
	           UNTIL WS-VEND-READ-SW = "NO"
	       CLOSE VENDOR
	   END-IF.

	LOAD-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO WS-VEND-READ-SW
	       NOT AT END
	           IF ( VN-COUNT < 100 )
	               ADD 1 TO VN-COUNT
	               MOVE VN-CODE TO VNT-CODE(VN-COUNT)
	           END-IF
	   END-READ.

	LOAD-OPEN-RETURNS.
	   MOVE 0 TO RM-COUNT.
	   MOVE SPACES TO WS-RTV-STATUS.
	   OPEN INPUT RTV-OPEN.
	   IF ( WS-RTV-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-RTV-READ-SW
	       PERFORM LOAD-ONE-OPEN-RETURN
	           UNTIL WS-RTV-READ-SW = "NO"
	       CLOSE RTV-OPEN
	   END-IF.
	   MOVE SPACES TO WS-RTV-STATUS.
	   OPEN INPUT RTV-PEND.
	   IF ( WS-RTV-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-RTV-READ-SW
	       PERFORM LOAD-ONE-PENDING-RETURN
	           UNTIL WS-RTV-READ-SW = "NO"
	       CLOSE RTV-PEND
	   END-IF.

	LOAD-ONE-OPEN-RETURN.
	   READ RTV-OPEN AT END MOVE "NO" TO WS-RTV-READ-SW
	       NOT AT END
	           IF ( RM-COUNT < 2000 )
	               ADD 1 TO RM-COUNT
	               MOVE RT-RMA    TO RMT-RMA(RM-COUNT)
	               MOVE RT-VENDOR TO RMT-VENDOR(RM-COUNT)
	               MOVE RT-CDE    TO RMT-CDE(RM-COUNT)
	           END-IF
	   END-READ.

	LOAD-ONE-PENDING-RETURN.
	   READ RTV-PEND AT END MOVE "NO" TO WS-RTV-READ-SW
	       NOT AT END
	           IF ( RM-COUNT < 2000 )
	               ADD 1 TO RM-COUNT
	               MOVE RP-RMA    TO RMT-RMA(RM-COUNT)
	               MOVE RP-VENDOR TO RMT-VENDOR(RM-COUNT)
	               MOVE RP-CDE    TO RMT-CDE(RM-COUNT)
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
	               IF ( XT-COUNT >= 1998 )
	                   DISPLAY "TRANS FILE EXCEEDS TABLE"
	                   DISPLAY "RUN STOPPED - FILE UNCHANGED"
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
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	   ELSE
	       DISPLAY "TRANS TRAILER ABSENT, ACCEPTED: "
	               WS-TRANS-FILE
	   END-IF.

	INSPECT-ENTRY.
	   MOVE 0 TO WS-ENTRY-RECEIPT.
	   MOVE SPACES TO WS-RESULT-MSG, WS-PLAN-MSG.
	   DISPLAY SCREEN-BLANK-QI.
	   DISPLAY SCREEN-RECORD-QIKEY.
	   ACCEPT SCREEN-RECORD-QIKEY.
	   IF ( WS-ENTRY-RECEIPT = 0 )
	       MOVE "YES" TO WS-ENTRY-DONE
	   ELSE
	       PERFORM FIND-QUARANTINE
	       IF ( WS-QR-SLOT = 0 )
	           MOVE "QUARANTINE NUMBER NOT ON FILE"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ( QW-STATUS = "CLOSED" )
	               MOVE "QUARANTINE RECEIPT ALREADY CLOSED"
	                   TO WS-RESULT-MSG
	           ELSE
	               PERFORM INSPECT-ONE-RECEIPT
	           END-IF
	       END-IF
	       DISPLAY SCREEN-RECORD-QIRESULT
	   END-IF.

	FIND-QUARANTINE.
	   MOVE 0 TO WS-QR-SLOT.
	   PERFORM VARYING QR-IX FROM 1 BY 1
	           UNTIL QR-IX > QR-COUNT OR WS-QR-SLOT > 0
	       MOVE QRT-REC(QR-IX) TO WS-QR-WORK
	       IF ( QW-RECEIPT = WS-ENTRY-RECEIPT )
	           MOVE QR-IX TO WS-QR-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-QR-SLOT > 0 )
	       MOVE QRT-REC(WS-QR-SLOT) TO WS-QR-WORK
	   END-IF.

	INSPECT-ONE-RECEIPT.
	   IF ( QW-OPEN-QNTY > 0 )
	       PERFORM COMPUTE-SAMPLE-SIZE
	       MOVE SPACES TO WS-PLAN-MSG
	       STRING "SAMPLE " DELIMITED BY SIZE
	              WS-SAMPLE-SIZE DELIMITED BY SIZE
	              " OF " DELIMITED BY SIZE
	              WS-LOT-SIZE DELIMITED BY SIZE
	              " - ACCEPT LOT ON ZERO DEFECTS"
	                  DELIMITED BY SIZE
	              INTO WS-PLAN-MSG
	   ELSE
	       MOVE 0 TO WS-SAMPLE-SIZE
	       MOVE "INSPECTED - FAILED QNTY AWAITS DISPOSITION"
	           TO WS-PLAN-MSG
	   END-IF.
	   MOVE SPACE TO WS-ENTRY-ACTION.
	   MOVE 0 TO WS-ENTRY-DEFECTS, WS-ENTRY-PASSED, WS-ENTRY-FAILED.
	   MOVE SPACES TO WS-ENTRY-REASON, WS-ENTRY-RMA.
	   MOVE QW-VENDOR TO WS-ENTRY-VENDOR.
	   DISPLAY SCREEN-RECORD-QISHOW.
	   DISPLAY SCREEN-RECORD-QIACT.
	   ACCEPT SCREEN-RECORD-QIACT.
	   EVALUATE WS-ENTRY-ACTION
	       WHEN "I" PERFORM RECORD-INSPECTION
	       WHEN "S" PERFORM DISPOSE-SCRAP
	       WHEN "V" PERFORM DISPOSE-RETURN
	       WHEN OTHER
	           MOVE "ACTION MUST BE I, S OR V" TO WS-RESULT-MSG
	   END-EVALUATE.

	COMPUTE-SAMPLE-SIZE.
	   MOVE QW-OPEN-QNTY TO WS-LOT-SIZE.
	   MOVE 10.0 TO WS-SAMPLE-LTPD, WS-SAMPLE-RISK.
	   MOVE 0 TO WS-II-SLOT.
	   PERFORM VARYING II-IX FROM 1 BY 1
	           UNTIL II-IX > II-COUNT OR WS-II-SLOT > 0
	       IF ( IIT-CDE(II-IX) = QW-CDE )
	           MOVE II-IX TO WS-II-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-II-SLOT > 0 )
	       IF ( IIT-LTPD(WS-II-SLOT) > 0 )
	           MOVE IIT-LTPD(WS-II-SLOT) TO WS-SAMPLE-LTPD
	       END-IF
	       IF ( IIT-RISK(WS-II-SLOT) > 0 )
	           MOVE IIT-RISK(WS-II-SLOT) TO WS-SAMPLE-RISK
	       END-IF
	   END-IF.
	   COMPUTE WS-LOT-DEFECTS
	       = ( WS-LOT-SIZE * WS-SAMPLE-LTPD + 99.9 ) / 100.
	   IF ( WS-LOT-DEFECTS < 1 )
	       MOVE 1 TO WS-LOT-DEFECTS
	   END-IF.
	   COMPUTE WS-RISK-PROB = WS-SAMPLE-RISK / 100.
	   MOVE 1 TO WS-ACCEPT-PROB.
	   MOVE 0 TO WS-SAMPLE-SIZE.
	   PERFORM ADD-ONE-SAMPLE-TERM
	       UNTIL WS-ACCEPT-PROB NOT > WS-RISK-PROB
	          OR WS-SAMPLE-SIZE NOT < WS-LOT-SIZE.

	ADD-ONE-SAMPLE-TERM.
	   ADD 1 TO WS-SAMPLE-SIZE.
	   COMPUTE WS-SAMPLE-TERM
	       = WS-LOT-SIZE - WS-LOT-DEFECTS - WS-SAMPLE-SIZE + 1.
	   IF ( WS-SAMPLE-TERM NOT > 0 )
	       MOVE 0 TO WS-ACCEPT-PROB
	   ELSE
	       COMPUTE WS-ACCEPT-WORK
	           = WS-ACCEPT-PROB * WS-SAMPLE-TERM
	       COMPUTE WS-SAMPLE-DENOM
	           = WS-LOT-SIZE - WS-SAMPLE-SIZE + 1
	       DIVIDE WS-ACCEPT-WORK BY WS-SAMPLE-DENOM
	           GIVING WS-ACCEPT-PROB ROUNDED
	   END-IF.

	RECORD-INSPECTION.
	   IF ( QW-OPEN-QNTY = 0 )
	       MOVE "NOTHING AWAITING INSPECTION" TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-ENTRY-PASSED + WS-ENTRY-FAILED = 0
	            OR WS-ENTRY-PASSED + WS-ENTRY-FAILED
	               > QW-OPEN-QNTY )
	           MOVE "PASSED + FAILED MUST BE 1 TO AWAITING QNTY"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-DEFECTS > WS-SAMPLE-SIZE
	                OR WS-ENTRY-FAILED < WS-ENTRY-DEFECTS )
	               MOVE "DEFECTS EXCEED SAMPLE OR FAILED QNTY"
	                   TO WS-RESULT-MSG
	           ELSE
	               PERFORM POST-INSPECTION
	           END-IF
	       END-IF
	   END-IF.

	POST-INSPECTION.
	   IF ( WS-ENTRY-PASSED > 0 )
	       MOVE QW-CDE          TO NT-CDE
	       MOVE "R"             TO NT-TTYPE
	       MOVE WS-ENTRY-PASSED TO NT-QNTY
	       MOVE WS-RUN-DATE     TO NT-DATE
	       MOVE QW-UNIT-COST    TO NT-COST
	       MOVE SPACES          TO NT-REASON
	       MOVE SPACES          TO NT-UOM
	       MOVE SPACES          TO NT-CENTER
	       PERFORM GET-BATCH-NUMBER
	       MOVE WS-SOURCE-PGM TO NT-SOURCE
	       MOVE WS-OPERATOR-ID TO NT-OPER
	       MOVE WS-BATCH-NO TO NT-BATCH
	       PERFORM INSERT-TRANS
	       PERFORM REWRITE-TRANS-FILE
	       IF ( QW-LOT NOT= SPACES OR QW-EXPIRY NOT= 0 )
	           PERFORM WRITE-LOT-RECEIPT
	       END-IF
	   END-IF.
	   SUBTRACT WS-ENTRY-PASSED FROM QW-OPEN-QNTY.
	   SUBTRACT WS-ENTRY-FAILED FROM QW-OPEN-QNTY.
	   ADD WS-ENTRY-PASSED TO QW-PASSED-QNTY.
	   ADD WS-ENTRY-FAILED TO QW-FAILED-QNTY.
	   ADD WS-ENTRY-FAILED TO QW-HELD-QNTY.
	   MOVE WS-SAMPLE-SIZE   TO QW-SAMPLE.
	   MOVE WS-ENTRY-DEFECTS TO QW-DEFECTS.
	   MOVE WS-RUN-DATE      TO QW-INSP-DATE.
	   MOVE WS-OPERATOR-ID   TO QW-INSPECTOR.
	   PERFORM SET-QUARANTINE-STATUS.
	   ADD 1 TO CNT-INSPECTED.
	   IF ( WS-ENTRY-FAILED > 0 )
	       MOVE "INSPECTION RECORDED - FAILED QNTY HELD"
	           TO WS-RESULT-MSG
	   ELSE
	       MOVE "INSPECTION RECORDED - RELEASED TO STOCK"
	           TO WS-RESULT-MSG
	   END-IF.

	DISPOSE-SCRAP.
	   PERFORM EDIT-DISPOSAL.
	   IF ( WS-ENTRY-OK = "YES" )
	       MOVE 0 TO WS-RC-SLOT
	       PERFORM VARYING RC-IX FROM 1 BY 1
	               UNTIL RC-IX > RC-COUNT OR WS-RC-SLOT > 0
	           IF ( RCT-CODE(RC-IX) = WS-ENTRY-REASON )
	               MOVE RC-IX TO WS-RC-SLOT
	           END-IF
	       END-PERFORM
	       IF ( WS-RC-SLOT = 0 )
	           MOVE "SCRAP REASON CODE NOT ON FILE"
	               TO WS-RESULT-MSG
	       ELSE
	           PERFORM WRITE-DISPOSAL-RECEIPT
	           MOVE "S" TO NT-TTYPE
	           MOVE WS-ENTRY-REASON TO NT-REASON
	           PERFORM INSERT-TRANS
	           PERFORM REWRITE-TRANS-FILE
	           PERFORM CLEAR-HELD-QNTY
	           MOVE "FAILED QNTY SENT TO SCRAP" TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	DISPOSE-RETURN.
	   PERFORM EDIT-DISPOSAL.
	   IF ( WS-ENTRY-OK = "YES" )
	       MOVE 0 TO WS-VN-SLOT
	       PERFORM VARYING VN-IX FROM 1 BY 1
	               UNTIL VN-IX > VN-COUNT OR WS-VN-SLOT > 0
	           IF ( VNT-CODE(VN-IX) = WS-ENTRY-VENDOR )
	               MOVE VN-IX TO WS-VN-SLOT
	           END-IF
	       END-PERFORM
	       MOVE 0 TO WS-RM-SLOT
	       PERFORM VARYING RM-IX FROM 1 BY 1
	               UNTIL RM-IX > RM-COUNT OR WS-RM-SLOT > 0
	           IF ( RMT-RMA(RM-IX) = WS-ENTRY-RMA
	                AND RMT-VENDOR(RM-IX) = WS-ENTRY-VENDOR
	                AND RMT-CDE(RM-IX) = QW-CDE )
	               MOVE RM-IX TO WS-RM-SLOT
	           END-IF
	       END-PERFORM
	       IF ( WS-VN-SLOT = 0 )
	           MOVE "RETURN VENDOR NOT ON FILE" TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-RMA = SPACES OR WS-RM-SLOT > 0 )
	               MOVE "RMA MISSING OR ALREADY OPEN FOR CDE"
	                   TO WS-RESULT-MSG
	           ELSE
	               PERFORM POST-DISPOSAL-RETURN
	           END-IF
	       END-IF
	   END-IF.

	POST-DISPOSAL-RETURN.
	   PERFORM WRITE-DISPOSAL-RECEIPT.
	   MOVE "V" TO NT-TTYPE.
	   MOVE WS-ENTRY-REASON TO NT-REASON.
	   PERFORM INSERT-TRANS.
	   PERFORM REWRITE-TRANS-FILE.
	   PERFORM WRITE-OPEN-RETURN.
	   PERFORM CLEAR-HELD-QNTY.
	   MOVE "FAILED QNTY RETURNED - RMA PENDING" TO WS-RESULT-MSG.

	EDIT-DISPOSAL.
	   MOVE "YES" TO WS-ENTRY-OK.
	   IF ( WS-ENTRY-FAILED = 0 )
	       MOVE QW-HELD-QNTY TO WS-DISP-QNTY
	   ELSE
	       MOVE WS-ENTRY-FAILED TO WS-DISP-QNTY
	   END-IF.
	   IF ( QW-HELD-QNTY = 0 )
	       MOVE "NO" TO WS-ENTRY-OK
	       MOVE "NO FAILED QNTY HELD ON THIS RECEIPT"
	           TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-DISP-QNTY > QW-HELD-QNTY )
	           MOVE "NO" TO WS-ENTRY-OK
	           MOVE "QNTY EXCEEDS FAILED QNTY HELD"
	               TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	WRITE-DISPOSAL-RECEIPT.
	   MOVE QW-CDE       TO NT-CDE.
	   MOVE "R"          TO NT-TTYPE.
	   MOVE WS-DISP-QNTY TO NT-QNTY.
	   MOVE WS-RUN-DATE  TO NT-DATE.
	   MOVE QW-UNIT-COST TO NT-COST.
	   MOVE SPACES       TO NT-REASON.
	   MOVE SPACES       TO NT-UOM.
	   MOVE SPACES       TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   PERFORM INSERT-TRANS.
	   MOVE 0 TO NT-COST.

	CLEAR-HELD-QNTY.
	   SUBTRACT WS-DISP-QNTY FROM QW-HELD-QNTY.
	   PERFORM SET-QUARANTINE-STATUS.
	   ADD WS-DISP-QNTY TO CNT-DISPOSED.

	SET-QUARANTINE-STATUS.
	   IF ( QW-OPEN-QNTY > 0 )
	       MOVE "QUAR" TO QW-STATUS
	   ELSE
	       IF ( QW-HELD-QNTY > 0 )
	           MOVE "HELD" TO QW-STATUS
	       ELSE
	           MOVE "CLOSED" TO QW-STATUS
	       END-IF
	   END-IF.
	   MOVE WS-QR-WORK TO QRT-REC(WS-QR-SLOT).
	   PERFORM SAVE-QUARANTINE.

	INSERT-TRANS.
	   IF ( XT-COUNT >= 1999 )
	       DISPLAY "TRANS TABLE FULL - ENTRY STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
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

	WRITE-LOT-RECEIPT.
	   MOVE SPACES TO WS-LR-STATUS.
	   OPEN INPUT LOT-RECEIPT.
	   IF ( WS-LR-STATUS = "35" )
	       OPEN OUTPUT LOT-RECEIPT
	       CLOSE LOT-RECEIPT
	   ELSE
	       CLOSE LOT-RECEIPT
	   END-IF.
	   OPEN EXTEND LOT-RECEIPT.
	   MOVE QW-CDE TO LR-CDE.
	   MOVE WS-RUN-DATE TO LR-DATE.
	   MOVE WS-ENTRY-PASSED TO LR-QNTY.
	   MOVE QW-LOT TO LR-LOT.
	   MOVE QW-EXPIRY TO LR-EXPIRY.
	   MOVE QW-PO TO LR-PO.
	   WRITE LRREC.
	   CLOSE LOT-RECEIPT.

	WRITE-OPEN-RETURN.
	   MOVE SPACES TO WS-RTV-STATUS.
	   OPEN INPUT RTV-PEND.
	   IF ( WS-RTV-STATUS = "35" )
	       OPEN OUTPUT RTV-PEND
	       CLOSE RTV-PEND
	   ELSE
	       CLOSE RTV-PEND
	   END-IF.
	   OPEN EXTEND RTV-PEND.
	   MOVE SPACES TO RPREC.
	   MOVE WS-ENTRY-RMA    TO RP-RMA.
	   MOVE WS-ENTRY-VENDOR TO RP-VENDOR.
	   MOVE QW-PO           TO RP-PO.
	   MOVE QW-CDE          TO RP-CDE.
	   MOVE WS-DISP-QNTY    TO RP-QNTY.
	   MOVE QW-UNIT-COST    TO RP-UNIT-COST.
	   MOVE WS-RUN-DATE     TO RP-DATE.
	   MOVE WS-ENTRY-REASON TO RP-REASON.
	   MOVE "PEND"          TO RP-STATUS.
	   WRITE RPREC.
	   CLOSE RTV-PEND.
	   IF ( RM-COUNT < 2000 )
	       ADD 1 TO RM-COUNT
	       MOVE WS-ENTRY-RMA    TO RMT-RMA(RM-COUNT)
	       MOVE WS-ENTRY-VENDOR TO RMT-VENDOR(RM-COUNT)
	       MOVE QW-CDE          TO RMT-CDE(RM-COUNT)
	   END-IF.

	QUARANTINE-AGING.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-AGE-LIMIT TO HEAD-AGE-LIMIT.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   PERFORM VARYING QR-IX FROM 1 BY 1
	           UNTIL QR-IX > QR-COUNT
	       MOVE QRT-REC(QR-IX) TO WS-QR-WORK
	       IF ( QW-STATUS NOT= "CLOSED" )
	           PERFORM AGING-ONE-RECEIPT
	       END-IF
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "RECEIPTS OVER AGE LIMIT" TO CTL-LABEL.
	   MOVE CNT-AGED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "QNTY AWAITING INSPECTION" TO CTL-LABEL.
	   MOVE TOT-AGED-OPEN TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "FAILED QNTY AWAITING DISPOSAL" TO CTL-LABEL.
	   MOVE TOT-AGED-HELD TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "RECEIPTS OVER AGE LIMIT : " CNT-AGED.

	AGING-ONE-RECEIPT.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC QW-RECV-DATE WS-RUN-DATE
	                        WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DAYS TO WS-AGE-DAYS
	   ELSE
	       MOVE 0 TO WS-AGE-DAYS
	   END-IF.
	   IF ( WS-AGE-DAYS > WS-AGE-LIMIT )
	       MOVE SPACES TO S-DETAIL
	       MOVE QW-RECEIPT   TO DET-RECEIPT
	       MOVE QW-CDE       TO DET-CDE
	       MOVE QW-PO        TO DET-PO
	       MOVE QW-VENDOR    TO DET-VENDOR
	       MOVE QW-RECV-DATE TO DET-RECV-DATE
	       MOVE WS-AGE-DAYS  TO DET-DAYS
	       MOVE QW-OPEN-QNTY TO DET-OPEN
	       MOVE QW-HELD-QNTY TO DET-HELD
	       MOVE QW-SAMPLE    TO DET-SAMPLE
	       MOVE QW-STATUS    TO DET-STATUS
	       WRITE RREC FROM S-DETAIL
	       ADD 1 TO CNT-AGED
	       ADD QW-OPEN-QNTY TO TOT-AGED-OPEN
	       ADD QW-HELD-QNTY TO TOT-AGED-HELD
	   END-IF.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
