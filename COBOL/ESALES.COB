	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESALES.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT TRANS ASSIGN DYNAMIC WS-TRANS-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-TRANS-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT CUSTOMER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CUST-STATUS.
	   SELECT SALES-ORDER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SO-STATUS.
	   SELECT SO-CONTROL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SOC-STATUS.
	   SELECT BACKORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS BO-KEY
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	   SELECT BIN-FILE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BIN-STATUS.
	   SELECT CC-MASTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CC-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD MASTER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS MREC.
	01 MREC.
	   02 ITEM PIC X(10).
	   02 CDE  PIC X(10).
	   02 NUM  PIC 9(5).
	   02 QNTY PIC 9(5).
	   02 REORDER-POINT PIC 9(5).
	   02 UNIT-COST PIC 9(5)V99.
	   02 ITEM-STATUS PIC X(1).
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
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(80).
	FD CUSTOMER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "CUSTOMER.DAT"
	   DATA RECORD IS CUREC.
	01 CUREC.
	   02 CU-CODE      PIC X(6).
	   02 CU-NAME      PIC X(25).
	   02 CU-CONTACT   PIC X(25).
	   02 CU-STATUS    PIC X(1).
	FD SALES-ORDER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SALES-ORDER.DAT"
	   DATA RECORD IS SOREC.
	01 SOREC.
	   02 SO-ORDER      PIC 9(6).
	   02 SO-LINE       PIC 9(3).
	   02 SO-CUST       PIC X(6).
	   02 SO-CDE        PIC X(10).
	   02 SO-ORDER-DATE PIC 9(8).
	   02 SO-ORDER-QNTY PIC 9(5).
	   02 SO-ALLOC-QNTY PIC 9(5).
	   02 SO-SHIP-QNTY  PIC 9(5).
	   02 SO-BO-QNTY    PIC 9(5).
	   02 SO-STATUS     PIC X(6).
	FD SO-CONTROL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SO-NUMBER.DAT"
	   DATA RECORD IS SOC-REC.
	01 SOC-REC PIC 9(6).
	FD BACKORDER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BACKORDER.IDX"
	   DATA RECORD IS BOREC.
	01 BOREC.
	   02 BO-KEY.
	      05 BO-CDE    PIC X(10).
	      05 BO-DATE   PIC 9(8).
	      05 BO-SO-REF PIC X(9).
	   02 BO-QNTY   PIC 9(5).
	   02 BO-STATUS PIC X(6).
	   02 BO-COST-CENTER PIC X(6).
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
	FD BIN-FILE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BIN.DAT"
	   DATA RECORD IS BNREC.
	01 BNREC.
	   02 BN-CDE   PIC X(10).
	   02 BN-LOC   PIC X(8).
	   02 BN-QNTY  PIC 9(5).
	FD CC-MASTER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "COST-CENTER.DAT"
	   DATA RECORD IS CCREC.
	01 CCREC.
	   02 CC-CODE    PIC X(6).
	   02 CC-NAME    PIC X(25).
	   02 CC-EXPENSE PIC X(8).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 TRF PIC X(3) VALUE "YES".
	77 CUF PIC X(3) VALUE "YES".
	77 SOF PIC X(3) VALUE "YES".
	77 BOF PIC X(3) VALUE "YES".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-TRANS-FILE PIC X(40) VALUE "TRANS.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE SPACES.
	77 WS-RR-PROGRAM PIC X(8) VALUE "ESALES".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-MODE PIC X(8) VALUE "ENTRY".
	77 WS-TRANS-STATUS PIC X(2) VALUE "00".
	77 WS-CUST-STATUS PIC X(2) VALUE "00".
	77 WS-CC-STATUS PIC X(2) VALUE "00".
	77 CCF PIC X(3) VALUE "YES".
	77 WS-SO-STATUS PIC X(2) VALUE "00".
	77 WS-SOC-STATUS PIC X(2) VALUE "00".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-BIN-STATUS PIC X(2) VALUE "00".
	77 BNF PIC X(3) VALUE "YES".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-SOURCE-PGM PIC X(8) VALUE "ESALES".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-NEW-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-NEW-PASSWORD-2 PIC X(10) VALUE SPACES.
	77 WS-PWD-RESULT PIC X(1) VALUE SPACE.
	77 WS-ENTRY-DONE PIC X(3) VALUE "NO".
	77 WS-ORDER-DONE PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(50) VALUE SPACES.
	77 WS-ENTRY-CUST PIC X(6) VALUE SPACES.
	77 WS-ENTRY-CDE PIC X(10) VALUE SPACES.
	77 WS-ENTRY-QNTY PIC 9(5) VALUE 0.
	77 WS-ENTRY-ORDER PIC 9(6) VALUE 0.
	77 WS-ENTRY-CENTER PIC X(6) VALUE SPACES.
	77 WS-CUST-NAME PIC X(25) VALUE SPACES.
	77 WS-NEXT-ORDER PIC 9(6) VALUE 1.
	77 WS-ORDER-NO PIC 9(6) VALUE 0.
	77 WS-LINE-NO PIC 9(3) VALUE 0.
	77 WS-AVAILABLE PIC S9(7) VALUE 0.
	77 WS-ALLOCATED PIC 9(7) VALUE 0.
	77 WS-PENDING PIC 9(7) VALUE 0.
	77 WS-ALLOC-QNTY PIC 9(5) VALUE 0.
	77 WS-SHORT-QNTY PIC 9(5) VALUE 0.
	77 WS-OPEN-BO PIC 9(7) VALUE 0.
	77 WS-RELEASED PIC 9(5) VALUE 0.
	77 WS-OUTSTANDING PIC 9(5) VALUE 0.
	77 WS-ORDER-FOUND PIC X(3) VALUE "NO".
	77 WS-LINES-SHIPPED PIC 9(3) VALUE 0.
	77 WS-CUST-PRINTED PIC X(3) VALUE "NO".
	77 WS-TT-HASH PIC 9(8) VALUE 0.
	77 WS-INS-AT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-MC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-CU-SLOT PIC 9(3) USAGE COMP VALUE 0.
	77 CNT-LINES-ENTERED PIC 9(5) VALUE 0.
	77 CNT-LINES-BACKORD PIC 9(5) VALUE 0.
	77 CNT-ORDERS-PICKED PIC 9(5) VALUE 0.
	77 CNT-LINES-PICKED PIC 9(5) VALUE 0.
	77 CNT-TRANS-WRITTEN PIC 9(5) VALUE 0.
	77 CNT-BO-RELEASED PIC 9(5) VALUE 0.
	77 CNT-OPEN-LINES PIC 9(5) VALUE 0.
	77 TOT-ORDERED PIC 9(9) VALUE 0.
	77 TOT-ALLOCATED PIC 9(9) VALUE 0.
	77 TOT-SHIPPED PIC 9(9) VALUE 0.
	77 TOT-BACKORD PIC 9(9) VALUE 0.
	77 TOT-OUTSTANDING PIC 9(9) VALUE 0.
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	01 MC-TABLE.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE    PIC X(10).
	      05 MCT-ITEM   PIC X(10).
	      05 MCT-QNTY   PIC 9(5).
	      05 MCT-STATUS PIC X(1).
	77 CC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-CC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 CC-TABLE.
	   02 CC-ENT OCCURS 200.
	      05 CCT-CODE PIC X(6).
	77 CU-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CU-IX PIC 9(3) USAGE COMP VALUE 0.
	01 CU-TABLE.
	   02 CU-ENT OCCURS 500.
	      05 CUT-CODE    PIC X(6).
	      05 CUT-NAME    PIC X(25).
	      05 CUT-STATUS  PIC X(1).
	77 SO-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SO-IX PIC 9(4) USAGE COMP VALUE 0.
	77 SO-FIRST PIC 9(4) USAGE COMP VALUE 0.
	01 SO-TABLE.
	   02 SO-ENT OCCURS 1000.
	      05 SOT-ORDER      PIC 9(6).
	      05 SOT-LINE       PIC 9(3).
	      05 SOT-CUST       PIC X(6).
	      05 SOT-CDE        PIC X(10).
	      05 SOT-ORDER-DATE PIC 9(8).
	      05 SOT-ORDER-QNTY PIC 9(5).
	      05 SOT-ALLOC-QNTY PIC 9(5).
	      05 SOT-SHIP-QNTY  PIC 9(5).
	      05 SOT-BO-QNTY    PIC 9(5).
	      05 SOT-STATUS     PIC X(6).
	77 WS-BO-OPEN PIC X(3) VALUE "NO".
	77 BN-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BN-IX PIC 9(4) USAGE COMP VALUE 0.
	01 BN-TABLE.
	   02 BN-ENT OCCURS 3000.
	      05 BNT-CDE  PIC X(10).
	      05 BNT-LOC  PIC X(8).
	      05 BNT-QNTY PIC 9(5).
	77 PK-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 PK-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-PK-AT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-PICK-LEFT PIC 9(5) VALUE 0.
	01 PK-TABLE.
	   02 PK-ENT OCCURS 500.
	      05 PKT-KEY.
	         10 PKT-NOBIN PIC X(1).
	         10 PKT-LOC   PIC X(8).
	         10 PKT-LINE  PIC 9(3).
	      05 PKT-CDE  PIC X(10).
	      05 PKT-ITEM PIC X(10).
	      05 PKT-QNTY PIC 9(5).
	01 NEW-PICK-ENT.
	   02 NP-KEY.
	      05 NP-NOBIN PIC X(1).
	      05 NP-LOC   PIC X(8).
	      05 NP-LINE  PIC 9(3).
	   02 NP-CDE  PIC X(10).
	   02 NP-ITEM PIC X(10).
	   02 NP-QNTY PIC 9(5).
	01 WS-BIN-LOC.
	   02 WS-BIN-AISLE PIC X(3).
	   02 WS-BIN-BAY   PIC X(3).
	   02 WS-BIN-LEVEL PIC X(2).
	01 WS-BIN-SHOW.
	   02 BS-AISLE PIC X(3).
	   02 PIC X(1) VALUE "-".
	   02 BS-BAY   PIC X(3).
	   02 PIC X(1) VALUE "-".
	   02 BS-LEVEL PIC X(2).
	01 WS-SO-REF.
	   02 WS-REF-ORDER PIC 9(6).
	   02 WS-REF-LINE  PIC 9(3).
	77 XT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 XT-IX PIC 9(4) USAGE COMP VALUE 0.
	01 XT-TABLE.
	   02 XT-ENT OCCURS 2000.
	      05 XT-REC PIC X(68).
	01 XT-VIEW.
	   02 XV-CDE   PIC X(10).
	   02 XV-TTYPE PIC X(1).
	   02 XV-QNTY  PIC 9(5).
	   02 FILLER   PIC X(28).
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
	01 S-BLANK PIC X(80) VALUE SPACES.
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 HEAD-TITLE PIC X(30).
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(17) VALUE SPACES.
	01 S-PICK-HEAD.
	  02 PIC X(8)  VALUE "ORDER : ".
	  02 PKH-ORDER PIC 9(6).
	  02 PIC X(13) VALUE "   CUSTOMER ".
	  02 PKH-CUST PIC X(6).
	  02 PIC X(2)  VALUE SPACES.
	  02 PKH-NAME PIC X(25).
	  02 PIC X(7)  VALUE "  DATE ".
	  02 PKH-DATE PIC 9(8).
	  02 PIC X(5)  VALUE SPACES.
	01 S-PICK-HEAD2.
	  02 PIC X(4)  VALUE "LINE".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(10) VALUE "BIN".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "ITEM".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "TO PICK".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(6)  VALUE "PICKED".
	  02 PIC X(24) VALUE SPACES.
	01 S-PICK-DETAIL.
	  02 PKD-LINE PIC ZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-BIN  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-CDE  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-ITEM PIC X(10).
	  02 PKD-QNTY PIC ZZZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 PIC X(8) VALUE "________".
	  02 PIC X(22) VALUE SPACES.
	01 S-CUST-HEAD.
	  02 PIC X(11) VALUE "CUSTOMER : ".
	  02 CSH-CUST PIC X(6).
	  02 PIC X(2)  VALUE SPACES.
	  02 CSH-NAME PIC X(25).
	  02 PIC X(36) VALUE SPACES.
	01 S-OPEN-HEAD.
	  02 PIC X(6)  VALUE "ORDER".
	  02 PIC X(5)  VALUE "LINE".
	  02 PIC X(11) VALUE "CODE".
	  02 PIC X(8)  VALUE "  ORDER".
	  02 PIC X(8)  VALUE "  ALLOC".
	  02 PIC X(8)  VALUE "SHIPPED".
	  02 PIC X(8)  VALUE "BACKORD".
	  02 PIC X(8)  VALUE " OUTSTD".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(6)  VALUE "STATUS".
	  02 PIC X(10) VALUE SPACES.
	01 S-OPEN-DETAIL.
	  02 OPD-ORDER PIC 9(6).
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-LINE PIC ZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-CDE  PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-ORDERED PIC ZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-ALLOC PIC ZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-SHIPPED PIC ZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-BACKORD PIC ZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 OPD-OUTSTD PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 OPD-STATUS PIC X(6).
	  02 PIC X(10) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.

	SCREEN SECTION.
	01 SCREEN-BLANK-SO.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SOHEAD.
	   05 LINE 1  COL 10 VALUE "SALES ORDER ENTRY".
	   05 LINE 3  COL 10 VALUE "CUSTOMER (BLANK=END):".
	   05 LINE 3  COL 33 PIC X(6)
	      USING WS-ENTRY-CUST AUTO.
	   05 LINE 5  COL 10 VALUE "COST CENTER         :".
	   05 LINE 5  COL 33 PIC X(6)
	      USING WS-ENTRY-CENTER AUTO.

	01 SCREEN-RECORD-SOLINE.
	   05 LINE 1  COL 10 VALUE "SALES ORDER ENTRY".
	   05 LINE 3  COL 10 VALUE "ORDER            :".
	   05 LINE 3  COL 30 PIC 9(6) FROM WS-ORDER-NO.
	   05 LINE 4  COL 10 VALUE "CUSTOMER         :".
	   05 LINE 4  COL 30 PIC X(6) FROM WS-ENTRY-CUST.
	   05 LINE 4  COL 38 PIC X(25) FROM WS-CUST-NAME.
	   05 LINE 6  COL 10 VALUE "LINE             :".
	   05 LINE 6  COL 30 PIC ZZ9 FROM WS-LINE-NO.
	   05 LINE 8  COL 10 VALUE "CDE (BLANK=END)  :".
	   05 LINE 8  COL 30 PIC X(10)
	      USING WS-ENTRY-CDE AUTO.
	   05 LINE 10 COL 10 VALUE "QNTY             :".
	   05 LINE 10 COL 30 PIC 9(5)
	      USING WS-ENTRY-QNTY AUTO.

	01 SCREEN-RECORD-SHIPSCRN.
	   05 LINE 1  COL 10 VALUE "SALES ORDER SHIP CONFIRMATION".
	   05 LINE 3  COL 10 VALUE "ORDER (0=END)    :".
	   05 LINE 3  COL 30 PIC 9(6)
	      USING WS-ENTRY-ORDER AUTO.
	   05 LINE 5  COL 10 VALUE "COST CENTER      :".
	   05 LINE 5  COL 30 PIC X(6)
	      USING WS-ENTRY-CENTER AUTO.

	01 SCREEN-RECORD-SORESULT.
	   05 LINE 18 COL 10 PIC X(50) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-SALES-ORDERS.
	   PERFORM LOAD-CUSTOMERS.
	   PERFORM LOAD-COST-CENTERS.
	   EVALUATE WS-MODE
	       WHEN "PICK"
	           PERFORM PICK-LISTS
	       WHEN "SHIP"
	           PERFORM SIGN-ON
	           PERFORM SHIP-CONFIRMATION
	       WHEN "REPORT"
	           PERFORM OPEN-ORDER-REPORT
	       WHEN OTHER
	           PERFORM SIGN-ON
	           PERFORM ORDER-ENTRY
	   END-EVALUATE.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-REPORT-FILE = SPACES )
	       IF ( WS-MODE = "PICK" )
	           MOVE "PICKLIST.DAT" TO WS-REPORT-FILE
	       ELSE
	           MOVE "SALES-OPEN.DAT" TO WS-REPORT-FILE
	       END-IF
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
	   MOVE "ESALES  " TO AL-PROGRAM.
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

	LOAD-MASTER-CODES.
	   MOVE 0 TO MC-COUNT.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM LOAD-ONE-CODE UNTIL MF = "NO".
	   CLOSE MASTER.

	LOAD-ONE-CODE.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( MC-COUNT >= 2000 )
	                   DISPLAY "MASTER FILE EXCEEDS CODE TABLE"
	                   DISPLAY "RUN STOPPED - NO ORDERS CHANGED"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO MC-COUNT
	               MOVE CDE  OF MREC TO MCT-CDE(MC-COUNT)
	               MOVE ITEM OF MREC TO MCT-ITEM(MC-COUNT)
	               MOVE QNTY OF MREC TO MCT-QNTY(MC-COUNT)
	               MOVE ITEM-STATUS OF MREC
	                   TO MCT-STATUS(MC-COUNT)
	           END-IF
	   END-READ.

	FIND-MASTER-CODE.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT OR WS-MC-SLOT > 0
	       IF ( MCT-CDE(MC-IX) = WS-ENTRY-CDE )
	           MOVE MC-IX TO WS-MC-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-CUSTOMERS.
	   MOVE 0 TO CU-COUNT.
	   MOVE SPACES TO WS-CUST-STATUS.
	   OPEN INPUT CUSTOMER.
	   IF ( WS-CUST-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO CUF
	       PERFORM LOAD-ONE-CUSTOMER UNTIL CUF = "NO"
	       CLOSE CUSTOMER
	   END-IF.

	LOAD-ONE-CUSTOMER.
	   READ CUSTOMER AT END MOVE "NO" TO CUF
	       NOT AT END
	           IF ( CU-COUNT < 500 )
	               ADD 1 TO CU-COUNT
	               MOVE CU-CODE   TO CUT-CODE(CU-COUNT)
	               MOVE CU-NAME   TO CUT-NAME(CU-COUNT)
	               MOVE CU-STATUS TO CUT-STATUS(CU-COUNT)
	           ELSE
	               DISPLAY "CUSTOMER FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO ORDERS CHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	LOAD-COST-CENTERS.
	   MOVE 0 TO CC-COUNT.
	   MOVE SPACES TO WS-CC-STATUS.
	   OPEN INPUT CC-MASTER.
	   IF ( WS-CC-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO CCF
	       PERFORM LOAD-ONE-COST-CENTER UNTIL CCF = "NO"
	       CLOSE CC-MASTER
	   END-IF.

	LOAD-ONE-COST-CENTER.
	   READ CC-MASTER AT END MOVE "NO" TO CCF
	       NOT AT END
	           IF ( CC-COUNT < 200 )
	               ADD 1 TO CC-COUNT
	               MOVE CC-CODE TO CCT-CODE(CC-COUNT)
	           END-IF
	   END-READ.

	FIND-COST-CENTER.
	   MOVE 0 TO WS-CC-SLOT.
	   PERFORM VARYING CC-IX FROM 1 BY 1
	           UNTIL CC-IX > CC-COUNT OR WS-CC-SLOT > 0
	       IF ( CCT-CODE(CC-IX) = WS-ENTRY-CENTER )
	           MOVE CC-IX TO WS-CC-SLOT
	       END-IF
	   END-PERFORM.

	FIND-CUSTOMER.
	   MOVE 0 TO WS-CU-SLOT.
	   PERFORM VARYING CU-IX FROM 1 BY 1
	           UNTIL CU-IX > CU-COUNT OR WS-CU-SLOT > 0
	       IF ( CUT-CODE(CU-IX) = WS-ENTRY-CUST )
	           MOVE CU-IX TO WS-CU-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-SALES-ORDERS.
	   MOVE 0 TO SO-COUNT.
	   MOVE SPACES TO WS-SO-STATUS.
	   OPEN INPUT SALES-ORDER.
	   IF ( WS-SO-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO SOF
	       PERFORM LOAD-ONE-SALES-LINE UNTIL SOF = "NO"
	       CLOSE SALES-ORDER
	   END-IF.

	LOAD-ONE-SALES-LINE.
	   READ SALES-ORDER AT END MOVE "NO" TO SOF
	       NOT AT END
	           IF ( SO-COUNT < 1000 )
	               ADD 1 TO SO-COUNT
	               MOVE SO-ORDER      TO SOT-ORDER(SO-COUNT)
	               MOVE SO-LINE       TO SOT-LINE(SO-COUNT)
	               MOVE SO-CUST       TO SOT-CUST(SO-COUNT)
	               MOVE SO-CDE        TO SOT-CDE(SO-COUNT)
	               MOVE SO-ORDER-DATE TO SOT-ORDER-DATE(SO-COUNT)
	               MOVE SO-ORDER-QNTY TO SOT-ORDER-QNTY(SO-COUNT)
	               MOVE SO-ALLOC-QNTY TO SOT-ALLOC-QNTY(SO-COUNT)
	               MOVE SO-SHIP-QNTY  TO SOT-SHIP-QNTY(SO-COUNT)
	               MOVE SO-BO-QNTY    TO SOT-BO-QNTY(SO-COUNT)
	               MOVE SO-STATUS     TO SOT-STATUS(SO-COUNT)
	           ELSE
	               DISPLAY "SALES-ORDER FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO ORDERS LOST"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SAVE-SALES-ORDERS.
	   OPEN OUTPUT SALES-ORDER.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       MOVE SOT-ORDER(SO-IX)      TO SO-ORDER
	       MOVE SOT-LINE(SO-IX)       TO SO-LINE
	       MOVE SOT-CUST(SO-IX)       TO SO-CUST
	       MOVE SOT-CDE(SO-IX)        TO SO-CDE
	       MOVE SOT-ORDER-DATE(SO-IX) TO SO-ORDER-DATE
	       MOVE SOT-ORDER-QNTY(SO-IX) TO SO-ORDER-QNTY
	       MOVE SOT-ALLOC-QNTY(SO-IX) TO SO-ALLOC-QNTY
	       MOVE SOT-SHIP-QNTY(SO-IX)  TO SO-SHIP-QNTY
	       MOVE SOT-BO-QNTY(SO-IX)    TO SO-BO-QNTY
	       MOVE SOT-STATUS(SO-IX)     TO SO-STATUS
	       WRITE SOREC
	   END-PERFORM.
	   CLOSE SALES-ORDER.

	READ-SO-CONTROL.
	   MOVE SPACES TO WS-SOC-STATUS.
	   OPEN INPUT SO-CONTROL.
	   IF ( WS-SOC-STATUS = "35" )
	       MOVE 1 TO WS-NEXT-ORDER
	   ELSE
	       READ SO-CONTROL
	           AT END MOVE 1 TO WS-NEXT-ORDER
	           NOT AT END MOVE SOC-REC TO WS-NEXT-ORDER
	       END-READ
	       CLOSE SO-CONTROL
	   END-IF.

	WRITE-SO-CONTROL.
	   OPEN OUTPUT SO-CONTROL.
	   MOVE WS-NEXT-ORDER TO SOC-REC.
	   WRITE SOC-REC.
	   CLOSE SO-CONTROL.

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
	   END-IF.

	INSERT-ENTRY.
	   IF ( XT-COUNT >= 1999 )
	       DISPLAY "TRANS TABLE FULL - SHIPMENT STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE 0 TO WS-INS-AT.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT OR WS-INS-AT > 0
	       MOVE XT-REC(XT-IX) TO XT-VIEW
	       IF ( XV-CDE > NT-CDE )
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

	WRITE-BACKORDER.
	   MOVE SPACES TO WS-BO-STATUS.
	   OPEN I-O BACKORDER.
	   IF ( WS-BO-STATUS = "35" )
	       OPEN OUTPUT BACKORDER
	       CLOSE BACKORDER
	       OPEN I-O BACKORDER
	   END-IF.
	   MOVE SPACES TO BOREC.
	   MOVE WS-ENTRY-CDE TO BO-CDE.
	   MOVE WS-SHORT-QNTY TO BO-QNTY.
	   MOVE WS-RUN-DATE TO BO-DATE.
	   MOVE "OPEN" TO BO-STATUS.
	   MOVE WS-ORDER-NO TO WS-REF-ORDER.
	   MOVE WS-LINE-NO TO WS-REF-LINE.
	   MOVE WS-SO-REF TO BO-SO-REF.
	   MOVE WS-ENTRY-CENTER TO BO-COST-CENTER.
	   WRITE BOREC
	       INVALID KEY PERFORM MERGE-BACKORDER
	   END-WRITE.
	   CLOSE BACKORDER.

	MERGE-BACKORDER.
	   READ BACKORDER KEY IS BO-KEY
	       INVALID KEY
	           CONTINUE
	       NOT INVALID KEY
	           ADD WS-SHORT-QNTY TO BO-QNTY
	           MOVE "OPEN" TO BO-STATUS
	           REWRITE BOREC
	   END-READ.

	RECONCILE-BACKORDERS.
	   MOVE SPACES TO WS-BO-STATUS.
	   OPEN INPUT BACKORDER.
	   IF ( WS-BO-STATUS = "00" )
	       MOVE "YES" TO WS-BO-OPEN
	   ELSE
	       MOVE "NO" TO WS-BO-OPEN
	   END-IF.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-BO-QNTY(SO-IX) > 0
	            AND SOT-STATUS(SO-IX) NOT= "CLOSED" )
	           PERFORM RECONCILE-ONE-LINE
	       END-IF
	   END-PERFORM.
	   IF ( WS-BO-OPEN = "YES" )
	       CLOSE BACKORDER
	   END-IF.

	RECONCILE-ONE-LINE.
	   MOVE SOT-ORDER(SO-IX) TO WS-REF-ORDER.
	   MOVE SOT-LINE(SO-IX) TO WS-REF-LINE.
	   MOVE 0 TO WS-OPEN-BO.
	   MOVE "NO" TO BOF.
	   IF ( WS-BO-OPEN = "YES" )
	       MOVE SOT-CDE(SO-IX) TO BO-CDE
	       MOVE 0 TO BO-DATE
	       MOVE LOW-VALUES TO BO-SO-REF
	       START BACKORDER KEY IS NOT LESS THAN BO-KEY
	           INVALID KEY MOVE "NO" TO BOF
	           NOT INVALID KEY MOVE "YES" TO BOF
	       END-START
	   END-IF.
	   PERFORM SUM-ONE-BACKORDER UNTIL BOF = "NO".
	   IF ( WS-OPEN-BO < SOT-BO-QNTY(SO-IX) )
	       COMPUTE WS-RELEASED = SOT-BO-QNTY(SO-IX) - WS-OPEN-BO
	       ADD WS-RELEASED TO SOT-SHIP-QNTY(SO-IX)
	       MOVE WS-OPEN-BO TO SOT-BO-QNTY(SO-IX)
	       ADD 1 TO CNT-BO-RELEASED
	       PERFORM SET-LINE-STATUS
	   END-IF.

	SUM-ONE-BACKORDER.
	   READ BACKORDER NEXT RECORD
	       AT END MOVE "NO" TO BOF
	       NOT AT END
	           IF ( BO-CDE NOT= SOT-CDE(SO-IX) )
	               MOVE "NO" TO BOF
	           ELSE
	               IF ( BO-SO-REF = WS-SO-REF
	                    AND BO-STATUS = "OPEN" )
	                   ADD BO-QNTY TO WS-OPEN-BO
	               END-IF
	           END-IF
	   END-READ.

	SET-LINE-STATUS.
	   IF ( SOT-SHIP-QNTY(SO-IX) >= SOT-ORDER-QNTY(SO-IX) )
	       MOVE "CLOSED" TO SOT-STATUS(SO-IX)
	   END-IF.

	ORDER-ENTRY.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-TRANS-FILE.
	   PERFORM READ-SO-CONTROL.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM ENTER-ONE-ORDER UNTIL WS-ENTRY-DONE = "YES".
	   DISPLAY "ORDER LINES ENTERED  : " CNT-LINES-ENTERED.
	   DISPLAY "LINES BACKORDERED    : " CNT-LINES-BACKORD.

	ENTER-ONE-ORDER.
	   MOVE SPACES TO WS-ENTRY-CUST.
	   MOVE SPACES TO WS-ENTRY-CENTER.
	   DISPLAY SCREEN-BLANK-SO.
	   DISPLAY SCREEN-RECORD-SOHEAD.
	   ACCEPT SCREEN-RECORD-SOHEAD.
	   IF ( WS-ENTRY-CUST = SPACES )
	       MOVE "YES" TO WS-ENTRY-DONE
	   ELSE
	       PERFORM FIND-CUSTOMER
	       IF ( WS-CU-SLOT = 0 )
	           MOVE "CUSTOMER NOT ON FILE" TO WS-RESULT-MSG
	           DISPLAY SCREEN-RECORD-SORESULT
	       ELSE
	           IF ( CUT-STATUS(WS-CU-SLOT) = "H" )
	               MOVE "CUSTOMER IS ON HOLD" TO WS-RESULT-MSG
	               DISPLAY SCREEN-RECORD-SORESULT
	           ELSE
	               PERFORM FIND-COST-CENTER
	               IF ( WS-ENTRY-CENTER NOT= SPACES
	                    AND WS-CC-SLOT = 0 )
	                   MOVE "COST CENTER NOT ON FILE"
	                       TO WS-RESULT-MSG
	                   DISPLAY SCREEN-RECORD-SORESULT
	               ELSE
	                   PERFORM ENTER-ORDER-LINES
	               END-IF
	           END-IF
	       END-IF
	   END-IF.

	ENTER-ORDER-LINES.
	   MOVE CUT-NAME(WS-CU-SLOT) TO WS-CUST-NAME.
	   MOVE WS-NEXT-ORDER TO WS-ORDER-NO.
	   MOVE 0 TO WS-LINE-NO.
	   MOVE "NO" TO WS-ORDER-DONE.
	   PERFORM ENTER-ONE-LINE UNTIL WS-ORDER-DONE = "YES".
	   IF ( WS-LINE-NO > 0 )
	       ADD 1 TO WS-NEXT-ORDER
	       PERFORM WRITE-SO-CONTROL
	   END-IF.

	ENTER-ONE-LINE.
	   MOVE SPACES TO WS-ENTRY-CDE.
	   MOVE 0 TO WS-ENTRY-QNTY.
	   COMPUTE WS-LINE-NO = WS-LINE-NO + 1.
	   DISPLAY SCREEN-BLANK-SO.
	   DISPLAY SCREEN-RECORD-SOLINE.
	   ACCEPT SCREEN-RECORD-SOLINE.
	   SUBTRACT 1 FROM WS-LINE-NO.
	   IF ( WS-ENTRY-CDE = SPACES )
	       MOVE "YES" TO WS-ORDER-DONE
	   ELSE
	       PERFORM EDIT-ORDER-LINE
	   END-IF.

	EDIT-ORDER-LINE.
	   PERFORM FIND-MASTER-CODE.
	   IF ( WS-MC-SLOT = 0 )
	       MOVE "CDE NOT ON MASTER FILE" TO WS-RESULT-MSG
	   ELSE
	       IF ( MCT-STATUS(WS-MC-SLOT) = "O" )
	           MOVE "ITEM STATUS IS OBSOLETE" TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-QNTY = 0 )
	               MOVE "QNTY MUST BE GREATER THAN ZERO"
	                   TO WS-RESULT-MSG
	           ELSE
	               IF ( SO-COUNT >= 1000 )
	                   DISPLAY "SALES ORDER TABLE FULL - STOPPED"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               PERFORM ALLOCATE-ORDER-LINE
	           END-IF
	       END-IF
	   END-IF.
	   DISPLAY SCREEN-RECORD-SORESULT.

	ALLOCATE-ORDER-LINE.
	   PERFORM COMPUTE-AVAILABLE.
	   IF ( WS-AVAILABLE < 0 )
	       MOVE 0 TO WS-AVAILABLE
	   END-IF.
	   IF ( WS-ENTRY-QNTY > WS-AVAILABLE )
	       MOVE WS-AVAILABLE TO WS-ALLOC-QNTY
	   ELSE
	       MOVE WS-ENTRY-QNTY TO WS-ALLOC-QNTY
	   END-IF.
	   COMPUTE WS-SHORT-QNTY = WS-ENTRY-QNTY - WS-ALLOC-QNTY.
	   ADD 1 TO WS-LINE-NO.
	   ADD 1 TO SO-COUNT.
	   MOVE WS-ORDER-NO    TO SOT-ORDER(SO-COUNT).
	   MOVE WS-LINE-NO     TO SOT-LINE(SO-COUNT).
	   MOVE WS-ENTRY-CUST  TO SOT-CUST(SO-COUNT).
	   MOVE WS-ENTRY-CDE   TO SOT-CDE(SO-COUNT).
	   MOVE WS-RUN-DATE    TO SOT-ORDER-DATE(SO-COUNT).
	   MOVE WS-ENTRY-QNTY  TO SOT-ORDER-QNTY(SO-COUNT).
	   MOVE WS-ALLOC-QNTY  TO SOT-ALLOC-QNTY(SO-COUNT).
	   MOVE 0              TO SOT-SHIP-QNTY(SO-COUNT).
	   MOVE WS-SHORT-QNTY  TO SOT-BO-QNTY(SO-COUNT).
	   MOVE "OPEN"         TO SOT-STATUS(SO-COUNT).
	   IF ( WS-SHORT-QNTY > 0 )
	       PERFORM WRITE-BACKORDER
	       ADD 1 TO CNT-LINES-BACKORD
	   END-IF.
	   PERFORM SAVE-SALES-ORDERS.
	   ADD 1 TO CNT-LINES-ENTERED.
	   MOVE SPACES TO WS-RESULT-MSG.
	   STRING "ALLOCATED " DELIMITED BY SIZE
	          WS-ALLOC-QNTY DELIMITED BY SIZE
	          "  BACKORDERED " DELIMITED BY SIZE
	          WS-SHORT-QNTY DELIMITED BY SIZE
	          INTO WS-RESULT-MSG.

	COMPUTE-AVAILABLE.
	   MOVE 0 TO WS-ALLOCATED.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-CDE(SO-IX) = WS-ENTRY-CDE
	            AND SOT-STATUS(SO-IX) NOT= "CLOSED" )
	           ADD SOT-ALLOC-QNTY(SO-IX) TO WS-ALLOCATED
	       END-IF
	   END-PERFORM.
	   MOVE 0 TO WS-PENDING.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT
	       MOVE XT-REC(XT-IX) TO XT-VIEW
	       IF ( XV-CDE = WS-ENTRY-CDE AND XV-TTYPE = "I" )
	           ADD XV-QNTY TO WS-PENDING
	       END-IF
	   END-PERFORM.
	   COMPUTE WS-AVAILABLE = MCT-QNTY(WS-MC-SLOT)
	                        - WS-ALLOCATED - WS-PENDING.

	PICK-LISTS.
	   PERFORM RECONCILE-BACKORDERS.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-BINS.
	   MOVE 0 TO PK-COUNT.
	   OPEN OUTPUT REPORT-F.
	   MOVE "SALES ORDER PICK LISTS" TO HEAD-TITLE.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   MOVE 0 TO WS-ORDER-NO.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-ALLOC-QNTY(SO-IX) > 0
	            AND SOT-STATUS(SO-IX) = "OPEN" )
	           PERFORM PICK-ONE-LINE
	       END-IF
	   END-PERFORM.
	   PERFORM PRINT-ORDER-PICKS.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "ORDERS PICKED" TO CTL-LABEL.
	   MOVE CNT-ORDERS-PICKED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LINES PICKED" TO CTL-LABEL.
	   MOVE CNT-LINES-PICKED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   PERFORM SAVE-SALES-ORDERS.
	   DISPLAY "ORDERS PICKED : " CNT-ORDERS-PICKED.
	   DISPLAY "PICK LISTS WRITTEN TO " WS-REPORT-FILE.

	PICK-ONE-LINE.
	   IF ( SOT-ORDER(SO-IX) NOT= WS-ORDER-NO )
	       PERFORM PRINT-ORDER-PICKS
	       MOVE SOT-ORDER(SO-IX) TO WS-ORDER-NO
	       MOVE SOT-CUST(SO-IX) TO WS-ENTRY-CUST
	       PERFORM FIND-CUSTOMER
	       WRITE RREC FROM S-LINE
	       MOVE WS-ORDER-NO TO PKH-ORDER
	       MOVE SOT-CUST(SO-IX) TO PKH-CUST
	       IF ( WS-CU-SLOT > 0 )
	           MOVE CUT-NAME(WS-CU-SLOT) TO PKH-NAME
	       ELSE
	           MOVE "*** CUSTOMER NOT ON FILE" TO PKH-NAME
	       END-IF
	       MOVE SOT-ORDER-DATE(SO-IX) TO PKH-DATE
	       WRITE RREC FROM S-PICK-HEAD
	       WRITE RREC FROM S-BLANK
	       WRITE RREC FROM S-PICK-HEAD2
	       ADD 1 TO CNT-ORDERS-PICKED
	   END-IF.
	   MOVE SOT-CDE(SO-IX) TO WS-ENTRY-CDE.
	   PERFORM FIND-MASTER-CODE.
	   MOVE SPACES TO NEW-PICK-ENT.
	   MOVE SOT-LINE(SO-IX) TO NP-LINE.
	   MOVE SOT-CDE(SO-IX) TO NP-CDE.
	   IF ( WS-MC-SLOT > 0 )
	       MOVE MCT-ITEM(WS-MC-SLOT) TO NP-ITEM
	   END-IF.
	   MOVE SOT-ALLOC-QNTY(SO-IX) TO WS-PICK-LEFT.
	   MOVE "0" TO NP-NOBIN.
	   PERFORM VARYING BN-IX FROM 1 BY 1
	           UNTIL BN-IX > BN-COUNT OR WS-PICK-LEFT = 0
	       IF ( BNT-CDE(BN-IX) = SOT-CDE(SO-IX)
	            AND BNT-QNTY(BN-IX) > 0 )
	           PERFORM PICK-FROM-BIN
	       END-IF
	   END-PERFORM.
	   IF ( WS-PICK-LEFT > 0 )
	       MOVE "1" TO NP-NOBIN
	       MOVE SPACES TO NP-LOC
	       MOVE WS-PICK-LEFT TO NP-QNTY
	       PERFORM INSERT-PICK-ENTRY
	   END-IF.
	   MOVE "PICKED" TO SOT-STATUS(SO-IX).
	   ADD 1 TO CNT-LINES-PICKED.

	PICK-FROM-BIN.
	   MOVE BNT-LOC(BN-IX) TO NP-LOC.
	   IF ( BNT-QNTY(BN-IX) < WS-PICK-LEFT )
	       MOVE BNT-QNTY(BN-IX) TO NP-QNTY
	   ELSE
	       MOVE WS-PICK-LEFT TO NP-QNTY
	   END-IF.
	   SUBTRACT NP-QNTY FROM BNT-QNTY(BN-IX).
	   SUBTRACT NP-QNTY FROM WS-PICK-LEFT.
	   PERFORM INSERT-PICK-ENTRY.

	INSERT-PICK-ENTRY.
	   IF ( PK-COUNT >= 500 )
	       DISPLAY "PICK LIST ORDER EXCEEDS TABLE: " WS-ORDER-NO
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE 0 TO WS-PK-AT.
	   PERFORM VARYING PK-IX FROM 1 BY 1
	           UNTIL PK-IX > PK-COUNT OR WS-PK-AT > 0
	       IF ( PKT-KEY(PK-IX) > NP-KEY )
	           MOVE PK-IX TO WS-PK-AT
	       END-IF
	   END-PERFORM.
	   IF ( WS-PK-AT = 0 )
	       COMPUTE WS-PK-AT = PK-COUNT + 1
	   END-IF.
	   PERFORM VARYING PK-IX FROM PK-COUNT BY -1
	           UNTIL PK-IX < WS-PK-AT
	       MOVE PK-ENT(PK-IX) TO PK-ENT(PK-IX + 1)
	   END-PERFORM.
	   MOVE NEW-PICK-ENT TO PK-ENT(WS-PK-AT).
	   ADD 1 TO PK-COUNT.

	PRINT-ORDER-PICKS.
	   PERFORM VARYING PK-IX FROM 1 BY 1
	           UNTIL PK-IX > PK-COUNT
	       MOVE PKT-LINE(PK-IX) TO PKD-LINE
	       IF ( PKT-NOBIN(PK-IX) = "1" )
	           MOVE "NO BIN" TO PKD-BIN
	       ELSE
	           MOVE PKT-LOC(PK-IX) TO WS-BIN-LOC
	           MOVE WS-BIN-AISLE TO BS-AISLE
	           MOVE WS-BIN-BAY TO BS-BAY
	           MOVE WS-BIN-LEVEL TO BS-LEVEL
	           MOVE WS-BIN-SHOW TO PKD-BIN
	       END-IF
	       MOVE PKT-CDE(PK-IX) TO PKD-CDE
	       MOVE PKT-ITEM(PK-IX) TO PKD-ITEM
	       MOVE PKT-QNTY(PK-IX) TO PKD-QNTY
	       WRITE RREC FROM S-PICK-DETAIL
	   END-PERFORM.
	   MOVE 0 TO PK-COUNT.

	LOAD-BINS.
	   MOVE 0 TO BN-COUNT.
	   MOVE SPACES TO WS-BIN-STATUS.
	   OPEN INPUT BIN-FILE.
	   IF ( WS-BIN-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO BNF
	       PERFORM LOAD-ONE-BIN UNTIL BNF = "NO"
	       CLOSE BIN-FILE
	   END-IF.

	LOAD-ONE-BIN.
	   READ BIN-FILE AT END MOVE "NO" TO BNF
	       NOT AT END
	           IF ( BN-COUNT >= 3000 )
	               DISPLAY "BIN FILE EXCEEDS TABLE - RUN STOPPED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO BN-COUNT
	           MOVE BN-CDE  TO BNT-CDE(BN-COUNT)
	           MOVE BN-LOC  TO BNT-LOC(BN-COUNT)
	           MOVE BN-QNTY TO BNT-QNTY(BN-COUNT)
	   END-READ.

	SHIP-CONFIRMATION.
	   PERFORM RECONCILE-BACKORDERS.
	   PERFORM LOAD-TRANS-FILE.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM SHIP-ONE-ORDER UNTIL WS-ENTRY-DONE = "YES".
	   PERFORM SAVE-SALES-ORDERS.
	   DISPLAY "ISSUE TRANSACTIONS WRITTEN : " CNT-TRANS-WRITTEN.
	   DISPLAY "BACKORDER RELEASES NOTED   : " CNT-BO-RELEASED.

	SHIP-ONE-ORDER.
	   MOVE 0 TO WS-ENTRY-ORDER.
	   MOVE SPACES TO WS-ENTRY-CENTER.
	   DISPLAY SCREEN-BLANK-SO.
	   DISPLAY SCREEN-RECORD-SHIPSCRN.
	   ACCEPT SCREEN-RECORD-SHIPSCRN.
	   PERFORM FIND-COST-CENTER.
	   IF ( WS-ENTRY-ORDER = 0 )
	       MOVE "YES" TO WS-ENTRY-DONE
	   ELSE
	       IF ( WS-ENTRY-CENTER NOT= SPACES AND WS-CC-SLOT = 0 )
	           MOVE "COST CENTER NOT ON FILE" TO WS-RESULT-MSG
	       ELSE
	           PERFORM SHIP-ORDER-LINES
	       END-IF
	       DISPLAY SCREEN-RECORD-SORESULT
	   END-IF.

	SHIP-ORDER-LINES.
	   MOVE "NO" TO WS-ORDER-FOUND.
	   MOVE 0 TO WS-LINES-SHIPPED.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-ORDER(SO-IX) = WS-ENTRY-ORDER )
	           MOVE "YES" TO WS-ORDER-FOUND
	           IF ( SOT-ALLOC-QNTY(SO-IX) > 0
	                AND SOT-STATUS(SO-IX) NOT= "CLOSED" )
	               PERFORM SHIP-ONE-LINE
	           END-IF
	       END-IF
	   END-PERFORM.
	   IF ( WS-ORDER-FOUND = "NO" )
	       MOVE "ORDER NOT ON FILE" TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-LINES-SHIPPED = 0 )
	           MOVE "NOTHING ALLOCATED TO SHIP ON THIS ORDER"
	               TO WS-RESULT-MSG
	       ELSE
	           PERFORM REWRITE-TRANS-FILE
	           PERFORM SAVE-SALES-ORDERS
	           MOVE SPACES TO WS-RESULT-MSG
	           STRING "SHIPPED - ISSUE LINES WRITTEN: "
	                      DELIMITED BY SIZE
	                  WS-LINES-SHIPPED DELIMITED BY SIZE
	                  INTO WS-RESULT-MSG
	       END-IF
	   END-IF.

	SHIP-ONE-LINE.
	   MOVE SOT-CDE(SO-IX) TO NT-CDE.
	   MOVE "I" TO NT-TTYPE.
	   MOVE SOT-ALLOC-QNTY(SO-IX) TO NT-QNTY.
	   MOVE WS-RUN-DATE TO NT-DATE.
	   MOVE 0 TO NT-COST.
	   MOVE SPACES TO NT-REASON.
	   MOVE SPACES TO NT-UOM.
	   MOVE WS-ENTRY-CENTER TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   PERFORM INSERT-ENTRY.
	   ADD SOT-ALLOC-QNTY(SO-IX) TO SOT-SHIP-QNTY(SO-IX).
	   MOVE 0 TO SOT-ALLOC-QNTY(SO-IX).
	   MOVE "OPEN" TO SOT-STATUS(SO-IX).
	   PERFORM SET-LINE-STATUS.
	   ADD 1 TO WS-LINES-SHIPPED.
	   ADD 1 TO CNT-TRANS-WRITTEN.

	OPEN-ORDER-REPORT.
	   PERFORM RECONCILE-BACKORDERS.
	   PERFORM SAVE-SALES-ORDERS.
	   OPEN OUTPUT REPORT-F.
	   MOVE "OPEN SALES ORDERS BY CUSTOMER" TO HEAD-TITLE.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   PERFORM VARYING CU-IX FROM 1 BY 1
	           UNTIL CU-IX > CU-COUNT
	       MOVE "NO" TO WS-CUST-PRINTED
	       MOVE CUT-CODE(CU-IX) TO WS-ENTRY-CUST
	       MOVE CUT-NAME(CU-IX) TO WS-CUST-NAME
	       PERFORM REPORT-CUSTOMER-LINES
	   END-PERFORM.
	   MOVE "NO" TO WS-CUST-PRINTED.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-STATUS(SO-IX) NOT= "CLOSED" )
	           MOVE SOT-CUST(SO-IX) TO WS-ENTRY-CUST
	           PERFORM FIND-CUSTOMER
	           IF ( WS-CU-SLOT = 0 )
	               MOVE "*** CUSTOMER NOT ON FILE" TO WS-CUST-NAME
	               PERFORM REPORT-OPEN-LINE
	           END-IF
	       END-IF
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "OPEN ORDER LINES" TO CTL-LABEL.
	   MOVE CNT-OPEN-LINES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "TOTAL QUANTITY ORDERED" TO CTL-LABEL.
	   MOVE TOT-ORDERED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "TOTAL QUANTITY ALLOCATED" TO CTL-LABEL.
	   MOVE TOT-ALLOCATED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "TOTAL QUANTITY SHIPPED" TO CTL-LABEL.
	   MOVE TOT-SHIPPED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "TOTAL QUANTITY BACKORDERED" TO CTL-LABEL.
	   MOVE TOT-BACKORD TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "TOTAL QUANTITY OUTSTANDING" TO CTL-LABEL.
	   MOVE TOT-OUTSTANDING TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   MOVE "SALES" TO WS-RR-CATEGORY.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "OPEN ORDER LINES : " CNT-OPEN-LINES.
	   DISPLAY "REPORT WRITTEN TO " WS-REPORT-FILE.

	REPORT-CUSTOMER-LINES.
	   PERFORM VARYING SO-IX FROM 1 BY 1
	           UNTIL SO-IX > SO-COUNT
	       IF ( SOT-CUST(SO-IX) = WS-ENTRY-CUST
	            AND SOT-STATUS(SO-IX) NOT= "CLOSED" )
	           PERFORM REPORT-OPEN-LINE
	       END-IF
	   END-PERFORM.

	REPORT-OPEN-LINE.
	   IF ( WS-CUST-PRINTED = "NO" )
	       MOVE "YES" TO WS-CUST-PRINTED
	       WRITE RREC FROM S-BLANK
	       MOVE WS-ENTRY-CUST TO CSH-CUST
	       MOVE WS-CUST-NAME TO CSH-NAME
	       WRITE RREC FROM S-CUST-HEAD
	       WRITE RREC FROM S-OPEN-HEAD
	   END-IF.
	   COMPUTE WS-OUTSTANDING = SOT-ORDER-QNTY(SO-IX)
	                          - SOT-SHIP-QNTY(SO-IX).
	   MOVE SOT-ORDER(SO-IX) TO OPD-ORDER.
	   MOVE SOT-LINE(SO-IX) TO OPD-LINE.
	   MOVE SOT-CDE(SO-IX) TO OPD-CDE.
	   MOVE SOT-ORDER-QNTY(SO-IX) TO OPD-ORDERED.
	   MOVE SOT-ALLOC-QNTY(SO-IX) TO OPD-ALLOC.
	   MOVE SOT-SHIP-QNTY(SO-IX) TO OPD-SHIPPED.
	   MOVE SOT-BO-QNTY(SO-IX) TO OPD-BACKORD.
	   MOVE WS-OUTSTANDING TO OPD-OUTSTD.
	   MOVE SOT-STATUS(SO-IX) TO OPD-STATUS.
	   WRITE RREC FROM S-OPEN-DETAIL.
	   ADD 1 TO CNT-OPEN-LINES.
	   ADD SOT-ORDER-QNTY(SO-IX) TO TOT-ORDERED.
	   ADD SOT-ALLOC-QNTY(SO-IX) TO TOT-ALLOCATED.
	   ADD SOT-SHIP-QNTY(SO-IX) TO TOT-SHIPPED.
	   ADD SOT-BO-QNTY(SO-IX) TO TOT-BACKORD.
	   ADD WS-OUTSTANDING TO TOT-OUTSTANDING.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
