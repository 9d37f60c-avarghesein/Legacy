	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-HOLDO-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT MSTJRNL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BCAT-STATUS.
	   SELECT BACKORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS BO-KEY
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT PERIOD-CAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PCAL-STATUS.
	   SELECT BOM-FILE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BOM-STATUS.
	   SELECT KIT-WORK ASSIGN DYNAMIC WS-KIT-WORK-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-KWORK-STATUS.
	   SELECT SUPERSEDE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SS-STATUS.
	   SELECT SUPER-WORK ASSIGN DYNAMIC WS-SUPER-WORK-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SWORK-STATUS.
	   SELECT SUPER-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SG-STATUS.
	   SELECT LOT-FILE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LOT-STATUS.
	   SELECT SHELF-LIFE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SL-STATUS.
	   SELECT LOT-RECEIPT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LR-STATUS.
	   SELECT RTV-PEND ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT RTV-OPEN ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT APPROVAL-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-APP-STATUS.
	   SELECT PENDING-APPROVAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PA-STATUS.
        DATA DIVISION.
	FILE SECTION.
	FD MASTER
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
	FD NEWMASTER
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
	FD TRANS-WORK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS TWORK-REC.
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
	   02 BC-GENFILE PIC X(40).
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
	FD PERIOD-CAL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "PERIOD-CAL.DAT"
	   02 PC-END    PIC 9(8).
	   02 FILLER    PIC X(01) VALUE SPACE.
	   02 PC-STATUS PIC X(6).
	FD BOM-FILE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BOM.DAT"
	   DATA RECORD IS BMREC.
	01 BMREC.
	   02 BM-PARENT  PIC X(10).
	   02 BM-COMP    PIC X(10).
	   02 BM-QTY-PER PIC 9(5).
	FD KIT-WORK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS KWORK-REC.
	01 KWORK-REC PIC X(68).
	FD SUPERSEDE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SUPERSEDE.DAT"
	   DATA RECORD IS SSREC.
	01 SSREC.
	   02 SS-OLD-CDE  PIC X(10).
	   02 SS-NEW-CDE  PIC X(10).
	   02 SS-EFF-DATE PIC 9(8).
	   02 SS-FACTOR   PIC 9(3)V9(4).
	   02 SS-USE-UP   PIC X(1).
	FD SUPER-WORK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS SWORK-REC.
	01 SWORK-REC PIC X(68).
	FD SUPER-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SUPERSEDE-LOG.DAT"
	   DATA RECORD IS SGREC.
	01 SGREC.
	   02 SG-OLD-CDE  PIC X(10).
	   02 SG-NEW-CDE  PIC X(10).
	   02 SG-DATE     PIC 9(8).
	   02 SG-OLD-QNTY PIC 9(5).
	   02 SG-NEW-QNTY PIC 9(5).
	   02 SG-TYPE     PIC X(1).
	   02 SG-RUN-DATE PIC 9(8).
	FD LOT-FILE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "LOT.DAT"
	   DATA RECORD IS LOTREC.
	01 LOTREC.
	   02 LT-CDE       PIC X(10).
	   02 LT-LOT       PIC X(10).
	   02 LT-RECV-DATE PIC 9(8).
	   02 LT-EXPIRY    PIC 9(8).
	   02 LT-QNTY      PIC 9(5).
	FD SHELF-LIFE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SHELF-LIFE.DAT"
	   DATA RECORD IS SLREC.
	01 SLREC.
	   02 SL-CDE  PIC X(10).
	   02 SL-DAYS PIC 9(4).
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
	FD MSTJRNL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "MSTJRNL.DAT"
	   02 JR-AFTER    PIC X(43).
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
	FD ROLLUP-FEED
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ROLLUP-FEED.DAT"
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-TRANS-FILE  PIC X(40) VALUE "TRANS.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "EUPDATE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EUPDATE".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-REPORT-STEM PIC X(40) VALUE SPACES.
	77 WS-TRANS-REJECT-FILE PIC X(40) VALUE "TRANS-REJECT.DAT".
	77 WS-NEWMASTER-FILE    PIC X(40) VALUE "MASTER-NEW.DAT".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-OO-LOADED PIC X(3) VALUE "NO".
	77 WS-OO-READ-SW PIC X(3) VALUE "YES".
	77 WS-OO-MATCHED PIC X(3) VALUE "NO".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-BO-READ-SW PIC X(3) VALUE "YES".
	77 WS-BO-OPEN PIC X(3) VALUE "NO".
	77 WS-BO-SHORT PIC 9(5) VALUE 0.
	77 WS-BO-RELEASE PIC 9(5) VALUE 0.
	77 CNT-BACKORDERED PIC 9(7) VALUE 0.
	77 WS-PERIOD-CLOSED PIC X(3) VALUE "NO".
	77 WS-OVERRIDE-SW PIC X(3) VALUE "NO".
	77 CNT-CLOSED-OVERRIDE PIC 9(7) VALUE 0.
	77 WS-BOM-STATUS PIC X(2) VALUE "00".
	77 WS-BOM-READ-SW PIC X(3) VALUE "YES".
	77 WS-KWORK-STATUS PIC X(2) VALUE "00".
	77 WS-KIT-WORK-FILE PIC X(40) VALUE "TRANS-KITWORK.DAT".
	77 WS-KIT-READ-SW PIC X(3) VALUE "YES".
	77 WS-KIT-RM-CMD PIC X(132) VALUE SPACES.
	77 WS-KIT-REASON PIC X(25) VALUE SPACES.
	77 WS-KIT-CDE PIC X(10) VALUE SPACES.
	77 WS-KIT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-KIT-PARENT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-KIT-COMPS PIC 9(4) USAGE COMP VALUE 0.
	77 WS-KIT-NEED PIC 9(9) VALUE 0.
	77 WS-KIT-COST PIC 9(7)V99 VALUE 0.
	77 WS-KIT-OVR-SAVE PIC 9(7) VALUE 0.
	77 WS-KIT-THASH PIC 9(8) VALUE 0.
	77 CNT-KIT-TRANS PIC 9(7) VALUE 0.
	77 CNT-KITS-BUILT PIC 9(7) VALUE 0.
	77 CNT-KITS-BROKEN PIC 9(7) VALUE 0.
	77 BM-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BM-IX PIC 9(4) USAGE COMP VALUE 0.
	01 BM-TABLE.
	   02 BM-ENT OCCURS 1000.
	      05 BMT-PARENT  PIC X(10).
	      05 BMT-COMP    PIC X(10).
	      05 BMT-QTY-PER PIC 9(5).
	77 KM-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 KM-IX PIC 9(4) USAGE COMP VALUE 0.
	01 KM-TABLE.
	   02 KM-ENT OCCURS 1000.
	      05 KMT-CDE    PIC X(10).
	      05 KMT-QNTY   PIC 9(5).
	      05 KMT-COST   PIC 9(5)V99.
	      05 KMT-STATUS PIC X(1).
	      05 KMT-COMMIT PIC 9(7).
	77 XT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 XT-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-INS-AT PIC 9(4) USAGE COMP VALUE 0.
	01 XT-TABLE.
	   02 XT-ENT OCCURS 2000.
	      05 XT-REC PIC X(68).
	      05 XT-CDE REDEFINES XT-REC PIC X(10).
	77 KR-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 KR-IX PIC 9(3) USAGE COMP VALUE 0.
	01 KR-TABLE.
	   02 KR-ENT OCCURS 200.
	      05 KRT-REC    PIC X(68).
	      05 KRT-REASON PIC X(25).
	77 WS-SS-STATUS PIC X(2) VALUE "00".
	77 WS-SS-READ-SW PIC X(3) VALUE "YES".
	77 WS-SWORK-STATUS PIC X(2) VALUE "00".
	77 WS-SUPER-WORK-FILE PIC X(40) VALUE "TRANS-SUPWORK.DAT".
	77 WS-SG-STATUS PIC X(2) VALUE "00".
	77 WS-SG-OPEN PIC X(3) VALUE "NO".
	77 WS-SS-CDE PIC X(10) VALUE SPACES.
	77 WS-SS-DATE PIC 9(8) VALUE 0.
	77 WS-SS-QNTY PIC 9(5) VALUE 0.
	77 WS-SS-REST PIC 9(5) VALUE 0.
	77 WS-SS-KEEP PIC 9(5) VALUE 0.
	77 WS-SS-CALC PIC 9(9) VALUE 0.
	77 WS-SS-MODE PIC X(1) VALUE "I".
	77 WS-SS-DONE PIC X(3) VALUE "NO".
	77 WS-SS-DEPTH PIC 9(2) VALUE 0.
	77 WS-SS-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-SM-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-SS-THASH PIC 9(8) VALUE 0.
	77 WS-BO-SAVE-KEY PIC X(27) VALUE SPACES.
	77 CNT-SUPER-TRANS PIC 9(7) VALUE 0.
	77 CNT-SUPER-ISSUES PIC 9(7) VALUE 0.
	77 CNT-SUPER-BO PIC 9(7) VALUE 0.
	77 SS-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SS-IX PIC 9(4) USAGE COMP VALUE 0.
	77 SR-IX PIC 9(4) USAGE COMP VALUE 0.
	01 SS-TABLE.
	   02 SS-ENT OCCURS 500.
	      05 SST-OLD    PIC X(10).
	      05 SST-NEW    PIC X(10).
	      05 SST-EFF    PIC 9(8).
	      05 SST-FACTOR PIC 9(3)V9(4).
	      05 SST-USE-UP PIC X(1).
	77 SM-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SM-IX PIC 9(4) USAGE COMP VALUE 0.
	01 SM-TABLE.
	   02 SM-ENT OCCURS 500.
	      05 SMT-CDE   PIC X(10).
	      05 SMT-AVAIL PIC 9(7).
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
	77 WS-LOT-STATUS PIC X(2) VALUE "00".
	77 WS-LOT-READ-SW PIC X(3) VALUE "YES".
	77 WS-SL-STATUS PIC X(2) VALUE "00".
	77 WS-SL-READ-SW PIC X(3) VALUE "YES".
	77 WS-LR-STATUS PIC X(2) VALUE "00".
	77 WS-LR-READ-SW PIC X(3) VALUE "YES".
	77 WS-LOT-CDE PIC X(10) VALUE SPACES.
	77 WS-LOT-NUMBER PIC X(10) VALUE SPACES.
	77 WS-LOT-DATE PIC 9(8) VALUE 0.
	77 WS-LOT-EXPIRY PIC 9(8) VALUE 0.
	77 WS-LOT-ASOF PIC 9(8) VALUE 0.
	77 WS-LOT-ADD PIC 9(7) VALUE 0.
	77 WS-LOT-NEED PIC 9(7) VALUE 0.
	77 WS-LOT-TOTAL PIC 9(7) VALUE 0.
	77 WS-LOT-GOOD PIC 9(7) VALUE 0.
	77 WS-LOT-MODE PIC X(1) VALUE "G".
	77 WS-LOT-PASS PIC X(1) VALUE "G".
	77 WS-LOT-EXPIRED PIC X(3) VALUE "NO".
	77 WS-LOT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-LOT-LAST PIC 9(4) USAGE COMP VALUE 0.
	77 CNT-LOTS-CREATED PIC 9(7) VALUE 0.
	77 CNT-LOT-RESYNC PIC 9(7) VALUE 0.
	77 CNT-LOT-OVERFLOW PIC 9(7) VALUE 0.
	77 CNT-EXPIRED-REJECTED PIC 9(7) VALUE 0.
	77 CNT-RETURNS-POSTED PIC 9(7) VALUE 0.
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
	01 WS-LOT-GEN.
	   02 LG-DATE PIC 9(8).
	   02 LG-SEQ  PIC 9(2).
	77 LT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 LT-IX PIC 9(4) USAGE COMP VALUE 0.
	01 LT-TABLE.
	   02 LT-ENT OCCURS 5000.
	      05 LTT-CDE    PIC X(10).
	      05 LTT-LOT    PIC X(10).
	      05 LTT-RECV   PIC 9(8).
	      05 LTT-EXPIRY PIC 9(8).
	      05 LTT-QNTY   PIC 9(5).
	77 SL-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 SL-IX PIC 9(3) USAGE COMP VALUE 0.
	01 SL-TABLE.
	   02 SL-ENT OCCURS 500.
	      05 SLT-CDE  PIC X(10).
	      05 SLT-DAYS PIC 9(4).
	77 LR-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 LR-IX PIC 9(3) USAGE COMP VALUE 0.
	01 LR-TABLE.
	   02 LR-ENT OCCURS 500.
	      05 LRT-CDE    PIC X(10).
	      05 LRT-DATE   PIC 9(8).
	      05 LRT-QNTY   PIC 9(5).
	      05 LRT-LOT    PIC X(10).
	      05 LRT-EXPIRY PIC 9(8).
	      05 LRT-PO     PIC 9(5).
	      05 LRT-USED   PIC X(1).
	77 WS-RTV-STATUS PIC X(2) VALUE "00".
	77 WS-RTV-READ-SW PIC X(3) VALUE "YES".
	77 RP-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RP-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-RP-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 CNT-RTV-OPENED PIC 9(7) VALUE 0.
	77 CNT-RTV-UNMATCHED PIC 9(7) VALUE 0.
	01 RP-TABLE.
	   02 RP-ENT OCCURS 2000.
	      05 RPT-REC  PIC X(60).
	      05 RPT-USED PIC X(1).
	01 PC-TABLE.
	   02 PC-ENT OCCURS 24.
	      05 PCT-START  PIC 9(8).
	  02 PIC X(42) VALUE
	     "***  SIMULATION - MASTER NOT UPDATED  ***".
	  02 PIC X(23) VALUE SPACES.
        01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	   END-IF.
	   PERFORM VALIDATE-SEQUENCE.
	   PERFORM MERGE-HOLD-FILE.
	   PERFORM EXPLODE-KITS.
	   PERFORM SUPERSEDE-ISSUES.
	   PERFORM OPENING.
	   PERFORM WRITE-KIT-REJECTS.
	   PERFORM READ-MATRA UNTIL ( MF = "NO" OR TF = "NO" ).
	   IF ( MF = "NO" AND TF = "YES" ) PERFORM REMAIN-T
	   ELSE  
	   STRING WS-REPORT-STEM  DELIMITED BY SPACE
	          "-HOLDO.DAT"    DELIMITED BY SIZE
	          INTO WS-HOLDO-FILE.
	   MOVE SPACES TO WS-KIT-WORK-FILE.
	   STRING WS-REPORT-STEM  DELIMITED BY SPACE
	          "-KITWORK.DAT"  DELIMITED BY SIZE
	          INTO WS-KIT-WORK-FILE.
	   MOVE SPACES TO WS-SUPER-WORK-FILE.
	   STRING WS-REPORT-STEM  DELIMITED BY SPACE
	          "-SUPWORK.DAT"  DELIMITED BY SIZE
	          INTO WS-SUPER-WORK-FILE.

	MERGE-HOLD-FILE.
	   IF ( CKPT-SW = "YES" )
	       DISPLAY "TRANS CONTROL TRAILER ABSENT - ACCEPTED"
	   END-IF.

	EXPLODE-KITS.
	   IF ( CKPT-SW = "YES" )
	       PERFORM RESUME-KIT-WORK
	   ELSE
	       PERFORM LOAD-BOM
	       PERFORM COUNT-KIT-TRANS
	       IF ( CNT-KIT-TRANS = 0 )
	           PERFORM REMOVE-KIT-WORK
	       ELSE
	           PERFORM LOAD-REASON-CODES
	           PERFORM LOAD-PERIOD-CAL
	           PERFORM LOAD-KIT-MASTER
	           PERFORM LOAD-KIT-COMMITMENTS
	           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	           PERFORM LOAD-LOTS
	           PERFORM BUILD-KIT-WORK
	           MOVE WS-KIT-WORK-FILE TO WS-TRANS-FILE
	       END-IF
	   END-IF.

	RESUME-KIT-WORK.
	   MOVE SPACES TO WS-KWORK-STATUS.
	   OPEN INPUT KIT-WORK.
	   IF ( WS-KWORK-STATUS = "00" )
	       CLOSE KIT-WORK
	       MOVE WS-KIT-WORK-FILE TO WS-TRANS-FILE
	   END-IF.

	REMOVE-KIT-WORK.
	   MOVE SPACES TO WS-KIT-RM-CMD.
	   STRING "rm -f "          DELIMITED BY SIZE
	          WS-KIT-WORK-FILE  DELIMITED BY SPACE
	          INTO WS-KIT-RM-CMD.
	   CALL "SYSTEM" USING WS-KIT-RM-CMD.

	LOAD-BOM.
	   MOVE 0 TO BM-COUNT.
	   MOVE SPACES TO WS-BOM-STATUS.
	   OPEN INPUT BOM-FILE.
	   IF ( WS-BOM-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-BOM-READ-SW
	       PERFORM LOAD-ONE-BOM
	           UNTIL WS-BOM-READ-SW = "NO"
	       CLOSE BOM-FILE
	   END-IF.

	LOAD-ONE-BOM.
	   READ BOM-FILE AT END MOVE "NO" TO WS-BOM-READ-SW
	       NOT AT END
	           IF ( BM-COUNT < 1000 )
	               ADD 1 TO BM-COUNT
	               MOVE BM-PARENT  TO BMT-PARENT(BM-COUNT)
	               MOVE BM-COMP    TO BMT-COMP(BM-COUNT)
	               MOVE BM-QTY-PER TO BMT-QTY-PER(BM-COUNT)
	           ELSE
	               DISPLAY "BOM FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO COMPONENTS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	COUNT-KIT-TRANS.
	   MOVE 0 TO CNT-KIT-TRANS.
	   OPEN INPUT TRANS.
	   MOVE "YES" TO WS-KIT-READ-SW.
	   PERFORM UNTIL ( WS-KIT-READ-SW = "NO" )
	       READ TRANS AT END MOVE "NO" TO WS-KIT-READ-SW
	           NOT AT END
	               IF ( CDE OF TREC NOT= WS-TRAILER-KEY
	                    AND ( TTYPE OF TREC = "K"
	                          OR TTYPE OF TREC = "D" ) )
	                   ADD 1 TO CNT-KIT-TRANS
	               END-IF
	       END-READ
	   END-PERFORM.
	   CLOSE TRANS.

	LOAD-KIT-MASTER.
	   MOVE 0 TO KM-COUNT.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO WS-KIT-READ-SW.
	   PERFORM LOAD-ONE-KIT-MASTER
	       UNTIL WS-KIT-READ-SW = "NO".
	   CLOSE MASTER.

	LOAD-ONE-KIT-MASTER.
	   READ MASTER AT END MOVE "NO" TO WS-KIT-READ-SW
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO WS-KIT-READ-SW
	           ELSE
	               MOVE 0 TO WS-KIT-SLOT
	               PERFORM VARYING BM-IX FROM 1 BY 1
	                       UNTIL BM-IX > BM-COUNT
	                          OR WS-KIT-SLOT > 0
	                   IF ( BMT-PARENT(BM-IX) = CDE OF MREC
	                        OR BMT-COMP(BM-IX) = CDE OF MREC )
	                       MOVE BM-IX TO WS-KIT-SLOT
	                   END-IF
	               END-PERFORM
	               IF ( WS-KIT-SLOT > 0 )
	                   PERFORM ADD-KIT-MASTER
	               END-IF
	           END-IF
	   END-READ.

	ADD-KIT-MASTER.
	   IF ( KM-COUNT >= 1000 )
	       DISPLAY "BOM ITEMS EXCEED KIT TABLE"
	       DISPLAY "RUN STOPPED - MASTER NOT UPDATED"
	       PERFORM RELEASE-MASTER-LOCK
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO KM-COUNT.
	   MOVE CDE OF MREC TO KMT-CDE(KM-COUNT).
	   MOVE QNTY OF MREC TO KMT-QNTY(KM-COUNT).
	   MOVE UNIT-COST OF MREC TO KMT-COST(KM-COUNT).
	   MOVE ITEM-STATUS OF MREC TO KMT-STATUS(KM-COUNT).
	   MOVE 0 TO KMT-COMMIT(KM-COUNT).

	FIND-KIT-MASTER.
	   MOVE 0 TO WS-KIT-SLOT.
	   PERFORM VARYING KM-IX FROM 1 BY 1
	           UNTIL KM-IX > KM-COUNT OR WS-KIT-SLOT > 0
	       IF ( KMT-CDE(KM-IX) = WS-KIT-CDE )
	           MOVE KM-IX TO WS-KIT-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-KIT-COMMITMENTS.
	   OPEN INPUT TRANS.
	   MOVE "YES" TO WS-KIT-READ-SW.
	   PERFORM LOAD-ONE-COMMITMENT
	       UNTIL WS-KIT-READ-SW = "NO".
	   CLOSE TRANS.

	LOAD-ONE-COMMITMENT.
	   READ TRANS AT END MOVE "NO" TO WS-KIT-READ-SW
	       NOT AT END
	           IF ( CDE OF TREC NOT= WS-TRAILER-KEY )
	               MOVE CDE OF TREC TO WS-KIT-CDE
	               PERFORM FIND-KIT-MASTER
	               IF ( WS-KIT-SLOT > 0 )
	                   PERFORM ADD-ONE-COMMITMENT
	               END-IF
	           END-IF
	   END-READ.

	ADD-ONE-COMMITMENT.
	   IF ( TTYPE OF TREC = "I" OR TTYPE OF TREC = "S"
	        OR TTYPE OF TREC = "V" )
	       ADD QNTY OF TREC TO KMT-COMMIT(WS-KIT-SLOT)
	   ELSE
	       IF ( TTYPE OF TREC = "A" )
	           PERFORM FIND-REASON-CODE
	           IF ( WS-REASON-IX > 0 )
	               IF ( RCT-SIGN(WS-REASON-IX) = "-" )
	                   ADD QNTY OF TREC
	                       TO KMT-COMMIT(WS-KIT-SLOT)
	               END-IF
	           END-IF
	       END-IF
	   END-IF.

	BUILD-KIT-WORK.
	   MOVE 0 TO XT-COUNT, KR-COUNT.
	   OPEN INPUT TRANS.
	   MOVE "YES" TO WS-KIT-READ-SW.
	   PERFORM BUILD-ONE-KIT-ENTRY
	       UNTIL WS-KIT-READ-SW = "NO".
	   CLOSE TRANS.
	   MOVE 0 TO WS-KIT-THASH.
	   OPEN OUTPUT KIT-WORK.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT
	       MOVE XT-REC(XT-IX) TO NEW-TREC
	       WRITE KWORK-REC FROM NEW-TREC
	       ADD NT-QNTY TO WS-KIT-THASH
	   END-PERFORM.
	   MOVE WS-TRAILER-KEY TO TT-CDE.
	   MOVE "T" TO TT-TYPE.
	   MOVE XT-COUNT TO TT-COUNT.
	   MOVE WS-KIT-THASH TO TT-HASH.
	   WRITE KWORK-REC FROM TTLR-REC.
	   CLOSE KIT-WORK.

	BUILD-ONE-KIT-ENTRY.
	   READ TRANS AT END MOVE "NO" TO WS-KIT-READ-SW
	       NOT AT END
	           IF ( CDE OF TREC NOT= WS-TRAILER-KEY )
	               IF ( TTYPE OF TREC = "K"
	                    OR TTYPE OF TREC = "D" )
	                   PERFORM EXPLODE-ONE-KIT
	               ELSE
	                   MOVE TREC TO NEW-TREC
	                   PERFORM INSERT-KIT-ENTRY
	               END-IF
	           END-IF
	   END-READ.

	EXPLODE-ONE-KIT.
	   PERFORM CHECK-TRANS-DATE.
	   IF ( WS-DV-FLAG NOT= "V"
	        OR TRANS-DATE OF TREC > WS-CUTOFF-DATE )
	       MOVE TREC TO NEW-TREC
	       PERFORM INSERT-KIT-ENTRY
	   ELSE
	       MOVE CNT-CLOSED-OVERRIDE TO WS-KIT-OVR-SAVE
	       PERFORM CHECK-PERIOD-CLOSED
	       MOVE WS-KIT-OVR-SAVE TO CNT-CLOSED-OVERRIDE
	       IF ( WS-PERIOD-CLOSED = "YES" )
	           MOVE TREC TO NEW-TREC
	           PERFORM INSERT-KIT-ENTRY
	       ELSE
	           PERFORM EDIT-KIT-TRANS
	           IF ( WS-KIT-REASON = SPACES )
	               PERFORM POST-KIT-LEGS
	           ELSE
	               PERFORM HOLD-KIT-REJECT
	           END-IF
	       END-IF
	   END-IF.

	EDIT-KIT-TRANS.
	   MOVE SPACES TO WS-KIT-REASON.
	   MOVE 0 TO WS-KIT-COMPS, WS-KIT-COST.
	   PERFORM VARYING BM-IX FROM 1 BY 1
	           UNTIL BM-IX > BM-COUNT
	       IF ( BMT-PARENT(BM-IX) = CDE OF TREC )
	           ADD 1 TO WS-KIT-COMPS
	       END-IF
	   END-PERFORM.
	   MOVE CDE OF TREC TO WS-KIT-CDE.
	   PERFORM FIND-KIT-MASTER.
	   MOVE WS-KIT-SLOT TO WS-KIT-PARENT-SLOT.
	   IF ( QNTY OF TREC = 0 OR QNTY OF TREC > WS-QNTY-CEILING )
	       MOVE "ZERO OR OVER-CEILING QNTY" TO WS-KIT-REASON
	   ELSE
	       IF ( UOM-CODE OF TREC NOT= SPACES )
	           MOVE "KIT NOT IN STOCK UNITS" TO WS-KIT-REASON
	       ELSE
	           IF ( WS-KIT-COMPS = 0 )
	               MOVE "NO BILL OF MATERIALS" TO WS-KIT-REASON
	           ELSE
	               IF ( TTYPE OF TREC = "D" )
	                   PERFORM EDIT-KIT-PARENT
	               END-IF
	           END-IF
	       END-IF
	   END-IF.
	   PERFORM VARYING BM-IX FROM 1 BY 1
	           UNTIL BM-IX > BM-COUNT OR WS-KIT-REASON NOT= SPACES
	       IF ( BMT-PARENT(BM-IX) = CDE OF TREC )
	           PERFORM EDIT-KIT-COMPONENT
	       END-IF
	   END-PERFORM.
	   IF ( WS-KIT-REASON = SPACES AND TTYPE OF TREC = "K"
	        AND WS-KIT-COST > 99999.99 )
	       MOVE "ROLLED COST OVER LIMIT" TO WS-KIT-REASON
	   END-IF.

	EDIT-KIT-PARENT.
	   IF ( WS-KIT-PARENT-SLOT = 0 )
	       MOVE "NO MATCHING MASTER RECORD" TO WS-KIT-REASON
	   ELSE
	       IF ( KMT-STATUS(WS-KIT-PARENT-SLOT) = "O" )
	           MOVE "ITEM STATUS IS OBSOLETE" TO WS-KIT-REASON
	       ELSE
	           IF ( KMT-QNTY(WS-KIT-PARENT-SLOT) <
	                KMT-COMMIT(WS-KIT-PARENT-SLOT) + QNTY OF TREC )
	               MOVE "KIT QTY EXCEEDS ON-HAND" TO WS-KIT-REASON
	           END-IF
	       END-IF
	   END-IF.

	EDIT-KIT-COMPONENT.
	   MOVE BMT-COMP(BM-IX) TO WS-KIT-CDE.
	   PERFORM FIND-KIT-MASTER.
	   COMPUTE WS-KIT-NEED = QNTY OF TREC * BMT-QTY-PER(BM-IX).
	   IF ( WS-KIT-SLOT = 0 )
	       MOVE "COMPONENT NOT ON MASTER" TO WS-KIT-REASON
	   ELSE
	       IF ( WS-KIT-NEED = 0 OR WS-KIT-NEED > WS-QNTY-CEILING )
	           MOVE "COMPONENT QNTY OVER LIMIT" TO WS-KIT-REASON
	       ELSE
	           IF ( TTYPE OF TREC = "K" )
	               PERFORM EDIT-KIT-ISSUE
	           END-IF
	       END-IF
	   END-IF.

	EDIT-KIT-ISSUE.
	   IF ( KMT-STATUS(WS-KIT-SLOT) = "O" )
	       MOVE "COMPONENT IS OBSOLETE" TO WS-KIT-REASON
	   ELSE
	       IF ( KMT-QNTY(WS-KIT-SLOT) <
	            KMT-COMMIT(WS-KIT-SLOT) + WS-KIT-NEED )
	           MOVE "COMPONENT WOULD GO SHORT" TO WS-KIT-REASON
	       ELSE
	           PERFORM EDIT-KIT-LOTS
	       END-IF
	   END-IF.

	EDIT-KIT-LOTS.
	   MOVE WS-KIT-CDE TO WS-LOT-CDE.
	   PERFORM SET-LOT-ASOF.
	   PERFORM SUM-LOTS.
	   IF ( WS-LOT-GOOD < WS-LOT-TOTAL
	        AND WS-LOT-GOOD <
	            KMT-COMMIT(WS-KIT-SLOT) + WS-KIT-NEED )
	       MOVE "COMPONENT LOTS EXPIRED" TO WS-KIT-REASON
	   ELSE
	       COMPUTE WS-KIT-COST = WS-KIT-COST
	           + BMT-QTY-PER(BM-IX) * KMT-COST(WS-KIT-SLOT)
	   END-IF.

	POST-KIT-LEGS.
	   MOVE TRANS-DATE OF TREC TO NT-DATE.
	   MOVE SPACES TO NT-UOM.
	   MOVE COST-CENTER OF TREC TO NT-CENTER.
	   MOVE TRANS-SOURCE OF TREC TO NT-SOURCE.
	   MOVE TRANS-OPER OF TREC TO NT-OPER.
	   MOVE TRANS-BATCH OF TREC TO NT-BATCH.
	   IF ( TTYPE OF TREC = "K" )
	       MOVE "ASM" TO NT-REASON
	       MOVE "I" TO NT-TTYPE
	       MOVE 0 TO NT-COST
	   ELSE
	       MOVE "DIS" TO NT-REASON
	       MOVE "R" TO NT-TTYPE
	   END-IF.
	   PERFORM VARYING BM-IX FROM 1 BY 1
	           UNTIL BM-IX > BM-COUNT
	       IF ( BMT-PARENT(BM-IX) = CDE OF TREC )
	           PERFORM POST-KIT-COMPONENT
	       END-IF
	   END-PERFORM.
	   MOVE CDE OF TREC TO NT-CDE.
	   MOVE QNTY OF TREC TO NT-QNTY.
	   IF ( TTYPE OF TREC = "K" )
	       MOVE "R" TO NT-TTYPE
	       MOVE WS-KIT-COST TO NT-COST
	       ADD 1 TO CNT-KITS-BUILT
	   ELSE
	       MOVE "I" TO NT-TTYPE
	       MOVE 0 TO NT-COST
	       ADD QNTY OF TREC TO KMT-COMMIT(WS-KIT-PARENT-SLOT)
	       ADD 1 TO CNT-KITS-BROKEN
	   END-IF.
	   PERFORM INSERT-KIT-ENTRY.

	POST-KIT-COMPONENT.
	   MOVE BMT-COMP(BM-IX) TO WS-KIT-CDE.
	   PERFORM FIND-KIT-MASTER.
	   COMPUTE WS-KIT-NEED = QNTY OF TREC * BMT-QTY-PER(BM-IX).
	   MOVE WS-KIT-CDE TO NT-CDE.
	   MOVE WS-KIT-NEED TO NT-QNTY.
	   IF ( TTYPE OF TREC = "K" )
	       ADD WS-KIT-NEED TO KMT-COMMIT(WS-KIT-SLOT)
	   ELSE
	       MOVE KMT-COST(WS-KIT-SLOT) TO NT-COST
	   END-IF.
	   PERFORM INSERT-KIT-ENTRY.

	INSERT-KIT-ENTRY.
	   IF ( XT-COUNT >= 2000 )
	       DISPLAY "KIT EXPLOSION EXCEEDS TRANS TABLE"
	       DISPLAY "RUN STOPPED - MASTER NOT UPDATED"
	       PERFORM RELEASE-MASTER-LOCK
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

	HOLD-KIT-REJECT.
	   IF ( KR-COUNT >= 200 )
	       DISPLAY "KIT REJECTS EXCEED TABLE"
	       DISPLAY "RUN STOPPED - MASTER NOT UPDATED"
	       PERFORM RELEASE-MASTER-LOCK
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO KR-COUNT.
	   MOVE TREC TO KRT-REC(KR-COUNT).
	   MOVE WS-KIT-REASON TO KRT-REASON(KR-COUNT).

	WRITE-KIT-REJECTS.
	   PERFORM VARYING KR-IX FROM 1 BY 1
	           UNTIL KR-IX > KR-COUNT
	       MOVE KRT-REC(KR-IX) TO TREJ-REC
	       MOVE KRT-REASON(KR-IX) TO REASON OF TREJ-REC
	       WRITE TREJ-REC
	       ADD 1 TO CNT-TRANS-REJECTED
	   END-PERFORM.

	SUPERSEDE-ISSUES.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-SUPERSEDE.
	   IF ( CKPT-SW = "YES" )
	       PERFORM RESUME-SUPER-WORK
	   ELSE
	       PERFORM COUNT-SUPER-TRANS
	       IF ( CNT-SUPER-TRANS = 0 )
	           PERFORM REMOVE-SUPER-WORK
	       ELSE
	           PERFORM LOAD-PERIOD-CAL
	           PERFORM LOAD-SUPER-MASTER
	           PERFORM OPEN-SUPER-LOG
	           PERFORM BUILD-SUPER-WORK
	           PERFORM CLOSE-SUPER-LOG
	           MOVE WS-SUPER-WORK-FILE TO WS-TRANS-FILE
	       END-IF
	   END-IF.

	RESUME-SUPER-WORK.
	   MOVE SPACES TO WS-SWORK-STATUS.
	   OPEN INPUT SUPER-WORK.
	   IF ( WS-SWORK-STATUS = "00" )
	       CLOSE SUPER-WORK
	       MOVE WS-SUPER-WORK-FILE TO WS-TRANS-FILE
	   END-IF.

	REMOVE-SUPER-WORK.
	   MOVE SPACES TO WS-KIT-RM-CMD.
	   STRING "rm -f "            DELIMITED BY SIZE
	          WS-SUPER-WORK-FILE  DELIMITED BY SPACE
	          INTO WS-KIT-RM-CMD.
	   CALL "SYSTEM" USING WS-KIT-RM-CMD.

	LOAD-SUPERSEDE.
	   MOVE 0 TO SS-COUNT.
	   MOVE SPACES TO WS-SS-STATUS.
	   OPEN INPUT SUPERSEDE.
	   IF ( WS-SS-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-SS-READ-SW
	       PERFORM LOAD-ONE-SUPERSEDE
	           UNTIL WS-SS-READ-SW = "NO"
	       CLOSE SUPERSEDE
	   END-IF.

	LOAD-ONE-SUPERSEDE.
	   READ SUPERSEDE AT END MOVE "NO" TO WS-SS-READ-SW
	       NOT AT END
	           IF ( SS-OLD-CDE NOT= SPACES
	                AND SS-NEW-CDE NOT= SPACES
	                AND SS-OLD-CDE NOT= SS-NEW-CDE )
	               PERFORM ADD-SUPERSEDE
	           END-IF
	   END-READ.

	ADD-SUPERSEDE.
	   IF ( SS-COUNT >= 500 )
	       DISPLAY "SUPERSESSION FILE EXCEEDS TABLE"
	       DISPLAY "RUN STOPPED - MASTER NOT UPDATED"
	       PERFORM RELEASE-MASTER-LOCK
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO SS-COUNT.
	   MOVE SS-OLD-CDE TO SST-OLD(SS-COUNT).
	   MOVE SS-NEW-CDE TO SST-NEW(SS-COUNT).
	   MOVE SS-EFF-DATE TO SST-EFF(SS-COUNT).
	   IF ( SS-FACTOR = 0 )
	       MOVE 1 TO SST-FACTOR(SS-COUNT)
	   ELSE
	       MOVE SS-FACTOR TO SST-FACTOR(SS-COUNT)
	   END-IF.
	   MOVE SS-USE-UP TO SST-USE-UP(SS-COUNT).

	FIND-SUPERSEDE.
	   MOVE 0 TO WS-SS-SLOT.
	   PERFORM VARYING SS-IX FROM 1 BY 1
	           UNTIL SS-IX > SS-COUNT
	       IF ( SST-OLD(SS-IX) = WS-SS-CDE
	            AND SST-EFF(SS-IX) <= WS-SS-DATE )
	           IF ( WS-SS-SLOT = 0 )
	               MOVE SS-IX TO WS-SS-SLOT
	           ELSE
	               IF ( SST-EFF(SS-IX) >= SST-EFF(WS-SS-SLOT) )
	                   MOVE SS-IX TO WS-SS-SLOT
	               END-IF
	           END-IF
	       END-IF
	   END-PERFORM.

	SET-SUPER-DATE.
	   IF ( TRANS-DATE OF TREC = 0 )
	       MOVE WS-RUN-DATE TO WS-SS-DATE
	   ELSE
	       MOVE TRANS-DATE OF TREC TO WS-SS-DATE
	   END-IF.

	COUNT-SUPER-TRANS.
	   MOVE 0 TO CNT-SUPER-TRANS.
	   IF ( SS-COUNT > 0 )
	       OPEN INPUT TRANS
	       MOVE "YES" TO WS-SS-READ-SW
	       PERFORM COUNT-ONE-SUPER-TRANS
	           UNTIL WS-SS-READ-SW = "NO"
	       CLOSE TRANS
	   END-IF.

	COUNT-ONE-SUPER-TRANS.
	   READ TRANS AT END MOVE "NO" TO WS-SS-READ-SW
	       NOT AT END
	           IF ( CDE OF TREC NOT= WS-TRAILER-KEY
	                AND TTYPE OF TREC = "I" )
	               MOVE CDE OF TREC TO WS-SS-CDE
	               PERFORM SET-SUPER-DATE
	               PERFORM FIND-SUPERSEDE
	               IF ( WS-SS-SLOT > 0 )
	                   ADD 1 TO CNT-SUPER-TRANS
	               END-IF
	           END-IF
	   END-READ.

	LOAD-SUPER-MASTER.
	   MOVE 0 TO SM-COUNT.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO WS-SS-READ-SW.
	   PERFORM LOAD-ONE-SUPER-MASTER
	       UNTIL WS-SS-READ-SW = "NO".
	   CLOSE MASTER.

	LOAD-ONE-SUPER-MASTER.
	   READ MASTER AT END MOVE "NO" TO WS-SS-READ-SW
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO WS-SS-READ-SW
	           ELSE
	               MOVE 0 TO WS-SS-SLOT
	               PERFORM VARYING SS-IX FROM 1 BY 1
	                       UNTIL SS-IX > SS-COUNT
	                          OR WS-SS-SLOT > 0
	                   IF ( SST-OLD(SS-IX) = CDE OF MREC
	                        AND SST-USE-UP(SS-IX) = "Y" )
	                       MOVE SS-IX TO WS-SS-SLOT
	                   END-IF
	               END-PERFORM
	               IF ( WS-SS-SLOT > 0 AND SM-COUNT < 500 )
	                   ADD 1 TO SM-COUNT
	                   MOVE CDE OF MREC TO SMT-CDE(SM-COUNT)
	                   MOVE QNTY OF MREC TO SMT-AVAIL(SM-COUNT)
	               END-IF
	           END-IF
	   END-READ.

	FIND-SUPER-MASTER.
	   MOVE 0 TO WS-SM-SLOT.
	   PERFORM VARYING SM-IX FROM 1 BY 1
	           UNTIL SM-IX > SM-COUNT OR WS-SM-SLOT > 0
	       IF ( SMT-CDE(SM-IX) = WS-SS-CDE )
	           MOVE SM-IX TO WS-SM-SLOT
	       END-IF
	   END-PERFORM.

	OPEN-SUPER-LOG.
	   MOVE "NO" TO WS-SG-OPEN.
	   IF ( WS-SIM-SW NOT= "YES" )
	       MOVE SPACES TO WS-SG-STATUS
	       OPEN EXTEND SUPER-LOG
	       IF ( WS-SG-STATUS = "35" )
	           MOVE SPACES TO WS-SG-STATUS
	           OPEN OUTPUT SUPER-LOG
	       END-IF
	       IF ( WS-SG-STATUS = "00" )
	           MOVE "YES" TO WS-SG-OPEN
	       END-IF
	   END-IF.

	CLOSE-SUPER-LOG.
	   IF ( WS-SG-OPEN = "YES" )
	       CLOSE SUPER-LOG
	       MOVE "NO" TO WS-SG-OPEN
	   END-IF.

	BUILD-SUPER-WORK.
	   MOVE 0 TO XT-COUNT.
	   OPEN INPUT TRANS.
	   MOVE "YES" TO WS-SS-READ-SW.
	   PERFORM BUILD-ONE-SUPER-ENTRY
	       UNTIL WS-SS-READ-SW = "NO".
	   CLOSE TRANS.
	   MOVE 0 TO WS-SS-THASH.
	   OPEN OUTPUT SUPER-WORK.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT
	       MOVE XT-REC(XT-IX) TO NEW-TREC
	       WRITE SWORK-REC FROM NEW-TREC
	       ADD NT-QNTY TO WS-SS-THASH
	   END-PERFORM.
	   MOVE WS-TRAILER-KEY TO TT-CDE.
	   MOVE "T" TO TT-TYPE.
	   MOVE XT-COUNT TO TT-COUNT.
	   MOVE WS-SS-THASH TO TT-HASH.
	   WRITE SWORK-REC FROM TTLR-REC.
	   CLOSE SUPER-WORK.

	BUILD-ONE-SUPER-ENTRY.
	   READ TRANS AT END MOVE "NO" TO WS-SS-READ-SW
	       NOT AT END
	           IF ( CDE OF TREC NOT= WS-TRAILER-KEY )
	               MOVE TREC TO NEW-TREC
	               IF ( TTYPE OF TREC = "I"
	                    AND UOM-CODE OF TREC = SPACES
	                    AND REASON-CODE OF TREC NOT= "ASM"
	                    AND REASON-CODE OF TREC NOT= "DIS" )
	                   PERFORM REDIRECT-ONE-ISSUE
	               END-IF
	               PERFORM INSERT-SUPER-ENTRY
	           END-IF
	   END-READ.

	REDIRECT-ONE-ISSUE.
	   PERFORM CHECK-TRANS-DATE.
	   IF ( WS-DV-FLAG = "V"
	        AND TRANS-DATE OF TREC <= WS-CUTOFF-DATE )
	       MOVE CNT-CLOSED-OVERRIDE TO WS-KIT-OVR-SAVE
	       PERFORM CHECK-PERIOD-CLOSED
	       MOVE WS-KIT-OVR-SAVE TO CNT-CLOSED-OVERRIDE
	       IF ( WS-PERIOD-CLOSED NOT= "YES" )
	           MOVE CDE OF TREC TO WS-SS-CDE
	           MOVE QNTY OF TREC TO WS-SS-QNTY
	           PERFORM SET-SUPER-DATE
	           MOVE "I" TO WS-SS-MODE
	           PERFORM WALK-SUPER-CHAIN
	           MOVE WS-SS-CDE TO NT-CDE
	           MOVE WS-SS-QNTY TO NT-QNTY
	       END-IF
	   END-IF.

	WALK-SUPER-CHAIN.
	   MOVE 0 TO WS-SS-DEPTH.
	   MOVE "NO" TO WS-SS-DONE.
	   PERFORM SUPER-ONE-HOP
	       UNTIL WS-SS-DONE = "YES".

	SUPER-ONE-HOP.
	   PERFORM FIND-SUPERSEDE.
	   IF ( WS-SS-SLOT = 0 OR WS-SS-DEPTH >= 10 )
	       MOVE "YES" TO WS-SS-DONE
	   ELSE
	       ADD 1 TO WS-SS-DEPTH
	       MOVE 0 TO WS-SS-KEEP
	       IF ( WS-SS-MODE = "I" AND SST-USE-UP(WS-SS-SLOT) = "Y" )
	           PERFORM FIND-SUPER-MASTER
	           IF ( WS-SM-SLOT > 0 )
	               IF ( SMT-AVAIL(WS-SM-SLOT) < WS-SS-QNTY )
	                   MOVE SMT-AVAIL(WS-SM-SLOT) TO WS-SS-KEEP
	               ELSE
	                   MOVE WS-SS-QNTY TO WS-SS-KEEP
	               END-IF
	           END-IF
	       END-IF
	       COMPUTE WS-SS-REST = WS-SS-QNTY - WS-SS-KEEP
	       COMPUTE WS-SS-CALC ROUNDED
	           = WS-SS-REST * SST-FACTOR(WS-SS-SLOT)
	       IF ( WS-SS-CALC = 0 )
	           MOVE 1 TO WS-SS-CALC
	       END-IF
	       IF ( WS-SS-REST = 0 OR WS-SS-CALC > 99999 )
	           PERFORM KEEP-ON-CURRENT
	           MOVE "YES" TO WS-SS-DONE
	       ELSE
	           PERFORM SPLIT-SUPER-ISSUE
	       END-IF
	   END-IF.

	KEEP-ON-CURRENT.
	   IF ( WS-SS-KEEP > 0 AND WS-SS-REST = 0 )
	       SUBTRACT WS-SS-KEEP FROM SMT-AVAIL(WS-SM-SLOT)
	   END-IF.

	SPLIT-SUPER-ISSUE.
	   IF ( WS-SS-KEEP > 0 )
	       SUBTRACT WS-SS-KEEP FROM SMT-AVAIL(WS-SM-SLOT)
	       MOVE WS-SS-CDE TO NT-CDE
	       MOVE WS-SS-KEEP TO NT-QNTY
	       PERFORM INSERT-SUPER-ENTRY
	       MOVE TREC TO NEW-TREC
	   END-IF.
	   MOVE WS-SS-CDE TO SG-OLD-CDE.
	   MOVE SST-NEW(WS-SS-SLOT) TO SG-NEW-CDE.
	   MOVE WS-SS-DATE TO SG-DATE.
	   MOVE WS-SS-REST TO SG-OLD-QNTY.
	   MOVE WS-SS-CALC TO SG-NEW-QNTY.
	   MOVE WS-SS-MODE TO SG-TYPE.
	   MOVE WS-RUN-DATE TO SG-RUN-DATE.
	   IF ( WS-SG-OPEN = "YES" )
	       WRITE SGREC
	   END-IF.
	   IF ( WS-SS-MODE = "I" )
	       ADD 1 TO CNT-SUPER-ISSUES
	   ELSE
	       ADD 1 TO CNT-SUPER-BO
	   END-IF.
	   MOVE SST-NEW(WS-SS-SLOT) TO WS-SS-CDE.
	   MOVE WS-SS-CALC TO WS-SS-QNTY.

	INSERT-SUPER-ENTRY.
	   IF ( XT-COUNT >= 2000 )
	       DISPLAY "SUPERSESSION EXCEEDS TRANS TABLE"
	       DISPLAY "RUN STOPPED - MASTER NOT UPDATED"
	       PERFORM RELEASE-MASTER-LOCK
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

	REDIRECT-BACKORDERS.
	   IF ( SS-COUNT > 0 )
	       PERFORM OPEN-SUPER-LOG
	       MOVE WS-RUN-DATE TO WS-SS-DATE
	       PERFORM REDIRECT-OLD-BACKORDERS
	           VARYING SR-IX FROM 1 BY 1 UNTIL SR-IX > SS-COUNT
	       PERFORM CLOSE-SUPER-LOG
	   END-IF.

	REDIRECT-OLD-BACKORDERS.
	   IF ( SST-EFF(SR-IX) <= WS-RUN-DATE )
	       MOVE SST-OLD(SR-IX) TO BO-CDE
	       MOVE 0 TO BO-DATE
	       MOVE LOW-VALUES TO BO-SO-REF
	       START BACKORDER KEY IS NOT LESS THAN BO-KEY
	           INVALID KEY MOVE "NO" TO WS-BO-READ-SW
	           NOT INVALID KEY MOVE "YES" TO WS-BO-READ-SW
	       END-START
	       PERFORM REDIRECT-NEXT-BACKORDER
	           UNTIL WS-BO-READ-SW = "NO"
	   END-IF.

	REDIRECT-NEXT-BACKORDER.
	   READ BACKORDER NEXT RECORD
	       AT END MOVE "NO" TO WS-BO-READ-SW
	       NOT AT END
	           IF ( BO-CDE NOT= SST-OLD(SR-IX) )
	               MOVE "NO" TO WS-BO-READ-SW
	           ELSE
	               IF ( BO-STATUS = "OPEN" AND BO-QNTY > 0 )
	                   PERFORM REDIRECT-ONE-BACKORDER
	               END-IF
	           END-IF
	   END-READ.

	REDIRECT-ONE-BACKORDER.
	   MOVE BO-KEY TO WS-BO-SAVE-KEY.
	   MOVE BO-CDE TO WS-SS-CDE.
	   MOVE BO-QNTY TO WS-SS-QNTY.
	   MOVE "B" TO WS-SS-MODE.
	   PERFORM WALK-SUPER-CHAIN.
	   IF ( WS-SS-CDE NOT= BO-CDE )
	       DELETE BACKORDER RECORD
	           INVALID KEY CONTINUE
	       END-DELETE
	       MOVE WS-SS-CDE TO BO-CDE
	       MOVE WS-SS-QNTY TO BO-QNTY, WS-BO-SHORT
	       PERFORM WRITE-BACKORDER
	   END-IF.
	   MOVE WS-BO-SAVE-KEY TO BO-KEY.
	   START BACKORDER KEY IS GREATER THAN BO-KEY
	       INVALID KEY MOVE "NO" TO WS-BO-READ-SW
	   END-START.

	OPENING.
	   IF ( WS-SIM-SW NOT= "YES" AND CKPT-SW NOT= "YES" )
	       PERFORM BACKUP-MASTER
	   IF ( CKPT-SW = "YES" )
	       PERFORM SKIP-TO-CHECKPOINT
	   END-IF.
	   PERFORM OPEN-OPEN-ORDERS.
	   PERFORM OPEN-BACKORDERS.
	   IF ( WS-SIM-SW NOT= "YES" AND WS-BO-OPEN = "YES" )
	       PERFORM REDIRECT-BACKORDERS
	   END-IF.
	   PERFORM LOAD-REASON-CODES.
	   PERFORM LOAD-UOM-CONVERSIONS.
	   PERFORM LOAD-PERIOD-CAL.
	   PERFORM LOAD-LOTS.
	   PERFORM LOAD-SHELF-LIFE.
	   PERFORM LOAD-LOT-RECEIPTS.
	   PERFORM LOAD-PENDING-RETURNS.
	   PERFORM LOAD-APPROVAL-PARMS.
	   PERFORM LOAD-PENDING-APPROVALS.

	LOAD-PERIOD-CAL.
	   MOVE 0 TO PC-COUNT.
	               MOVE UC-PURCH-UNIT TO UOT-PURCH(UOM-COUNT)
	               MOVE UC-FACTOR TO UOT-FACTOR(UOM-COUNT)
	           ELSE
	               DISPLAY "UOM-CONV FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO UNITS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	CONVERT-UOM.
	   MOVE "YES" TO WS-UOM-OK.
	   MOVE "NO" TO WS-UOM-OVERFLOW.
	   IF ( UOM-CODE OF TREC = SPACES )
	       CONTINUE
	   ELSE
	       MOVE 0 TO WS-UOM-SLOT
	       PERFORM VARYING UOM-IX FROM 1 BY 1
	               UNTIL UOM-IX > UOM-COUNT
	                   OR WS-UOM-SLOT > 0
	           IF ( UOT-CDE(UOM-IX) = CDE OF TREC )
	               MOVE UOM-IX TO WS-UOM-SLOT
	           END-IF
	       END-PERFORM
	       IF ( WS-UOM-SLOT = 0 )
	           MOVE "NO" TO WS-UOM-OK
	       ELSE
	           PERFORM CONVERT-UOM-APPLY
	       END-IF
	   END-IF.

	CONVERT-UOM-APPLY.
	   IF ( UOM-CODE OF TREC = UOT-STOCK(WS-UOM-SLOT) )
	       CONTINUE
	   ELSE
	       IF ( UOM-CODE OF TREC = UOT-PURCH(WS-UOM-SLOT)
	            AND UOT-FACTOR(WS-UOM-SLOT) > 0 )
	           COMPUTE WS-CONV-QNTY = QNTY OF TREC
	               * UOT-FACTOR(WS-UOM-SLOT)
	           IF ( WS-CONV-QNTY > 99999 )
	               MOVE "NO" TO WS-UOM-OK
	               MOVE "YES" TO WS-UOM-OVERFLOW
	           ELSE
	               MOVE WS-CONV-QNTY TO QNTY OF TREC
	               IF ( TCOST OF TREC > 0 )
	                   COMPUTE TCOST OF TREC ROUNDED
	                       = TCOST OF TREC
	                       / UOT-FACTOR(WS-UOM-SLOT)
	               END-IF
	               MOVE UOT-STOCK(WS-UOM-SLOT)
	                   TO UOM-CODE OF TREC
	           END-IF
	       ELSE
	           MOVE "NO" TO WS-UOM-OK
	       END-IF
	   END-IF.

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
	               MOVE RC-SIGN TO RCT-SIGN(RC-COUNT)
	               MOVE RC-DESC TO RCT-DESC(RC-COUNT)
	           ELSE
	               DISPLAY "REASON-CODE FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO CODES LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	FIND-REASON-CODE.
	   MOVE 0 TO WS-REASON-IX.
	   PERFORM VARYING RC-IX FROM 1 BY 1
	           UNTIL RC-IX > RC-COUNT OR WS-REASON-IX > 0
	       IF ( RCT-CODE(RC-IX) = REASON-CODE OF TREC )
	           MOVE RC-IX TO WS-REASON-IX
	       END-IF
	   END-PERFORM.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   IF ( WS-SIM-SW = "YES" )
	       OPEN INPUT OPEN-ORDER
	   ELSE
	       OPEN I-O OPEN-ORDER
	   END-IF.
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
	   IF ( WS-SIM-SW NOT= "YES" )
	       REWRITE OOREC
	   END-IF.

	OPEN-BACKORDERS.
	   MOVE SPACES TO WS-BO-STATUS.
	   IF ( WS-SIM-SW = "YES" )
	       OPEN INPUT BACKORDER
	   ELSE
	       OPEN I-O BACKORDER
	       IF ( WS-BO-STATUS = "35" )
	           OPEN OUTPUT BACKORDER
	           CLOSE BACKORDER
	           MOVE SPACES TO WS-BO-STATUS
	           OPEN I-O BACKORDER
	       END-IF
	   END-IF.
	   IF ( WS-BO-STATUS = "00" )
	       MOVE "YES" TO WS-BO-OPEN
	   ELSE
	       MOVE "NO" TO WS-BO-OPEN
	   END-IF.

	WRITE-BACKORDER.
	   WRITE BOREC
	       INVALID KEY PERFORM MERGE-BACKORDER
	   END-WRITE.

	MERGE-BACKORDER.
	   READ BACKORDER KEY IS BO-KEY
	       INVALID KEY
	           CONTINUE
	       NOT INVALID KEY
	           ADD WS-BO-SHORT TO BO-QNTY
	           MOVE "OPEN" TO BO-STATUS
	           REWRITE BOREC
	   END-READ.

	CLOSE-BACKORDERS.
	   IF ( WS-BO-OPEN = "YES" )
	       CLOSE BACKORDER
	   END-IF.

	CLOSE-OPEN-ORDERS.
	   IF ( WS-OO-LOADED = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.

	LOAD-LOTS.
	   MOVE 0 TO LT-COUNT.
	   MOVE SPACES TO WS-LOT-STATUS.
	   OPEN INPUT LOT-FILE.
	   IF ( WS-LOT-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-LOT-READ-SW
	       PERFORM LOAD-ONE-LOT UNTIL WS-LOT-READ-SW = "NO"
	       CLOSE LOT-FILE
	   END-IF.

	LOAD-ONE-LOT.
	   READ LOT-FILE AT END MOVE "NO" TO WS-LOT-READ-SW
	       NOT AT END
	           IF ( LT-COUNT < 5000 )
	               ADD 1 TO LT-COUNT
	               MOVE LT-CDE       TO LTT-CDE(LT-COUNT)
	               MOVE LT-LOT       TO LTT-LOT(LT-COUNT)
	               MOVE LT-RECV-DATE TO LTT-RECV(LT-COUNT)
	               MOVE LT-EXPIRY    TO LTT-EXPIRY(LT-COUNT)
	               MOVE LT-QNTY      TO LTT-QNTY(LT-COUNT)
	           ELSE
	               DISPLAY "LOT FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO LOTS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	LOAD-SHELF-LIFE.
	   MOVE 0 TO SL-COUNT.
	   MOVE SPACES TO WS-SL-STATUS.
	   OPEN INPUT SHELF-LIFE.
	   IF ( WS-SL-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-SL-READ-SW
	       PERFORM LOAD-ONE-SHELF-LIFE UNTIL WS-SL-READ-SW = "NO"
	       CLOSE SHELF-LIFE
	   END-IF.

	LOAD-ONE-SHELF-LIFE.
	   READ SHELF-LIFE AT END MOVE "NO" TO WS-SL-READ-SW
	       NOT AT END
	           IF ( SL-COUNT < 500 )
	               ADD 1 TO SL-COUNT
	               MOVE SL-CDE  TO SLT-CDE(SL-COUNT)
	               MOVE SL-DAYS TO SLT-DAYS(SL-COUNT)
	           ELSE
	               DISPLAY "SHELF-LIFE FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NOTHING POSTED"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	LOAD-LOT-RECEIPTS.
	   MOVE 0 TO LR-COUNT.
	   MOVE SPACES TO WS-LR-STATUS.
	   OPEN INPUT LOT-RECEIPT.
	   IF ( WS-LR-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-LR-READ-SW
	       PERFORM LOAD-ONE-LOT-RECEIPT
	           UNTIL WS-LR-READ-SW = "NO"
	       CLOSE LOT-RECEIPT
	   END-IF.

	LOAD-ONE-LOT-RECEIPT.
	   READ LOT-RECEIPT AT END MOVE "NO" TO WS-LR-READ-SW
	       NOT AT END
	           IF ( LR-COUNT < 500 )
	               ADD 1 TO LR-COUNT
	               MOVE LR-CDE    TO LRT-CDE(LR-COUNT)
	               MOVE LR-DATE   TO LRT-DATE(LR-COUNT)
	               MOVE LR-QNTY   TO LRT-QNTY(LR-COUNT)
	               MOVE LR-LOT    TO LRT-LOT(LR-COUNT)
	               MOVE LR-EXPIRY TO LRT-EXPIRY(LR-COUNT)
	               MOVE LR-PO     TO LRT-PO(LR-COUNT)
	               MOVE "N"       TO LRT-USED(LR-COUNT)
	           ELSE
	               DISPLAY "LOT-RECEIPT FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO LOTS LOST"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SAVE-LOTS.
	   OPEN OUTPUT LOT-FILE.
	   PERFORM VARYING LT-IX FROM 1 BY 1
	           UNTIL LT-IX > LT-COUNT
	       IF ( LTT-QNTY(LT-IX) > 0 )
	           MOVE LTT-CDE(LT-IX)    TO LT-CDE
	           MOVE LTT-LOT(LT-IX)    TO LT-LOT
	           MOVE LTT-RECV(LT-IX)   TO LT-RECV-DATE
	           MOVE LTT-EXPIRY(LT-IX) TO LT-EXPIRY
	           MOVE LTT-QNTY(LT-IX)   TO LT-QNTY
	           WRITE LOTREC
	       END-IF
	   END-PERFORM.
	   CLOSE LOT-FILE.

	SAVE-LOT-RECEIPTS.
	   OPEN OUTPUT LOT-RECEIPT.
	   PERFORM VARYING LR-IX FROM 1 BY 1
	           UNTIL LR-IX > LR-COUNT
	       IF ( LRT-USED(LR-IX) = "N" )
	           MOVE LRT-CDE(LR-IX)    TO LR-CDE
	           MOVE LRT-DATE(LR-IX)   TO LR-DATE
	           MOVE LRT-QNTY(LR-IX)   TO LR-QNTY
	           MOVE LRT-LOT(LR-IX)    TO LR-LOT
	           MOVE LRT-EXPIRY(LR-IX) TO LR-EXPIRY
	           MOVE LRT-PO(LR-IX)     TO LR-PO
	           WRITE LRREC
	       END-IF
	   END-PERFORM.
	   CLOSE LOT-RECEIPT.

	LOAD-PENDING-RETURNS.
	   MOVE 0 TO RP-COUNT.
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

	LOAD-ONE-PENDING-RETURN.
	   READ RTV-PEND AT END MOVE "NO" TO WS-RTV-READ-SW
	       NOT AT END
	           IF ( RP-COUNT < 2000 )
	               ADD 1 TO RP-COUNT
	               MOVE RPREC TO RPT-REC(RP-COUNT)
	               MOVE "N" TO RPT-USED(RP-COUNT)
	           ELSE
	               DISPLAY "RTV-PEND FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NOTHING POSTED"
	               PERFORM RELEASE-MASTER-LOCK
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	MATCH-PENDING-RETURN.
	   MOVE 0 TO WS-RP-SLOT.
	   PERFORM VARYING RP-IX FROM 1 BY 1
	           UNTIL RP-IX > RP-COUNT OR WS-RP-SLOT > 0
	       MOVE RPT-REC(RP-IX) TO RPREC
	       IF ( RPT-USED(RP-IX) = "N"
	            AND RP-CDE = CDE OF TREC
	            AND RP-QNTY = QNTY OF TREC
	            AND RP-DATE = TRANS-DATE OF TREC
	            AND RP-REASON = REASON-CODE OF TREC )
	           MOVE RP-IX TO WS-RP-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-RP-SLOT = 0 )
	       ADD 1 TO CNT-RTV-UNMATCHED
	   ELSE
	       MOVE "Y" TO RPT-USED(WS-RP-SLOT)
	       ADD 1 TO CNT-RTV-OPENED
	   END-IF.

	SAVE-PENDING-RETURNS.
	   IF ( CNT-RTV-OPENED > 0 )
	       MOVE SPACES TO WS-RTV-STATUS
	       OPEN EXTEND RTV-OPEN
	       IF ( WS-RTV-STATUS = "35" )
	           OPEN OUTPUT RTV-OPEN
	       END-IF
	       PERFORM VARYING RP-IX FROM 1 BY 1
	               UNTIL RP-IX > RP-COUNT
	           IF ( RPT-USED(RP-IX) = "Y" )
	               PERFORM WRITE-OPEN-RETURN
	           END-IF
	       END-PERFORM
	       CLOSE RTV-OPEN
	       OPEN OUTPUT RTV-PEND
	       PERFORM VARYING RP-IX FROM 1 BY 1
	               UNTIL RP-IX > RP-COUNT
	           IF ( RPT-USED(RP-IX) = "N" )
	               WRITE RPREC FROM RPT-REC(RP-IX)
	           END-IF
	       END-PERFORM
	       CLOSE RTV-PEND
	   END-IF.

	WRITE-OPEN-RETURN.
	   MOVE RPT-REC(RP-IX) TO RPREC.
	   MOVE SPACES TO RTREC.
	   MOVE RP-RMA       TO RT-RMA.
	   MOVE RP-VENDOR    TO RT-VENDOR.
	   MOVE RP-PO        TO RT-PO.
	   MOVE RP-CDE       TO RT-CDE.
	   MOVE RP-QNTY      TO RT-QNTY.
	   MOVE RP-UNIT-COST TO RT-UNIT-COST.
	   IF ( RP-DATE = 0 )
	       MOVE WS-RUN-DATE TO RT-DATE
	   ELSE
	       MOVE RP-DATE TO RT-DATE
	   END-IF.
	   MOVE RP-REASON    TO RT-REASON.
	   MOVE "OPEN"       TO RT-STATUS.
	   WRITE RTREC.

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

	SYNC-LOTS.
	   MOVE CDE OF MREC TO WS-LOT-CDE.
	   MOVE WS-RUN-DATE TO WS-LOT-ASOF.
	   PERFORM SUM-LOTS.
	   IF ( WS-LOT-TOTAL < QNTY OF MREC )
	       COMPUTE WS-LOT-ADD = QNTY OF MREC - WS-LOT-TOTAL
	       MOVE WS-RUN-DATE TO WS-LOT-DATE
	       MOVE SPACES TO WS-LOT-NUMBER
	       MOVE 0 TO WS-LOT-EXPIRY
	       PERFORM ADD-LOT
	       ADD 1 TO CNT-LOT-RESYNC
	   ELSE
	       IF ( WS-LOT-TOTAL > QNTY OF MREC )
	           COMPUTE WS-LOT-NEED = WS-LOT-TOTAL - QNTY OF MREC
	           MOVE "A" TO WS-LOT-MODE
	           PERFORM CONSUME-LOTS
	           ADD 1 TO CNT-LOT-RESYNC
	       END-IF
	   END-IF.

	SET-LOT-ASOF.
	   IF ( TRANS-DATE OF TREC = 0 )
	       MOVE WS-RUN-DATE TO WS-LOT-ASOF
	   ELSE
	       MOVE TRANS-DATE OF TREC TO WS-LOT-ASOF
	   END-IF.

	SUM-LOTS.
	   MOVE 0 TO WS-LOT-TOTAL, WS-LOT-GOOD.
	   PERFORM VARYING LT-IX FROM 1 BY 1
	           UNTIL LT-IX > LT-COUNT
	       IF ( LTT-CDE(LT-IX) = WS-LOT-CDE )
	           ADD LTT-QNTY(LT-IX) TO WS-LOT-TOTAL
	           PERFORM CHECK-LOT-EXPIRED
	           IF ( WS-LOT-EXPIRED = "NO" )
	               ADD LTT-QNTY(LT-IX) TO WS-LOT-GOOD
	           END-IF
	       END-IF
	   END-PERFORM.

	CHECK-LOT-EXPIRED.
	   MOVE "NO" TO WS-LOT-EXPIRED.
	   IF ( LTT-EXPIRY(LT-IX) > 0
	        AND LTT-EXPIRY(LT-IX) < WS-LOT-ASOF )
	       MOVE "YES" TO WS-LOT-EXPIRED
	   END-IF.

	CONSUME-LOTS.
	   IF ( WS-LOT-MODE = "A" )
	       MOVE "X" TO WS-LOT-PASS
	       PERFORM CONSUME-LOT-PASS
	   END-IF.
	   MOVE "G" TO WS-LOT-PASS.
	   PERFORM CONSUME-LOT-PASS.

	CONSUME-LOT-PASS.
	   PERFORM VARYING LT-IX FROM 1 BY 1
	           UNTIL LT-IX > LT-COUNT OR WS-LOT-NEED = 0
	       IF ( LTT-CDE(LT-IX) = WS-LOT-CDE
	            AND LTT-QNTY(LT-IX) > 0 )
	           PERFORM CHECK-LOT-EXPIRED
	           IF ( WS-LOT-PASS = "X" AND WS-LOT-EXPIRED = "YES" )
	               PERFORM TAKE-FROM-LOT
	           END-IF
	           IF ( WS-LOT-PASS = "G" AND WS-LOT-EXPIRED = "NO" )
	               PERFORM TAKE-FROM-LOT
	           END-IF
	       END-IF
	   END-PERFORM.

	TAKE-FROM-LOT.
	   IF ( LTT-QNTY(LT-IX) > WS-LOT-NEED )
	       SUBTRACT WS-LOT-NEED FROM LTT-QNTY(LT-IX)
	       MOVE 0 TO WS-LOT-NEED
	   ELSE
	       SUBTRACT LTT-QNTY(LT-IX) FROM WS-LOT-NEED
	       MOVE 0 TO LTT-QNTY(LT-IX)
	   END-IF.

	RECEIVE-INTO-LOT.
	   MOVE CDE OF TREC TO WS-LOT-CDE.
	   MOVE QNTY OF TREC TO WS-LOT-ADD.
	   IF ( TRANS-DATE OF TREC = 0 )
	       MOVE WS-RUN-DATE TO WS-LOT-DATE
	   ELSE
	       MOVE TRANS-DATE OF TREC TO WS-LOT-DATE
	   END-IF.
	   MOVE SPACES TO WS-LOT-NUMBER.
	   MOVE 0 TO WS-LOT-EXPIRY.
	   IF ( TTYPE OF TREC = "R"
	        AND REASON-CODE OF TREC NOT= "ASM"
	        AND REASON-CODE OF TREC NOT= "DIS" )
	       PERFORM MATCH-LOT-RECEIPT
	   END-IF.
	   IF ( WS-LOT-EXPIRY = 0 )
	       PERFORM APPLY-SHELF-LIFE
	   END-IF.
	   PERFORM ADD-LOT.

	MATCH-LOT-RECEIPT.
	   MOVE 0 TO WS-LOT-SLOT.
	   PERFORM VARYING LR-IX FROM 1 BY 1
	           UNTIL LR-IX > LR-COUNT OR WS-LOT-SLOT > 0
	       IF ( LRT-CDE(LR-IX) = WS-LOT-CDE
	            AND LRT-DATE(LR-IX) = WS-LOT-DATE
	            AND LRT-USED(LR-IX) = "N" )
	           MOVE LR-IX TO WS-LOT-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-LOT-SLOT > 0 )
	       MOVE LRT-LOT(WS-LOT-SLOT) TO WS-LOT-NUMBER
	       MOVE LRT-EXPIRY(WS-LOT-SLOT) TO WS-LOT-EXPIRY
	       MOVE "Y" TO LRT-USED(WS-LOT-SLOT)
	   END-IF.

	APPLY-SHELF-LIFE.
	   PERFORM VARYING SL-IX FROM 1 BY 1
	           UNTIL SL-IX > SL-COUNT
	       IF ( SLT-CDE(SL-IX) = WS-LOT-CDE
	            AND SLT-DAYS(SL-IX) > 0 )
	           MOVE "A" TO WS-DV-FUNC
	           MOVE SLT-DAYS(SL-IX) TO WS-DV-DAYS
	           CALL "DATEVAL" USING WS-DV-FUNC WS-LOT-DATE
	                                WS-LOT-EXPIRY WS-DV-FLAG
	                                WS-DV-DAYS
	           IF ( WS-DV-FLAG NOT= "V" )
	               MOVE 0 TO WS-LOT-EXPIRY
	           END-IF
	       END-IF
	   END-PERFORM.

	ADD-LOT.
	   IF ( WS-LOT-NUMBER = SPACES )
	       PERFORM MAKE-LOT-NUMBER
	   END-IF.
	   MOVE 0 TO WS-LOT-SLOT.
	   MOVE 0 TO WS-LOT-LAST.
	   PERFORM VARYING LT-IX FROM 1 BY 1
	           UNTIL LT-IX > LT-COUNT OR WS-LOT-SLOT > 0
	       IF ( LTT-CDE(LT-IX) = WS-LOT-CDE )
	           MOVE LT-IX TO WS-LOT-LAST
	       END-IF
	       IF ( LTT-CDE(LT-IX) > WS-LOT-CDE
	            OR ( LTT-CDE(LT-IX) = WS-LOT-CDE
	                 AND LTT-RECV(LT-IX) > WS-LOT-DATE ) )
	           MOVE LT-IX TO WS-LOT-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( LT-COUNT >= 5000 )
	       PERFORM MERGE-INTO-LAST-LOT
	   ELSE
	       IF ( WS-LOT-SLOT = 0 )
	           COMPUTE WS-LOT-SLOT = LT-COUNT + 1
	       END-IF
	       PERFORM VARYING LT-IX FROM LT-COUNT BY -1
	               UNTIL LT-IX < WS-LOT-SLOT
	           MOVE LT-ENT(LT-IX) TO LT-ENT(LT-IX + 1)
	       END-PERFORM
	       MOVE WS-LOT-CDE    TO LTT-CDE(WS-LOT-SLOT)
	       MOVE WS-LOT-NUMBER TO LTT-LOT(WS-LOT-SLOT)
	       MOVE WS-LOT-DATE   TO LTT-RECV(WS-LOT-SLOT)
	       MOVE WS-LOT-EXPIRY TO LTT-EXPIRY(WS-LOT-SLOT)
	       MOVE WS-LOT-ADD    TO LTT-QNTY(WS-LOT-SLOT)
	       ADD 1 TO LT-COUNT
	       ADD 1 TO CNT-LOTS-CREATED
	   END-IF.

	MERGE-INTO-LAST-LOT.
	   IF ( WS-LOT-LAST = 0 AND WS-LOT-SLOT > 0 )
	       IF ( LTT-CDE(WS-LOT-SLOT) = WS-LOT-CDE )
	           MOVE WS-LOT-SLOT TO WS-LOT-LAST
	       END-IF
	   END-IF.
	   IF ( WS-LOT-LAST > 0 )
	       ADD WS-LOT-ADD TO LTT-QNTY(WS-LOT-LAST)
	   END-IF.
	   ADD 1 TO CNT-LOT-OVERFLOW.

	MAKE-LOT-NUMBER.
	   MOVE WS-LOT-DATE TO LG-DATE.
	   MOVE 1 TO LG-SEQ.
	   PERFORM VARYING LT-IX FROM 1 BY 1
	           UNTIL LT-IX > LT-COUNT
	       IF ( LTT-CDE(LT-IX) = WS-LOT-CDE
	            AND LTT-RECV(LT-IX) = WS-LOT-DATE )
	           ADD 1 TO LG-SEQ
	       END-IF
	   END-PERFORM.
	   MOVE WS-LOT-GEN TO WS-LOT-NUMBER.

	BACKUP-MASTER.
	   MOVE SPACES TO WS-GENP-STATUS.

	EQUALCASE.
	   MOVE MREC TO WS-BEFORE-IMAGE.
	   PERFORM SYNC-LOTS.
	   PERFORM UNTIL ( TF = "NO" OR CDE OF MREC NOT= CDE OF TREC )
	            PERFORM VALIDATE-AND-APPLY
	            READ TRANS AT END MOVE "NO" TO TF
	           WHEN "R" PERFORM APPLY-RECEIPT
	           WHEN "A" PERFORM APPLY-ADJUSTMENT
	           WHEN "S" PERFORM APPLY-SCRAP
	           WHEN "V" PERFORM APPLY-RETURN
	           WHEN OTHER
	               MOVE 1 TO VERROR
	               PERFORM WRITE-REJECT-TYPE
	   END-IF.

	APPLY-ISSUE.
	   MOVE 0 TO WS-SS-SLOT.
	   IF ( ITEM-STATUS OF MREC = "O" )
	       MOVE CDE OF MREC TO WS-SS-CDE
	       PERFORM SET-SUPER-DATE
	       PERFORM FIND-SUPERSEDE
	       IF ( WS-SS-SLOT > 0 )
	           IF ( SST-USE-UP(WS-SS-SLOT) NOT= "Y" )
	               MOVE 0 TO WS-SS-SLOT
	           END-IF
	       END-IF
	   END-IF.
	   IF ( ITEM-STATUS OF MREC = "O" AND WS-SS-SLOT = 0 )
	       MOVE 1 TO VERROR
	       PERFORM WRITE-REJECT-STATUS
	   ELSE
	   END-IF.

	APPLY-ISSUE-OPEN.
	   MOVE CDE OF MREC TO WS-LOT-CDE.
	   PERFORM SET-LOT-ASOF.
	   PERFORM SUM-LOTS.
	   IF ( QNTY OF TREC > WS-LOT-GOOD
	        AND WS-LOT-GOOD < WS-LOT-TOTAL )
	       MOVE 1 TO VERROR
	       PERFORM WRITE-REJECT-EXPIRED
	   ELSE
	       PERFORM APPLY-ISSUE-GOOD
	   END-IF.

	APPLY-ISSUE-GOOD.
	   IF ( QNTY OF TREC > QNTY OF MREC )
	       PERFORM BOOK-BACKORDER
	   ELSE
	       MOVE QNTY OF MREC TO WS-OLD-QNTY
	       SUBTRACT QNTY OF TREC FROM QNTY OF MREC
	       MOVE QNTY OF TREC TO WS-LOT-NEED
	       MOVE "G" TO WS-LOT-MODE
	       PERFORM CONSUME-LOTS
	       PERFORM POST-APPLIED
	   END-IF.

	BOOK-BACKORDER.
	   IF ( WS-BO-OPEN NOT= "YES" AND WS-SIM-SW NOT= "YES" )
	       MOVE 1 TO VERROR
	       PERFORM WRITE-REJECT-SHORT
	   ELSE
	       COMPUTE WS-BO-SHORT
	           = QNTY OF TREC - QNTY OF MREC
	       MOVE CDE OF TREC TO BO-CDE
	       IF ( TRANS-DATE OF TREC = 0 )
	           MOVE WS-RUN-DATE TO BO-DATE
	       ELSE
	           MOVE TRANS-DATE OF TREC TO BO-DATE
	       END-IF
	       MOVE SPACES TO BO-SO-REF
	       MOVE WS-BO-SHORT TO BO-QNTY
	       MOVE "OPEN" TO BO-STATUS
	       MOVE COST-CENTER OF TREC TO BO-COST-CENTER
	       IF ( WS-SIM-SW NOT= "YES" )
	           PERFORM WRITE-BACKORDER
	       END-IF
	       ADD 1 TO CNT-BACKORDERED
	       IF ( QNTY OF MREC > 0 )
	           MOVE QNTY OF MREC TO WS-OLD-QNTY
	           MOVE QNTY OF MREC TO WS-LOT-NEED
	           MOVE "G" TO WS-LOT-MODE
	           PERFORM CONSUME-LOTS
	           MOVE QNTY OF MREC TO QNTY OF TREC
	           MOVE 0 TO QNTY OF MREC
	           PERFORM POST-APPLIED
	APPLY-RECEIPT.
	   MOVE QNTY OF MREC TO WS-OLD-QNTY.
	   ADD QNTY OF TREC TO QNTY OF MREC.
	   PERFORM RECEIVE-INTO-LOT.
	   IF ( REASON-CODE OF TREC NOT= "ASM"
	        AND REASON-CODE OF TREC NOT= "DIS" )
	       PERFORM MATCH-OPEN-ORDER
	   END-IF.
	   IF ( TCOST OF TREC > 0 )
	       PERFORM REAVERAGE-COST
	   END-IF.
	   PERFORM RELEASE-BACKORDERS.

	RELEASE-BACKORDERS.
	   IF ( WS-BO-OPEN = "YES" AND QNTY OF MREC > 0 )
	       MOVE CDE OF MREC TO BO-CDE
	       MOVE 0 TO BO-DATE
	       MOVE LOW-VALUES TO BO-SO-REF
	       START BACKORDER KEY IS NOT LESS THAN BO-KEY
	           INVALID KEY MOVE "NO" TO WS-BO-READ-SW
	           NOT INVALID KEY MOVE "YES" TO WS-BO-READ-SW
	       END-START
	       PERFORM RELEASE-NEXT-BACKORDER
	           UNTIL WS-BO-READ-SW = "NO"
	   END-IF.

	RELEASE-NEXT-BACKORDER.
	   READ BACKORDER NEXT RECORD
	       AT END MOVE "NO" TO WS-BO-READ-SW
	       NOT AT END
	           IF ( BO-CDE NOT= CDE OF MREC OR QNTY OF MREC = 0 )
	               MOVE "NO" TO WS-BO-READ-SW
	           ELSE
	               IF ( BO-STATUS = "OPEN" )
	                   PERFORM RELEASE-ONE-BACKORDER
	               END-IF
	           END-IF
	   END-READ.

	RELEASE-ONE-BACKORDER.
	   MOVE CDE OF MREC TO WS-LOT-CDE.
	   MOVE WS-RUN-DATE TO WS-LOT-ASOF.
	   PERFORM SUM-LOTS.
	   IF ( WS-LOT-GOOD > 0 )
	       PERFORM RELEASE-GOOD-STOCK
	   END-IF.

	RELEASE-GOOD-STOCK.
	   IF ( BO-QNTY > WS-LOT-GOOD )
	       MOVE WS-LOT-GOOD TO WS-BO-RELEASE
	   ELSE
	       MOVE BO-QNTY TO WS-BO-RELEASE
	   END-IF.
	   MOVE QNTY OF MREC TO WS-OLD-QNTY.
	   SUBTRACT WS-BO-RELEASE FROM QNTY OF MREC.
	   MOVE WS-BO-RELEASE TO WS-LOT-NEED.
	   MOVE "G" TO WS-LOT-MODE.
	   PERFORM CONSUME-LOTS.
	   SUBTRACT WS-BO-RELEASE FROM BO-QNTY.
	   IF ( BO-QNTY = 0 )
	       MOVE "FILLED" TO BO-STATUS
	   END-IF.
	   IF ( WS-SIM-SW NOT= "YES" )
	       REWRITE BOREC
	   END-IF.
	   PERFORM WRITE-RELEASE-HISTORY.
	   ADD WS-BO-RELEASE TO TOT-QNTY-MOVED.
	   MOVE WS-BO-RELEASE TO TRANS-QNTY OF QHREC.
	   MOVE "BOR"         TO QH-REASON.
	   MOVE WS-RUN-DATE   TO QH-DATE.
	   MOVE BO-COST-CENTER TO QH-COST-CENTER.
	   MOVE "EUPDATE" TO QH-SOURCE.
	   MOVE WS-OPERATOR-ID TO QH-OPER.
	   MOVE 0 TO QH-BATCH.
	   IF ( WS-SIM-SW NOT= "YES" )
	       WRITE QHREC
	   END-IF.
	       MOVE 1 TO VERROR
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
	       MOVE QNTY OF MREC TO WS-OLD-QNTY
	       ADD QNTY OF TREC TO QNTY OF MREC
	       PERFORM RECEIVE-INTO-LOT
	       PERFORM POST-APPLIED
	   END-IF.

	APPLY-SCRAP.
	   PERFORM FIND-REASON-CODE.
	   IF ( WS-REASON-IX = 0 )
	       MOVE 1 TO VERROR
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
	           COMPUTE WS-PA-VALUE
	               = QNTY OF TREC * UNIT-COST OF MREC
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
	           MOVE 1 TO VERROR
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

	APPLY-RETURN.
	   IF ( QNTY OF TREC NOT > QNTY OF MREC )
	       ADD 1 TO CNT-RETURNS-POSTED
	       PERFORM MATCH-PENDING-RETURN
	   END-IF.
	   PERFORM APPLY-NEGATIVE-MOVE.

	APPLY-NEGATIVE-MOVE.
	   IF ( QNTY OF TREC > QNTY OF MREC )
	   ELSE
	       MOVE QNTY OF MREC TO WS-OLD-QNTY
	       SUBTRACT QNTY OF TREC FROM QNTY OF MREC
	       MOVE CDE OF MREC TO WS-LOT-CDE
	       PERFORM SET-LOT-ASOF
	       MOVE QNTY OF TREC TO WS-LOT-NEED
	       MOVE "A" TO WS-LOT-MODE
	       PERFORM CONSUME-LOTS
	       PERFORM POST-APPLIED
	   END-IF.

	   IF ( CDE OF MREC = WS-TRAILER-KEY )
	       PERFORM MASTER-TRAILER-REACHED
	   ELSE
	       PERFORM SYNC-LOTS
	       PERFORM COPYING
	       WRITE RREC
	       ADD 1 TO WS-NEW-MCOUNT
	       MOVE QNTY  OF TREC    TO TRANS-QNTY OF QHREC
	       MOVE REASON-CODE OF TREC TO QH-REASON
	       MOVE WS-RUN-DATE TO QH-DATE
	       MOVE COST-CENTER OF TREC TO QH-COST-CENTER
	       MOVE TRANS-SOURCE OF TREC TO QH-SOURCE
	       MOVE TRANS-OPER OF TREC TO QH-OPER
	       MOVE TRANS-BATCH OF TREC TO QH-BATCH
	       IF ( WS-SIM-SW NOT= "YES" )
	           WRITE QHREC
	       END-IF
	       PERFORM RECEIVE-INTO-LOT
	       ADD 1 TO CNT-MASTER-CREATED
	       ADD 1 TO CNT-TRANS-APPLIED
	       ADD QNTY OF TREC TO TOT-QNTY-MOVED
	       IF ( REASON-CODE OF TREC NOT= "ASM"
	            AND REASON-CODE OF TREC NOT= "DIS" )
	           PERFORM MATCH-OPEN-ORDER
	       END-IF
	   END-IF.

	REMAIN-T.
	       MOVE 1 TO VERROR
	       PERFORM REVIEW-MENU
	   END-IF.
	   PERFORM CLOSE-OPEN-ORDERS.
	   PERFORM CLOSE-BACKORDERS.
	   IF ( WS-SIM-SW NOT= "YES" )
	       PERFORM CLEAR-CHECKPOINT
	       IF ( WS-HOLD-IN-SW = "YES" )
	                  INTO WS-HOLD-RM-CMD
	           CALL "SYSTEM" USING WS-HOLD-RM-CMD
	       END-IF
	       PERFORM SAVE-LOTS
	       PERFORM SAVE-LOT-RECEIPTS
	       PERFORM SAVE-PENDING-RETURNS
	       PERFORM SAVE-PENDING-APPROVALS
	       PERFORM ROLLUP-FEED-WRITE
	       MOVE "*TRAILER**" TO MT-ID
	       MOVE WS-TRAILER-KEY TO MT-CDE
	         QTY-HISTORY, VALUATION, CSV-EXTRACT,
	         COST-CHANGE.
	   IF ( WS-SIM-SW NOT= "YES" )
	       CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                           WS-RR-CATEGORY
	       CLOSE LOW-STOCK
	   END-IF.
	   IF ( WS-SIM-SW NOT= "YES"
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
	   MOVE "REASON CODE NOT ON FILE" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
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

	WRITE-REJECT-CLOSED.
	   MOVE CDE   OF TREC TO CDE   OF TREJ-REC.
	   MOVE TTYPE OF TREC TO TTYPE OF TREJ-REC.
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

	WRITE-REJECT-EXPIRED.
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
	   MOVE "ISSUE AGAINST EXPIRED LOT" TO REASON OF TREJ-REC.
	   WRITE TREJ-REC.
	   ADD 1 TO CNT-TRANS-REJECTED.
	   ADD 1 TO CNT-EXPIRED-REJECTED.

	WRITE-JOURNAL.
	   MOVE SPACES TO WS-JRNL-STATUS.
	   OPEN INPUT MSTJRNL.
	       MOVE TCOST OF TREC TO TCOST OF HOLD-REC
	       MOVE REASON-CODE OF TREC TO REASON-CODE OF HOLD-REC
	       MOVE UOM-CODE OF TREC TO UOM-CODE OF HOLD-REC
	       MOVE COST-CENTER OF TREC TO COST-CENTER OF HOLD-REC
	       MOVE TRANS-SOURCE OF TREC TO TRANS-SOURCE OF HOLD-REC
	       MOVE TRANS-OPER OF TREC TO TRANS-OPER OF HOLD-REC
	       MOVE TRANS-BATCH OF TREC TO TRANS-BATCH OF HOLD-REC
	       WRITE HOLD-REC
	       ADD QNTY OF TREC TO WS-HOLD-THASH
	   END-IF.
	   MOVE QNTY  OF TREC TO TRANS-QNTY OF QHREC.
	   MOVE REASON-CODE OF TREC TO QH-REASON.
	   MOVE WS-RUN-DATE TO QH-DATE.
	   MOVE COST-CENTER OF TREC TO QH-COST-CENTER.
	   MOVE TRANS-SOURCE OF TREC TO QH-SOURCE.
	   MOVE TRANS-OPER OF TREC TO QH-OPER.
	   MOVE TRANS-BATCH OF TREC TO QH-BATCH.
	   IF ( WS-SIM-SW NOT= "YES" )
	       WRITE QHREC
	   END-IF.
	   MOVE "CLOSED-PERIOD OVERRIDES" TO CTL-LABEL.
	   MOVE CNT-CLOSED-OVERRIDE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "KIT ASSEMBLIES EXPLODED" TO CTL-LABEL.
	   MOVE CNT-KITS-BUILT TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "KIT DISASSEMBLIES EXPLODED" TO CTL-LABEL.
	   MOVE CNT-KITS-BROKEN TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LOTS CREATED" TO CTL-LABEL.
	   MOVE CNT-LOTS-CREATED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LOT BALANCES RESYNCED" TO CTL-LABEL.
	   MOVE CNT-LOT-RESYNC TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUES REJECTED - EXPIRED LOT" TO CTL-LABEL.
	   MOVE CNT-EXPIRED-REJECTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LOT TABLE FULL - QTY MERGED" TO CTL-LABEL.
	   MOVE CNT-LOT-OVERFLOW TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RETURNS TO VENDOR POSTED" TO CTL-LABEL.
	   MOVE CNT-RETURNS-POSTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RETURNS OPENED FOR CREDIT" TO CTL-LABEL.
	   MOVE CNT-RTV-OPENED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RETURNS WITHOUT PENDING RMA" TO CTL-LABEL.
	   MOVE CNT-RTV-UNMATCHED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "HELD FOR SUPERVISOR APPROVAL" TO CTL-LABEL.
	   MOVE CNT-APPROVAL-HELD TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "APPROVED ITEMS POSTED" TO CTL-LABEL.
	   MOVE CNT-APPROVED-POSTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUES REDIRECTED - SUPERSEDED" TO CTL-LABEL.
	   MOVE CNT-SUPER-ISSUES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BACKORDERS REDIRECTED" TO CTL-LABEL.
	   MOVE CNT-SUPER-BO TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   IF ( CNT-LOW-STOCK > 0 )
	       MOVE SPACES TO S-CTL-PRINT
