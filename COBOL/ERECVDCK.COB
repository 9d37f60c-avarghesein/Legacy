	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-TRANS-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT RECV-REGISTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	   SELECT LOT-RECEIPT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LR-STATUS.
	   SELECT INSPECT-ITEM ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-II-STATUS.
	   SELECT QUARANTINE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-QR-STATUS.
	   SELECT ASN-EXPECT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-AX-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
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
	FD RECV-REGISTER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "RECV-REGISTER.DAT"
	   02 AL-TIME      PIC 9(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-RESULT    PIC X(01).
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
	FD INSPECT-ITEM
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "INSPECT-ITEM.DAT"
	   DATA RECORD IS IIREC.
	01 IIREC.
	   02 II-CDE  PIC X(10).
	   02 II-LTPD PIC 9(2)V9.
	   02 II-RISK PIC 9(2)V9.
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
	FD ASN-EXPECT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ASN-EXPECT.DAT"
	   DATA RECORD IS AXREC.
	01 AXREC.
	   02 AX-ASN       PIC X(10).
	   02 AX-VENDOR    PIC X(6).
	   02 AX-PO        PIC 9(5).
	   02 AX-CDE       PIC X(10).
	   02 AX-SHIP-QNTY PIC 9(5).
	   02 AX-RECEIVED  PIC 9(5).
	   02 AX-SHIP-DATE PIC 9(8).
	   02 AX-DUE-DATE  PIC 9(8).
	   02 AX-LOAD-DATE PIC 9(8).
	   02 AX-STATUS    PIC X(6).
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 TRF PIC X(3) VALUE "YES".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-REG-STATUS PIC X(2) VALUE "00".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-LR-STATUS PIC X(2) VALUE "00".
	77 WS-II-STATUS PIC X(2) VALUE "00".
	77 WS-QR-STATUS PIC X(2) VALUE "00".
	77 WS-II-READ-SW PIC X(3) VALUE "YES".
	77 WS-QR-READ-SW PIC X(3) VALUE "YES".
	77 WS-QR-LAST PIC 9(6) VALUE 0.
	77 WS-AX-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 VF PIC X(3) VALUE "YES".
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VENDOR-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE      PIC X(6).
	      05 VNT-LEAD-DAYS PIC 9(3).
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 WS-DAYS-LATE PIC S9(5) VALUE 0.
	01 WS-LEAD-MSG.
	   02 LM-TEXT PIC X(8) VALUE SPACES.
	   02 LM-DAYS PIC ZZZZ9.
	   02 LM-TAIL PIC X(17) VALUE SPACES.
	77 AXF PIC X(3) VALUE "YES".
	77 WS-SHOW-ASN-QNTY PIC 9(5) VALUE 0.
	77 WS-ASN-APPLY PIC 9(5) VALUE 0.
	77 WS-ASN-BALANCE PIC 9(5) VALUE 0.
	77 AX-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 AX-IX PIC 9(4) USAGE COMP VALUE 0.
	01 AX-TABLE.
	   02 AX-ENT OCCURS 2000.
	      05 AXT-REC PIC X(71).
	01 WS-AX-WORK.
	   02 AW-ASN       PIC X(10).
	   02 AW-VENDOR    PIC X(6).
	   02 AW-PO        PIC 9(5).
	   02 AW-CDE       PIC X(10).
	   02 AW-SHIP-QNTY PIC 9(5).
	   02 AW-RECEIVED  PIC 9(5).
	   02 AW-SHIP-DATE PIC 9(8).
	   02 AW-DUE-DATE  PIC 9(8).
	   02 AW-LOAD-DATE PIC 9(8).
	   02 AW-STATUS    PIC X(6).
	77 CNT-QUARANTINED PIC 9(5) VALUE 0.
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-SOURCE-PGM PIC X(8) VALUE "ERECVDCK".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-ENTRY-PO PIC 9(5) VALUE 0.
	77 WS-ENTRY-QNTY PIC 9(5) VALUE 0.
	77 WS-ENTRY-COST PIC 9(5)V99 VALUE 0.
	77 WS-ENTRY-LOT PIC X(10) VALUE SPACES.
	77 WS-ENTRY-EXPIRY PIC 9(8) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-CONFIRM PIC X(1) VALUE SPACE.
	77 WS-SHOW-ITEM PIC X(10) VALUE SPACES.
	77 WS-SHOW-PO PIC 9(5) VALUE 0.
	      05 MCT-CDE    PIC X(10).
	      05 MCT-ITEM   PIC X(10).
	      05 MCT-COST   PIC 9(5)V99.
	77 II-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 II-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-II-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 II-TABLE.
	   02 II-ENT OCCURS 500.
	      05 IIT-CDE PIC X(10).
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-OO-FOUND PIC X(3) VALUE "NO".
	77 WS-OO-VENDOR PIC X(6) VALUE SPACES.
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
	      USING WS-ENTRY-PO AUTO.

	01 SCREEN-RECORD-DOCKSHOW.
	   05 LINE 6  COL 10 VALUE "LEAD TIME CHECK  :".
	   05 LINE 6  COL 30 PIC X(30) FROM WS-LEAD-MSG.
	   05 LINE 7  COL 10 VALUE "ITEM             :".
	   05 LINE 7  COL 30 PIC X(10) FROM WS-SHOW-ITEM.
	   05 LINE 8  COL 10 VALUE "PO ON ORDER      :".
	   05 LINE 8  COL 30 PIC 9(5) FROM WS-SHOW-PO.
	   05 LINE 9  COL 10 VALUE "OUTSTANDING QNTY :".
	   05 LINE 9  COL 30 PIC ------9 FROM WS-SHOW-OUTSTAND.
	   05 LINE 10 COL 10 VALUE "ASN EXPECTED QNTY:".
	   05 LINE 10 COL 30 PIC ZZZZ9 FROM WS-SHOW-ASN-QNTY.
	   05 LINE 11 COL 10 VALUE "RECEIVED QNTY    :".
	   05 LINE 11 COL 30 PIC 9(5)
	      USING WS-ENTRY-QNTY AUTO.
	   05 LINE 12 COL 10 VALUE "UNIT COST        :".
	   05 LINE 12 COL 30 PIC 9(5)V99
	      USING WS-ENTRY-COST AUTO.
	   05 LINE 13 COL 10 VALUE "LOT NUMBER       :".
	   05 LINE 13 COL 30 PIC X(10)
	      USING WS-ENTRY-LOT AUTO.
	   05 LINE 14 COL 10 VALUE "EXPIRY CCYYMMDD  :".
	   05 LINE 14 COL 30 PIC 9(8)
	      USING WS-ENTRY-EXPIRY AUTO.

	01 SCREEN-RECORD-DOCKWARN.
	   05 LINE 15 COL 10 PIC X(45) FROM WS-WARN-MSG.
	   PERFORM SIGN-ON.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-VENDORS.
	   PERFORM OPEN-OPEN-ORDERS.
	   PERFORM LOAD-ASN-EXPECT.
	   PERFORM LOAD-TRANS-FILE.
	   PERFORM LOAD-INSPECT-ITEMS.
	   PERFORM LOAD-QUARANTINE-LAST.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM DOCK-ENTRY UNTIL WS-ENTRY-DONE = "YES".
	   DISPLAY "RECEIPTS KEYED : " CNT-RECEIPTS.
	   DISPLAY "HELD FOR INSPECTION : " CNT-QUARANTINED.
	   IF ( WS-OO-OPEN = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY "ENTER OPERATOR ID: ".
	           END-IF
	   END-READ.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS = "00" )
	       MOVE "YES" TO WS-OO-OPEN
	   ELSE
	       MOVE "NO" TO WS-OO-OPEN
	   END-IF.

	LOAD-ASN-EXPECT.
	   MOVE 0 TO AX-COUNT.
	   MOVE SPACES TO WS-AX-STATUS.
	   OPEN INPUT ASN-EXPECT.
	   IF ( WS-AX-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO AXF
	       PERFORM LOAD-ONE-EXPECT UNTIL AXF = "NO"
	       CLOSE ASN-EXPECT
	   END-IF.

	LOAD-ONE-EXPECT.
	   READ ASN-EXPECT AT END MOVE "NO" TO AXF
	       NOT AT END
	           IF ( AX-COUNT >= 2000 )
	               DISPLAY "ASN-EXPECT FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NOTHING KEYED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO AX-COUNT
	           MOVE AXREC TO AXT-REC(AX-COUNT)
	   END-READ.

	LOAD-TRANS-FILE.
	               WS-TRANS-FILE
	   END-IF.

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
	               MOVE II-CDE TO IIT-CDE(II-COUNT)
	           END-IF
	   END-READ.

	FIND-INSPECT-ITEM.
	   MOVE 0 TO WS-II-SLOT.
	   PERFORM VARYING II-IX FROM 1 BY 1
	           UNTIL II-IX > II-COUNT OR WS-II-SLOT > 0
	       IF ( IIT-CDE(II-IX) = WS-ENTRY-CDE )
	           MOVE II-IX TO WS-II-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-QUARANTINE-LAST.
	   MOVE 0 TO WS-QR-LAST.
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
	           IF ( QR-RECEIPT > WS-QR-LAST )
	               MOVE QR-RECEIPT TO WS-QR-LAST
	           END-IF
	   END-READ.

	DOCK-ENTRY.
	   MOVE SPACES TO WS-ENTRY-CDE.
	   MOVE 0 TO WS-ENTRY-PO.
	   MOVE 0 TO WS-ENTRY-QNTY.
	   MOVE 0 TO WS-ENTRY-COST.
	   MOVE SPACES TO WS-ENTRY-LOT.
	   MOVE 0 TO WS-ENTRY-EXPIRY.
	   DISPLAY SCREEN-BLANK-RD.
	   DISPLAY SCREEN-RECORD-DOCKKEY.
	   ACCEPT SCREEN-RECORD-DOCKKEY.
	   END-IF.

	RESOLVE-ORDER.
	   MOVE "NO" TO WS-OO-FOUND.
	   MOVE SPACES TO WS-OO-VENDOR.
	   IF ( WS-OO-OPEN = "YES" )
	       IF ( WS-ENTRY-PO > 0 )
	           PERFORM FIND-PO-LINE
	       ELSE
	           PERFORM FIND-CDE-LINE
	       END-IF
	   END-IF.
	   MOVE SPACES TO WS-SHOW-ITEM.
	   MOVE 0 TO WS-SHOW-PO.
	   MOVE 0 TO WS-SHOW-OUTSTAND.
	   IF ( WS-OO-FOUND = "YES" )
	       MOVE OO-ITEM TO WS-SHOW-ITEM
	       MOVE OO-PO TO WS-SHOW-PO
	       MOVE OO-VENDOR TO WS-OO-VENDOR
	       COMPUTE WS-SHOW-OUTSTAND
	           = OO-ORDER-QNTY - OO-RECEIVED
	   END-IF.
	   PERFORM CHECK-LEAD-TIME.
	   MOVE 0 TO WS-SHOW-ASN-QNTY.
	   IF ( WS-SHOW-PO > 0 )
	       PERFORM VARYING AX-IX FROM 1 BY 1
	               UNTIL AX-IX > AX-COUNT
	           MOVE AXT-REC(AX-IX) TO WS-AX-WORK
	           IF ( AW-PO = WS-SHOW-PO AND AW-CDE = WS-ENTRY-CDE
	                AND AW-STATUS = "OPEN" )
	               COMPUTE WS-SHOW-ASN-QNTY = WS-SHOW-ASN-QNTY
	                   + AW-SHIP-QNTY - AW-RECEIVED
	           END-IF
	       END-PERFORM
	   END-IF.
	   PERFORM FIND-MASTER-CODE.
	   IF ( WS-MC-SLOT > 0 )
	       MOVE MCT-COST(WS-MC-SLOT) TO WS-ENTRY-COST
	   END-IF.

	CHECK-LEAD-TIME.
	   MOVE SPACES TO WS-LEAD-MSG.
	   MOVE 0 TO WS-VENDOR-SLOT.
	   IF ( WS-OO-FOUND = "YES" )
	       PERFORM VARYING VN-IX FROM 1 BY 1
	               UNTIL VN-IX > VN-COUNT OR WS-VENDOR-SLOT > 0
	           IF ( VNT-CODE(VN-IX) = WS-OO-VENDOR )
	               MOVE VN-IX TO WS-VENDOR-SLOT
	           END-IF
	       END-PERFORM
	   END-IF.
	   IF ( WS-OO-FOUND = "YES" AND WS-VENDOR-SLOT = 0 )
	       MOVE "NO VENDOR LEAD TIME" TO WS-LEAD-MSG
	   END-IF.
	   IF ( WS-VENDOR-SLOT > 0 )
	       MOVE "W" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC OO-ORDER-DATE
	                            WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS
	                            WS-SITE
	       IF ( WS-DV-FLAG NOT= "V" )
	           MOVE "INVALID ORDER DATE" TO WS-LEAD-MSG
	       ELSE
	           COMPUTE WS-DAYS-LATE
	               = WS-DV-DAYS - VNT-LEAD-DAYS(WS-VENDOR-SLOT)
	           IF ( WS-DAYS-LATE > 0 )
	               MOVE "LATE BY " TO LM-TEXT
	               MOVE WS-DAYS-LATE TO LM-DAYS
	               MOVE " WORKING DAYS" TO LM-TAIL
	           ELSE
	               MOVE "WITHIN VENDOR LEAD TIME"
	                   TO WS-LEAD-MSG
	           END-IF
	       END-IF
	   END-IF.

	LOAD-VENDORS.
	   MOVE 0 TO VN-COUNT.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS = "00" )
	       MOVE "YES" TO VF
	       PERFORM LOAD-ONE-VENDOR UNTIL VF = "NO"
	       CLOSE VENDOR
	   END-IF.

	LOAD-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO VF
	       NOT AT END
	           IF ( VN-COUNT < 100 )
	               ADD 1 TO VN-COUNT
	               MOVE VN-CODE      TO VNT-CODE(VN-COUNT)
	               MOVE VN-LEAD-DAYS TO VNT-LEAD-DAYS(VN-COUNT)
	           END-IF
	   END-READ.

	FIND-MASTER-CODE.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	RECEIVE-ONE.
	   DISPLAY SCREEN-RECORD-DOCKSHOW.
	   ACCEPT SCREEN-RECORD-DOCKSHOW.
	   PERFORM CHECK-EXPIRY-DATE.
	   IF ( WS-ENTRY-QNTY = 0 )
	       MOVE "NOTHING RECEIVED - QNTY IS ZERO"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RDRESULT
	   ELSE
	       IF ( WS-DV-FLAG NOT= "V" )
	           MOVE "INVALID EXPIRY DATE - NOT RECORDED"
	               TO WS-RESULT-MSG
	           DISPLAY SCREEN-RECORD-RDRESULT
	       ELSE
	           PERFORM CONFIRM-RECEIPT
	       END-IF
	   END-IF.

	CONFIRM-RECEIPT.
	   PERFORM CHECK-RECEIPT.
	   IF ( WS-WARN-SW = "YES" )
	       MOVE SPACE TO WS-CONFIRM
	       DISPLAY SCREEN-RECORD-DOCKWARN
	       ACCEPT SCREEN-RECORD-DOCKWARN
	       IF ( WS-CONFIRM = "Y" OR WS-CONFIRM = "y" )
	           PERFORM BOOK-RECEIPT
	       ELSE
	           MOVE "RECEIPT NOT RECORDED" TO WS-RESULT-MSG
	           DISPLAY SCREEN-RECORD-RDRESULT
	       END-IF
	   ELSE
	       PERFORM BOOK-RECEIPT
	   END-IF.

	CHECK-EXPIRY-DATE.
	   MOVE "V" TO WS-DV-FLAG.
	   IF ( WS-ENTRY-EXPIRY NOT= 0 )
	       MOVE "V" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC WS-ENTRY-EXPIRY
	                            WS-DV-DATE2 WS-DV-FLAG
	                            WS-DV-DAYS
	   END-IF.

	FIND-PO-LINE.
	   MOVE WS-ENTRY-PO TO OO-PO.
	   IF ( WS-ENTRY-CDE NOT= SPACES )
	       MOVE WS-ENTRY-CDE TO OO-CDE
	       READ OPEN-ORDER KEY IS OO-KEY
	           INVALID KEY CONTINUE
	           NOT INVALID KEY
	               IF ( OO-STATUS NOT= "FILLED" )
	                   MOVE "YES" TO WS-OO-FOUND
	               END-IF
	       END-READ
	   ELSE
	       MOVE LOW-VALUES TO OO-CDE
	       START OPEN-ORDER KEY IS NOT LESS THAN OO-KEY
	           INVALID KEY MOVE "NO" TO OOF
	           NOT INVALID KEY MOVE "YES" TO OOF
	       END-START
	       PERFORM FIND-NEXT-PO-LINE UNTIL OOF = "NO"
	       IF ( WS-OO-FOUND = "YES" )
	           MOVE OO-CDE TO WS-ENTRY-CDE
	       END-IF
	   END-IF.

	FIND-NEXT-PO-LINE.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           IF ( OO-PO NOT= WS-ENTRY-PO )
	               MOVE "NO" TO OOF
	           ELSE
	               IF ( OO-STATUS NOT= "FILLED" )
	                   MOVE "YES" TO WS-OO-FOUND
	                   MOVE "NO" TO OOF
	               END-IF
	           END-IF
	   END-READ.

	FIND-CDE-LINE.
	   MOVE WS-ENTRY-CDE TO OO-CDE.
	   START OPEN-ORDER KEY IS EQUAL TO OO-CDE
	       INVALID KEY MOVE "NO" TO OOF
	       NOT INVALID KEY MOVE "YES" TO OOF
	   END-START.
	   PERFORM FIND-NEXT-CDE-LINE UNTIL OOF = "NO".

	FIND-NEXT-CDE-LINE.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           IF ( OO-CDE NOT= WS-ENTRY-CDE )
	               MOVE "NO" TO OOF
	           ELSE
	               IF ( OO-STATUS NOT= "FILLED" )
	                   MOVE "YES" TO WS-OO-FOUND
	                   MOVE "NO" TO OOF
	               END-IF
	           END-IF
	   END-READ.

	CHECK-RECEIPT.
	   MOVE "NO" TO WS-WARN-SW.
	   MOVE SPACES TO WS-WARN-MSG.
	   MOVE "OK   " TO WS-RECV-FLAG.
	   IF ( WS-OO-FOUND NOT= "YES" )
	       MOVE "YES" TO WS-WARN-SW
	       MOVE "WARNING: NOTHING ON ORDER FOR THIS CDE"
	           TO WS-WARN-MSG
	           MOVE "OVER " TO WS-RECV-FLAG
	       END-IF
	   END-IF.
	   IF ( WS-ENTRY-EXPIRY NOT= 0
	        AND WS-ENTRY-EXPIRY <= WS-RUN-DATE )
	       MOVE "YES" TO WS-WARN-SW
	       MOVE "WARNING: LOT IS ALREADY EXPIRED"
	           TO WS-WARN-MSG
	       MOVE "EXPRD" TO WS-RECV-FLAG
	   END-IF.

	BOOK-RECEIPT.
	   PERFORM FIND-INSPECT-ITEM.
	   IF ( WS-II-SLOT > 0 )
	       PERFORM BOOK-QUARANTINE
	   ELSE
	       PERFORM BOOK-STOCK-RECEIPT
	   END-IF.
	   IF ( WS-SHOW-ASN-QNTY > 0 )
	       PERFORM APPLY-ASN-RECEIPT
	   END-IF.
	   ADD 1 TO CNT-RECEIPTS.
	   DISPLAY SCREEN-RECORD-RDRESULT.

	BOOK-STOCK-RECEIPT.
	   MOVE WS-ENTRY-CDE  TO NT-CDE.
	   MOVE "R"           TO NT-TTYPE.
	   MOVE WS-ENTRY-QNTY TO NT-QNTY.
	   MOVE WS-ENTRY-COST TO NT-COST.
	   MOVE SPACES        TO NT-REASON.
	   MOVE SPACES        TO NT-UOM.
	   MOVE SPACES        TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   PERFORM INSERT-TRANS.
	   PERFORM REWRITE-TRANS-FILE.
	   PERFORM WRITE-REGISTER.
	   IF ( WS-ENTRY-LOT NOT= SPACES OR WS-ENTRY-EXPIRY NOT= 0 )
	       PERFORM WRITE-LOT-RECEIPT
	   END-IF.
	   MOVE "RECEIPT RECORDED" TO WS-RESULT-MSG.

	BOOK-QUARANTINE.
	   PERFORM WRITE-REGISTER.
	   MOVE SPACES TO WS-QR-STATUS.
	   OPEN INPUT QUARANTINE.
	   IF ( WS-QR-STATUS = "35" )
	       OPEN OUTPUT QUARANTINE
	       CLOSE QUARANTINE
	   ELSE
	       CLOSE QUARANTINE
	   END-IF.
	   OPEN EXTEND QUARANTINE.
	   ADD 1 TO WS-QR-LAST.
	   MOVE SPACES TO QRREC.
	   MOVE WS-QR-LAST    TO QR-RECEIPT.
	   MOVE WS-ENTRY-CDE  TO QR-CDE.
	   MOVE WS-SHOW-PO    TO QR-PO.
	   IF ( WS-OO-FOUND = "YES" )
	       MOVE WS-OO-VENDOR TO QR-VENDOR
	   END-IF.
	   MOVE WS-RUN-DATE   TO QR-RECV-DATE.
	   MOVE WS-ENTRY-QNTY TO QR-RECV-QNTY.
	   MOVE WS-ENTRY-QNTY TO QR-OPEN-QNTY.
	   MOVE 0 TO QR-HELD-QNTY, QR-PASSED-QNTY, QR-FAILED-QNTY.
	   MOVE WS-ENTRY-COST TO QR-UNIT-COST.
	   MOVE WS-ENTRY-LOT  TO QR-LOT.
	   MOVE WS-ENTRY-EXPIRY TO QR-EXPIRY.
	   MOVE 0 TO QR-SAMPLE, QR-DEFECTS, QR-INSP-DATE.
	   MOVE "QUAR"        TO QR-STATUS.
	   WRITE QRREC.
	   CLOSE QUARANTINE.
	   ADD 1 TO CNT-QUARANTINED.
	   MOVE SPACES TO WS-RESULT-MSG.
	   STRING "HELD FOR INSPECTION - QUARANTINE "
	              DELIMITED BY SIZE
	          WS-QR-LAST DELIMITED BY SIZE
	          INTO WS-RESULT-MSG.

	APPLY-ASN-RECEIPT.
	   MOVE WS-ENTRY-QNTY TO WS-ASN-APPLY.
	   PERFORM VARYING AX-IX FROM 1 BY 1
	           UNTIL AX-IX > AX-COUNT OR WS-ASN-APPLY = 0
	       MOVE AXT-REC(AX-IX) TO WS-AX-WORK
	       IF ( AW-PO = WS-SHOW-PO AND AW-CDE = WS-ENTRY-CDE
	            AND AW-STATUS = "OPEN" )
	           PERFORM APPLY-ONE-ASN-LINE
	       END-IF
	   END-PERFORM.
	   OPEN OUTPUT ASN-EXPECT.
	   PERFORM VARYING AX-IX FROM 1 BY 1 UNTIL AX-IX > AX-COUNT
	       MOVE AXT-REC(AX-IX) TO AXREC
	       WRITE AXREC
	   END-PERFORM.
	   CLOSE ASN-EXPECT.

	APPLY-ONE-ASN-LINE.
	   COMPUTE WS-ASN-BALANCE = AW-SHIP-QNTY - AW-RECEIVED.
	   IF ( WS-ASN-APPLY < WS-ASN-BALANCE )
	       MOVE WS-ASN-APPLY TO WS-ASN-BALANCE
	   END-IF.
	   ADD WS-ASN-BALANCE TO AW-RECEIVED.
	   SUBTRACT WS-ASN-BALANCE FROM WS-ASN-APPLY.
	   IF ( AW-RECEIVED >= AW-SHIP-QNTY )
	       MOVE "RCVD" TO AW-STATUS
	   END-IF.
	   MOVE WS-AX-WORK TO AXT-REC(AX-IX).

	INSERT-TRANS.
	   IF ( XT-COUNT >= 1999 )
	   WRITE REG-REC.
	   CLOSE RECV-REGISTER.

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
	   MOVE WS-ENTRY-CDE TO LR-CDE.
	   MOVE WS-RUN-DATE TO LR-DATE.
	   MOVE WS-ENTRY-QNTY TO LR-QNTY.
	   MOVE WS-ENTRY-LOT TO LR-LOT.
	   MOVE WS-ENTRY-EXPIRY TO LR-EXPIRY.
	   MOVE WS-SHOW-PO TO LR-PO.
	   WRITE LRREC.
	   CLOSE LOT-RECEIPT.

	FORCE-PASSWORD-CHANGE.
	   DISPLAY "PASSWORD EXPIRED - ENTER NEW PASSWORD: ".
	   ACCEPT WS-NEW-PASSWORD.
	   END-IF.
	   MOVE WS-NEW-PASSWORD TO WS-PASSWORD.
	   DISPLAY "PASSWORD CHANGED".

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
