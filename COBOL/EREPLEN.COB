	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LS-STATUS.
	   SELECT OPEN-ORDER ASSIGN DYNAMIC WS-OPEN-ORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT ORDER-DOC ASSIGN DYNAMIC WS-ORDER-DOC-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT PO-CONTROL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-POC-STATUS.
	   SELECT VENDPRICE ASSIGN DYNAMIC WS-VENDPRICE-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VP-STATUS.
	   SELECT QTY-HISTORY ASSIGN DYNAMIC WS-HISTORY-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-HIST-STATUS.
	   SELECT REPLEN-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RP-STATUS.
	   SELECT EDI-VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-EV-STATUS.
	   SELECT EDI-PO ASSIGN DYNAMIC WS-EDI-PO-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-EP-STATUS.
	   SELECT SUPERSEDE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SS-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD LOW-STOCK
	   LABEL RECORDS ARE STANDARD
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
	FD ORDER-DOC
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS ODREC.
	   02 PO-ITEM     PIC X(10).
	   02 PO-QNTY     PIC 9(5).
	   02 PO-DATE     PIC 9(8).
	   02 PO-PRICE    PIC 9(5)V99.
	FD PO-CONTROL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "PO-NUMBER.DAT"
	   DATA RECORD IS POC-REC.
	01 POC-REC PIC 9(5).
	FD VENDPRICE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS VPREC.
	01 VPREC.
	   02 VP-CDE        PIC X(10).
	   02 VP-VENDOR     PIC X(6).
	   02 VP-UNIT-PRICE PIC 9(5)V99.
	   02 VP-MOQ        PIC 9(5).
	   02 VP-PACK       PIC 9(5).
	   02 VP-BREAK OCCURS 3.
	      05 VP-BRK-QNTY  PIC 9(5).
	      05 VP-BRK-PRICE PIC 9(5)V99.
	FD QTY-HISTORY
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS QHREC.
	01 QHREC.
	   02 ITEM       PIC X(10).
	   02 CDE        PIC X(10).
	   02 OLD-QNTY   PIC 9(5).
	   02 NEW-QNTY   PIC 9(5).
	   02 TTYPE      PIC X(1).
	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD REPLEN-PARMS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REPLEN-PARMS.DAT"
	   DATA RECORD IS RP-REC.
	01 RP-REC.
	   02 RP-ORDER-COST PIC 9(5)V99.
	   02 RP-HOLD-PCT   PIC 9(3)V99.
	   02 RP-HIST-DAYS  PIC 9(3).
	FD EDI-VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "EDI-VENDOR.DAT"
	   DATA RECORD IS EVREC.
	01 EVREC.
	   02 EV-VENDOR PIC X(6).
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
	FD EDI-PO
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS EPREC.
	01 EPREC.
	   02 EP-REC-TYPE PIC X(1).
	   02 EP-PO       PIC 9(5).
	   02 EP-VENDOR   PIC X(6).
	   02 EP-BODY     PIC X(68).
	   02 EP-HEADER REDEFINES EP-BODY.
	      05 EPH-PO-DATE  PIC 9(8).
	      05 EPH-DUE-DATE PIC 9(8).
	      05 EPH-NAME     PIC X(25).
	      05 FILLER       PIC X(27).
	   02 EP-DETAIL REDEFINES EP-BODY.
	      05 EPD-LINE     PIC 9(3).
	      05 EPD-CDE      PIC X(10).
	      05 EPD-ITEM     PIC X(10).
	      05 EPD-QNTY     PIC 9(5).
	      05 EPD-PRICE    PIC 9(5)V99.
	      05 FILLER       PIC X(33).
	   02 EP-TRAILER REDEFINES EP-BODY.
	      05 EPT-LINES    PIC 9(5).
	      05 EPT-QNTY     PIC 9(9).
	      05 EPT-VALUE    PIC 9(9)V99.
	      05 FILLER       PIC X(43).
	WORKING-STORAGE SECTION.
	77 LSF PIC X(3) VALUE "YES".
	77 OOF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 IVF PIC X(3) VALUE "YES".
	77 WS-LOW-STOCK-FILE PIC X(40) VALUE "LOW-STOCK.DAT".
	77 WS-OPEN-ORDER-FILE PIC X(40) VALUE "OPEN-ORDER.IDX".
	77 WS-ORDER-DOC-FILE PIC X(40) VALUE "ORDERS.DAT".
	77 WS-VENDOR-FILE PIC X(40) VALUE "VENDOR.DAT".
	77 WS-ITEMVEND-FILE PIC X(40) VALUE "ITEMVEND.DAT".
	77 WS-PURCHORD-FILE PIC X(40) VALUE "PURCHORD.DAT".
	77 WS-VENDPRICE-FILE PIC X(40) VALUE "VENDPRICE.DAT".
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-MODE PIC X(8) VALUE "GENERATE".
	77 WS-LS-STATUS PIC X(2) VALUE "00".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-IV-STATUS PIC X(2) VALUE "00".
	77 WS-POC-STATUS PIC X(2) VALUE "00".
	77 WS-VP-STATUS PIC X(2) VALUE "00".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-RP-STATUS PIC X(2) VALUE "00".
	77 WS-EV-STATUS PIC X(2) VALUE "00".
	77 WS-EP-STATUS PIC X(2) VALUE "00".
	77 EVF PIC X(3) VALUE "YES".
	77 WS-SS-STATUS PIC X(2) VALUE "00".
	77 SSF PIC X(3) VALUE "YES".
	77 CNT-SUPERSEDED PIC 9(5) VALUE 0.
	77 SS-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SS-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-SS-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-EDI-PO-FILE PIC X(40) VALUE SPACES.
	77 WS-EDI-SW PIC X(3) VALUE "NO".
	77 WS-EDI-LINES PIC 9(3) VALUE 0.
	77 WS-EDI-QNTY PIC 9(9) VALUE 0.
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 CNT-EDI-POS PIC 9(5) VALUE 0.
	77 VPF PIC X(3) VALUE "YES".
	77 HF PIC X(3) VALUE "YES".
	77 WS-ORDER-COST PIC 9(5)V99 VALUE 25.00.
	77 WS-HOLD-PCT PIC 9(3)V99 VALUE 20.00.
	77 WS-HIST-DAYS PIC 9(3) VALUE 365.
	77 WS-ANNUAL-DEMAND PIC 9(7) VALUE 0.
	77 WS-HOLD-COST PIC 9(7)V9999 VALUE 0.
	77 WS-EOQ PIC 9(7) VALUE 0.
	77 WS-VP-QNTY PIC 9(7) VALUE 0.
	77 WS-VP-PRICE PIC 9(5)V99 VALUE 0.
	77 WS-PACK-COUNT PIC 9(7) VALUE 0.
	77 WS-PACK-REM PIC 9(5) VALUE 0.
	77 WS-BEST-QNTY PIC 9(5) VALUE 0.
	77 WS-BEST-PRICE PIC 9(5)V99 VALUE 0.
	77 WS-BEST-VP PIC 9(4) USAGE COMP VALUE 0.
	77 WS-BRK-IX PIC 9(1) USAGE COMP VALUE 0.
	77 WS-PO-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-LINE-VALUE PIC 9(9)V99 VALUE 0.
	77 CNT-CATALOG-PRICED PIC 9(5) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-SUGGESTED PIC 9(5) VALUE 0.
	77 CNT-NO-VENDOR PIC 9(5) VALUE 0.
	77 CNT-OUTSTANDING PIC 9(5) VALUE 0.
	77 CNT-OVER-RECEIPTS PIC 9(5) VALUE 0.
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-ON-ORDER-SW PIC X(3) VALUE "NO".
	77 WS-OUTSTANDING PIC S9(6) VALUE 0.
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 PL-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 PL-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-VN-LINES PIC 9(4) USAGE COMP VALUE 0.
	77 VP-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 VP-IX PIC 9(4) USAGE COMP VALUE 0.
	77 US-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 US-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-US-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE      PIC X(6).
	      05 VNT-NAME      PIC X(25).
	      05 VNT-CONTACT   PIC X(25).
	      05 VNT-LEAD-DAYS PIC 9(3).
	      05 VNT-EDI       PIC X(1).
	01 SS-TABLE.
	   02 SS-ENT OCCURS 500.
	      05 SST-OLD PIC X(10).
	      05 SST-EFF PIC 9(8).
	01 IV-TABLE.
	   02 IV-ENT OCCURS 1000.
	      05 IVT-CDE    PIC X(10).
	      05 PLT-ROP     PIC 9(5).
	      05 PLT-QNTY    PIC 9(5).
	      05 PLT-VN-IX   PIC 9(3) USAGE COMP.
	      05 PLT-PRICE   PIC 9(5)V99.
	01 VP-TABLE.
	   02 VP-ENT OCCURS 2000.
	      05 VPT-CDE        PIC X(10).
	      05 VPT-VN-IX      PIC 9(3) USAGE COMP.
	      05 VPT-UNIT-PRICE PIC 9(5)V99.
	      05 VPT-MOQ        PIC 9(5).
	      05 VPT-PACK       PIC 9(5).
	      05 VPT-BREAK OCCURS 3.
	         10 VPT-BRK-QNTY  PIC 9(5).
	         10 VPT-BRK-PRICE PIC 9(5)V99.
	01 US-TABLE.
	   02 US-ENT OCCURS 2000.
	      05 UST-CDE    PIC X(10).
	      05 UST-ISSUES PIC 9(9).
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(7)  VALUE "REORDER".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(9)  VALUE "ORDER QTY".
	  02 PIC X(8)  VALUE "   PRICE".
	  02 PIC X(12) VALUE "    EXTENDED".
	01 S-DETAIL.
	  02 DET-CDE  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-ONHAND  PIC ZZZZZZZZ9.
	  02 DET-REORDER PIC ZZZZZZZZ9.
	  02 DET-ORDER   PIC ZZZZZZZZ9.
	  02 DET-PRICE   PIC ZZZZZZ9.99.
	  02 DET-EXTEND  PIC ZZZZZZZZ9.99.
	  02 PIC X(9) VALUE SPACES.
	01 S-PO-TOTAL.
	  02 PIC X(49) VALUE SPACES.
	  02 PIC X(10) VALUE "PO TOTAL".
	  02 POT-VALUE PIC ZZZZZZZZ9.99.
	  02 PIC X(9) VALUE SPACES.
	01 S-EXCEPT-HEAD.
	  02 PIC X(40) VALUE
	     "*** ITEMS WITH NO VENDOR ASSIGNED ***".
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM OPEN-OPEN-ORDERS.
	   IF ( WS-MODE = "REPORT" )
	       PERFORM OUTSTANDING-REPORT
	   ELSE
	       PERFORM LOAD-VENDORS
	       PERFORM LOAD-ITEMVEND
	       PERFORM LOAD-EDI-VENDORS
	       PERFORM LOAD-SUPERSEDE
	       PERFORM READ-REPLEN-PARMS
	       PERFORM LOAD-VENDOR-PRICES
	       PERFORM SUM-DEMAND
	       PERFORM READ-PO-CONTROL
	       PERFORM GENERATE-ORDERS
	       PERFORM WRITE-PO-CONTROL
	   END-IF.
	   PERFORM CLOSE-OPEN-ORDERS.
	   STOP RUN.

	GET-PARAMETERS.
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-PURCHORD-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 5 )
	       DISPLAY 6 UPON ARGUMENT-NUMBER
	       ACCEPT WS-VENDPRICE-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 6 )
	       DISPLAY 7 UPON ARGUMENT-NUMBER
	       ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 7 )
	       DISPLAY 8 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   IF ( WS-MODE = "REPORT" )
	       OPEN INPUT OPEN-ORDER
	   ELSE
	       OPEN I-O OPEN-ORDER
	       IF ( WS-OO-STATUS = "35" )
	           OPEN OUTPUT OPEN-ORDER
	           CLOSE OPEN-ORDER
	           MOVE SPACES TO WS-OO-STATUS
	           OPEN I-O OPEN-ORDER
	       END-IF
	   END-IF.
	   IF ( WS-OO-STATUS = "00" )
	       MOVE "YES" TO WS-OO-OPEN
	   ELSE
	       MOVE "NO" TO WS-OO-OPEN
	       IF ( WS-MODE NOT= "REPORT" )
	           DISPLAY "OPEN-ORDER FILE NOT AVAILABLE: "
	                   WS-OPEN-ORDER-FILE
	           DISPLAY "  STATUS: " WS-OO-STATUS
	           DISPLAY "RUN STOPPED - NO ORDERS RAISED"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	   END-IF.

	CLOSE-OPEN-ORDERS.
	   IF ( WS-OO-OPEN = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.

	LOAD-VENDORS.
	   MOVE SPACES TO WS-VEND-STATUS.
	           MOVE VN-NAME      TO VNT-NAME(VN-COUNT)
	           MOVE VN-CONTACT   TO VNT-CONTACT(VN-COUNT)
	           MOVE VN-LEAD-DAYS TO VNT-LEAD-DAYS(VN-COUNT)
	           MOVE "N"          TO VNT-EDI(VN-COUNT)
	   END-READ.

	LOAD-EDI-VENDORS.
	   MOVE SPACES TO WS-EV-STATUS.
	   OPEN INPUT EDI-VENDOR.
	   IF ( WS-EV-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO EVF
	       PERFORM LOAD-ONE-EDI-VENDOR UNTIL EVF = "NO"
	       CLOSE EDI-VENDOR
	   END-IF.

	LOAD-ONE-EDI-VENDOR.
	   READ EDI-VENDOR AT END MOVE "NO" TO EVF
	       NOT AT END
	           PERFORM VARYING VN-IX FROM 1 BY 1
	                   UNTIL VN-IX > VN-COUNT
	               IF ( VNT-CODE(VN-IX) = EV-VENDOR )
	                   MOVE "Y" TO VNT-EDI(VN-IX)
	               END-IF
	           END-PERFORM
	   END-READ.

	LOAD-SUPERSEDE.
	   MOVE 0 TO SS-COUNT.
	   MOVE SPACES TO WS-SS-STATUS.
	   OPEN INPUT SUPERSEDE.
	   IF ( WS-SS-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO SSF
	       PERFORM LOAD-ONE-SUPERSEDE UNTIL SSF = "NO"
	       CLOSE SUPERSEDE
	   END-IF.

	LOAD-ONE-SUPERSEDE.
	   READ SUPERSEDE AT END MOVE "NO" TO SSF
	       NOT AT END
	           IF ( SS-EFF-DATE <= WS-RUN-DATE
	                AND SS-OLD-CDE NOT= SPACES
	                AND SS-NEW-CDE NOT= SPACES
	                AND SS-COUNT < 500 )
	               ADD 1 TO SS-COUNT
	               MOVE SS-OLD-CDE  TO SST-OLD(SS-COUNT)
	               MOVE SS-EFF-DATE TO SST-EFF(SS-COUNT)
	           END-IF
	   END-READ.

	LOAD-ITEMVEND.
	           MOVE IV-VENDOR TO IVT-VENDOR(IV-COUNT)
	   END-READ.

	READ-REPLEN-PARMS.
	   MOVE SPACES TO WS-RP-STATUS.
	   OPEN INPUT REPLEN-PARMS.
	   IF ( WS-RP-STATUS = "00" )
	       READ REPLEN-PARMS
	           AT END CONTINUE
	           NOT AT END
	               IF ( RP-ORDER-COST > 0 )
	                   MOVE RP-ORDER-COST TO WS-ORDER-COST
	               END-IF
	               IF ( RP-HOLD-PCT > 0 )
	                   MOVE RP-HOLD-PCT TO WS-HOLD-PCT
	               END-IF
	               IF ( RP-HIST-DAYS > 0 )
	                   MOVE RP-HIST-DAYS TO WS-HIST-DAYS
	               END-IF
	       END-READ
	       CLOSE REPLEN-PARMS
	   END-IF.

	LOAD-VENDOR-PRICES.
	   MOVE SPACES TO WS-VP-STATUS.
	   OPEN INPUT VENDPRICE.
	   IF ( WS-VP-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO VPF
	       PERFORM LOAD-ONE-PRICE UNTIL VPF = "NO"
	       CLOSE VENDPRICE
	   END-IF.

	LOAD-ONE-PRICE.
	   READ VENDPRICE AT END MOVE "NO" TO VPF
	       NOT AT END
	           MOVE 0 TO WS-VENDOR-SLOT
	           PERFORM VARYING VN-IX FROM 1 BY 1
	                   UNTIL VN-IX > VN-COUNT
	                       OR WS-VENDOR-SLOT > 0
	               IF ( VNT-CODE(VN-IX) = VP-VENDOR )
	                   MOVE VN-IX TO WS-VENDOR-SLOT
	               END-IF
	           END-PERFORM
	           IF ( WS-VENDOR-SLOT = 0 )
	               DISPLAY "PRICE FOR UNKNOWN VENDOR IGNORED: "
	                       VP-VENDOR " " VP-CDE
	           ELSE
	               PERFORM STORE-ONE-PRICE
	           END-IF
	   END-READ.

	STORE-ONE-PRICE.
	   IF ( VP-COUNT >= 2000 )
	       DISPLAY "VENDOR PRICE FILE EXCEEDS TABLE"
	       DISPLAY "RUN STOPPED - NO ORDERS PLACED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO VP-COUNT.
	   MOVE VP-CDE         TO VPT-CDE(VP-COUNT).
	   MOVE WS-VENDOR-SLOT TO VPT-VN-IX(VP-COUNT).
	   MOVE VP-UNIT-PRICE  TO VPT-UNIT-PRICE(VP-COUNT).
	   MOVE VP-MOQ         TO VPT-MOQ(VP-COUNT).
	   MOVE VP-PACK        TO VPT-PACK(VP-COUNT).
	   PERFORM VARYING WS-BRK-IX FROM 1 BY 1 UNTIL WS-BRK-IX > 3
	       MOVE VP-BRK-QNTY(WS-BRK-IX)
	           TO VPT-BRK-QNTY(VP-COUNT, WS-BRK-IX)
	       MOVE VP-BRK-PRICE(WS-BRK-IX)
	           TO VPT-BRK-PRICE(VP-COUNT, WS-BRK-IX)
	   END-PERFORM.

	SUM-DEMAND.
	   MOVE SPACES TO WS-HIST-STATUS.
	   OPEN INPUT QTY-HISTORY.
	   IF ( WS-HIST-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO HF
	       PERFORM SUM-ONE-HISTORY UNTIL HF = "NO"
	       CLOSE QTY-HISTORY
	   END-IF.

	SUM-ONE-HISTORY.
	   READ QTY-HISTORY AT END MOVE "NO" TO HF
	       NOT AT END
	           IF ( TTYPE OF QHREC = "I" )
	               MOVE "D" TO WS-DV-FUNC
	               CALL "DATEVAL" USING WS-DV-FUNC QH-DATE
	                                    WS-RUN-DATE WS-DV-FLAG
	                                    WS-DV-DAYS
	               IF ( WS-DV-FLAG = "V"
	                    AND WS-DV-DAYS >= 0
	                    AND WS-DV-DAYS < WS-HIST-DAYS )
	                   PERFORM POST-ISSUE-USAGE
	               END-IF
	           END-IF
	   END-READ.

	POST-ISSUE-USAGE.
	   MOVE 0 TO WS-US-SLOT.
	   IF ( US-COUNT > 0
	        AND UST-CDE(US-COUNT) = CDE OF QHREC )
	       MOVE US-COUNT TO WS-US-SLOT
	   ELSE
	       PERFORM VARYING US-IX FROM 1 BY 1
	               UNTIL US-IX > US-COUNT OR WS-US-SLOT > 0
	           IF ( UST-CDE(US-IX) = CDE OF QHREC )
	               MOVE US-IX TO WS-US-SLOT
	           END-IF
	       END-PERFORM
	   END-IF.
	   IF ( WS-US-SLOT = 0 )
	       IF ( US-COUNT >= 2000 )
	           DISPLAY "HISTORY EXCEEDS USAGE TABLE"
	           DISPLAY "RUN STOPPED - NO ORDERS PLACED"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO US-COUNT
	       MOVE CDE OF QHREC TO UST-CDE(US-COUNT)
	       MOVE 0 TO UST-ISSUES(US-COUNT)
	       MOVE US-COUNT TO WS-US-SLOT
	   END-IF.
	   ADD TRANS-QNTY OF QHREC TO UST-ISSUES(WS-US-SLOT).

	READ-PO-CONTROL.
	   MOVE SPACES TO WS-POC-STATUS.
	   OPEN INPUT PO-CONTROL.
	   MOVE "ORDER LINES GENERATED" TO CTL-LABEL.
	   MOVE CNT-ORDERS-WRITTEN TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "ELECTRONIC POS WRITTEN" TO CTL-LABEL.
	   MOVE CNT-EDI-POS TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "LINES SIZED FROM PRICE CATALOG" TO CTL-LABEL.
	   MOVE CNT-CATALOG-PRICED TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "SKIPPED - ALREADY ON ORDER" TO CTL-LABEL.
	   MOVE CNT-ALREADY-OPEN TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "SKIPPED - HOLD OR OBSOLETE" TO CTL-LABEL.
	   MOVE CNT-STATUS-SKIPPED TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "SKIPPED - SUPERSEDED" TO CTL-LABEL.
	   MOVE CNT-SUPERSEDED TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   MOVE "EXCEPTIONS - NO VENDOR" TO CTL-LABEL.
	   MOVE CNT-NO-VENDOR TO CTL-VALUE.
	   WRITE ODREC FROM S-CTL-PRINT.
	   WRITE ODREC FROM S-LINE.
	   CLOSE ORDER-DOC.
	   CLOSE PURCHORD.

	CHECK-ONE-ORDER.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           IF ( OO-CDE NOT= CDE OF LSREC )
	               MOVE "NO" TO OOF
	           ELSE
	               IF ( OO-STATUS = "OPEN" )
	                   MOVE "YES" TO WS-ON-ORDER-SW
	                   MOVE "NO" TO OOF
	               END-IF
	           END-IF
	   END-READ.

	GENERATE-ONE-ORDER.
	   READ LOW-STOCK AT END MOVE "NO" TO LSF
	   END-READ.

	CONSIDER-ONE-ITEM.
	   MOVE 0 TO WS-SS-SLOT.
	   PERFORM VARYING SS-IX FROM 1 BY 1
	           UNTIL SS-IX > SS-COUNT OR WS-SS-SLOT > 0
	       IF ( SST-OLD(SS-IX) = CDE OF LSREC )
	           MOVE SS-IX TO WS-SS-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-SS-SLOT > 0 )
	       ADD 1 TO CNT-SUPERSEDED
	   ELSE
	       IF ( ITEM-STATUS OF LSREC = "O"
	            OR ITEM-STATUS OF LSREC = "H" )
	           ADD 1 TO CNT-STATUS-SKIPPED
	       ELSE
	           PERFORM CONSIDER-ACTIVE-ITEM
	       END-IF
	   END-IF.

	CONSIDER-ACTIVE-ITEM.
	   MOVE "NO" TO WS-ON-ORDER-SW.
	   MOVE CDE OF LSREC TO OO-CDE.
	   START OPEN-ORDER KEY IS EQUAL TO OO-CDE
	       INVALID KEY MOVE "NO" TO OOF
	       NOT INVALID KEY MOVE "YES" TO OOF
	   END-START.
	   PERFORM CHECK-ONE-ORDER UNTIL OOF = "NO".
	   IF ( WS-ON-ORDER-SW = "YES" )
	       ADD 1 TO CNT-ALREADY-OPEN
	   ELSE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE WS-SUGGESTED TO WS-BEST-QNTY.
	   MOVE 0 TO WS-BEST-PRICE.
	   PERFORM SIZE-FROM-CATALOG.
	   IF ( WS-BEST-VP = 0 )
	       PERFORM FIND-ITEM-VENDOR
	   ELSE
	       MOVE VPT-VN-IX(WS-BEST-VP) TO WS-VENDOR-SLOT
	       ADD 1 TO CNT-CATALOG-PRICED
	   END-IF.
	   ADD 1 TO PL-COUNT.
	   MOVE CDE  OF LSREC TO PLT-CDE(PL-COUNT).
	   MOVE ITEM OF LSREC TO PLT-ITEM(PL-COUNT).
	   MOVE QNTY OF LSREC TO PLT-ONHAND(PL-COUNT).
	   MOVE REORDER-POINT OF LSREC TO PLT-ROP(PL-COUNT).
	   MOVE WS-BEST-QNTY  TO PLT-QNTY(PL-COUNT).
	   MOVE WS-BEST-PRICE TO PLT-PRICE(PL-COUNT).
	   MOVE WS-VENDOR-SLOT TO PLT-VN-IX(PL-COUNT).
	   IF ( WS-VENDOR-SLOT = 0 )
	       ADD 1 TO CNT-NO-VENDOR
	   END-IF.

	SIZE-FROM-CATALOG.
	   MOVE 0 TO WS-BEST-VP.
	   MOVE 0 TO WS-ANNUAL-DEMAND.
	   PERFORM VARYING US-IX FROM 1 BY 1 UNTIL US-IX > US-COUNT
	       IF ( UST-CDE(US-IX) = CDE OF LSREC )
	           COMPUTE WS-ANNUAL-DEMAND ROUNDED
	               = UST-ISSUES(US-IX) * 365 / WS-HIST-DAYS
	               ON SIZE ERROR MOVE 9999999 TO WS-ANNUAL-DEMAND
	           END-COMPUTE
	       END-IF
	   END-PERFORM.
	   PERFORM VARYING VP-IX FROM 1 BY 1 UNTIL VP-IX > VP-COUNT
	       IF ( VPT-CDE(VP-IX) = CDE OF LSREC )
	           PERFORM SIZE-FOR-VENDOR
	       END-IF
	   END-PERFORM.

	SIZE-FOR-VENDOR.
	   MOVE 0 TO WS-EOQ.
	   COMPUTE WS-HOLD-COST ROUNDED
	       = VPT-UNIT-PRICE(VP-IX) * WS-HOLD-PCT / 100.
	   IF ( WS-HOLD-COST > 0 AND WS-ANNUAL-DEMAND > 0 )
	       COMPUTE WS-EOQ ROUNDED
	           = ( 2 * WS-ANNUAL-DEMAND * WS-ORDER-COST
	               / WS-HOLD-COST ) ** 0.5
	           ON SIZE ERROR MOVE 99999 TO WS-EOQ
	       END-COMPUTE
	   END-IF.
	   IF ( WS-EOQ > WS-SUGGESTED )
	       MOVE WS-EOQ TO WS-VP-QNTY
	   ELSE
	       MOVE WS-SUGGESTED TO WS-VP-QNTY
	   END-IF.
	   IF ( WS-VP-QNTY < VPT-MOQ(VP-IX) )
	       MOVE VPT-MOQ(VP-IX) TO WS-VP-QNTY
	   END-IF.
	   IF ( WS-VP-QNTY > 99999 )
	       MOVE 99999 TO WS-VP-QNTY
	   END-IF.
	   IF ( VPT-PACK(VP-IX) > 1 )
	       DIVIDE WS-VP-QNTY BY VPT-PACK(VP-IX)
	           GIVING WS-PACK-COUNT REMAINDER WS-PACK-REM
	       IF ( WS-PACK-REM > 0 )
	           ADD 1 TO WS-PACK-COUNT
	       END-IF
	       COMPUTE WS-VP-QNTY = WS-PACK-COUNT * VPT-PACK(VP-IX)
	       IF ( WS-VP-QNTY > 99999 )
	           SUBTRACT VPT-PACK(VP-IX) FROM WS-VP-QNTY
	       END-IF
	   END-IF.
	   MOVE VPT-UNIT-PRICE(VP-IX) TO WS-VP-PRICE.
	   PERFORM VARYING WS-BRK-IX FROM 1 BY 1 UNTIL WS-BRK-IX > 3
	       IF ( VPT-BRK-QNTY(VP-IX, WS-BRK-IX) > 0
	            AND WS-VP-QNTY >= VPT-BRK-QNTY(VP-IX, WS-BRK-IX)
	            AND VPT-BRK-PRICE(VP-IX, WS-BRK-IX) < WS-VP-PRICE )
	           MOVE VPT-BRK-PRICE(VP-IX, WS-BRK-IX) TO WS-VP-PRICE
	       END-IF
	   END-PERFORM.
	   IF ( WS-BEST-VP = 0 OR WS-VP-PRICE < WS-BEST-PRICE )
	       MOVE VP-IX       TO WS-BEST-VP
	       MOVE WS-VP-QNTY  TO WS-BEST-QNTY
	       MOVE WS-VP-PRICE TO WS-BEST-PRICE
	   END-IF.

	FIND-ITEM-VENDOR.
	   MOVE 0 TO WS-VENDOR-SLOT.
	   PERFORM VARYING IV-IX FROM 1 BY 1
	   MOVE SPACES TO PO-CDE, PO-ITEM.
	   MOVE 0 TO PO-QNTY.
	   MOVE WS-RUN-DATE TO PO-DATE.
	   MOVE 0 TO PO-PRICE.
	   WRITE POREC.
	   MOVE "NO" TO WS-EDI-SW.
	   IF ( VNT-EDI(VN-IX) = "Y" )
	       PERFORM OPEN-EDI-PO
	   END-IF.
	   MOVE 0 TO WS-PO-VALUE.
	   PERFORM VARYING PL-IX FROM 1 BY 1
	           UNTIL PL-IX > PL-COUNT
	       IF ( PLT-VN-IX(PL-IX) = VN-IX )
	           PERFORM PRINT-ONE-PO-LINE
	       END-IF
	   END-PERFORM.
	   MOVE WS-PO-VALUE TO POT-VALUE.
	   WRITE ODREC FROM S-PO-TOTAL.
	   IF ( WS-EDI-SW = "YES" )
	       PERFORM CLOSE-EDI-PO
	   END-IF.
	   ADD 1 TO CNT-POS-CREATED.
	   ADD 1 TO WS-NEXT-PO.

	   MOVE PLT-ONHAND(PL-IX) TO DET-ONHAND.
	   MOVE PLT-ROP(PL-IX)    TO DET-REORDER.
	   MOVE PLT-QNTY(PL-IX)   TO DET-ORDER.
	   MOVE PLT-PRICE(PL-IX)  TO DET-PRICE.
	   COMPUTE WS-LINE-VALUE = PLT-QNTY(PL-IX) * PLT-PRICE(PL-IX).
	   MOVE WS-LINE-VALUE     TO DET-EXTEND.
	   ADD WS-LINE-VALUE TO WS-PO-VALUE.
	   WRITE ODREC FROM S-DETAIL.
	   MOVE SPACES TO POREC.
	   MOVE "D" TO PO-REC-TYPE.
	   MOVE PLT-ITEM(PL-IX) TO PO-ITEM.
	   MOVE PLT-QNTY(PL-IX) TO PO-QNTY.
	   MOVE WS-RUN-DATE TO PO-DATE.
	   MOVE PLT-PRICE(PL-IX) TO PO-PRICE.
	   WRITE POREC.
	   IF ( WS-EDI-SW = "YES" )
	       PERFORM WRITE-EDI-PO-LINE
	   END-IF.
	   PERFORM ADD-TO-OPEN-ORDERS.
	   ADD 1 TO CNT-ORDERS-WRITTEN.

	OPEN-EDI-PO.
	   MOVE SPACES TO WS-EDI-PO-FILE.
	   STRING "EDI-PO-" DELIMITED BY SIZE
	          VNT-CODE(VN-IX) DELIMITED BY SPACE
	          ".DAT" DELIMITED BY SIZE
	          INTO WS-EDI-PO-FILE.
	   MOVE SPACES TO WS-EP-STATUS.
	   OPEN INPUT EDI-PO.
	   IF ( WS-EP-STATUS = "35" )
	       OPEN OUTPUT EDI-PO
	       CLOSE EDI-PO
	   ELSE
	       CLOSE EDI-PO
	   END-IF.
	   OPEN EXTEND EDI-PO.
	   MOVE "YES" TO WS-EDI-SW.
	   MOVE 0 TO WS-EDI-LINES, WS-EDI-QNTY.
	   MOVE SPACES TO EPREC.
	   MOVE "H" TO EP-REC-TYPE.
	   MOVE WS-NEXT-PO TO EP-PO.
	   MOVE VNT-CODE(VN-IX) TO EP-VENDOR.
	   MOVE WS-RUN-DATE TO EPH-PO-DATE.
	   MOVE "B" TO WS-DV-FUNC.
	   MOVE VNT-LEAD-DAYS(VN-IX) TO WS-DV-DAYS.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-RUN-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS
	                        WS-SITE.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DATE2 TO EPH-DUE-DATE
	   ELSE
	       MOVE WS-RUN-DATE TO EPH-DUE-DATE
	   END-IF.
	   MOVE VNT-NAME(VN-IX) TO EPH-NAME.
	   WRITE EPREC.

	WRITE-EDI-PO-LINE.
	   ADD 1 TO WS-EDI-LINES.
	   ADD PLT-QNTY(PL-IX) TO WS-EDI-QNTY.
	   MOVE SPACES TO EPREC.
	   MOVE "D" TO EP-REC-TYPE.
	   MOVE WS-NEXT-PO TO EP-PO.
	   MOVE VNT-CODE(VN-IX) TO EP-VENDOR.
	   MOVE WS-EDI-LINES TO EPD-LINE.
	   MOVE PLT-CDE(PL-IX) TO EPD-CDE.
	   MOVE PLT-ITEM(PL-IX) TO EPD-ITEM.
	   MOVE PLT-QNTY(PL-IX) TO EPD-QNTY.
	   MOVE PLT-PRICE(PL-IX) TO EPD-PRICE.
	   WRITE EPREC.

	CLOSE-EDI-PO.
	   MOVE SPACES TO EPREC.
	   MOVE "T" TO EP-REC-TYPE.
	   MOVE WS-NEXT-PO TO EP-PO.
	   MOVE VNT-CODE(VN-IX) TO EP-VENDOR.
	   MOVE WS-EDI-LINES TO EPT-LINES.
	   MOVE WS-EDI-QNTY TO EPT-QNTY.
	   MOVE WS-PO-VALUE TO EPT-VALUE.
	   WRITE EPREC.
	   CLOSE EDI-PO.
	   ADD 1 TO CNT-EDI-POS.

	ADD-TO-OPEN-ORDERS.
	   MOVE WS-NEXT-PO       TO OO-PO.
	   MOVE PLT-CDE(PL-IX)   TO OO-CDE.
	   MOVE PLT-ITEM(PL-IX)  TO OO-ITEM.
	   MOVE PLT-QNTY(PL-IX)  TO OO-ORDER-QNTY.
	   MOVE 0                TO OO-RECEIVED.
	   MOVE WS-RUN-DATE      TO OO-ORDER-DATE.
	   MOVE "OPEN"           TO OO-STATUS.
	   MOVE VNT-CODE(VN-IX)  TO OO-VENDOR.
	   MOVE PLT-PRICE(PL-IX) TO OO-PRICE.
	   WRITE OOREC
	       INVALID KEY
	           DISPLAY "OPEN-ORDER LINE ALREADY ON FILE - PO "
	                   WS-NEXT-PO " CDE " PLT-CDE(PL-IX)
	   END-WRITE.

	PRINT-EXCEPTION-PAGE.
	   IF ( CNT-NO-VENDOR > 0 )
	               MOVE PLT-ONHAND(PL-IX) TO DET-ONHAND
	               MOVE PLT-ROP(PL-IX)    TO DET-REORDER
	               MOVE PLT-QNTY(PL-IX)   TO DET-ORDER
	               MOVE 0                 TO DET-PRICE, DET-EXTEND
	               WRITE ODREC FROM S-DETAIL
	           END-IF
	       END-PERFORM
	   END-IF.

	OUTSTANDING-REPORT.
	   OPEN OUTPUT ORDER-DOC.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE ODREC FROM S-LINE.
	   WRITE ODREC FROM S-OUT-HEAD.
	   WRITE ODREC FROM S-LINE.
	   IF ( WS-OO-OPEN = "YES" )
	       MOVE "YES" TO OOF
	       PERFORM OUTSTANDING-NEXT UNTIL OOF = "NO"
	   END-IF.
	   WRITE ODREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "ORDERS STILL OUTSTANDING" TO CTL-LABEL.
	   WRITE ODREC FROM S-LINE.
	   CLOSE ORDER-DOC.

	OUTSTANDING-NEXT.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END PERFORM OUTSTANDING-LINE
	   END-READ.

	OUTSTANDING-LINE.
	   IF ( OO-STATUS NOT= "FILLED" )
	       MOVE OO-PO         TO OUT-PO
	       MOVE OO-CDE        TO OUT-CDE
	       MOVE OO-ITEM       TO OUT-ITEM
	       MOVE OO-ORDER-QNTY TO OUT-ORDERED
	       MOVE OO-RECEIVED   TO OUT-RECEIVED
	       COMPUTE WS-OUTSTANDING
	           = OO-ORDER-QNTY - OO-RECEIVED
	       MOVE WS-OUTSTANDING TO OUT-OUTSTANDING
	       MOVE OO-STATUS     TO OUT-STATUS
	       WRITE ODREC FROM S-OUT-DETAIL
	       IF ( OO-STATUS = "OVER" )
	           ADD 1 TO CNT-OVER-RECEIPTS
	       ELSE
	           ADD 1 TO CNT-OUTSTANDING
