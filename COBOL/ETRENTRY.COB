	   SELECT UOM-CONV ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-UOM-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT RTV-OPEN ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT RTV-PEND ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT INSPECT-ITEM ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-II-STATUS.
	   SELECT CC-MASTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CC-STATUS.
	   SELECT SUPERSEDE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SS-STATUS.
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
	FD REASON-CODES
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REASON-CODE.DAT"
	   02 UC-STOCK-UNIT PIC X(4).
	   02 UC-PURCH-UNIT PIC X(4).
	   02 UC-FACTOR     PIC 9(5).
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
	FD INSPECT-ITEM
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "INSPECT-ITEM.DAT"
	   DATA RECORD IS IIREC.
	01 IIREC.
	   02 II-CDE  PIC X(10).
	   02 II-LTPD PIC 9(2)V9.
	   02 II-RISK PIC 9(2)V9.
	FD CC-MASTER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "COST-CENTER.DAT"
	   DATA RECORD IS CCREC.
	01 CCREC.
	   02 CC-CODE    PIC X(6).
	   02 CC-NAME    PIC X(25).
	   02 CC-EXPENSE PIC X(8).
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
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 TRF PIC X(3) VALUE "YES".
	77 WS-RC-READ-SW PIC X(3) VALUE "YES".
	77 WS-UOM-STATUS PIC X(2) VALUE "00".
	77 WS-UOM-READ-SW PIC X(3) VALUE "YES".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-READ-SW PIC X(3) VALUE "YES".
	77 WS-RTV-STATUS PIC X(2) VALUE "00".
	77 WS-RTV-READ-SW PIC X(3) VALUE "YES".
	77 WS-II-STATUS PIC X(2) VALUE "00".
	77 WS-II-READ-SW PIC X(3) VALUE "YES".
	77 WS-CC-STATUS PIC X(2) VALUE "00".
	77 WS-CC-READ-SW PIC X(3) VALUE "YES".
	77 WS-SS-STATUS PIC X(2) VALUE "00".
	77 WS-SS-READ-SW PIC X(3) VALUE "YES".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-SOURCE-PGM PIC X(8) VALUE "ETRENTRY".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-ENTRY-DONE PIC X(3) VALUE "NO".
	77 WS-ENTRY-OK PIC X(3) VALUE "YES".
	77 WS-ENTRY-COST PIC 9(5)V99 VALUE 0.
	77 WS-ENTRY-REASON PIC X(3) VALUE SPACES.
	77 WS-ENTRY-UOM PIC X(4) VALUE SPACES.
	77 WS-ENTRY-VENDOR PIC X(6) VALUE SPACES.
	77 WS-ENTRY-PO PIC 9(5) VALUE 0.
	77 WS-ENTRY-RMA PIC X(10) VALUE SPACES.
	77 WS-ENTRY-CENTER PIC X(6) VALUE SPACES.
	77 WS-MTLR-FOUND PIC X(3) VALUE "NO".
	77 WS-VERIFY-SW PIC X(3) VALUE "YES".
	77 WS-VFY-COUNT PIC 9(7) VALUE 0.
	   02 TT-TYPE  PIC X(1).
	   02 TT-COUNT PIC 9(5).
	   02 TT-HASH  PIC 9(8).
	77 II-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 II-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-II-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 II-TABLE.
	   02 II-ENT OCCURS 500.
	      05 IIT-CDE PIC X(10).
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-MC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	      05 MCT-CDE    PIC X(10).
	      05 MCT-ITEM   PIC X(10).
	      05 MCT-STATUS PIC X(1).
	      05 MCT-COST   PIC 9(5)V99.
	77 RC-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 RC-IX PIC 9(2) USAGE COMP VALUE 0.
	77 WS-RC-SLOT PIC 9(2) USAGE COMP VALUE 0.
	      05 UOT-STOCK  PIC X(4).
	      05 UOT-PURCH  PIC X(4).
	      05 UOT-FACTOR PIC 9(5).
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VN-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE PIC X(6).
	77 CC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-CC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 CC-TABLE.
	   02 CC-ENT OCCURS 200.
	      05 CCT-CODE PIC X(6).
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
	   02 NT-COST  PIC 9(5)V99.
	   02 NT-REASON PIC X(3).
	   02 NT-UOM   PIC X(4).
	   02 NT-CENTER PIC X(6).
	   02 NT-SOURCE PIC X(8).
	   02 NT-OPER   PIC X(10).
	   02 NT-BATCH  PIC 9(6).
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 CNT-KEYED PIC 9(5) VALUE 0.
	77 CNT-RETURNS PIC 9(5) VALUE 0.

	SCREEN SECTION.
	01 SCREEN-BLANK-TE.
	   05 LINE 3  COL 10 VALUE "CDE (BLANK=END)  :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-ENTRY-CDE AUTO.
	   05 LINE 5  COL 10 VALUE "TYPE I/R/A/S/V   :".
	   05 LINE 5  COL 30 PIC X(1)
	      USING WS-ENTRY-TTYPE AUTO.
	   05 LINE 7  COL 10 VALUE "QNTY             :".
	   05 LINE 15 COL 10 VALUE "UOM CODE         :".
	   05 LINE 15 COL 30 PIC X(4)
	      USING WS-ENTRY-UOM AUTO.
	   05 LINE 16 COL 10 VALUE "COST CTR (ISSUES):".
	   05 LINE 16 COL 30 PIC X(6)
	      USING WS-ENTRY-CENTER AUTO.
	   05 LINE 17 COL 10 VALUE "VENDOR (RETURNS) :".
	   05 LINE 17 COL 30 PIC X(6)
	      USING WS-ENTRY-VENDOR AUTO.
	   05 LINE 18 COL 10 VALUE "ORIGINAL PO      :".
	   05 LINE 18 COL 30 PIC 9(5)
	      USING WS-ENTRY-PO AUTO.
	   05 LINE 19 COL 10 VALUE "RMA NUMBER       :".
	   05 LINE 19 COL 30 PIC X(10)
	      USING WS-ENTRY-RMA AUTO.

	01 SCREEN-RECORD-TERESULT.
	   05 LINE 21 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-SUPERSESSIONS.
	   PERFORM LOAD-REASON-CODES.
	   PERFORM LOAD-UOM-CONVERSIONS.
	   PERFORM LOAD-VENDORS.
	   PERFORM LOAD-OPEN-RETURNS.
	   PERFORM LOAD-INSPECT-ITEMS.
	   PERFORM LOAD-COST-CENTERS.
	   PERFORM LOAD-TRANS-FILE.
	   PERFORM SIGN-ON.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM ENTRY-SCREEN UNTIL WS-ENTRY-DONE = "YES".
	   DISPLAY "TRANSACTIONS KEYED : " CNT-KEYED.
	   DISPLAY "VENDOR RETURNS     : " CNT-RETURNS.
	   DISPLAY "FILE ON HAND       : " XT-COUNT " RECORDS".
	   STOP RUN.

	       ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY "ENTER OPERATOR ID: ".
	   ACCEPT WS-OPERATOR-ID.
	   IF ( WS-OPERATOR-ID = SPACES )
	       DISPLAY "OPERATOR ID REQUIRED - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.

	LOAD-MASTER-CODES.
	   PERFORM VERIFY-MASTER.
	   MOVE 0 TO MC-COUNT.
	               MOVE ITEM OF MREC TO MCT-ITEM(MC-COUNT)
	               MOVE ITEM-STATUS OF MREC
	                   TO MCT-STATUS(MC-COUNT)
	               MOVE UNIT-COST OF MREC TO MCT-COST(MC-COUNT)
	           END-IF
	   END-READ.

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

	LOAD-SUPERSESSIONS.
	   MOVE SPACES TO WS-SS-STATUS.
	   OPEN INPUT SUPERSEDE.
	   IF ( WS-SS-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-SS-READ-SW
	       PERFORM LOAD-ONE-SUPERSESSION
	           UNTIL WS-SS-READ-SW = "NO"
	       CLOSE SUPERSEDE
	   END-IF.

	LOAD-ONE-SUPERSESSION.
	   READ SUPERSEDE AT END MOVE "NO" TO WS-SS-READ-SW
	       NOT AT END
	           PERFORM VARYING MC-IX FROM 1 BY 1
	                   UNTIL MC-IX > MC-COUNT
	               IF ( MCT-CDE(MC-IX) = SS-OLD-CDE
	                    AND MCT-STATUS(MC-IX) = "O" )
	                   MOVE "S" TO MCT-STATUS(MC-IX)
	               END-IF
	           END-PERFORM
	   END-READ.

	LOAD-COST-CENTERS.
	   MOVE 0 TO CC-COUNT.
	   MOVE SPACES TO WS-CC-STATUS.
	   OPEN INPUT CC-MASTER.
	   IF ( WS-CC-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO WS-CC-READ-SW
	       PERFORM LOAD-ONE-COST-CENTER
	           UNTIL WS-CC-READ-SW = "NO"
	       CLOSE CC-MASTER
	   END-IF.

	LOAD-ONE-COST-CENTER.
	   READ CC-MASTER AT END MOVE "NO" TO WS-CC-READ-SW
	       NOT AT END
	           IF ( CC-COUNT < 200 )
	               ADD 1 TO CC-COUNT
	               MOVE CC-CODE TO CCT-CODE(CC-COUNT)
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
	       PERFORM LOAD-ONE-RETURN
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

	LOAD-ONE-RETURN.
	   READ RTV-OPEN AT END MOVE "NO" TO WS-RTV-READ-SW
	       NOT AT END
	           IF ( RM-COUNT >= 2000 )
	               DISPLAY "OPEN RETURNS EXCEED TABLE"
	               DISPLAY "RUN STOPPED - NOTHING KEYED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO RM-COUNT
	           MOVE RT-RMA    TO RMT-RMA(RM-COUNT)
	           MOVE RT-VENDOR TO RMT-VENDOR(RM-COUNT)
	           MOVE RT-CDE    TO RMT-CDE(RM-COUNT)
	   END-READ.

	LOAD-ONE-PENDING-RETURN.
	   READ RTV-PEND AT END MOVE "NO" TO WS-RTV-READ-SW
	       NOT AT END
	           IF ( RM-COUNT >= 2000 )
	               DISPLAY "OPEN RETURNS EXCEED TABLE"
	               DISPLAY "RUN STOPPED - NOTHING KEYED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO RM-COUNT
	           MOVE RP-RMA    TO RMT-RMA(RM-COUNT)
	           MOVE RP-VENDOR TO RMT-VENDOR(RM-COUNT)
	           MOVE RP-CDE    TO RMT-CDE(RM-COUNT)
	   END-READ.

	LOAD-TRANS-FILE.
	   MOVE 0 TO XT-COUNT.
	   MOVE "NO" TO WS-TTLR-FOUND.
	   MOVE 0 TO WS-ENTRY-COST.
	   MOVE SPACES TO WS-ENTRY-REASON.
	   MOVE SPACES TO WS-ENTRY-UOM.
	   MOVE SPACES TO WS-ENTRY-VENDOR.
	   MOVE 0 TO WS-ENTRY-PO.
	   MOVE SPACES TO WS-ENTRY-RMA.
	   MOVE SPACES TO WS-ENTRY-CENTER.
	   DISPLAY SCREEN-BLANK-TE.
	   DISPLAY SCREEN-RECORD-TRANSSCRN.
	   ACCEPT SCREEN-RECORD-TRANSSCRN.
	           PERFORM REWRITE-TRANS-FILE
	           ADD 1 TO CNT-KEYED
	           MOVE "TRANSACTION RECORDED" TO WS-RESULT-MSG
	           IF ( WS-ENTRY-TTYPE = "V" )
	               PERFORM WRITE-OPEN-RETURN
	           END-IF
	       END-IF
	       DISPLAY SCREEN-RECORD-TERESULT
	   END-IF.
	   ELSE
	       PERFORM EDIT-ENTRY-TYPE
	   END-IF.
	   IF ( WS-ENTRY-OK = "YES" )
	       PERFORM EDIT-ENTRY-CENTER
	   END-IF.
	   IF ( WS-ENTRY-OK = "YES" AND WS-ENTRY-TTYPE = "V" )
	       PERFORM EDIT-ENTRY-RETURN
	   END-IF.
	   IF ( WS-ENTRY-OK = "YES" AND WS-ENTRY-TTYPE = "R" )
	       PERFORM EDIT-ENTRY-INSPECT
	   END-IF.

	EDIT-ENTRY-CENTER.
	   IF ( WS-ENTRY-CENTER = SPACES )
	       CONTINUE
	   ELSE
	       MOVE 0 TO WS-CC-SLOT
	       PERFORM VARYING CC-IX FROM 1 BY 1
	               UNTIL CC-IX > CC-COUNT OR WS-CC-SLOT > 0
	           IF ( CCT-CODE(CC-IX) = WS-ENTRY-CENTER )
	               MOVE CC-IX TO WS-CC-SLOT
	           END-IF
	       END-PERFORM
	       IF ( WS-ENTRY-TTYPE NOT= "I" )
	           MOVE "NO" TO WS-ENTRY-OK
	           MOVE "COST CENTER ONLY ON ISSUES" TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-CC-SLOT = 0 )
	               MOVE "NO" TO WS-ENTRY-OK
	               MOVE "COST CENTER NOT ON FILE" TO WS-RESULT-MSG
	           END-IF
	       END-IF
	   END-IF.

	EDIT-ENTRY-INSPECT.
	   MOVE 0 TO WS-II-SLOT.
	   PERFORM VARYING II-IX FROM 1 BY 1
	           UNTIL II-IX > II-COUNT OR WS-II-SLOT > 0
	       IF ( IIT-CDE(II-IX) = WS-ENTRY-CDE )
	           MOVE II-IX TO WS-II-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-II-SLOT > 0 )
	       MOVE "NO" TO WS-ENTRY-OK
	       MOVE "ITEM NEEDS INSPECTION - USE DOCK ENTRY"
	           TO WS-RESULT-MSG
	   END-IF.

	EDIT-ENTRY-TYPE.
	   IF ( WS-ENTRY-TTYPE NOT= "I" AND WS-ENTRY-TTYPE NOT= "R"
	        AND WS-ENTRY-TTYPE NOT= "A"
	        AND WS-ENTRY-TTYPE NOT= "S"
	        AND WS-ENTRY-TTYPE NOT= "V" )
	       MOVE "NO" TO WS-ENTRY-OK
	       MOVE "TYPE MUST BE I, R, A, S OR V" TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-ENTRY-TTYPE = "I"
	            AND MCT-STATUS(WS-MC-SLOT) = "O" )
	       END-IF
	   END-IF.

	EDIT-ENTRY-RETURN.
	   MOVE 0 TO WS-VN-SLOT.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT OR WS-VN-SLOT > 0
	       IF ( VNT-CODE(VN-IX) = WS-ENTRY-VENDOR )
	           MOVE VN-IX TO WS-VN-SLOT
	       END-IF
	   END-PERFORM.
	   MOVE 0 TO WS-RM-SLOT.
	   PERFORM VARYING RM-IX FROM 1 BY 1
	           UNTIL RM-IX > RM-COUNT OR WS-RM-SLOT > 0
	       IF ( RMT-RMA(RM-IX) = WS-ENTRY-RMA
	            AND RMT-VENDOR(RM-IX) = WS-ENTRY-VENDOR
	            AND RMT-CDE(RM-IX) = WS-ENTRY-CDE )
	           MOVE RM-IX TO WS-RM-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-VN-SLOT = 0 )
	       MOVE "NO" TO WS-ENTRY-OK
	       MOVE "RETURN VENDOR NOT ON FILE" TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-ENTRY-PO = 0 OR WS-ENTRY-RMA = SPACES )
	           MOVE "NO" TO WS-ENTRY-OK
	           MOVE "RETURN NEEDS ORIGINAL PO AND RMA"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-RM-SLOT > 0 )
	               MOVE "NO" TO WS-ENTRY-OK
	               MOVE "CDE ALREADY OPEN ON THIS RMA"
	                   TO WS-RESULT-MSG
	           ELSE
	               IF ( WS-ENTRY-UOM NOT= SPACES
	                    AND WS-UOM-SLOT > 0 )
	                   IF ( UOT-STOCK(WS-UOM-SLOT)
	                        NOT= WS-ENTRY-UOM )
	                       MOVE "NO" TO WS-ENTRY-OK
	                       MOVE "RETURNS MUST BE IN STOCK UNITS"
	                           TO WS-RESULT-MSG
	                   END-IF
	               END-IF
	           END-IF
	       END-IF
	   END-IF.

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
	   MOVE WS-ENTRY-PO     TO RP-PO.
	   MOVE WS-ENTRY-CDE    TO RP-CDE.
	   MOVE WS-ENTRY-QNTY   TO RP-QNTY.
	   IF ( WS-ENTRY-COST > 0 )
	       MOVE WS-ENTRY-COST TO RP-UNIT-COST
	   ELSE
	       MOVE MCT-COST(WS-MC-SLOT) TO RP-UNIT-COST
	   END-IF.
	   MOVE WS-ENTRY-DATE   TO RP-DATE.
	   MOVE WS-ENTRY-REASON TO RP-REASON.
	   MOVE "PEND"          TO RP-STATUS.
	   WRITE RPREC.
	   CLOSE RTV-PEND.
	   IF ( RM-COUNT < 2000 )
	       ADD 1 TO RM-COUNT
	       MOVE WS-ENTRY-RMA    TO RMT-RMA(RM-COUNT)
	       MOVE WS-ENTRY-VENDOR TO RMT-VENDOR(RM-COUNT)
	       MOVE WS-ENTRY-CDE    TO RMT-CDE(RM-COUNT)
	   END-IF.
	   ADD 1 TO CNT-RETURNS.
	   MOVE "RETURN RECORDED - RMA OPENS ON POSTING"
	       TO WS-RESULT-MSG.

	FIND-MASTER-CODE.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	   MOVE WS-ENTRY-COST   TO NT-COST.
	   MOVE WS-ENTRY-REASON TO NT-REASON.
	   MOVE WS-ENTRY-UOM    TO NT-UOM.
	   MOVE WS-ENTRY-CENTER TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   MOVE 0 TO WS-INS-AT.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT OR WS-INS-AT > 0
	   MOVE TTLR-REC TO TREC.
	   WRITE TREC.
	   CLOSE TRANS.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
