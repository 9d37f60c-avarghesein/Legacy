	IDENTIFICATION DIVISION.
	PROGRAM-ID. EORDCONV.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT OPEN-ORDER ASSIGN DYNAMIC WS-OPEN-ORDER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT IOPEN-ORDER ASSIGN DYNAMIC WS-IOPEN-ORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS IO-KEY
	   ALTERNATE RECORD KEY IS IO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-IDX-STATUS.
	   SELECT BACKORDER ASSIGN DYNAMIC WS-BACKORDER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT IBACKORDER ASSIGN DYNAMIC WS-IBACKORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS IB-KEY
	   FILE STATUS IS WS-IDX-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD OPEN-ORDER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS OOREC.
	01 OOREC.
	   02 OO-CDE        PIC X(10).
	   02 OO-ITEM       PIC X(10).
	   02 OO-ORDER-QNTY PIC 9(5).
	   02 OO-RECEIVED   PIC 9(5).
	   02 OO-ORDER-DATE PIC 9(8).
	   02 OO-STATUS     PIC X(6).
	   02 OO-PO         PIC 9(5).
	   02 OO-VENDOR     PIC X(6).
	   02 OO-PRICE      PIC 9(5)V99.
	FD IOPEN-ORDER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS IOREC.
	01 IOREC.
	   02 IO-KEY.
	      05 IO-PO      PIC 9(5).
	      05 IO-CDE     PIC X(10).
	   02 IO-ITEM       PIC X(10).
	   02 IO-ORDER-QNTY PIC 9(5).
	   02 IO-RECEIVED   PIC 9(5).
	   02 IO-ORDER-DATE PIC 9(8).
	   02 IO-STATUS     PIC X(6).
	   02 IO-VENDOR     PIC X(6).
	   02 IO-PRICE      PIC 9(5)V99.
	FD BACKORDER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BOREC.
	01 BOREC.
	   02 BO-CDE    PIC X(10).
	   02 BO-QNTY   PIC 9(5).
	   02 BO-DATE   PIC 9(8).
	   02 BO-STATUS PIC X(6).
	   02 BO-SO-REF PIC X(9).
	   02 BO-COST-CENTER PIC X(6).
	FD IBACKORDER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS IBREC.
	01 IBREC.
	   02 IB-KEY.
	      05 IB-CDE    PIC X(10).
	      05 IB-DATE   PIC 9(8).
	      05 IB-SO-REF PIC X(9).
	   02 IB-QNTY   PIC 9(5).
	   02 IB-STATUS PIC X(6).
	   02 IB-COST-CENTER PIC X(6).
	WORKING-STORAGE SECTION.
	77 OOF PIC X(3) VALUE "YES".
	77 BOF PIC X(3) VALUE "YES".
	77 WS-OPEN-ORDER-FILE PIC X(40) VALUE "OPEN-ORDER.DAT".
	77 WS-IOPEN-ORDER-FILE PIC X(40) VALUE "OPEN-ORDER.IDX".
	77 WS-BACKORDER-FILE PIC X(40) VALUE "BACKORDER.DAT".
	77 WS-IBACKORDER-FILE PIC X(40) VALUE "BACKORDER.IDX".
	77 WS-DIRECTION PIC X(6) VALUE "LOAD".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-IDX-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-MERGE-QNTY PIC 9(5) VALUE 0.
	77 CNT-OO-READ PIC 9(7) VALUE 0.
	77 CNT-OO-CONVERTED PIC 9(7) VALUE 0.
	77 CNT-OO-DUPLICATES PIC 9(7) VALUE 0.
	77 CNT-BO-READ PIC 9(7) VALUE 0.
	77 CNT-BO-CONVERTED PIC 9(7) VALUE 0.
	77 CNT-BO-MERGED PIC 9(7) VALUE 0.
	77 WS-OO-HASH PIC 9(9) VALUE 0.
	77 WS-BO-HASH PIC 9(9) VALUE 0.
	77 WS-VFY-COUNT PIC 9(7) VALUE 0.
	77 WS-VFY-HASH PIC 9(9) VALUE 0.
	77 WS-VERIFY-SW PIC X(3) VALUE "YES".
	77 WS-VERIFY-OK PIC X(3) VALUE "YES".
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   IF ( WS-DIRECTION = "UNLOAD" )
	       PERFORM UNLOAD-OPEN-ORDERS
	       PERFORM UNLOAD-BACKORDERS
	       DISPLAY "OPEN-ORDER LINES UNLOADED : " CNT-OO-CONVERTED
	       DISPLAY "BACKORDERS UNLOADED       : " CNT-BO-CONVERTED
	   ELSE
	       PERFORM LOAD-OPEN-ORDERS
	       PERFORM LOAD-BACKORDERS
	       PERFORM VERIFY-OPEN-ORDERS
	       PERFORM VERIFY-BACKORDERS
	       DISPLAY "OPEN-ORDER LINES READ     : " CNT-OO-READ
	       DISPLAY "OPEN-ORDER LINES CONVERTED: " CNT-OO-CONVERTED
	       DISPLAY "DUPLICATE PO/CDE LINES    : " CNT-OO-DUPLICATES
	       DISPLAY "BACKORDERS READ           : " CNT-BO-READ
	       DISPLAY "BACKORDERS CONVERTED      : " CNT-BO-CONVERTED
	       DISPLAY "BACKORDERS MERGED         : " CNT-BO-MERGED
	       IF ( WS-VERIFY-OK NOT= "YES" )
	           DISPLAY "CONVERSION FAILED VERIFICATION"
	           MOVE 12 TO RETURN-CODE
	       ELSE
	           IF ( CNT-OO-DUPLICATES > 0 )
	               DISPLAY "VERIFIED - DUPLICATES NOT LOADED"
	               MOVE 4 TO RETURN-CODE
	           ELSE
	               DISPLAY "CONVERSION VERIFIED"
	           END-IF
	       END-IF
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-OPEN-ORDER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-IOPEN-ORDER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-BACKORDER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-IBACKORDER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-DIRECTION FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-OPEN-ORDERS.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN OUTPUT IOPEN-ORDER.
	   IF ( WS-IDX-STATUS NOT= "00" )
	       DISPLAY "CANNOT CREATE " WS-IOPEN-ORDER-FILE
	       DISPLAY "  STATUS: " WS-IDX-STATUS
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS = "35" )
	       DISPLAY "NO OPEN-ORDER FILE - EMPTY INDEX CREATED"
	   ELSE
	       MOVE "YES" TO OOF
	       PERFORM LOAD-ONE-ORDER UNTIL OOF = "NO"
	       CLOSE OPEN-ORDER
	   END-IF.
	   CLOSE IOPEN-ORDER.

	LOAD-ONE-ORDER.
	   READ OPEN-ORDER AT END MOVE "NO" TO OOF
	       NOT AT END
	           ADD 1 TO CNT-OO-READ
	           MOVE OO-PO         TO IO-PO
	           MOVE OO-CDE        TO IO-CDE
	           MOVE OO-ITEM       TO IO-ITEM
	           MOVE OO-ORDER-QNTY TO IO-ORDER-QNTY
	           MOVE OO-RECEIVED   TO IO-RECEIVED
	           MOVE OO-ORDER-DATE TO IO-ORDER-DATE
	           MOVE OO-STATUS     TO IO-STATUS
	           MOVE OO-VENDOR     TO IO-VENDOR
	           MOVE OO-PRICE      TO IO-PRICE
	           WRITE IOREC
	               INVALID KEY
	                   ADD 1 TO CNT-OO-DUPLICATES
	                   DISPLAY "DUPLICATE PO/CDE NOT LOADED: "
	                           OO-PO " " OO-CDE
	               NOT INVALID KEY
	                   ADD 1 TO CNT-OO-CONVERTED
	                   ADD OO-ORDER-QNTY TO WS-OO-HASH
	           END-WRITE
	   END-READ.

	LOAD-BACKORDERS.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN OUTPUT IBACKORDER.
	   IF ( WS-IDX-STATUS NOT= "00" )
	       DISPLAY "CANNOT CREATE " WS-IBACKORDER-FILE
	       DISPLAY "  STATUS: " WS-IDX-STATUS
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   CLOSE IBACKORDER.
	   OPEN I-O IBACKORDER.
	   MOVE SPACES TO WS-BO-STATUS.
	   OPEN INPUT BACKORDER.
	   IF ( WS-BO-STATUS = "35" )
	       DISPLAY "NO BACKORDER FILE - EMPTY INDEX CREATED"
	   ELSE
	       MOVE "YES" TO BOF
	       PERFORM LOAD-ONE-BACKORDER UNTIL BOF = "NO"
	       CLOSE BACKORDER
	   END-IF.
	   CLOSE IBACKORDER.

	LOAD-ONE-BACKORDER.
	   READ BACKORDER AT END MOVE "NO" TO BOF
	       NOT AT END
	           ADD 1 TO CNT-BO-READ
	           PERFORM CONVERT-ONE-BACKORDER
	   END-READ.

	CONVERT-ONE-BACKORDER.
	   MOVE BO-CDE         TO IB-CDE.
	   MOVE BO-DATE        TO IB-DATE.
	   MOVE BO-SO-REF      TO IB-SO-REF.
	   MOVE BO-QNTY        TO IB-QNTY.
	   MOVE BO-STATUS      TO IB-STATUS.
	   MOVE BO-COST-CENTER TO IB-COST-CENTER.
	   ADD BO-QNTY TO WS-BO-HASH.
	   WRITE IBREC
	       INVALID KEY PERFORM MERGE-ONE-BACKORDER
	       NOT INVALID KEY ADD 1 TO CNT-BO-CONVERTED
	   END-WRITE.

	MERGE-ONE-BACKORDER.
	   READ IBACKORDER
	       INVALID KEY
	           DISPLAY "BACKORDER NOT LOADED: " BO-CDE " " BO-DATE
	           MOVE "NO" TO WS-VERIFY-OK
	       NOT INVALID KEY
	           COMPUTE WS-MERGE-QNTY = IB-QNTY + BO-QNTY
	           MOVE WS-MERGE-QNTY TO IB-QNTY
	           IF ( BO-STATUS = "OPEN" )
	               MOVE "OPEN" TO IB-STATUS
	           END-IF
	           REWRITE IBREC
	           ADD 1 TO CNT-BO-MERGED
	   END-READ.

	VERIFY-OPEN-ORDERS.
	   MOVE 0 TO WS-VFY-COUNT, WS-VFY-HASH.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN INPUT IOPEN-ORDER.
	   MOVE "YES" TO WS-VERIFY-SW.
	   PERFORM VERIFY-ONE-ORDER UNTIL WS-VERIFY-SW = "NO".
	   CLOSE IOPEN-ORDER.
	   IF ( WS-VFY-COUNT NOT= CNT-OO-CONVERTED
	        OR WS-VFY-HASH NOT= WS-OO-HASH
	        OR CNT-OO-CONVERTED + CNT-OO-DUPLICATES
	           NOT= CNT-OO-READ )
	       DISPLAY "OPEN-ORDER INDEX DOES NOT AGREE WITH INPUT"
	       DISPLAY "  LOADED   COUNT " CNT-OO-CONVERTED
	               " HASH " WS-OO-HASH
	       DISPLAY "  INDEXED  COUNT " WS-VFY-COUNT
	               " HASH " WS-VFY-HASH
	       MOVE "NO" TO WS-VERIFY-OK
	   END-IF.

	VERIFY-ONE-ORDER.
	   READ IOPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO WS-VERIFY-SW
	       NOT AT END
	           ADD 1 TO WS-VFY-COUNT
	           ADD IO-ORDER-QNTY TO WS-VFY-HASH
	   END-READ.

	VERIFY-BACKORDERS.
	   MOVE 0 TO WS-VFY-COUNT, WS-VFY-HASH.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN INPUT IBACKORDER.
	   MOVE "YES" TO WS-VERIFY-SW.
	   PERFORM VERIFY-ONE-BACKORDER UNTIL WS-VERIFY-SW = "NO".
	   CLOSE IBACKORDER.
	   IF ( WS-VFY-COUNT NOT= CNT-BO-CONVERTED
	        OR WS-VFY-HASH NOT= WS-BO-HASH
	        OR CNT-BO-CONVERTED + CNT-BO-MERGED
	           NOT= CNT-BO-READ )
	       DISPLAY "BACKORDER INDEX DOES NOT AGREE WITH INPUT"
	       DISPLAY "  LOADED   COUNT " CNT-BO-CONVERTED
	               " HASH " WS-BO-HASH
	       DISPLAY "  INDEXED  COUNT " WS-VFY-COUNT
	               " HASH " WS-VFY-HASH
	       MOVE "NO" TO WS-VERIFY-OK
	   END-IF.

	VERIFY-ONE-BACKORDER.
	   READ IBACKORDER NEXT RECORD
	       AT END MOVE "NO" TO WS-VERIFY-SW
	       NOT AT END
	           ADD 1 TO WS-VFY-COUNT
	           ADD IB-QNTY TO WS-VFY-HASH
	   END-READ.

	UNLOAD-OPEN-ORDERS.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN INPUT IOPEN-ORDER.
	   IF ( WS-IDX-STATUS NOT= "00" )
	       DISPLAY "INDEXED OPEN-ORDER FILE NOT FOUND: "
	               WS-IOPEN-ORDER-FILE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT OPEN-ORDER.
	   MOVE "YES" TO OOF.
	   PERFORM UNLOAD-ONE-ORDER UNTIL OOF = "NO".
	   CLOSE OPEN-ORDER, IOPEN-ORDER.

	UNLOAD-ONE-ORDER.
	   READ IOPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           MOVE IO-CDE        TO OO-CDE
	           MOVE IO-ITEM       TO OO-ITEM
	           MOVE IO-ORDER-QNTY TO OO-ORDER-QNTY
	           MOVE IO-RECEIVED   TO OO-RECEIVED
	           MOVE IO-ORDER-DATE TO OO-ORDER-DATE
	           MOVE IO-STATUS     TO OO-STATUS
	           MOVE IO-PO         TO OO-PO
	           MOVE IO-VENDOR     TO OO-VENDOR
	           MOVE IO-PRICE      TO OO-PRICE
	           WRITE OOREC
	           ADD 1 TO CNT-OO-CONVERTED
	   END-READ.

	UNLOAD-BACKORDERS.
	   MOVE SPACES TO WS-IDX-STATUS.
	   OPEN INPUT IBACKORDER.
	   IF ( WS-IDX-STATUS NOT= "00" )
	       DISPLAY "INDEXED BACKORDER FILE NOT FOUND: "
	               WS-IBACKORDER-FILE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT BACKORDER.
	   MOVE "YES" TO BOF.
	   PERFORM UNLOAD-ONE-BACKORDER UNTIL BOF = "NO".
	   CLOSE BACKORDER, IBACKORDER.

	UNLOAD-ONE-BACKORDER.
	   READ IBACKORDER NEXT RECORD
	       AT END MOVE "NO" TO BOF
	       NOT AT END
	           MOVE IB-CDE         TO BO-CDE
	           MOVE IB-QNTY        TO BO-QNTY
	           MOVE IB-DATE        TO BO-DATE
	           MOVE IB-STATUS      TO BO-STATUS
	           MOVE IB-SO-REF      TO BO-SO-REF
	           MOVE IB-COST-CENTER TO BO-COST-CENTER
	           WRITE BOREC
	           ADD 1 TO CNT-BO-CONVERTED
	   END-READ.
