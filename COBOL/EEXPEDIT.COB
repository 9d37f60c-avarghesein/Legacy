	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT OPEN-ORDER ASSIGN DYNAMIC WS-OPEN-ORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT VENDOR ASSIGN DYNAMIC WS-VENDOR-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
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
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS VNREC.
	77 OOF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 IVF PIC X(3) VALUE "YES".
	77 WS-OPEN-ORDER-FILE PIC X(40) VALUE "OPEN-ORDER.IDX".
	77 WS-VENDOR-FILE PIC X(40) VALUE "VENDOR.DAT".
	77 WS-ITEMVEND-FILE PIC X(40) VALUE "ITEMVEND.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "EXPEDITE-RPT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EEXPEDIT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-IV-STATUS PIC X(2) VALUE "00".
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 WS-ORDER-DATE PIC 9(8) VALUE 0.
	77 WS-ELAPSED PIC S9(5) VALUE 0.
	77 WS-LEAD PIC 9(3) VALUE 0.
	77 IV-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 IV-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-VENDOR-SLOT PIC 9(3) USAGE COMP VALUE 0.
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-BUCKET PIC X(1) VALUE SPACE.
	77 WS-WANT-BUCKET PIC X(1) VALUE SPACE.
	77 CNT-PAST-DUE PIC 9(5) VALUE 0.
	77 CNT-DUE-WEEK PIC 9(5) VALUE 0.
	   02 IV-ENT OCCURS 1000.
	      05 IVT-CDE    PIC X(10).
	      05 IVT-VENDOR PIC X(6).
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-VENDORS.
	   PERFORM LOAD-ITEMVEND.
	   PERFORM OPEN-OPEN-ORDERS.
	   PERFORM PRINT-REPORT.
	   IF ( WS-OO-OPEN = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-VENDORS.
	   MOVE SPACES TO WS-VEND-STATUS.
	           MOVE IV-VENDOR TO IVT-VENDOR(IV-COUNT)
	   END-READ.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS NOT= "00" )
	       DISPLAY "OPEN-ORDER FILE NOT FOUND: "
	               WS-OPEN-ORDER-FILE
	       MOVE "NO" TO WS-OO-OPEN
	   ELSE
	       MOVE "YES" TO WS-OO-OPEN
	   END-IF.

	SCAN-ONE-ORDER.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           IF ( OO-STATUS NOT= "FILLED" )
	               PERFORM AGE-ONE-ORDER
	   END-READ.

	AGE-ONE-ORDER.
	   PERFORM FIND-ORDER-VENDOR.
	   MOVE 0 TO WS-ELAPSED.
	   MOVE "W" TO WS-DV-FUNC.
	   MOVE OO-ORDER-DATE TO WS-ORDER-DATE.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-ORDER-DATE
	                        WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS
	                        WS-SITE.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DAYS TO WS-ELAPSED
	   END-IF.
	   END-IF.
	   COMPUTE WS-DAYS-LATE = WS-ELAPSED - WS-LEAD.
	   COMPUTE WS-DUE-IN = WS-LEAD - WS-ELAPSED.
	   IF ( WS-DAYS-LATE > 0 )
	       MOVE "L" TO WS-BUCKET
	   ELSE
	       IF ( WS-DUE-IN <= 5 )
	           MOVE "W" TO WS-BUCKET
	       ELSE
	           MOVE "F" TO WS-BUCKET
	       END-IF
	   END-IF.
	   IF ( WS-BUCKET = WS-WANT-BUCKET )
	       PERFORM PRINT-ONE-ORDER
	       PERFORM COUNT-ONE-ORDER
	   END-IF.

	COUNT-ONE-ORDER.
	   IF ( WS-BUCKET = "L" )
	       ADD 1 TO CNT-PAST-DUE
	   ELSE
	       IF ( WS-BUCKET = "W" )
	           ADD 1 TO CNT-DUE-WEEK
	       ELSE
	           ADD 1 TO CNT-DUE-LATER
	       END-IF
	   END-IF.
	   MOVE "L" TO WS-WANT-BUCKET.
	   PERFORM PRINT-BUCKET.
	   WRITE RREC FROM S-BLANK.
	   MOVE "*** DUE WITHIN FIVE WORKING DAYS ***" TO SECT-TITLE.
	   WRITE RREC FROM S-SECT-HEAD.
	   WRITE RREC FROM S-HEAD2.
	   MOVE "W" TO WS-WANT-BUCKET.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.

	PRINT-BUCKET.
	   MOVE "NO" TO OOF.
	   IF ( WS-OO-OPEN = "YES" )
	       MOVE LOW-VALUES TO OO-KEY
	       START OPEN-ORDER KEY IS NOT LESS THAN OO-KEY
	           INVALID KEY MOVE "NO" TO OOF
	           NOT INVALID KEY MOVE "YES" TO OOF
	       END-START
	   END-IF.
	   PERFORM SCAN-ONE-ORDER UNTIL OOF = "NO".

	PRINT-ONE-ORDER.
	   MOVE OO-PO TO DET-PO.
	   MOVE OO-CDE TO DET-CDE.
	   MOVE OO-ITEM TO DET-ITEM.
	   COMPUTE DET-OUTSTAND = OO-ORDER-QNTY - OO-RECEIVED.
	   MOVE OO-ORDER-DATE TO DET-DATE.
	   MOVE WS-DAYS-LATE TO DET-DAYS.
	   IF ( WS-VENDOR-SLOT > 0 )
	       MOVE VNT-CONTACT(WS-VENDOR-SLOT) TO DET-CONTACT
	   ELSE
	       MOVE "NO VENDOR ASSIGNED" TO DET-CONTACT
	   END-IF.
