	IDENTIFICATION DIVISION.
	PROGRAM-ID. EINTEGR.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-MAST-STATUS.
	   SELECT VENDOR ASSIGN DYNAMIC WS-VENDOR-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VN-STATUS.
	   SELECT ITEMVEND ASSIGN DYNAMIC WS-ITEMVEND-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-IV-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT BACKORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS BO-KEY
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT ABC-CLASS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-AC-STATUS.
	   SELECT UOM-CONV ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-UC-STATUS.
	   SELECT REASON-CODES ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RC-STATUS.
	   SELECT TRANS ASSIGN DYNAMIC WS-TRANS-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-TR-STATUS.
	   SELECT LOCATIONS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LOC-STATUS.
	   SELECT LOC-MASTER-F ASSIGN DYNAMIC WS-LOC-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LM-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
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
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	FD ITEMVEND
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS IVREC.
	01 IVREC.
	   02 IV-CDE    PIC X(10).
	   02 IV-VENDOR PIC X(6).
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
	FD ABC-CLASS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ABC-CLASS.DAT"
	   DATA RECORD IS ACREC.
	01 ACREC.
	   02 AC-CDE   PIC X(10).
	   02 AC-CLASS PIC X(1).
	   02 AC-VALUE PIC 9(11)V99.
	FD UOM-CONV
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "UOM-CONV.DAT"
	   DATA RECORD IS UOMREC.
	01 UOMREC.
	   02 UC-CDE        PIC X(10).
	   02 UC-STOCK-UNIT PIC X(4).
	   02 UC-PURCH-UNIT PIC X(4).
	   02 UC-FACTOR     PIC 9(5).
	FD REASON-CODES
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REASON-CODE.DAT"
	   DATA RECORD IS RCREC.
	01 RCREC.
	   02 RC-CODE PIC X(3).
	   02 RC-SIGN PIC X(1).
	   02 RC-DESC PIC X(20).
	FD TRANS
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS TREC.
	01 TREC.
	   02 CDE  PIC X(10).
	   02 TTYPE PIC X(1).
	   02 QNTY PIC 9(5).
	   02 TRANS-DATE PIC 9(8).
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD LOCATIONS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "LOCATIONS.DAT"
	   DATA RECORD IS LOC-REC.
	01 LOC-REC.
	   02 LOC-CODE   PIC X(4).
	   02 LOC-MASTER PIC X(40).
	   02 LOC-TRANS  PIC X(40).
	   02 LOC-REPORT PIC X(40).
	FD LOC-MASTER-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS LMREC.
	01 LMREC PIC X(43).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 VNF PIC X(3) VALUE "YES".
	77 IVF PIC X(3) VALUE "YES".
	77 OOF PIC X(3) VALUE "YES".
	77 BOF PIC X(3) VALUE "YES".
	77 ACF PIC X(3) VALUE "YES".
	77 UCF PIC X(3) VALUE "YES".
	77 RCF PIC X(3) VALUE "YES".
	77 TRF PIC X(3) VALUE "YES".
	77 LF-SW PIC X(3) VALUE "YES".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "INTEGRITY-RPT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EINTEGR".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-VENDOR-FILE PIC X(40) VALUE "VENDOR.DAT".
	77 WS-ITEMVEND-FILE PIC X(40) VALUE "ITEMVEND.DAT".
	77 WS-TRANS-FILE PIC X(40) VALUE "TRANS.DAT".
	77 WS-LOC-MASTER-FILE PIC X(40) VALUE SPACES.
	77 WS-MAST-STATUS PIC X(2) VALUE "00".
	77 WS-VN-STATUS PIC X(2) VALUE "00".
	77 WS-IV-STATUS PIC X(2) VALUE "00".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-AC-STATUS PIC X(2) VALUE "00".
	77 WS-UC-STATUS PIC X(2) VALUE "00".
	77 WS-RC-STATUS PIC X(2) VALUE "00".
	77 WS-TR-STATUS PIC X(2) VALUE "00".
	77 WS-LOC-STATUS PIC X(2) VALUE "00".
	77 WS-LM-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-FOUND PIC X(3) VALUE "NO".
	77 WS-FILE-EXCEPTIONS PIC 9(7) VALUE 0.
	77 WS-RULE PIC 9(2) VALUE 0.
	77 CNT-SEVERE PIC 9(7) VALUE 0.
	77 CNT-WARNING PIC 9(7) VALUE 0.
	77 MS-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MS-IX PIC 9(4) USAGE COMP VALUE 0.
	77 VN-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(4) USAGE COMP VALUE 0.
	77 RC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RC-IX PIC 9(4) USAGE COMP VALUE 0.
	77 LOC-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 LOC-IX PIC 9(2) USAGE COMP VALUE 0.
	77 RL-IX PIC 9(2) USAGE COMP VALUE 0.
	01 MS-TABLE.
	   02 MS-ENT OCCURS 2000.
	      05 MST-CDE PIC X(10).
	01 VN-TABLE.
	   02 VN-ENT OCCURS 500.
	      05 VNT-CODE PIC X(6).
	01 RC-TABLE.
	   02 RC-ENT OCCURS 100.
	      05 RCT-CODE PIC X(3).
	01 LOC-TABLE.
	   02 LOC-ENT OCCURS 20.
	      05 LT-CODE PIC X(4).
	01 RULE-TAB-VALUES.
	   02 PIC X(52) VALUE
	   "01SMASTER        DUPLICATE ITEM CODE ON MASTER      ".
	   02 PIC X(52) VALUE
	   "02SVENDOR        DUPLICATE VENDOR CODE              ".
	   02 PIC X(52) VALUE
	   "03WITEMVEND      ITEM NOT ON MASTER                 ".
	   02 PIC X(52) VALUE
	   "04SITEMVEND      VENDOR NOT ON VENDOR FILE          ".
	   02 PIC X(52) VALUE
	   "05SOPEN-ORDER    ITEM NOT ON MASTER                 ".
	   02 PIC X(52) VALUE
	   "06SOPEN-ORDER    VENDOR NOT ON VENDOR FILE          ".
	   02 PIC X(52) VALUE
	   "07SBACKORDER     ITEM NOT ON MASTER                 ".
	   02 PIC X(52) VALUE
	   "08WABC-CLASS     ITEM NOT ON MASTER                 ".
	   02 PIC X(52) VALUE
	   "09WUOM-CONV      ITEM NOT ON MASTER                 ".
	   02 PIC X(52) VALUE
	   "10WREASON-CODE   DUPLICATE REASON CODE              ".
	   02 PIC X(52) VALUE
	   "11WREASON-CODE   SIGN IS NOT + OR -                 ".
	   02 PIC X(52) VALUE
	   "12WTRANS         REASON NOT ON REASON-CODE FILE     ".
	   02 PIC X(52) VALUE
	   "13SLOCATIONS     DUPLICATE LOCATION CODE            ".
	   02 PIC X(52) VALUE
	   "14SLOCATIONS     LOCATION MASTER FILE NOT FOUND     ".
	01 RULE-TAB REDEFINES RULE-TAB-VALUES.
	   02 RULE-ENT OCCURS 14.
	      05 RLT-ID   PIC 9(2).
	      05 RLT-SEV  PIC X(1).
	      05 RLT-FILE PIC X(14).
	      05 RLT-DESC PIC X(35).
	01 RULE-COUNTS.
	   02 RLT-COUNT PIC 9(7) OCCURS 14.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-BLANK PIC X(90) VALUE SPACES.
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(35) VALUE "CROSS-FILE INTEGRITY CHECK".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(22) VALUE SPACES.
	01 S-FILE-HEAD.
	  02 PIC X(6) VALUE "FILE: ".
	  02 FH-FILE PIC X(40).
	  02 FH-NOTE PIC X(44).
	01 S-HEAD2.
	  02 PIC X(6)  VALUE "RULE".
	  02 PIC X(14) VALUE "SEVERITY".
	  02 PIC X(11) VALUE "KEY".
	  02 PIC X(11) VALUE "REFERENCE".
	  02 PIC X(48) VALUE "EXCEPTION".
	01 S-DETAIL.
	  02 PIC X(1) VALUE "R".
	  02 DET-RULE PIC 9(2).
	  02 PIC X(3) VALUE SPACES.
	  02 DET-SEV PIC X(8).
	  02 PIC X(6) VALUE SPACES.
	  02 DET-KEY PIC X(10).
	  02 PIC X(1) VALUE SPACE.
	  02 DET-REF PIC X(10).
	  02 PIC X(1) VALUE SPACE.
	  02 DET-MSG PIC X(48).
	01 S-SUM-HEAD.
	  02 PIC X(6)  VALUE "RULE".
	  02 PIC X(14) VALUE "FILE".
	  02 PIC X(36) VALUE "CHECK".
	  02 PIC X(10) VALUE "SEVERITY".
	  02 PIC X(10) VALUE "    COUNT".
	  02 PIC X(14) VALUE SPACES.
	01 S-SUM-DETAIL.
	  02 PIC X(1) VALUE "R".
	  02 SUM-RULE PIC 9(2).
	  02 PIC X(3) VALUE SPACES.
	  02 SUM-FILE PIC X(14).
	  02 SUM-DESC PIC X(36).
	  02 SUM-SEV PIC X(8).
	  02 SUM-COUNT PIC ZZZZZZ9.
	  02 PIC X(19) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZ9.
	  02 PIC X(53) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   MOVE ZEROS TO RULE-COUNTS.
	   MOVE SPACES TO DET-MSG.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   PERFORM CHECK-MASTER.
	   PERFORM CHECK-VENDORS.
	   PERFORM CHECK-ITEMVEND.
	   PERFORM CHECK-OPEN-ORDERS.
	   PERFORM CHECK-BACKORDERS.
	   PERFORM CHECK-ABC-CLASS.
	   PERFORM CHECK-UOM-CONV.
	   PERFORM CHECK-REASON-CODES.
	   PERFORM CHECK-TRANS-REASONS.
	   PERFORM CHECK-LOCATIONS.
	   PERFORM PRINT-RULE-SUMMARY.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   IF ( CNT-SEVERE > 0 )
	       DISPLAY "INTEGRITY CHECK - SEVERE BREAKS: " CNT-SEVERE
	       MOVE 8 TO RETURN-CODE
	   ELSE
	       IF ( CNT-WARNING > 0 )
	           DISPLAY "INTEGRITY CHECK - WARNINGS: " CNT-WARNING
	           MOVE 4 TO RETURN-CODE
	       ELSE
	           DISPLAY "INTEGRITY CHECK - NO EXCEPTIONS"
	       END-IF
	   END-IF.
	   DISPLAY "INTEGRITY REPORT WRITTEN TO " WS-REPORT-FILE.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-VENDOR-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-ITEMVEND-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.

	START-FILE-SECTION.
	   MOVE SPACES TO FH-NOTE.
	   MOVE 0 TO WS-FILE-EXCEPTIONS.
	   WRITE RREC FROM S-BLANK.
	   WRITE RREC FROM S-FILE-HEAD.

	END-FILE-SECTION.
	   IF ( WS-FILE-EXCEPTIONS = 0 )
	       MOVE SPACES TO RREC
	       MOVE "   NO EXCEPTIONS" TO RREC
	       WRITE RREC
	   END-IF.

	FILE-NOT-PRESENT.
	   MOVE SPACES TO RREC.
	   MOVE "   FILE NOT PRESENT - NOT CHECKED" TO RREC.
	   WRITE RREC.

	WRITE-EXCEPTION.
	   IF ( WS-FILE-EXCEPTIONS = 0 )
	       WRITE RREC FROM S-HEAD2
	   END-IF.
	   ADD 1 TO WS-FILE-EXCEPTIONS.
	   ADD 1 TO RLT-COUNT(WS-RULE).
	   MOVE WS-RULE TO DET-RULE.
	   IF ( RLT-SEV(WS-RULE) = "S" )
	       MOVE "SEVERE" TO DET-SEV
	       ADD 1 TO CNT-SEVERE
	   ELSE
	       MOVE "WARNING" TO DET-SEV
	       ADD 1 TO CNT-WARNING
	   END-IF.
	   IF ( DET-MSG = SPACES )
	       MOVE RLT-DESC(WS-RULE) TO DET-MSG
	   END-IF.
	   WRITE RREC FROM S-DETAIL.
	   MOVE SPACES TO DET-MSG.

	FIND-MASTER-CDE.
	   MOVE "NO" TO WS-FOUND.
	   PERFORM VARYING MS-IX FROM 1 BY 1
	           UNTIL MS-IX > MS-COUNT OR WS-FOUND = "YES"
	       IF ( MST-CDE(MS-IX) = DET-KEY )
	           MOVE "YES" TO WS-FOUND
	       END-IF
	   END-PERFORM.

	FIND-VENDOR-CODE.
	   MOVE "NO" TO WS-FOUND.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT OR WS-FOUND = "YES"
	       IF ( VNT-CODE(VN-IX) = DET-REF )
	           MOVE "YES" TO WS-FOUND
	       END-IF
	   END-PERFORM.

	CHECK-MASTER.
	   MOVE WS-MASTER-FILE TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE 0 TO MS-COUNT.
	   MOVE SPACES TO WS-MAST-STATUS.
	   OPEN INPUT MASTER.
	   IF ( WS-MAST-STATUS NOT= "00" )
	       DISPLAY "MASTER FILE NOT FOUND: " WS-MASTER-FILE
	       DISPLAY "RUN STOPPED - NO CHECK MADE"
	       CLOSE REPORT-F
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO MF.
	   PERFORM CHECK-ONE-MASTER UNTIL MF = "NO".
	   CLOSE MASTER.
	   PERFORM END-FILE-SECTION.

	CHECK-ONE-MASTER.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               CONTINUE
	           ELSE
	               MOVE CDE OF MREC TO DET-KEY
	               MOVE ITEM OF MREC TO DET-REF
	               PERFORM FIND-MASTER-CDE
	               IF ( WS-FOUND = "YES" )
	                   MOVE 1 TO WS-RULE
	                   PERFORM WRITE-EXCEPTION
	               ELSE
	                   IF ( MS-COUNT >= 2000 )
	                       DISPLAY "MASTER FILE EXCEEDS TABLE"
	                       DISPLAY "RUN STOPPED - NO CHECK MADE"
	                       CLOSE MASTER
	                       CLOSE REPORT-F
	                       MOVE 12 TO RETURN-CODE
	                       STOP RUN
	                   END-IF
	                   ADD 1 TO MS-COUNT
	                   MOVE CDE OF MREC TO MST-CDE(MS-COUNT)
	               END-IF
	           END-IF
	   END-READ.

	CHECK-VENDORS.
	   MOVE WS-VENDOR-FILE TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE 0 TO VN-COUNT.
	   MOVE SPACES TO WS-VN-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VN-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO VNF
	       PERFORM CHECK-ONE-VENDOR UNTIL VNF = "NO"
	       CLOSE VENDOR
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO VNF
	       NOT AT END
	           MOVE VN-CODE TO DET-REF
	           PERFORM FIND-VENDOR-CODE
	           IF ( WS-FOUND = "YES" )
	               MOVE VN-CODE TO DET-KEY
	               MOVE SPACES TO DET-REF
	               MOVE 2 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           ELSE
	               IF ( VN-COUNT < 500 )
	                   ADD 1 TO VN-COUNT
	                   MOVE VN-CODE TO VNT-CODE(VN-COUNT)
	               ELSE
	                   DISPLAY "VENDOR TABLE FULL AT " VN-CODE
	               END-IF
	           END-IF
	   END-READ.

	CHECK-ITEMVEND.
	   MOVE WS-ITEMVEND-FILE TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-IV-STATUS.
	   OPEN INPUT ITEMVEND.
	   IF ( WS-IV-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO IVF
	       PERFORM CHECK-ONE-ITEMVEND UNTIL IVF = "NO"
	       CLOSE ITEMVEND
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-ITEMVEND.
	   READ ITEMVEND AT END MOVE "NO" TO IVF
	       NOT AT END
	           MOVE IV-CDE TO DET-KEY
	           MOVE IV-VENDOR TO DET-REF
	           PERFORM FIND-MASTER-CDE
	           IF ( WS-FOUND = "NO" )
	               MOVE 3 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	           PERFORM FIND-VENDOR-CODE
	           IF ( WS-FOUND = "NO" )
	               MOVE 4 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	   END-READ.

	CHECK-OPEN-ORDERS.
	   MOVE "OPEN-ORDER.IDX" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO OOF
	       PERFORM CHECK-ONE-ORDER UNTIL OOF = "NO"
	       CLOSE OPEN-ORDER
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-ORDER.
	   READ OPEN-ORDER AT END MOVE "NO" TO OOF
	       NOT AT END
	           IF ( OO-STATUS NOT= "FILLED" )
	               MOVE OO-CDE TO DET-KEY
	               MOVE OO-VENDOR TO DET-REF
	               PERFORM FIND-MASTER-CDE
	               IF ( WS-FOUND = "NO" )
	                   MOVE 5 TO WS-RULE
	                   PERFORM WRITE-EXCEPTION
	               END-IF
	               PERFORM FIND-VENDOR-CODE
	               IF ( WS-FOUND = "NO" )
	                   MOVE 6 TO WS-RULE
	                   PERFORM WRITE-EXCEPTION
	               END-IF
	           END-IF
	   END-READ.

	CHECK-BACKORDERS.
	   MOVE "BACKORDER.IDX" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-BO-STATUS.
	   OPEN INPUT BACKORDER.
	   IF ( WS-BO-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO BOF
	       PERFORM CHECK-ONE-BACKORDER UNTIL BOF = "NO"
	       CLOSE BACKORDER
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-BACKORDER.
	   READ BACKORDER AT END MOVE "NO" TO BOF
	       NOT AT END
	           IF ( BO-STATUS NOT= "FILLED" )
	               MOVE BO-CDE TO DET-KEY
	               MOVE BO-SO-REF TO DET-REF
	               PERFORM FIND-MASTER-CDE
	               IF ( WS-FOUND = "NO" )
	                   MOVE 7 TO WS-RULE
	                   PERFORM WRITE-EXCEPTION
	               END-IF
	           END-IF
	   END-READ.

	CHECK-ABC-CLASS.
	   MOVE "ABC-CLASS.DAT" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-AC-STATUS.
	   OPEN INPUT ABC-CLASS.
	   IF ( WS-AC-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO ACF
	       PERFORM CHECK-ONE-ABC UNTIL ACF = "NO"
	       CLOSE ABC-CLASS
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-ABC.
	   READ ABC-CLASS AT END MOVE "NO" TO ACF
	       NOT AT END
	           MOVE AC-CDE TO DET-KEY
	           MOVE AC-CLASS TO DET-REF
	           PERFORM FIND-MASTER-CDE
	           IF ( WS-FOUND = "NO" )
	               MOVE 8 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	   END-READ.

	CHECK-UOM-CONV.
	   MOVE "UOM-CONV.DAT" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-UC-STATUS.
	   OPEN INPUT UOM-CONV.
	   IF ( WS-UC-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO UCF
	       PERFORM CHECK-ONE-UOM UNTIL UCF = "NO"
	       CLOSE UOM-CONV
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-UOM.
	   READ UOM-CONV AT END MOVE "NO" TO UCF
	       NOT AT END
	           MOVE UC-CDE TO DET-KEY
	           MOVE UC-PURCH-UNIT TO DET-REF
	           PERFORM FIND-MASTER-CDE
	           IF ( WS-FOUND = "NO" )
	               MOVE 9 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	   END-READ.

	CHECK-REASON-CODES.
	   MOVE "REASON-CODE.DAT" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE 0 TO RC-COUNT.
	   MOVE SPACES TO WS-RC-STATUS.
	   OPEN INPUT REASON-CODES.
	   IF ( WS-RC-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO RCF
	       PERFORM CHECK-ONE-REASON UNTIL RCF = "NO"
	       CLOSE REASON-CODES
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-REASON.
	   READ REASON-CODES AT END MOVE "NO" TO RCF
	       NOT AT END
	           MOVE RC-CODE TO DET-KEY
	           MOVE RC-SIGN TO DET-REF
	           PERFORM FIND-REASON-CODE
	           IF ( WS-FOUND = "YES" )
	               MOVE 10 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           ELSE
	               IF ( RC-COUNT < 100 )
	                   ADD 1 TO RC-COUNT
	                   MOVE RC-CODE TO RCT-CODE(RC-COUNT)
	               ELSE
	                   DISPLAY "REASON TABLE FULL AT " RC-CODE
	               END-IF
	           END-IF
	           IF ( RC-SIGN NOT= "+" AND RC-SIGN NOT= "-" )
	               MOVE 11 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	   END-READ.

	FIND-REASON-CODE.
	   MOVE "NO" TO WS-FOUND.
	   PERFORM VARYING RC-IX FROM 1 BY 1
	           UNTIL RC-IX > RC-COUNT OR WS-FOUND = "YES"
	       IF ( RCT-CODE(RC-IX) = DET-KEY )
	           MOVE "YES" TO WS-FOUND
	       END-IF
	   END-PERFORM.

	CHECK-TRANS-REASONS.
	   MOVE WS-TRANS-FILE TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE SPACES TO WS-TR-STATUS.
	   OPEN INPUT TRANS.
	   IF ( WS-TR-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO TRF
	       PERFORM CHECK-ONE-TRANS UNTIL TRF = "NO"
	       CLOSE TRANS
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-TRANS.
	   READ TRANS AT END MOVE "NO" TO TRF
	       NOT AT END
	           IF ( CDE OF TREC NOT= WS-TRAILER-KEY
	                AND ( TTYPE = "A" OR TTYPE = "S" ) )
	               MOVE REASON-CODE TO DET-KEY
	               PERFORM FIND-REASON-CODE
	               IF ( WS-FOUND = "NO" )
	                   MOVE CDE OF TREC TO DET-KEY
	                   MOVE REASON-CODE TO DET-REF
	                   MOVE 12 TO WS-RULE
	                   PERFORM WRITE-EXCEPTION
	               END-IF
	           END-IF
	   END-READ.

	CHECK-LOCATIONS.
	   MOVE "LOCATIONS.DAT" TO FH-FILE.
	   PERFORM START-FILE-SECTION.
	   MOVE 0 TO LOC-COUNT.
	   MOVE SPACES TO WS-LOC-STATUS.
	   OPEN INPUT LOCATIONS.
	   IF ( WS-LOC-STATUS = "35" )
	       PERFORM FILE-NOT-PRESENT
	   ELSE
	       MOVE "YES" TO LF-SW
	       PERFORM CHECK-ONE-LOCATION UNTIL LF-SW = "NO"
	       CLOSE LOCATIONS
	       PERFORM END-FILE-SECTION
	   END-IF.

	CHECK-ONE-LOCATION.
	   READ LOCATIONS AT END MOVE "NO" TO LF-SW
	       NOT AT END
	           MOVE LOC-CODE TO DET-KEY
	           MOVE SPACES TO DET-REF
	           MOVE "NO" TO WS-FOUND
	           PERFORM VARYING LOC-IX FROM 1 BY 1
	                   UNTIL LOC-IX > LOC-COUNT OR WS-FOUND = "YES"
	               IF ( LT-CODE(LOC-IX) = LOC-CODE )
	                   MOVE "YES" TO WS-FOUND
	               END-IF
	           END-PERFORM
	           IF ( WS-FOUND = "YES" )
	               MOVE 13 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           ELSE
	               IF ( LOC-COUNT < 20 )
	                   ADD 1 TO LOC-COUNT
	                   MOVE LOC-CODE TO LT-CODE(LOC-COUNT)
	               END-IF
	           END-IF
	           MOVE LOC-MASTER TO WS-LOC-MASTER-FILE
	           MOVE SPACES TO WS-LM-STATUS
	           OPEN INPUT LOC-MASTER-F
	           IF ( WS-LM-STATUS = "00" )
	               CLOSE LOC-MASTER-F
	           ELSE
	               STRING "MASTER NOT FOUND: " DELIMITED BY SIZE
	                      LOC-MASTER DELIMITED BY SPACE
	                      INTO DET-MSG
	               MOVE 14 TO WS-RULE
	               PERFORM WRITE-EXCEPTION
	           END-IF
	   END-READ.

	PRINT-RULE-SUMMARY.
	   WRITE RREC FROM S-BLANK.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO RREC.
	   MOVE "EXCEPTIONS BY RULE" TO RREC.
	   WRITE RREC.
	   WRITE RREC FROM S-SUM-HEAD.
	   PERFORM VARYING RL-IX FROM 1 BY 1 UNTIL RL-IX > 14
	       MOVE RLT-ID(RL-IX) TO SUM-RULE
	       MOVE RLT-FILE(RL-IX) TO SUM-FILE
	       MOVE RLT-DESC(RL-IX) TO SUM-DESC
	       IF ( RLT-SEV(RL-IX) = "S" )
	           MOVE "SEVERE" TO SUM-SEV
	       ELSE
	           MOVE "WARNING" TO SUM-SEV
	       END-IF
	       MOVE RLT-COUNT(RL-IX) TO SUM-COUNT
	       WRITE RREC FROM S-SUM-DETAIL
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE "MASTER ITEMS CHECKED" TO CTL-LABEL.
	   MOVE MS-COUNT TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "SEVERE BREAKS" TO CTL-LABEL.
	   MOVE CNT-SEVERE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "WARNINGS" TO CTL-LABEL.
	   MOVE CNT-WARNING TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
