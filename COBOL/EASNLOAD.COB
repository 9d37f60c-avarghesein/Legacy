	IDENTIFICATION DIVISION.
	PROGRAM-ID. EASNLOAD.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT ASN-IN ASSIGN DYNAMIC WS-ASN-IN-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-AI-STATUS.
	   SELECT ERRFILE ASSIGN DYNAMIC WS-ERR-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT ASN-EXPECT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-AX-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD ASN-IN
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS AIREC.
	01 AIREC.
	   02 AI-REC-TYPE PIC X(1).
	   02 AI-ASN      PIC X(10).
	   02 AI-BODY     PIC X(69).
	   02 AI-HEADER REDEFINES AI-BODY.
	      05 AIH-VENDOR    PIC X(6).
	      05 AIH-SHIP-DATE PIC X(8).
	      05 AIH-SHIP-NUM REDEFINES AIH-SHIP-DATE PIC 9(8).
	      05 AIH-DUE-DATE  PIC X(8).
	      05 AIH-DUE-NUM REDEFINES AIH-DUE-DATE PIC 9(8).
	      05 FILLER        PIC X(47).
	   02 AI-DETAIL REDEFINES AI-BODY.
	      05 AID-PO        PIC X(5).
	      05 AID-PO-NUM REDEFINES AID-PO PIC 9(5).
	      05 AID-CDE       PIC X(10).
	      05 AID-QNTY      PIC X(5).
	      05 AID-QNTY-NUM REDEFINES AID-QNTY PIC 9(5).
	      05 FILLER        PIC X(49).
	   02 AI-TRAILER REDEFINES AI-BODY.
	      05 AIT-LINES     PIC X(5).
	      05 AIT-LINES-NUM REDEFINES AIT-LINES PIC 9(5).
	      05 AIT-QNTY      PIC X(9).
	      05 AIT-QNTY-NUM REDEFINES AIT-QNTY PIC 9(9).
	      05 FILLER        PIC X(55).
	FD ERRFILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS ERREC.
	01 ERREC.
	   02 ER-LINE   PIC X(80).
	   02 FILLER    PIC X(01).
	   02 ER-REASON PIC X(25).
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
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 AIF PIC X(3) VALUE "YES".
	77 AXF PIC X(3) VALUE "YES".
	77 OOF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 WS-MODE PIC X(8) VALUE "LOAD".
	77 WS-ASN-IN-FILE PIC X(40) VALUE "ASN-IN.DAT".
	77 WS-ERR-FILE PIC X(40) VALUE "ASN-IN-ERR.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "ASN-DUE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EASNLOAD".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-AI-STATUS PIC X(2) VALUE "00".
	77 WS-AX-STATUS PIC X(2) VALUE "00".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-ASN-STATE PIC X(4) VALUE "NONE".
	77 WS-ASN-NUMBER PIC X(10) VALUE SPACES.
	77 WS-ASN-VENDOR PIC X(6) VALUE SPACES.
	77 WS-ASN-SHIP-DATE PIC 9(8) VALUE 0.
	77 WS-ASN-DUE-DATE PIC 9(8) VALUE 0.
	77 WS-ASN-LINES PIC 9(5) VALUE 0.
	77 WS-ASN-QNTY PIC 9(9) VALUE 0.
	77 WS-ROW-OK PIC X(3) VALUE "YES".
	77 WS-REJECT-REASON PIC X(25) VALUE SPACES.
	77 WS-OUTSTAND PIC S9(7) VALUE 0.
	77 WS-DAYS-LATE PIC S9(5) VALUE 0.
	77 WS-WANT-BUCKET PIC X(1) VALUE SPACE.
	77 CNT-ASNS-READ PIC 9(5) VALUE 0.
	77 CNT-ASNS-LOADED PIC 9(5) VALUE 0.
	77 CNT-LINES-LOADED PIC 9(5) VALUE 0.
	77 CNT-REJECTED PIC 9(5) VALUE 0.
	77 CNT-DUE-TODAY PIC 9(5) VALUE 0.
	77 CNT-OVERDUE PIC 9(5) VALUE 0.
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VENDOR-SLOT PIC 9(3) USAGE COMP VALUE 0.
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-OO-FOUND PIC X(3) VALUE "NO".
	77 AX-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 AX-IX PIC 9(4) USAGE COMP VALUE 0.
	77 PN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 PN-IX PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE      PIC X(6).
	      05 VNT-NAME      PIC X(25).
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
	01 PN-TABLE.
	   02 PN-ENT OCCURS 200.
	      05 PNT-LINE PIC X(80).
	      05 PNT-PO   PIC 9(5).
	      05 PNT-CDE  PIC X(10).
	      05 PNT-QNTY PIC 9(5).
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(35) VALUE "ADVANCE SHIP NOTICES DUE".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(22) VALUE SPACES.
	01 S-SECT-HEAD.
	  02 SECT-TITLE PIC X(40).
	  02 PIC X(50) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(10) VALUE "ASN".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(6)  VALUE "VENDOR".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(5)  VALUE "PO".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "SHIPPED".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "RECEIVD".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(8)  VALUE "SHIP DT".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(8)  VALUE "DUE DT".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(9)  VALUE "DAYS LATE".
	  02 PIC X(4)  VALUE SPACES.
	01 S-DETAIL.
	  02 DET-ASN PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-VENDOR PIC X(6).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-PO PIC 9(5).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-CDE PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SHIPPED PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-RECEIVED PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SHIP-DATE PIC 9(8).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-DUE-DATE PIC 9(8).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-DAYS PIC ------9.
	  02 PIC X(6) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(47) VALUE SPACES.
	01 S-BLANK PIC X(90) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-ASN-EXPECT.
	   IF ( WS-MODE = "DUE" )
	       PERFORM PRINT-DUE-LISTING
	   ELSE
	       PERFORM LOAD-VENDORS
	       PERFORM OPEN-OPEN-ORDERS
	       PERFORM LOAD-SHIP-NOTICES
	       PERFORM SAVE-ASN-EXPECT
	       IF ( WS-OO-OPEN = "YES" )
	           CLOSE OPEN-ORDER
	       END-IF
	       DISPLAY "ASNS READ        : " CNT-ASNS-READ
	       DISPLAY "ASNS LOADED      : " CNT-ASNS-LOADED
	       DISPLAY "LINES LOADED     : " CNT-LINES-LOADED
	       DISPLAY "RECORDS REJECTED : " CNT-REJECTED
	       DISPLAY "ERRORS WRITTEN TO " WS-ERR-FILE
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-MODE = "DUE" )
	       IF ( WS-ARG-COUNT > 1 )
	           DISPLAY 2 UPON ARGUMENT-NUMBER
	           ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	       END-IF
	   ELSE
	       IF ( WS-ARG-COUNT > 1 )
	           DISPLAY 2 UPON ARGUMENT-NUMBER
	           ACCEPT WS-ASN-IN-FILE FROM ARGUMENT-VALUE
	       END-IF
	       IF ( WS-ARG-COUNT > 2 )
	           DISPLAY 3 UPON ARGUMENT-NUMBER
	           ACCEPT WS-ERR-FILE FROM ARGUMENT-VALUE
	       END-IF
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
	               DISPLAY "RUN STOPPED - FILE UNCHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO AX-COUNT
	           MOVE AXREC TO AXT-REC(AX-COUNT)
	   END-READ.

	SAVE-ASN-EXPECT.
	   OPEN OUTPUT ASN-EXPECT.
	   PERFORM VARYING AX-IX FROM 1 BY 1 UNTIL AX-IX > AX-COUNT
	       MOVE AXT-REC(AX-IX) TO AXREC
	       WRITE AXREC
	   END-PERFORM.
	   CLOSE ASN-EXPECT.

	LOAD-VENDORS.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS NOT= "00" )
	       DISPLAY "VENDOR FILE NOT FOUND"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO VF.
	   PERFORM LOAD-ONE-VENDOR UNTIL VF = "NO".
	   CLOSE VENDOR.

	LOAD-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO VF
	       NOT AT END
	           IF ( VN-COUNT >= 100 )
	               DISPLAY "VENDOR FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NOTHING LOADED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO VN-COUNT
	           MOVE VN-CODE TO VNT-CODE(VN-COUNT)
	           MOVE VN-NAME TO VNT-NAME(VN-COUNT)
	   END-READ.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS = "00" )
	       MOVE "YES" TO WS-OO-OPEN
	   ELSE
	       MOVE "NO" TO WS-OO-OPEN
	   END-IF.

	LOAD-SHIP-NOTICES.
	   MOVE SPACES TO WS-AI-STATUS.
	   OPEN INPUT ASN-IN.
	   IF ( WS-AI-STATUS NOT= "00" )
	       DISPLAY "ASN FILE NOT FOUND: " WS-ASN-IN-FILE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT ERRFILE.
	   MOVE "NONE" TO WS-ASN-STATE.
	   MOVE "YES" TO AIF.
	   PERFORM LOAD-ONE-RECORD UNTIL AIF = "NO".
	   IF ( WS-ASN-STATE NOT= "NONE" )
	       MOVE "ASN TRAILER MISSING" TO WS-REJECT-REASON
	       PERFORM REJECT-PENDING-LINES
	   END-IF.
	   CLOSE ASN-IN.
	   CLOSE ERRFILE.

	LOAD-ONE-RECORD.
	   READ ASN-IN AT END MOVE "NO" TO AIF
	       NOT AT END
	           IF ( AIREC = SPACES )
	               CONTINUE
	           ELSE
	               PERFORM EDIT-ONE-RECORD
	           END-IF
	   END-READ.

	EDIT-ONE-RECORD.
	   EVALUATE AI-REC-TYPE
	       WHEN "H" PERFORM EDIT-ASN-HEADER
	       WHEN "D" PERFORM EDIT-ASN-DETAIL
	       WHEN "T" PERFORM EDIT-ASN-TRAILER
	       WHEN OTHER
	           MOVE "INVALID RECORD TYPE" TO WS-REJECT-REASON
	           PERFORM WRITE-ERROR-ROW
	   END-EVALUATE.

	EDIT-ASN-HEADER.
	   IF ( WS-ASN-STATE NOT= "NONE" )
	       MOVE "ASN TRAILER MISSING" TO WS-REJECT-REASON
	       PERFORM REJECT-PENDING-LINES
	   END-IF.
	   ADD 1 TO CNT-ASNS-READ.
	   MOVE 0 TO PN-COUNT.
	   MOVE 0 TO WS-ASN-LINES, WS-ASN-QNTY.
	   MOVE AI-ASN TO WS-ASN-NUMBER.
	   MOVE AIH-VENDOR TO WS-ASN-VENDOR.
	   MOVE "YES" TO WS-ROW-OK.
	   MOVE SPACES TO WS-REJECT-REASON.
	   IF ( AI-ASN = SPACES )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "ASN NUMBER MISSING" TO WS-REJECT-REASON
	   END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-HEADER-VENDOR END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-HEADER-DATES END-IF.
	   IF ( WS-ROW-OK = "YES" )
	       PERFORM EDIT-HEADER-DUPLICATE
	   END-IF.
	   IF ( WS-ROW-OK = "YES" )
	       MOVE "OPEN" TO WS-ASN-STATE
	   ELSE
	       MOVE "BAD" TO WS-ASN-STATE
	       PERFORM WRITE-ERROR-ROW
	   END-IF.

	EDIT-HEADER-VENDOR.
	   MOVE 0 TO WS-VENDOR-SLOT.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT OR WS-VENDOR-SLOT > 0
	       IF ( VNT-CODE(VN-IX) = AIH-VENDOR )
	           MOVE VN-IX TO WS-VENDOR-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( AIH-VENDOR = SPACES OR WS-VENDOR-SLOT = 0 )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "VENDOR NOT ON FILE" TO WS-REJECT-REASON
	   END-IF.

	EDIT-HEADER-DATES.
	   MOVE "I" TO WS-DV-FLAG.
	   IF ( AIH-SHIP-DATE IS NUMERIC )
	       MOVE AIH-SHIP-NUM TO WS-ASN-SHIP-DATE
	       MOVE "V" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC WS-ASN-SHIP-DATE
	                            WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS
	   END-IF.
	   IF ( WS-DV-FLAG NOT= "V" )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "INVALID SHIP DATE" TO WS-REJECT-REASON
	   ELSE
	       PERFORM EDIT-HEADER-DUE-DATE
	   END-IF.

	EDIT-HEADER-DUE-DATE.
	   IF ( AIH-DUE-DATE = SPACES OR AIH-DUE-DATE = "00000000" )
	       MOVE WS-ASN-SHIP-DATE TO WS-ASN-DUE-DATE
	   ELSE
	       MOVE "I" TO WS-DV-FLAG
	       IF ( AIH-DUE-DATE IS NUMERIC )
	           MOVE AIH-DUE-NUM TO WS-ASN-DUE-DATE
	           MOVE "V" TO WS-DV-FUNC
	           CALL "DATEVAL" USING WS-DV-FUNC WS-ASN-DUE-DATE
	                                WS-DV-DATE2 WS-DV-FLAG
	                                WS-DV-DAYS
	       END-IF
	       IF ( WS-DV-FLAG NOT= "V"
	            OR WS-ASN-DUE-DATE < WS-ASN-SHIP-DATE )
	           MOVE "NO" TO WS-ROW-OK
	           MOVE "INVALID DELIVERY DATE" TO WS-REJECT-REASON
	       END-IF
	   END-IF.

	EDIT-HEADER-DUPLICATE.
	   PERFORM VARYING AX-IX FROM 1 BY 1 UNTIL AX-IX > AX-COUNT
	       MOVE AXT-REC(AX-IX) TO WS-AX-WORK
	       IF ( AW-ASN = AI-ASN AND AW-VENDOR = AIH-VENDOR )
	           MOVE "NO" TO WS-ROW-OK
	           MOVE "DUPLICATE ASN NUMBER" TO WS-REJECT-REASON
	       END-IF
	   END-PERFORM.

	EDIT-ASN-DETAIL.
	   IF ( WS-ASN-STATE = "OPEN" )
	       ADD 1 TO WS-ASN-LINES
	       IF ( AID-QNTY IS NUMERIC )
	           ADD AID-QNTY-NUM TO WS-ASN-QNTY
	       END-IF
	       PERFORM EDIT-DETAIL-FIELDS
	   ELSE
	       IF ( WS-ASN-STATE = "BAD" )
	           MOVE "ASN HEADER REJECTED" TO WS-REJECT-REASON
	       ELSE
	           MOVE "DETAIL WITHOUT ASN HEADER"
	               TO WS-REJECT-REASON
	       END-IF
	       PERFORM WRITE-ERROR-ROW
	   END-IF.

	EDIT-DETAIL-FIELDS.
	   MOVE "YES" TO WS-ROW-OK.
	   MOVE SPACES TO WS-REJECT-REASON.
	   IF ( AI-ASN NOT= WS-ASN-NUMBER )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "ASN NUMBER NOT ON HEADER" TO WS-REJECT-REASON
	   END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-DETAIL-ORDER END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-DETAIL-QNTY END-IF.
	   IF ( WS-ROW-OK = "YES" )
	       PERFORM HOLD-PENDING-LINE
	   ELSE
	       PERFORM WRITE-ERROR-ROW
	   END-IF.

	EDIT-DETAIL-ORDER.
	   MOVE "NO" TO WS-OO-FOUND.
	   IF ( AID-PO IS NUMERIC AND WS-OO-OPEN = "YES" )
	       MOVE AID-PO-NUM TO OO-PO
	       MOVE AID-CDE TO OO-CDE
	       READ OPEN-ORDER KEY IS OO-KEY
	           INVALID KEY CONTINUE
	           NOT INVALID KEY
	               IF ( OO-STATUS = "OPEN" )
	                   MOVE "YES" TO WS-OO-FOUND
	               END-IF
	       END-READ
	   END-IF.
	   IF ( WS-OO-FOUND NOT= "YES" )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "NO OPEN PO LINE FOR CDE" TO WS-REJECT-REASON
	   ELSE
	       IF ( OO-VENDOR NOT= WS-ASN-VENDOR )
	           MOVE "NO" TO WS-ROW-OK
	           MOVE "PO IS FOR ANOTHER VENDOR" TO WS-REJECT-REASON
	       END-IF
	   END-IF.

	EDIT-DETAIL-QNTY.
	   IF ( AID-QNTY IS NOT NUMERIC )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "INVALID QUANTITY" TO WS-REJECT-REASON
	   ELSE
	       IF ( AID-QNTY-NUM = 0 )
	           MOVE "NO" TO WS-ROW-OK
	           MOVE "INVALID QUANTITY" TO WS-REJECT-REASON
	       ELSE
	           PERFORM EDIT-DETAIL-OUTSTANDING
	       END-IF
	   END-IF.

	EDIT-DETAIL-OUTSTANDING.
	   COMPUTE WS-OUTSTAND = OO-ORDER-QNTY - OO-RECEIVED.
	   PERFORM VARYING AX-IX FROM 1 BY 1 UNTIL AX-IX > AX-COUNT
	       MOVE AXT-REC(AX-IX) TO WS-AX-WORK
	       IF ( AW-PO = AID-PO-NUM AND AW-CDE = AID-CDE
	            AND AW-STATUS = "OPEN" )
	           COMPUTE WS-OUTSTAND = WS-OUTSTAND
	                               - AW-SHIP-QNTY + AW-RECEIVED
	       END-IF
	   END-PERFORM.
	   PERFORM VARYING PN-IX FROM 1 BY 1 UNTIL PN-IX > PN-COUNT
	       IF ( PNT-PO(PN-IX) = AID-PO-NUM
	            AND PNT-CDE(PN-IX) = AID-CDE )
	           SUBTRACT PNT-QNTY(PN-IX) FROM WS-OUTSTAND
	       END-IF
	   END-PERFORM.
	   IF ( AID-QNTY-NUM > WS-OUTSTAND )
	       MOVE "NO" TO WS-ROW-OK
	       MOVE "QTY OVER PO OUTSTANDING" TO WS-REJECT-REASON
	   END-IF.

	HOLD-PENDING-LINE.
	   IF ( PN-COUNT >= 200 )
	       MOVE "ASN EXCEEDS LINE LIMIT" TO WS-REJECT-REASON
	       PERFORM WRITE-ERROR-ROW
	   ELSE
	       ADD 1 TO PN-COUNT
	       MOVE AIREC TO PNT-LINE(PN-COUNT)
	       MOVE AID-PO-NUM TO PNT-PO(PN-COUNT)
	       MOVE AID-CDE TO PNT-CDE(PN-COUNT)
	       MOVE AID-QNTY-NUM TO PNT-QNTY(PN-COUNT)
	   END-IF.

	EDIT-ASN-TRAILER.
	   IF ( WS-ASN-STATE = "NONE" )
	       MOVE "TRAILER WITHOUT HEADER" TO WS-REJECT-REASON
	       PERFORM WRITE-ERROR-ROW
	   ELSE
	       PERFORM CHECK-ASN-TRAILER
	   END-IF.

	CHECK-ASN-TRAILER.
	   IF ( WS-ASN-STATE = "BAD" )
	       MOVE "ASN HEADER REJECTED" TO WS-REJECT-REASON
	       PERFORM WRITE-ERROR-ROW
	   ELSE
	       IF ( AI-ASN NOT= WS-ASN-NUMBER
	            OR AIT-LINES IS NOT NUMERIC
	            OR AIT-QNTY IS NOT NUMERIC )
	           MOVE "ASN TRAILER MISMATCH" TO WS-REJECT-REASON
	       ELSE
	           IF ( AIT-LINES-NUM NOT= WS-ASN-LINES
	                OR AIT-QNTY-NUM NOT= WS-ASN-QNTY )
	               MOVE "ASN TRAILER MISMATCH"
	                   TO WS-REJECT-REASON
	           ELSE
	               MOVE SPACES TO WS-REJECT-REASON
	           END-IF
	       END-IF
	       IF ( WS-REJECT-REASON = SPACES )
	           PERFORM POST-PENDING-LINES
	       ELSE
	           PERFORM WRITE-ERROR-ROW
	           PERFORM REJECT-PENDING-LINES
	       END-IF
	   END-IF.
	   MOVE "NONE" TO WS-ASN-STATE.
	   MOVE 0 TO PN-COUNT.

	POST-PENDING-LINES.
	   PERFORM VARYING PN-IX FROM 1 BY 1 UNTIL PN-IX > PN-COUNT
	       PERFORM POST-ONE-LINE
	   END-PERFORM.
	   IF ( PN-COUNT > 0 )
	       ADD 1 TO CNT-ASNS-LOADED
	   END-IF.

	POST-ONE-LINE.
	   IF ( AX-COUNT >= 2000 )
	       DISPLAY "ASN-EXPECT TABLE FULL"
	       DISPLAY "RUN STOPPED - FILE UNCHANGED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE SPACES TO WS-AX-WORK.
	   MOVE WS-ASN-NUMBER TO AW-ASN.
	   MOVE WS-ASN-VENDOR TO AW-VENDOR.
	   MOVE PNT-PO(PN-IX) TO AW-PO.
	   MOVE PNT-CDE(PN-IX) TO AW-CDE.
	   MOVE PNT-QNTY(PN-IX) TO AW-SHIP-QNTY.
	   MOVE 0 TO AW-RECEIVED.
	   MOVE WS-ASN-SHIP-DATE TO AW-SHIP-DATE.
	   MOVE WS-ASN-DUE-DATE TO AW-DUE-DATE.
	   MOVE WS-RUN-DATE TO AW-LOAD-DATE.
	   MOVE "OPEN" TO AW-STATUS.
	   ADD 1 TO AX-COUNT.
	   MOVE WS-AX-WORK TO AXT-REC(AX-COUNT).
	   ADD 1 TO CNT-LINES-LOADED.

	REJECT-PENDING-LINES.
	   PERFORM VARYING PN-IX FROM 1 BY 1 UNTIL PN-IX > PN-COUNT
	       MOVE SPACES TO ERREC
	       MOVE PNT-LINE(PN-IX) TO ER-LINE
	       MOVE WS-REJECT-REASON TO ER-REASON
	       WRITE ERREC
	       ADD 1 TO CNT-REJECTED
	   END-PERFORM.
	   MOVE 0 TO PN-COUNT.
	   MOVE "NONE" TO WS-ASN-STATE.

	WRITE-ERROR-ROW.
	   MOVE SPACES TO ERREC.
	   MOVE AIREC TO ER-LINE.
	   MOVE WS-REJECT-REASON TO ER-REASON.
	   WRITE ERREC.
	   ADD 1 TO CNT-REJECTED.

	PRINT-DUE-LISTING.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   MOVE "*** ASNS DUE TODAY ***" TO SECT-TITLE.
	   WRITE RREC FROM S-SECT-HEAD.
	   WRITE RREC FROM S-HEAD2.
	   MOVE "T" TO WS-WANT-BUCKET.
	   PERFORM PRINT-DUE-BUCKET.
	   WRITE RREC FROM S-BLANK.
	   MOVE "*** OVERDUE ASNS ***" TO SECT-TITLE.
	   WRITE RREC FROM S-SECT-HEAD.
	   WRITE RREC FROM S-HEAD2.
	   MOVE "L" TO WS-WANT-BUCKET.
	   PERFORM PRINT-DUE-BUCKET.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "ASN LINES DUE TODAY" TO CTL-LABEL.
	   MOVE CNT-DUE-TODAY TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ASN LINES OVERDUE" TO CTL-LABEL.
	   MOVE CNT-OVERDUE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.

	PRINT-DUE-BUCKET.
	   PERFORM VARYING AX-IX FROM 1 BY 1 UNTIL AX-IX > AX-COUNT
	       MOVE AXT-REC(AX-IX) TO WS-AX-WORK
	       IF ( AW-STATUS = "OPEN" )
	           PERFORM PRINT-DUE-LINE
	       END-IF
	   END-PERFORM.

	PRINT-DUE-LINE.
	   MOVE 0 TO WS-DAYS-LATE.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC AW-DUE-DATE
	                        WS-RUN-DATE WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DAYS TO WS-DAYS-LATE
	   END-IF.
	   IF ( ( WS-WANT-BUCKET = "T" AND WS-DAYS-LATE = 0 )
	        OR ( WS-WANT-BUCKET = "L" AND WS-DAYS-LATE > 0 ) )
	       MOVE AW-ASN TO DET-ASN
	       MOVE AW-VENDOR TO DET-VENDOR
	       MOVE AW-PO TO DET-PO
	       MOVE AW-CDE TO DET-CDE
	       MOVE AW-SHIP-QNTY TO DET-SHIPPED
	       MOVE AW-RECEIVED TO DET-RECEIVED
	       MOVE AW-SHIP-DATE TO DET-SHIP-DATE
	       MOVE AW-DUE-DATE TO DET-DUE-DATE
	       MOVE WS-DAYS-LATE TO DET-DAYS
	       WRITE RREC FROM S-DETAIL
	       IF ( WS-WANT-BUCKET = "T" )
	           ADD 1 TO CNT-DUE-TODAY
	       ELSE
	           ADD 1 TO CNT-OVERDUE
	       END-IF
	   END-IF.
