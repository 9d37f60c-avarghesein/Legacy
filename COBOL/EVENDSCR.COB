	IDENTIFICATION DIVISION.
	PROGRAM-ID. EVENDSCR.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT RECV-REGISTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-REG-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT SCORE-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SP-STATUS.
	   SELECT SCORE-FEED ASSIGN DYNAMIC WS-FEED-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
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
	   DATA RECORD IS REG-REC.
	01 REG-REC.
	   02 RG-DATE     PIC 9(8).
	   02 FILLER      PIC X(01).
	   02 RG-TIME     PIC 9(8).
	   02 FILLER      PIC X(01).
	   02 RG-OPERATOR PIC X(10).
	   02 FILLER      PIC X(01).
	   02 RG-CDE      PIC X(10).
	   02 FILLER      PIC X(01).
	   02 RG-PO       PIC 9(5).
	   02 FILLER      PIC X(01).
	   02 RG-QNTY     PIC 9(5).
	   02 FILLER      PIC X(01).
	   02 RG-COST     PIC 9(5)V99.
	   02 FILLER      PIC X(01).
	   02 RG-FLAG     PIC X(5).
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	FD SCORE-PARMS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "SCORECARD-PARMS.DAT"
	   DATA RECORD IS SP-REC.
	01 SP-REC.
	   02 SP-MIN-ONTIME-PCT PIC 9(3)V99.
	   02 SP-MIN-FILL-PCT   PIC 9(3)V99.
	   02 SP-MAX-SPREAD-PCT PIC 9(3)V99.
	FD SCORE-FEED
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS SFREC.
	01 SFREC.
	   02 SF-VENDOR      PIC X(6).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-FROM-DATE   PIC 9(8).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-TO-DATE     PIC 9(8).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-RECEIPTS    PIC 9(5).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-ON-TIME     PIC 9(5).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-ONTIME-PCT  PIC 9(3)V9.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-AVG-LEAD    PIC 9(3)V9.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-PROMISED    PIC 9(3).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-ORDERED     PIC 9(7).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-FILLED      PIC 9(7).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-FILL-PCT    PIC 9(3)V9.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-OVER        PIC 9(5).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-SHORT       PIC 9(5).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-SPREAD-PCT  PIC -999.99.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 SF-FLAGS       PIC X(3).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 OOF PIC X(3) VALUE "YES".
	77 RGF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 WS-REPORT-FILE PIC X(40) VALUE "VENDOR-SCORE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EVENDSCR".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-FEED-FILE PIC X(40) VALUE "VENDOR-SCORE-FEED.DAT".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-REG-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-SP-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-FROM-DATE PIC 9(8) VALUE 0.
	77 WS-TO-DATE PIC 9(8) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "D".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-SITE PIC X(4) VALUE SPACES.
	77 WS-ORDER-DATE PIC 9(8) VALUE 0.
	77 WS-ELAPSED PIC S9(5) VALUE 0.
	77 WS-FILLED-QNTY PIC 9(5) VALUE 0.
	77 WS-MIN-ONTIME-PCT PIC 9(3)V99 VALUE 90.00.
	77 WS-MIN-FILL-PCT PIC 9(3)V99 VALUE 95.00.
	77 WS-MAX-SPREAD-PCT PIC 9(3)V99 VALUE 5.00.
	77 WS-PCT-NUM PIC S9(11)V99 VALUE 0.
	77 WS-ONTIME-PCT PIC 9(3)V9 VALUE 0.
	77 WS-AVG-LEAD PIC 9(3)V9 VALUE 0.
	77 WS-FILL-PCT PIC 9(3)V9 VALUE 0.
	77 WS-SPREAD-PCT PIC S9(7)V99 VALUE 0.
	77 WS-SPREAD-ABS PIC 9(7)V99 VALUE 0.
	77 WS-DUE-SW PIC X(3) VALUE "YES".
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VENDOR-SLOT PIC 9(3) USAGE COMP VALUE 0.
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-OO-FOUND PIC X(3) VALUE "NO".
	77 CNT-RECEIPTS PIC 9(5) VALUE 0.
	77 CNT-SCORED PIC 9(5) VALUE 0.
	77 CNT-NO-PO PIC 9(5) VALUE 0.
	77 CNT-NO-VENDOR PIC 9(5) VALUE 0.
	77 CNT-VENDORS PIC 9(5) VALUE 0.
	77 CNT-FLAGGED PIC 9(5) VALUE 0.
	01 WS-SCORE-FLAGS.
	   02 WS-FLAG-LATE   PIC X(1).
	   02 WS-FLAG-FILL   PIC X(1).
	   02 WS-FLAG-COST   PIC X(1).
	01 WS-PERIOD-WORK.
	   02 WS-PW-YYYY PIC 9(4).
	   02 WS-PW-MM   PIC 9(2).
	   02 WS-PW-DD   PIC 9(2).
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE       PIC X(6).
	      05 VNT-NAME       PIC X(25).
	      05 VNT-LEAD-DAYS  PIC 9(3).
	      05 VNT-RECEIPTS   PIC 9(5).
	      05 VNT-TIMED      PIC 9(5).
	      05 VNT-ON-TIME    PIC 9(5).
	      05 VNT-LEAD-TOTAL PIC 9(7).
	      05 VNT-OVER       PIC 9(5).
	      05 VNT-SHORT      PIC 9(5).
	      05 VNT-ORDERED    PIC 9(7).
	      05 VNT-FILLED     PIC 9(7).
	      05 VNT-PO-VALUE   PIC 9(9)V99.
	      05 VNT-RCV-VALUE  PIC 9(9)V99.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(35) VALUE "VENDOR PERFORMANCE SCORECARD".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(22) VALUE SPACES.
	01 S-HEAD-PERIOD.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(8)  VALUE "PERIOD: ".
	  02 HEAD-FROM-DATE PIC 9(8).
	  02 PIC X(4)  VALUE " TO ".
	  02 HEAD-TO-DATE PIC 9(8).
	  02 PIC X(47) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(6)  VALUE "VENDOR".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(20) VALUE "NAME".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(5)  VALUE "RCPTS".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(5)  VALUE "ONTM%".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(5)  VALUE "AVGLD".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(3)  VALUE "PRM".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(5)  VALUE "FILL%".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(4)  VALUE "OVER".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(4)  VALUE "SHRT".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "  SPRD%".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(3)  VALUE "FLG".
	  02 PIC X(4)  VALUE SPACES.
	01 S-DETAIL.
	  02 DET-VENDOR PIC X(6).
	  02 PIC X(2) VALUE SPACES.
	  02 DET-NAME PIC X(20).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-RECEIPTS PIC ZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-ONTIME PIC ZZ9.9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-AVG-LEAD PIC ZZ9.9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-PROMISED PIC ZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-FILL PIC ZZ9.9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-OVER PIC ZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SHORT PIC ZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-SPREAD PIC -ZZ9.99.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-FLAGS PIC X(3).
	  02 PIC X(4) VALUE SPACES.
	01 S-LEGEND.
	  02 PIC X(10) VALUE "FLAGS: L =" .
	  02 PIC X(16) VALUE " ON-TIME BELOW ".
	  02 LEG-ONTIME PIC ZZ9.99.
	  02 PIC X(6) VALUE "%  F =".
	  02 PIC X(13) VALUE " FILL BELOW ".
	  02 LEG-FILL PIC ZZ9.99.
	  02 PIC X(6) VALUE "%  C =".
	  02 PIC X(18) VALUE " COST SPREAD OVER ".
	  02 LEG-SPREAD PIC ZZ9.99.
	  02 PIC X(3) VALUE "%".
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(47) VALUE SPACES.
	01 S-BLANK PIC X(90) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM GET-PARAMETERS.
	   PERFORM READ-SCORE-PARMS.
	   PERFORM LOAD-VENDORS.
	   PERFORM SCORE-OPEN-ORDERS.
	   PERFORM SCAN-RECEIPTS.
	   IF ( WS-OO-OPEN = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.
	   OPEN OUTPUT SCORE-FEED.
	   PERFORM PRINT-SCORECARD.
	   CLOSE SCORE-FEED.
	   DISPLAY "RECEIPTS SCORED       : " CNT-SCORED.
	   DISPLAY "VENDORS SCORED        : " CNT-VENDORS.
	   DISPLAY "VENDORS FLAGGED       : " CNT-FLAGGED.
	   STOP RUN.

	GET-PARAMETERS.
	   MOVE WS-RUN-DATE TO WS-TO-DATE.
	   MOVE WS-RUN-DATE TO WS-PERIOD-WORK.
	   IF ( WS-PW-MM > 2 )
	       SUBTRACT 2 FROM WS-PW-MM
	   ELSE
	       ADD 10 TO WS-PW-MM
	       SUBTRACT 1 FROM WS-PW-YYYY
	   END-IF.
	   MOVE 1 TO WS-PW-DD.
	   MOVE WS-PERIOD-WORK TO WS-FROM-DATE.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-FROM-DATE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-TO-DATE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-FEED-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SITE FROM ARGUMENT-VALUE
	   END-IF.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-FROM-DATE
	                        WS-TO-DATE WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" OR WS-DV-DAYS < 0 )
	       DISPLAY "INVALID SCORECARD PERIOD: " WS-FROM-DATE
	               " TO " WS-TO-DATE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.

	READ-SCORE-PARMS.
	   MOVE SPACES TO WS-SP-STATUS.
	   OPEN INPUT SCORE-PARMS.
	   IF ( WS-SP-STATUS = "00" )
	       READ SCORE-PARMS
	           AT END CONTINUE
	           NOT AT END
	               MOVE SP-MIN-ONTIME-PCT TO WS-MIN-ONTIME-PCT
	               MOVE SP-MIN-FILL-PCT   TO WS-MIN-FILL-PCT
	               MOVE SP-MAX-SPREAD-PCT TO WS-MAX-SPREAD-PCT
	       END-READ
	       CLOSE SCORE-PARMS
	   END-IF.

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
	               DISPLAY "RUN STOPPED - SCORECARD NOT BUILT"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO VN-COUNT
	           MOVE 0 TO VNT-RECEIPTS(VN-COUNT)
	                     VNT-TIMED(VN-COUNT)
	                     VNT-ON-TIME(VN-COUNT)
	                     VNT-LEAD-TOTAL(VN-COUNT)
	                     VNT-OVER(VN-COUNT)
	                     VNT-SHORT(VN-COUNT)
	                     VNT-ORDERED(VN-COUNT)
	                     VNT-FILLED(VN-COUNT)
	                     VNT-PO-VALUE(VN-COUNT)
	                     VNT-RCV-VALUE(VN-COUNT)
	           MOVE VN-CODE      TO VNT-CODE(VN-COUNT)
	           MOVE VN-NAME      TO VNT-NAME(VN-COUNT)
	           MOVE VN-LEAD-DAYS TO VNT-LEAD-DAYS(VN-COUNT)
	   END-READ.

	FIND-VENDOR-SLOT.
	   MOVE 0 TO WS-VENDOR-SLOT.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT
	               OR WS-VENDOR-SLOT > 0
	       IF ( VNT-CODE(VN-IX) = OO-VENDOR )
	           MOVE VN-IX TO WS-VENDOR-SLOT
	       END-IF
	   END-PERFORM.

	SCORE-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS NOT= "00" )
	       DISPLAY "OPEN-ORDER FILE NOT FOUND"
	       MOVE "NO" TO WS-OO-OPEN
	   ELSE
	       MOVE "YES" TO WS-OO-OPEN
	       MOVE "YES" TO OOF
	       PERFORM SCORE-ONE-ORDER UNTIL OOF = "NO"
	   END-IF.

	SCORE-ONE-ORDER.
	   READ OPEN-ORDER NEXT RECORD
	       AT END MOVE "NO" TO OOF
	       NOT AT END
	           PERFORM FIND-VENDOR-SLOT
	           IF ( WS-VENDOR-SLOT > 0
	                AND OO-ORDER-DATE >= WS-FROM-DATE
	                AND OO-ORDER-DATE <= WS-TO-DATE )
	               PERFORM SCORE-ORDER-LINE
	           END-IF
	   END-READ.

	SCORE-ORDER-LINE.
	   MOVE "YES" TO WS-DUE-SW.
	   IF ( OO-STATUS = "OPEN" )
	       MOVE 0 TO WS-ELAPSED
	       MOVE "W" TO WS-DV-FUNC
	       MOVE OO-ORDER-DATE TO WS-ORDER-DATE
	       CALL "DATEVAL" USING WS-DV-FUNC WS-ORDER-DATE
	                            WS-TO-DATE WS-DV-FLAG WS-DV-DAYS
	                            WS-SITE
	       IF ( WS-DV-FLAG = "V" )
	           MOVE WS-DV-DAYS TO WS-ELAPSED
	       END-IF
	       IF ( WS-ELAPSED <= VNT-LEAD-DAYS(WS-VENDOR-SLOT) )
	           MOVE "NO" TO WS-DUE-SW
	       END-IF
	   END-IF.
	   IF ( WS-DUE-SW = "YES" )
	       PERFORM SCORE-DUE-LINE
	   END-IF.

	SCORE-DUE-LINE.
	   MOVE OO-RECEIVED TO WS-FILLED-QNTY.
	   IF ( WS-FILLED-QNTY > OO-ORDER-QNTY )
	       MOVE OO-ORDER-QNTY TO WS-FILLED-QNTY
	   END-IF.
	   ADD OO-ORDER-QNTY TO VNT-ORDERED(WS-VENDOR-SLOT).
	   ADD WS-FILLED-QNTY TO VNT-FILLED(WS-VENDOR-SLOT).
	   IF ( OO-RECEIVED > 0 AND OO-RECEIVED < OO-ORDER-QNTY )
	       ADD 1 TO VNT-SHORT(WS-VENDOR-SLOT)
	   END-IF.

	SCAN-RECEIPTS.
	   MOVE SPACES TO WS-REG-STATUS.
	   OPEN INPUT RECV-REGISTER.
	   IF ( WS-REG-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO RGF
	       PERFORM SCAN-ONE-RECEIPT UNTIL RGF = "NO"
	       CLOSE RECV-REGISTER
	   END-IF.

	SCAN-ONE-RECEIPT.
	   READ RECV-REGISTER AT END MOVE "NO" TO RGF
	       NOT AT END
	           IF ( RG-DATE >= WS-FROM-DATE
	                AND RG-DATE <= WS-TO-DATE )
	               ADD 1 TO CNT-RECEIPTS
	               PERFORM SCORE-ONE-RECEIPT
	           END-IF
	   END-READ.

	SCORE-ONE-RECEIPT.
	   MOVE "NO" TO WS-OO-FOUND.
	   IF ( RG-PO > 0 AND WS-OO-OPEN = "YES" )
	       MOVE RG-PO TO OO-PO
	       MOVE RG-CDE TO OO-CDE
	       READ OPEN-ORDER KEY IS OO-KEY
	           INVALID KEY CONTINUE
	           NOT INVALID KEY MOVE "YES" TO WS-OO-FOUND
	       END-READ
	   END-IF.
	   IF ( WS-OO-FOUND NOT= "YES" )
	       ADD 1 TO CNT-NO-PO
	   ELSE
	       PERFORM FIND-VENDOR-SLOT
	       IF ( WS-VENDOR-SLOT = 0 )
	           ADD 1 TO CNT-NO-VENDOR
	       ELSE
	           PERFORM SCORE-VENDOR-RECEIPT
	       END-IF
	   END-IF.

	SCORE-VENDOR-RECEIPT.
	   ADD 1 TO CNT-SCORED.
	   ADD 1 TO VNT-RECEIPTS(WS-VENDOR-SLOT).
	   MOVE "W" TO WS-DV-FUNC.
	   MOVE OO-ORDER-DATE TO WS-ORDER-DATE.
	   MOVE RG-DATE TO WS-DV-DATE2.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-ORDER-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS
	                        WS-SITE.
	   IF ( WS-DV-FLAG = "V" AND WS-DV-DAYS >= 0 )
	       ADD 1 TO VNT-TIMED(WS-VENDOR-SLOT)
	       ADD WS-DV-DAYS TO VNT-LEAD-TOTAL(WS-VENDOR-SLOT)
	       IF ( WS-DV-DAYS <= VNT-LEAD-DAYS(WS-VENDOR-SLOT) )
	           ADD 1 TO VNT-ON-TIME(WS-VENDOR-SLOT)
	       END-IF
	   END-IF.
	   IF ( RG-FLAG = "OVER " )
	       ADD 1 TO VNT-OVER(WS-VENDOR-SLOT)
	   END-IF.
	   IF ( OO-PRICE > 0 )
	       COMPUTE VNT-PO-VALUE(WS-VENDOR-SLOT)
	           = VNT-PO-VALUE(WS-VENDOR-SLOT)
	           + OO-PRICE * RG-QNTY
	       COMPUTE VNT-RCV-VALUE(WS-VENDOR-SLOT)
	           = VNT-RCV-VALUE(WS-VENDOR-SLOT)
	           + RG-COST * RG-QNTY
	   END-IF.

	PRINT-SCORECARD.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   MOVE WS-FROM-DATE TO HEAD-FROM-DATE.
	   MOVE WS-TO-DATE TO HEAD-TO-DATE.
	   WRITE RREC FROM S-HEAD-PERIOD.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD2.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT
	       IF ( VNT-RECEIPTS(VN-IX) > 0
	            OR VNT-ORDERED(VN-IX) > 0 )
	           PERFORM SCORE-ONE-VENDOR
	       END-IF
	   END-PERFORM.
	   WRITE RREC FROM S-BLANK.
	   MOVE WS-MIN-ONTIME-PCT TO LEG-ONTIME.
	   MOVE WS-MIN-FILL-PCT TO LEG-FILL.
	   MOVE WS-MAX-SPREAD-PCT TO LEG-SPREAD.
	   WRITE RREC FROM S-LEGEND.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "RECEIPTS IN PERIOD" TO CTL-LABEL.
	   MOVE CNT-RECEIPTS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RECEIPTS SCORED" TO CTL-LABEL.
	   MOVE CNT-SCORED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RECEIPTS NOT AGAINST A PO LINE" TO CTL-LABEL.
	   MOVE CNT-NO-PO TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "RECEIPTS WITH NO VENDOR ON FILE" TO CTL-LABEL.
	   MOVE CNT-NO-VENDOR TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "VENDORS SCORED" TO CTL-LABEL.
	   MOVE CNT-VENDORS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "VENDORS FLAGGED FOR REVIEW" TO CTL-LABEL.
	   MOVE CNT-FLAGGED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.

	SCORE-ONE-VENDOR.
	   ADD 1 TO CNT-VENDORS.
	   MOVE SPACES TO WS-SCORE-FLAGS.
	   MOVE 0 TO WS-ONTIME-PCT.
	   MOVE 0 TO WS-AVG-LEAD.
	   MOVE 0 TO WS-FILL-PCT.
	   MOVE 0 TO WS-SPREAD-PCT.
	   IF ( VNT-TIMED(VN-IX) > 0 )
	       COMPUTE WS-PCT-NUM = VNT-ON-TIME(VN-IX) * 100
	       DIVIDE WS-PCT-NUM BY VNT-TIMED(VN-IX)
	           GIVING WS-ONTIME-PCT ROUNDED
	       DIVIDE VNT-LEAD-TOTAL(VN-IX) BY VNT-TIMED(VN-IX)
	           GIVING WS-AVG-LEAD ROUNDED
	       IF ( WS-ONTIME-PCT < WS-MIN-ONTIME-PCT )
	           MOVE "L" TO WS-FLAG-LATE
	       END-IF
	   END-IF.
	   IF ( VNT-ORDERED(VN-IX) > 0 )
	       COMPUTE WS-PCT-NUM = VNT-FILLED(VN-IX) * 100
	       DIVIDE WS-PCT-NUM BY VNT-ORDERED(VN-IX)
	           GIVING WS-FILL-PCT ROUNDED
	       IF ( WS-FILL-PCT < WS-MIN-FILL-PCT )
	           MOVE "F" TO WS-FLAG-FILL
	       END-IF
	   END-IF.
	   IF ( VNT-PO-VALUE(VN-IX) > 0 )
	       COMPUTE WS-PCT-NUM
	           = ( VNT-RCV-VALUE(VN-IX) - VNT-PO-VALUE(VN-IX) )
	           * 100
	       DIVIDE WS-PCT-NUM BY VNT-PO-VALUE(VN-IX)
	           GIVING WS-SPREAD-PCT ROUNDED
	       IF ( WS-SPREAD-PCT < 0 )
	           COMPUTE WS-SPREAD-ABS = 0 - WS-SPREAD-PCT
	       ELSE
	           MOVE WS-SPREAD-PCT TO WS-SPREAD-ABS
	       END-IF
	       IF ( WS-SPREAD-ABS > WS-MAX-SPREAD-PCT )
	           MOVE "C" TO WS-FLAG-COST
	       END-IF
	       IF ( WS-SPREAD-PCT > 999.99 )
	           MOVE 999.99 TO WS-SPREAD-PCT
	       END-IF
	       IF ( WS-SPREAD-PCT < -999.99 )
	           MOVE -999.99 TO WS-SPREAD-PCT
	       END-IF
	   END-IF.
	   IF ( WS-SCORE-FLAGS NOT= SPACES )
	       ADD 1 TO CNT-FLAGGED
	   END-IF.
	   MOVE VNT-CODE(VN-IX) TO DET-VENDOR.
	   MOVE VNT-NAME(VN-IX) TO DET-NAME.
	   MOVE VNT-RECEIPTS(VN-IX) TO DET-RECEIPTS.
	   MOVE WS-ONTIME-PCT TO DET-ONTIME.
	   MOVE WS-AVG-LEAD TO DET-AVG-LEAD.
	   MOVE VNT-LEAD-DAYS(VN-IX) TO DET-PROMISED.
	   MOVE WS-FILL-PCT TO DET-FILL.
	   MOVE VNT-OVER(VN-IX) TO DET-OVER.
	   MOVE VNT-SHORT(VN-IX) TO DET-SHORT.
	   MOVE WS-SPREAD-PCT TO DET-SPREAD.
	   MOVE WS-SCORE-FLAGS TO DET-FLAGS.
	   WRITE RREC FROM S-DETAIL.
	   MOVE SPACES TO SFREC.
	   MOVE VNT-CODE(VN-IX) TO SF-VENDOR.
	   MOVE WS-FROM-DATE TO SF-FROM-DATE.
	   MOVE WS-TO-DATE TO SF-TO-DATE.
	   MOVE VNT-RECEIPTS(VN-IX) TO SF-RECEIPTS.
	   MOVE VNT-ON-TIME(VN-IX) TO SF-ON-TIME.
	   MOVE WS-ONTIME-PCT TO SF-ONTIME-PCT.
	   MOVE WS-AVG-LEAD TO SF-AVG-LEAD.
	   MOVE VNT-LEAD-DAYS(VN-IX) TO SF-PROMISED.
	   MOVE VNT-ORDERED(VN-IX) TO SF-ORDERED.
	   MOVE VNT-FILLED(VN-IX) TO SF-FILLED.
	   MOVE WS-FILL-PCT TO SF-FILL-PCT.
	   MOVE VNT-OVER(VN-IX) TO SF-OVER.
	   MOVE VNT-SHORT(VN-IX) TO SF-SHORT.
	   MOVE WS-SPREAD-PCT TO SF-SPREAD-PCT.
	   MOVE WS-SCORE-FLAGS TO SF-FLAGS.
	   WRITE SFREC.
