	IDENTIFICATION DIVISION.
	PROGRAM-ID. ERETURNS.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT RTV-OPEN ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTV-STATUS.
	   SELECT RTV-CLOSED ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RTC-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
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
	FD RTV-CLOSED
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "RTV-CLOSED.DAT"
	   DATA RECORD IS RCLREC.
	01 RCLREC.
	   02 RC-RMA         PIC X(10).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-VENDOR      PIC X(6).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-LINES       PIC 9(3).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-RETURN-VAL  PIC 9(9)V99.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-CREDIT-AMT  PIC 9(9)V99.
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-CREDIT-REF  PIC X(10).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-CREDIT-DATE PIC 9(8).
	   02 FILLER         PIC X(01) VALUE SPACE.
	   02 RC-OPERATOR    PIC X(10).
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
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
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 RTF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 WS-REPORT-FILE PIC X(40) VALUE "RTV-AGED.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ERETURNS".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-MODE PIC X(8) VALUE "CREDIT".
	77 WS-RTV-STATUS PIC X(2) VALUE "00".
	77 WS-RTC-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-ASOF-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-NEW-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-NEW-PASSWORD-2 PIC X(10) VALUE SPACES.
	77 WS-PWD-RESULT PIC X(1) VALUE SPACE.
	77 WS-ENTRY-DONE PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(50) VALUE SPACES.
	77 WS-ENTRY-VENDOR PIC X(6) VALUE SPACES.
	77 WS-ENTRY-RMA PIC X(10) VALUE SPACES.
	77 WS-ENTRY-CREDIT PIC 9(7)V99 VALUE 0.
	77 WS-ENTRY-REF PIC X(10) VALUE SPACES.
	77 WS-ENTRY-CONFIRM PIC X(1) VALUE "N".
	77 WS-VENDOR-NAME PIC X(25) VALUE SPACES.
	77 WS-RMA-LINES PIC 9(3) VALUE 0.
	77 WS-RMA-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-LINE-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-AGE-DAYS PIC S9(9) VALUE 0.
	77 WS-CUR-VENDOR PIC X(6) VALUE SPACES.
	77 CNT-CREDITS PIC 9(5) VALUE 0.
	77 CNT-OPEN-LINES PIC 9(5) VALUE 0.
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VN-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE PIC X(6).
	      05 VNT-NAME PIC X(25).
	77 RT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RT-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-INS-AT PIC 9(4) USAGE COMP VALUE 0.
	01 RT-TABLE.
	   02 RT-ENT OCCURS 2000.
	      05 RTT-REC    PIC X(60).
	      05 RTT-KEY REDEFINES RTT-REC.
	         10 RTT-RMA    PIC X(10).
	         10 RTT-VENDOR PIC X(6).
	         10 FILLER     PIC X(44).
	      05 RTT-STATUS PIC X(6).
	01 WS-RT-WORK.
	   02 WK-RMA       PIC X(10).
	   02 WK-VENDOR    PIC X(6).
	   02 WK-PO        PIC 9(5).
	   02 WK-CDE       PIC X(10).
	   02 WK-QNTY      PIC 9(5).
	   02 WK-UNIT-COST PIC 9(5)V99.
	   02 WK-DATE      PIC 9(8).
	   02 WK-REASON    PIC X(3).
	   02 WK-STATUS    PIC X(6).
	01 WS-BUCKETS.
	   02 WS-BKT OCCURS 4 PIC 9(9)V99.
	01 WS-VEND-BUCKETS.
	   02 WS-VBKT OCCURS 4 PIC 9(9)V99.
	01 WS-TOT-BUCKETS.
	   02 WS-TBKT OCCURS 4 PIC 9(9)V99.
	77 WS-BKT-IX PIC 9(1) VALUE 0.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(40) VALUE "RETURNS AWAITING VENDOR CREDIT".
	  02 PIC X(10) VALUE "AS OF   : ".
	  02 HEAD-ASOF-DATE PIC 9(8).
	  02 PIC X(17) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(11) VALUE "RMA".
	  02 PIC X(6)  VALUE "PO".
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(6)  VALUE "  QNTY".
	  02 PIC X(9)  VALUE " RETURNED".
	  02 PIC X(6)  VALUE "  DAYS".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(10) VALUE "      0-30".
	  02 PIC X(10) VALUE "     31-60".
	  02 PIC X(10) VALUE "     61-90".
	  02 PIC X(10) VALUE "   OVER 90".
	  02 PIC X(1)  VALUE SPACES.
	01 S-VEND-HEAD.
	  02 PIC X(9) VALUE "VENDOR : ".
	  02 VH-VENDOR PIC X(6).
	  02 PIC X(2) VALUE SPACES.
	  02 VH-NAME PIC X(25).
	  02 PIC X(48) VALUE SPACES.
	01 S-DETAIL.
	  02 DET-RMA PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-PO PIC 9(5).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-CDE PIC X(10).
	  02 DET-QNTY PIC ZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-DATE PIC 9(8).
	  02 DET-DAYS PIC ZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-BKT OCCURS 4 PIC ZZZZZZ9.99.
	  02 PIC X(1) VALUE SPACES.
	01 S-TOTAL.
	  02 TOT-LABEL PIC X(49).
	  02 TOT-BKT OCCURS 4 PIC ZZZZZZ9.99.
	  02 PIC X(1) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(51) VALUE SPACES.

	SCREEN SECTION.
	01 SCREEN-BLANK-RT.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-RTVCRED.
	   05 LINE 1  COL 10 VALUE "VENDOR CREDIT FOR RETURN".
	   05 LINE 3  COL 10 VALUE "VENDOR (BLANK=END):".
	   05 LINE 3  COL 31 PIC X(6)
	      USING WS-ENTRY-VENDOR AUTO.
	   05 LINE 4  COL 10 VALUE "RMA NUMBER        :".
	   05 LINE 4  COL 31 PIC X(10)
	      USING WS-ENTRY-RMA AUTO.
	   05 LINE 6  COL 10 VALUE "CREDIT AMOUNT     :".
	   05 LINE 6  COL 31 PIC 9(7)V99
	      USING WS-ENTRY-CREDIT AUTO.
	   05 LINE 7  COL 10 VALUE "CREDIT MEMO REF   :".
	   05 LINE 7  COL 31 PIC X(10)
	      USING WS-ENTRY-REF AUTO.

	01 SCREEN-RECORD-RTVCONF.
	   05 LINE 9  COL 10 VALUE "RMA LINES OPEN    :".
	   05 LINE 9  COL 31 PIC ZZ9 FROM WS-RMA-LINES.
	   05 LINE 10 COL 10 VALUE "VALUE RETURNED    :".
	   05 LINE 10 COL 31 PIC ZZZZZZZZ9.99 FROM WS-RMA-VALUE.
	   05 LINE 12 COL 10 VALUE "CONFIRM CREDIT Y/N:".
	   05 LINE 12 COL 31 PIC X(1)
	      USING WS-ENTRY-CONFIRM AUTO.

	01 SCREEN-RECORD-RTRESULT.
	   05 LINE 18 COL 10 PIC X(50) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-VENDORS.
	   PERFORM LOAD-OPEN-RETURNS.
	   IF ( WS-MODE = "AGED" )
	       PERFORM AGED-RETURNS-REPORT
	   ELSE
	       PERFORM SIGN-ON
	       PERFORM CREDIT-ENTRY
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-ASOF-DATE FROM ARGUMENT-VALUE
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
	   MOVE "ERETURNS" TO AL-PROGRAM.
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

	LOAD-VENDORS.
	   MOVE 0 TO VN-COUNT.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO VF
	       PERFORM LOAD-ONE-VENDOR UNTIL VF = "NO"
	       CLOSE VENDOR
	   END-IF.

	LOAD-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO VF
	       NOT AT END
	           IF ( VN-COUNT < 100 )
	               ADD 1 TO VN-COUNT
	               MOVE VN-CODE TO VNT-CODE(VN-COUNT)
	               MOVE VN-NAME TO VNT-NAME(VN-COUNT)
	           END-IF
	   END-READ.

	FIND-VENDOR.
	   MOVE 0 TO WS-VN-SLOT.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT OR WS-VN-SLOT > 0
	       IF ( VNT-CODE(VN-IX) = WS-CUR-VENDOR )
	           MOVE VN-IX TO WS-VN-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-VN-SLOT > 0 )
	       MOVE VNT-NAME(WS-VN-SLOT) TO WS-VENDOR-NAME
	   ELSE
	       MOVE "VENDOR NOT ON FILE" TO WS-VENDOR-NAME
	   END-IF.

	LOAD-OPEN-RETURNS.
	   MOVE 0 TO RT-COUNT.
	   MOVE SPACES TO WS-RTV-STATUS.
	   OPEN INPUT RTV-OPEN.
	   IF ( WS-RTV-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO RTF
	       PERFORM LOAD-ONE-RETURN UNTIL RTF = "NO"
	       CLOSE RTV-OPEN
	   END-IF.

	LOAD-ONE-RETURN.
	   READ RTV-OPEN AT END MOVE "NO" TO RTF
	       NOT AT END
	           IF ( RT-COUNT >= 2000 )
	               DISPLAY "OPEN RETURNS EXCEED TABLE"
	               DISPLAY "RUN STOPPED - NO RETURNS CHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           MOVE RTREC TO WS-RT-WORK
	           MOVE 0 TO WS-INS-AT
	           PERFORM VARYING RT-IX FROM 1 BY 1
	                   UNTIL RT-IX > RT-COUNT OR WS-INS-AT > 0
	               IF ( RTT-VENDOR(RT-IX) > WK-VENDOR )
	                   MOVE RT-IX TO WS-INS-AT
	               END-IF
	           END-PERFORM
	           IF ( WS-INS-AT = 0 )
	               COMPUTE WS-INS-AT = RT-COUNT + 1
	           END-IF
	           PERFORM VARYING RT-IX FROM RT-COUNT BY -1
	                   UNTIL RT-IX < WS-INS-AT
	               MOVE RT-ENT(RT-IX) TO RT-ENT(RT-IX + 1)
	           END-PERFORM
	           MOVE RTREC TO RTT-REC(WS-INS-AT)
	           MOVE RT-STATUS TO RTT-STATUS(WS-INS-AT)
	           ADD 1 TO RT-COUNT
	   END-READ.

	SAVE-OPEN-RETURNS.
	   OPEN OUTPUT RTV-OPEN.
	   PERFORM VARYING RT-IX FROM 1 BY 1
	           UNTIL RT-IX > RT-COUNT
	       IF ( RTT-STATUS(RT-IX) = "OPEN" )
	           MOVE RTT-REC(RT-IX) TO RTREC
	           WRITE RTREC
	       END-IF
	   END-PERFORM.
	   CLOSE RTV-OPEN.

	CREDIT-ENTRY.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM CREDIT-ONE-RMA UNTIL WS-ENTRY-DONE = "YES".
	   DISPLAY "VENDOR CREDITS CONFIRMED : " CNT-CREDITS.

	CREDIT-ONE-RMA.
	   MOVE SPACES TO WS-ENTRY-VENDOR, WS-ENTRY-RMA, WS-ENTRY-REF.
	   MOVE 0 TO WS-ENTRY-CREDIT.
	   MOVE "N" TO WS-ENTRY-CONFIRM.
	   MOVE SPACES TO WS-RESULT-MSG.
	   DISPLAY SCREEN-BLANK-RT.
	   DISPLAY SCREEN-RECORD-RTVCRED.
	   ACCEPT SCREEN-RECORD-RTVCRED.
	   IF ( WS-ENTRY-VENDOR = SPACES )
	       MOVE "YES" TO WS-ENTRY-DONE
	   ELSE
	       PERFORM EDIT-CREDIT
	       DISPLAY SCREEN-RECORD-RTRESULT
	   END-IF.

	EDIT-CREDIT.
	   MOVE 0 TO WS-RMA-LINES, WS-RMA-VALUE.
	   PERFORM VARYING RT-IX FROM 1 BY 1
	           UNTIL RT-IX > RT-COUNT
	       IF ( RTT-VENDOR(RT-IX) = WS-ENTRY-VENDOR
	            AND RTT-RMA(RT-IX) = WS-ENTRY-RMA
	            AND RTT-STATUS(RT-IX) = "OPEN" )
	           MOVE RTT-REC(RT-IX) TO WS-RT-WORK
	           ADD 1 TO WS-RMA-LINES
	           COMPUTE WS-LINE-VALUE = WK-QNTY * WK-UNIT-COST
	           ADD WS-LINE-VALUE TO WS-RMA-VALUE
	       END-IF
	   END-PERFORM.
	   IF ( WS-RMA-LINES = 0 )
	       MOVE "NO OPEN RETURN FOR VENDOR AND RMA"
	           TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-ENTRY-REF = SPACES )
	           MOVE "CREDIT MEMO REFERENCE REQUIRED"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-CREDIT = 0 )
	               MOVE WS-RMA-VALUE TO WS-ENTRY-CREDIT
	           END-IF
	           DISPLAY SCREEN-RECORD-RTVCONF
	           ACCEPT SCREEN-RECORD-RTVCONF
	           IF ( WS-ENTRY-CONFIRM = "Y" )
	               PERFORM CLOSE-RETURN
	           ELSE
	               MOVE "CREDIT NOT CONFIRMED - RETURN STAYS OPEN"
	                   TO WS-RESULT-MSG
	           END-IF
	       END-IF
	   END-IF.

	CLOSE-RETURN.
	   PERFORM VARYING RT-IX FROM 1 BY 1
	           UNTIL RT-IX > RT-COUNT
	       IF ( RTT-VENDOR(RT-IX) = WS-ENTRY-VENDOR
	            AND RTT-RMA(RT-IX) = WS-ENTRY-RMA
	            AND RTT-STATUS(RT-IX) = "OPEN" )
	           MOVE "CREDIT" TO RTT-STATUS(RT-IX)
	       END-IF
	   END-PERFORM.
	   MOVE SPACES TO WS-RTC-STATUS.
	   OPEN INPUT RTV-CLOSED.
	   IF ( WS-RTC-STATUS = "35" )
	       OPEN OUTPUT RTV-CLOSED
	       CLOSE RTV-CLOSED
	   ELSE
	       CLOSE RTV-CLOSED
	   END-IF.
	   OPEN EXTEND RTV-CLOSED.
	   MOVE SPACES TO RCLREC.
	   MOVE WS-ENTRY-RMA    TO RC-RMA.
	   MOVE WS-ENTRY-VENDOR TO RC-VENDOR.
	   MOVE WS-RMA-LINES    TO RC-LINES.
	   MOVE WS-RMA-VALUE    TO RC-RETURN-VAL.
	   MOVE WS-ENTRY-CREDIT TO RC-CREDIT-AMT.
	   MOVE WS-ENTRY-REF    TO RC-CREDIT-REF.
	   MOVE WS-RUN-DATE     TO RC-CREDIT-DATE.
	   MOVE WS-OPERATOR-ID  TO RC-OPERATOR.
	   WRITE RCLREC.
	   CLOSE RTV-CLOSED.
	   PERFORM SAVE-OPEN-RETURNS.
	   ADD 1 TO CNT-CREDITS.
	   IF ( WS-ENTRY-CREDIT = WS-RMA-VALUE )
	       MOVE "CREDIT CONFIRMED - RETURN CLOSED"
	           TO WS-RESULT-MSG
	   ELSE
	       MOVE "CREDIT CONFIRMED - AMOUNT DIFFERS FROM VALUE"
	           TO WS-RESULT-MSG
	   END-IF.

	AGED-RETURNS-REPORT.
	   IF ( WS-ASOF-DATE = 0 )
	       MOVE WS-RUN-DATE TO WS-ASOF-DATE
	   END-IF.
	   MOVE "V" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-ASOF-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" )
	       DISPLAY "INVALID AS-OF DATE: " WS-ASOF-DATE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-ASOF-DATE TO HEAD-ASOF-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   MOVE 0 TO WS-TBKT(1), WS-TBKT(2), WS-TBKT(3), WS-TBKT(4).
	   MOVE HIGH-VALUES TO WS-CUR-VENDOR.
	   PERFORM VARYING RT-IX FROM 1 BY 1
	           UNTIL RT-IX > RT-COUNT
	       MOVE RTT-REC(RT-IX) TO WS-RT-WORK
	       IF ( WK-VENDOR NOT= WS-CUR-VENDOR )
	           PERFORM AGED-VENDOR-BREAK
	       END-IF
	       PERFORM AGED-DETAIL
	   END-PERFORM.
	   IF ( RT-COUNT > 0 )
	       PERFORM AGED-VENDOR-TOTAL
	   END-IF.
	   MOVE SPACES TO S-TOTAL.
	   MOVE "TOTAL AWAITING CREDIT" TO TOT-LABEL.
	   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
	           UNTIL WS-BKT-IX > 4
	       MOVE WS-TBKT(WS-BKT-IX) TO TOT-BKT(WS-BKT-IX)
	   END-PERFORM.
	   WRITE RREC FROM S-TOTAL.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "OPEN RETURN LINES" TO CTL-LABEL.
	   MOVE CNT-OPEN-LINES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "OPEN RETURN LINES : " CNT-OPEN-LINES.

	AGED-VENDOR-BREAK.
	   IF ( WS-CUR-VENDOR NOT= HIGH-VALUES )
	       PERFORM AGED-VENDOR-TOTAL
	   END-IF.
	   MOVE WK-VENDOR TO WS-CUR-VENDOR.
	   PERFORM FIND-VENDOR.
	   MOVE WS-CUR-VENDOR TO VH-VENDOR.
	   MOVE WS-VENDOR-NAME TO VH-NAME.
	   WRITE RREC FROM S-VEND-HEAD.
	   MOVE 0 TO WS-VBKT(1), WS-VBKT(2), WS-VBKT(3), WS-VBKT(4).

	AGED-DETAIL.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WK-DATE WS-ASOF-DATE
	                        WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG = "V" AND WS-DV-DAYS > 0 )
	       MOVE WS-DV-DAYS TO WS-AGE-DAYS
	   ELSE
	       MOVE 0 TO WS-AGE-DAYS
	   END-IF.
	   MOVE 0 TO WS-BKT(1), WS-BKT(2), WS-BKT(3), WS-BKT(4).
	   IF ( WS-AGE-DAYS > 90 )
	       MOVE 4 TO WS-BKT-IX
	   ELSE
	       IF ( WS-AGE-DAYS > 60 )
	           MOVE 3 TO WS-BKT-IX
	       ELSE
	           IF ( WS-AGE-DAYS > 30 )
	               MOVE 2 TO WS-BKT-IX
	           ELSE
	               MOVE 1 TO WS-BKT-IX
	           END-IF
	       END-IF
	   END-IF.
	   COMPUTE WS-BKT(WS-BKT-IX) = WK-QNTY * WK-UNIT-COST.
	   ADD WS-BKT(WS-BKT-IX) TO WS-VBKT(WS-BKT-IX).
	   ADD WS-BKT(WS-BKT-IX) TO WS-TBKT(WS-BKT-IX).
	   MOVE SPACES TO S-DETAIL.
	   MOVE WK-RMA  TO DET-RMA.
	   MOVE WK-PO   TO DET-PO.
	   MOVE WK-CDE  TO DET-CDE.
	   MOVE WK-QNTY TO DET-QNTY.
	   MOVE WK-DATE TO DET-DATE.
	   MOVE WS-AGE-DAYS TO DET-DAYS.
	   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
	           UNTIL WS-BKT-IX > 4
	       MOVE WS-BKT(WS-BKT-IX) TO DET-BKT(WS-BKT-IX)
	   END-PERFORM.
	   WRITE RREC FROM S-DETAIL.
	   ADD 1 TO CNT-OPEN-LINES.

	AGED-VENDOR-TOTAL.
	   MOVE SPACES TO S-TOTAL.
	   MOVE "  VENDOR TOTAL" TO TOT-LABEL.
	   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
	           UNTIL WS-BKT-IX > 4
	       MOVE WS-VBKT(WS-BKT-IX) TO TOT-BKT(WS-BKT-IX)
	   END-PERFORM.
	   WRITE RREC FROM S-TOTAL.
	   WRITE RREC FROM S-LINE.
