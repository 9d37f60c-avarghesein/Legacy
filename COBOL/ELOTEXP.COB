	IDENTIFICATION DIVISION.
	PROGRAM-ID. ELOTEXP.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT LOT-FILE ASSIGN DYNAMIC WS-LOT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LOT-STATUS.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD LOT-FILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS LOTREC.
	01 LOTREC.
	   02 LT-CDE       PIC X(10).
	   02 LT-LOT       PIC X(10).
	   02 LT-RECV-DATE PIC 9(8).
	   02 LT-EXPIRY    PIC 9(8).
	   02 LT-QNTY      PIC 9(5).
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
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(80).
	WORKING-STORAGE SECTION.
	77 LTF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-LOT-FILE PIC X(40) VALUE "LOT.DAT".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "LOT-EXPIRY.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ELOTEXP".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-LOT-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-HORIZON-DAYS PIC 9(4) VALUE 30.
	77 WS-HORIZON-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-MC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-LOT-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 CNT-LOTS-READ PIC 9(7) VALUE 0.
	77 CNT-LOTS-LISTED PIC 9(7) VALUE 0.
	77 CNT-LOTS-EXPIRED PIC 9(7) VALUE 0.
	77 TOT-QNTY-LISTED PIC 9(9) VALUE 0.
	77 TOT-VALUE-LISTED PIC 9(11)V99 VALUE 0.
	77 TOT-VALUE-EXPIRED PIC 9(11)V99 VALUE 0.
	77 MC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 MC-IX PIC 9(4) USAGE COMP VALUE 0.
	01 MC-TABLE.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE    PIC X(10).
	      05 MCT-ITEM   PIC X(10).
	      05 MCT-COST   PIC 9(5)V99.
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(31) VALUE "LOT EXPIRY REPORT".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(16) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(31) VALUE "LOTS EXPIRING ON OR BEFORE".
	  02 PIC X(10) VALUE SPACES.
	  02 HEAD-HORIZON PIC 9(8).
	  02 PIC X(16) VALUE SPACES.
	01 S-HEAD3.
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "ITEM".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(10) VALUE "LOT".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(8)  VALUE "EXPIRY".
	  02 PIC X(7)  VALUE "   DAYS".
	  02 PIC X(6)  VALUE "  QNTY".
	  02 PIC X(11) VALUE "      VALUE".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(7)  VALUE "STATUS".
	  02 PIC X(6)  VALUE SPACES.
	01 S-DETAIL.
	  02 DL-CDE    PIC X(10).
	  02 PIC X(2)  VALUE SPACES.
	  02 DL-ITEM   PIC X(10).
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-LOT    PIC X(10).
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-EXPIRY PIC 9(8).
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-DAYS   PIC -----9.
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-QNTY   PIC ZZZZ9.
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-VALUE  PIC ZZZZZZ9.99.
	  02 PIC X(1)  VALUE SPACES.
	  02 DL-FLAG   PIC X(7).
	  02 PIC X(6)  VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.
	01 S-VAL-PRINT.
	  02 VAL-LABEL PIC X(30).
	  02 VAL-AMOUNT PIC ZZZZZZZZZ9.99.
	  02 PIC X(37) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   MOVE "A" TO WS-DV-FUNC.
	   MOVE WS-HORIZON-DAYS TO WS-DV-DAYS.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-RUN-DATE
	                        WS-HORIZON-DATE WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" )
	       DISPLAY "INVALID EXPIRY HORIZON: " WS-HORIZON-DAYS
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   PERFORM LOAD-MASTER-CODES.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-HORIZON-DATE TO HEAD-HORIZON.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD3.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO WS-LOT-STATUS.
	   OPEN INPUT LOT-FILE.
	   IF ( WS-LOT-STATUS = "35" )
	       MOVE "NO LOT FILE ON DISK" TO RREC
	       WRITE RREC
	   ELSE
	       MOVE "YES" TO LTF
	       PERFORM CHECK-ONE-LOT UNTIL LTF = "NO"
	       CLOSE LOT-FILE
	   END-IF.
	   PERFORM REPORT-TOTALS.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-HORIZON-DAYS FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-LOT-FILE FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-MASTER-CODES.
	   MOVE 0 TO MC-COUNT.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM LOAD-ONE-CODE UNTIL MF = "NO".
	   CLOSE MASTER.

	LOAD-ONE-CODE.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( MC-COUNT >= 2000 )
	                   DISPLAY "MASTER FILE EXCEEDS CODE TABLE"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO MC-COUNT
	               MOVE CDE  OF MREC TO MCT-CDE(MC-COUNT)
	               MOVE ITEM OF MREC TO MCT-ITEM(MC-COUNT)
	               MOVE UNIT-COST OF MREC TO MCT-COST(MC-COUNT)
	           END-IF
	   END-READ.

	FIND-MASTER-CODE.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT OR WS-MC-SLOT > 0
	       IF ( MCT-CDE(MC-IX) = LT-CDE )
	           MOVE MC-IX TO WS-MC-SLOT
	       END-IF
	   END-PERFORM.

	CHECK-ONE-LOT.
	   READ LOT-FILE AT END MOVE "NO" TO LTF
	       NOT AT END
	           ADD 1 TO CNT-LOTS-READ
	           IF ( LT-EXPIRY > 0
	                AND LT-EXPIRY <= WS-HORIZON-DATE
	                AND LT-QNTY > 0 )
	               PERFORM LIST-ONE-LOT
	           END-IF
	   END-READ.

	LIST-ONE-LOT.
	   MOVE SPACES TO S-DETAIL.
	   MOVE LT-CDE TO DL-CDE.
	   MOVE LT-LOT TO DL-LOT.
	   MOVE LT-EXPIRY TO DL-EXPIRY.
	   MOVE LT-QNTY TO DL-QNTY.
	   PERFORM FIND-MASTER-CODE.
	   IF ( WS-MC-SLOT > 0 )
	       MOVE MCT-ITEM(WS-MC-SLOT) TO DL-ITEM
	       COMPUTE WS-LOT-VALUE = LT-QNTY * MCT-COST(WS-MC-SLOT)
	   ELSE
	       MOVE "*NO MASTER" TO DL-ITEM
	       MOVE 0 TO WS-LOT-VALUE
	   END-IF.
	   MOVE WS-LOT-VALUE TO DL-VALUE.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-RUN-DATE
	                        LT-EXPIRY WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG = "V" )
	       MOVE WS-DV-DAYS TO DL-DAYS
	   ELSE
	       MOVE 0 TO DL-DAYS
	       MOVE "BADDATE" TO DL-FLAG
	   END-IF.
	   IF ( LT-EXPIRY < WS-RUN-DATE )
	       MOVE "EXPIRED" TO DL-FLAG
	       ADD 1 TO CNT-LOTS-EXPIRED
	       ADD WS-LOT-VALUE TO TOT-VALUE-EXPIRED
	   END-IF.
	   WRITE RREC FROM S-DETAIL.
	   ADD 1 TO CNT-LOTS-LISTED.
	   ADD LT-QNTY TO TOT-QNTY-LISTED.
	   ADD WS-LOT-VALUE TO TOT-VALUE-LISTED.

	REPORT-TOTALS.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "LOTS ON FILE" TO CTL-LABEL.
	   MOVE CNT-LOTS-READ TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "DAYS AHEAD REPORTED" TO CTL-LABEL.
	   MOVE WS-HORIZON-DAYS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LOTS LISTED" TO CTL-LABEL.
	   MOVE CNT-LOTS-LISTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "LOTS ALREADY EXPIRED" TO CTL-LABEL.
	   MOVE CNT-LOTS-EXPIRED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "QUANTITY LISTED" TO CTL-LABEL.
	   MOVE TOT-QNTY-LISTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE SPACES TO S-VAL-PRINT.
	   MOVE "VALUE LISTED" TO VAL-LABEL.
	   MOVE TOT-VALUE-LISTED TO VAL-AMOUNT.
	   WRITE RREC FROM S-VAL-PRINT.
	   MOVE "VALUE ALREADY EXPIRED" TO VAL-LABEL.
	   MOVE TOT-VALUE-EXPIRED TO VAL-AMOUNT.
	   WRITE RREC FROM S-VAL-PRINT.
	   WRITE RREC FROM S-LINE.
