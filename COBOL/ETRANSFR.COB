	   FILE STATUS IS WS-MAST-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT BIN-FILE ASSIGN DYNAMIC WS-BIN-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BIN-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD LOCATIONS
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD QTY-HISTORY
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS QHREC.
	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD MASTER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS MREC.
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(80).
	FD BIN-FILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BNREC.
	01 BNREC.
	   02 BN-CDE   PIC X(10).
	   02 BN-LOC   PIC X(8).
	   02 BN-QNTY  PIC 9(5).
	WORKING-STORAGE SECTION.
	77 LF-SW PIC X(3) VALUE "YES".
	77 RQF PIC X(3) VALUE "YES".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-MASTER-FILE PIC X(40) VALUE SPACES.
	77 WS-MAST-STATUS PIC X(2) VALUE "00".
	77 WS-BIN-FILE PIC X(40) VALUE SPACES.
	77 WS-BIN-STATUS PIC X(2) VALUE "00".
	77 BNF PIC X(3) VALUE "YES".
	77 WS-PICK-LEFT PIC 9(5) VALUE 0.
	77 WS-BIN-AVAIL PIC S9(7) VALUE 0.
	77 WS-LAST-FROM PIC X(4) VALUE SPACES.
	77 CNT-PICK-LINES PIC 9(5) VALUE 0.
	77 XP-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 XP-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-XP-AT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-MAST-SW PIC X(3) VALUE "YES".
	77 WS-ONHAND-OK PIC X(3) VALUE "NO".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE "CONSOLE".
	77 WS-SOURCE-PGM PIC X(8) VALUE "ETRANSFR".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 LOC-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 LOC-IX PIC 9(2) USAGE COMP VALUE 0.
	   02 NT-COST  PIC 9(5)V99.
	   02 NT-REASON PIC X(3).
	   02 NT-UOM   PIC X(4).
	   02 NT-CENTER PIC X(6).
	   02 NT-SOURCE PIC X(8).
	   02 NT-OPER   PIC X(10).
	   02 NT-BATCH  PIC 9(6).
	01 TTLR-REC.
	   02 TT-CDE   PIC X(10).
	   02 TT-TYPE  PIC X(1).
	      05 LT-REPORT PIC X(40).
	01 XT-TABLE.
	   02 XT-ENT OCCURS 2000.
	      05 XT-REC PIC X(68).
	      05 XT-CDE REDEFINES XT-REC PIC X(10).
	01 XL-TABLE.
	   02 XL-ENT OCCURS 2000.
	      05 XLT-TO     PIC X(4).
	      05 XLT-STATUS PIC X(6).
	      05 XLT-NEW    PIC X(1).
	01 XP-TABLE.
	   02 XP-ENT OCCURS 2000.
	      05 XPT-KEY.
	         10 XPT-FROM  PIC X(4).
	         10 XPT-NOBIN PIC X(1).
	         10 XPT-LOC   PIC X(8).
	         10 XPT-CDE   PIC X(10).
	         10 XPT-ID    PIC 9(5).
	      05 XPT-QNTY PIC 9(5).
	      05 XPT-TO   PIC X(4).
	01 NEW-XP-ENT.
	   02 NX-KEY.
	      05 NX-FROM  PIC X(4).
	      05 NX-NOBIN PIC X(1).
	      05 NX-LOC   PIC X(8).
	      05 NX-CDE   PIC X(10).
	      05 NX-ID    PIC 9(5).
	   02 NX-QNTY PIC 9(5).
	   02 NX-TO   PIC X(4).
	01 WS-BIN-LOC.
	   02 WS-BIN-AISLE PIC X(3).
	   02 WS-BIN-BAY   PIC X(3).
	   02 WS-BIN-LEVEL PIC X(2).
	01 WS-BIN-SHOW.
	   02 BS-AISLE PIC X(3).
	   02 PIC X(1) VALUE "-".
	   02 BS-BAY   PIC X(3).
	   02 PIC X(1) VALUE "-".
	   02 BS-LEVEL PIC X(2).
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-AGEFLAG PIC X(10).
	  02 PIC X(7) VALUE SPACES.
	01 S-PICK-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(30) VALUE "TRANSFER PICK DOCUMENT".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 PKH-RUN-DATE PIC 9(8).
	  02 PIC X(17) VALUE SPACES.
	01 S-PICK-FROM.
	  02 PIC X(16) VALUE "FROM LOCATION : ".
	  02 PKF-FROM PIC X(4).
	  02 PIC X(60) VALUE SPACES.
	01 S-PICK-HEAD2.
	  02 PIC X(10) VALUE "BIN".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "    QTY".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(7)  VALUE "TO".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "TRANSFER".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(8)  VALUE "PICKED".
	  02 PIC X(18) VALUE SPACES.
	01 S-PICK-DETAIL.
	  02 PKD-BIN  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-CDE  PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-QTY  PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-TO   PIC X(4).
	  02 PIC X(3) VALUE SPACES.
	  02 PIC X(2) VALUE SPACES.
	  02 PKD-ID   PIC ZZZZ9.
	  02 PIC X(5) VALUE SPACES.
	  02 PIC X(2) VALUE SPACES.
	  02 PIC X(8) VALUE "________".
	  02 PIC X(18) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-AGE-LIMIT FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-AGE-LIMIT = 0 )
	       MOVE 30 TO WS-AGE-LIMIT
	   END-IF.
	   IF ( WS-ARG-COUNT < 3
	        AND WS-MODE NOT= "REPORT"
	        AND WS-MODE NOT= "WRITEOFF" )
	       MOVE "TRANSFER-PICK.DAT" TO WS-REPORT-FILE
	   END-IF.

	LOAD-LOCATIONS.
	   MOVE SPACES TO WS-LOC-STATUS.
	       PERFORM PROCESS-ONE-REQUEST UNTIL RQF = "NO"
	       CLOSE TRANSFER-REQ
	   END-IF.
	   PERFORM WRITE-TRANSFER-PICKS.
	   DISPLAY "TRANSFERS BOOKED   : " CNT-TRANSFERS.
	   DISPLAY "REQUESTS REJECTED  : " CNT-REJECTED.
	   DISPLAY "PICK DOCUMENT WRITTEN TO " WS-REPORT-FILE.

	PROCESS-ONE-REQUEST.
	   READ TRANSFER-REQ AT END MOVE "NO" TO RQF
	   MOVE 0 TO NT-COST.
	   MOVE "XFR" TO NT-REASON.
	   MOVE SPACES TO NT-UOM.
	   MOVE SPACES TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   MOVE LT-TRANS(WS-FROM-IX) TO WS-TRANS-FILE.
	   PERFORM INSERT-INTO-TRANS.
	   MOVE "R" TO NT-TTYPE.
	   MOVE LT-TRANS(WS-TO-IX) TO WS-TRANS-FILE.
	   PERFORM INSERT-INTO-TRANS.
	   PERFORM ADD-LOG-ENTRY.
	   PERFORM ADD-TRANSFER-PICKS.
	   ADD 1 TO CNT-TRANSFERS.

	ADD-TRANSFER-PICKS.
	   MOVE SPACES TO WS-REPORT-STEM.
	   UNSTRING LT-REPORT(WS-FROM-IX) DELIMITED BY "."
	       INTO WS-REPORT-STEM.
	   MOVE SPACES TO WS-BIN-FILE.
	   STRING WS-REPORT-STEM DELIMITED BY SPACE
	          "-BIN.DAT" DELIMITED BY SIZE
	          INTO WS-BIN-FILE.
	   MOVE SPACES TO NEW-XP-ENT.
	   MOVE XR-FROM TO NX-FROM.
	   MOVE XR-CDE TO NX-CDE.
	   MOVE WS-NEXT-ID TO NX-ID.
	   MOVE XR-TO TO NX-TO.
	   MOVE "0" TO NX-NOBIN.
	   MOVE XR-QNTY TO WS-PICK-LEFT.
	   MOVE SPACES TO WS-BIN-STATUS.
	   OPEN INPUT BIN-FILE.
	   IF ( WS-BIN-STATUS = "00" )
	       MOVE "YES" TO BNF
	       PERFORM PICK-ONE-BIN-REC
	           UNTIL BNF = "NO" OR WS-PICK-LEFT = 0
	       CLOSE BIN-FILE
	   END-IF.
	   IF ( WS-PICK-LEFT > 0 )
	       MOVE "1" TO NX-NOBIN
	       MOVE SPACES TO NX-LOC
	       MOVE WS-PICK-LEFT TO NX-QNTY
	       PERFORM INSERT-PICK-ENTRY
	   END-IF.

	PICK-ONE-BIN-REC.
	   READ BIN-FILE AT END MOVE "NO" TO BNF
	       NOT AT END
	           IF ( BN-CDE = XR-CDE AND BN-QNTY > 0 )
	               PERFORM TAKE-FROM-BIN
	           END-IF
	   END-READ.

	TAKE-FROM-BIN.
	   MOVE BN-QNTY TO WS-BIN-AVAIL.
	   PERFORM VARYING XP-IX FROM 1 BY 1
	           UNTIL XP-IX > XP-COUNT
	       IF ( XPT-FROM(XP-IX) = XR-FROM
	            AND XPT-NOBIN(XP-IX) = "0"
	            AND XPT-LOC(XP-IX) = BN-LOC
	            AND XPT-CDE(XP-IX) = XR-CDE )
	           SUBTRACT XPT-QNTY(XP-IX) FROM WS-BIN-AVAIL
	       END-IF
	   END-PERFORM.
	   IF ( WS-BIN-AVAIL > 0 )
	       MOVE BN-LOC TO NX-LOC
	       IF ( WS-BIN-AVAIL < WS-PICK-LEFT )
	           MOVE WS-BIN-AVAIL TO NX-QNTY
	       ELSE
	           MOVE WS-PICK-LEFT TO NX-QNTY
	       END-IF
	       SUBTRACT NX-QNTY FROM WS-PICK-LEFT
	       PERFORM INSERT-PICK-ENTRY
	   END-IF.

	INSERT-PICK-ENTRY.
	   IF ( XP-COUNT >= 2000 )
	       DISPLAY "TRANSFER PICK TABLE FULL - LINE NOT LISTED: "
	               NX-CDE
	   ELSE
	       MOVE 0 TO WS-XP-AT
	       PERFORM VARYING XP-IX FROM 1 BY 1
	               UNTIL XP-IX > XP-COUNT OR WS-XP-AT > 0
	           IF ( XPT-KEY(XP-IX) > NX-KEY )
	               MOVE XP-IX TO WS-XP-AT
	           END-IF
	       END-PERFORM
	       IF ( WS-XP-AT = 0 )
	           COMPUTE WS-XP-AT = XP-COUNT + 1
	       END-IF
	       PERFORM VARYING XP-IX FROM XP-COUNT BY -1
	               UNTIL XP-IX < WS-XP-AT
	           MOVE XP-ENT(XP-IX) TO XP-ENT(XP-IX + 1)
	       END-PERFORM
	       MOVE NEW-XP-ENT TO XP-ENT(WS-XP-AT)
	       ADD 1 TO XP-COUNT
	   END-IF.

	WRITE-TRANSFER-PICKS.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO PKH-RUN-DATE.
	   WRITE RREC FROM S-PICK-HEAD1.
	   MOVE SPACES TO WS-LAST-FROM.
	   PERFORM VARYING XP-IX FROM 1 BY 1
	           UNTIL XP-IX > XP-COUNT
	       PERFORM WRITE-ONE-PICK-LINE
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "TRANSFERS BOOKED" TO CTL-LABEL.
	   MOVE CNT-TRANSFERS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "PICK LINES LISTED" TO CTL-LABEL.
	   MOVE CNT-PICK-LINES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "REQUESTS REJECTED" TO CTL-LABEL.
	   MOVE CNT-REJECTED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.

	WRITE-ONE-PICK-LINE.
	   IF ( XPT-FROM(XP-IX) NOT= WS-LAST-FROM )
	       MOVE XPT-FROM(XP-IX) TO WS-LAST-FROM
	       WRITE RREC FROM S-LINE
	       MOVE XPT-FROM(XP-IX) TO PKF-FROM
	       WRITE RREC FROM S-PICK-FROM
	       WRITE RREC FROM S-PICK-HEAD2
	   END-IF.
	   IF ( XPT-NOBIN(XP-IX) = "1" )
	       MOVE "NO BIN" TO PKD-BIN
	   ELSE
	       MOVE XPT-LOC(XP-IX) TO WS-BIN-LOC
	       MOVE WS-BIN-AISLE TO BS-AISLE
	       MOVE WS-BIN-BAY TO BS-BAY
	       MOVE WS-BIN-LEVEL TO BS-LEVEL
	       MOVE WS-BIN-SHOW TO PKD-BIN
	   END-IF.
	   MOVE XPT-CDE(XP-IX) TO PKD-CDE.
	   MOVE XPT-QNTY(XP-IX) TO PKD-QTY.
	   MOVE XPT-TO(XP-IX) TO PKD-TO.
	   MOVE XPT-ID(XP-IX) TO PKD-ID.
	   WRITE RREC FROM S-PICK-DETAIL.
	   ADD 1 TO CNT-PICK-LINES.

	FIND-LOCATIONS.
	   MOVE 0 TO WS-FROM-IX, WS-TO-IX.
	   PERFORM VARYING LOC-IX FROM 1 BY 1
	       MOVE 0 TO NT-COST
	       MOVE "LIR" TO NT-REASON
	       MOVE SPACES TO NT-UOM
	       MOVE SPACES TO NT-CENTER
	       PERFORM GET-BATCH-NUMBER
	       MOVE WS-SOURCE-PGM TO NT-SOURCE
	       MOVE WS-OPERATOR-ID TO NT-OPER
	       MOVE WS-BATCH-NO TO NT-BATCH
	       MOVE LT-TRANS(WS-FROM-IX) TO WS-TRANS-FILE
	       PERFORM INSERT-INTO-TRANS
	       MOVE "S" TO NT-TTYPE
	               ADD 1 TO WS-MATCH-COUNT
	           END-IF
	   END-READ.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
