	   SELECT UOM-CONV ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-UOM-STATUS.
	   SELECT CC-MASTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CC-STATUS.
	   SELECT SUPERSEDE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SS-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD LOADFILE
	   02 TCOST PIC 9(5)V99.
	   02 REASON-CODE PIC X(3).
	   02 UOM-CODE PIC X(4).
	   02 COST-CENTER PIC X(6).
	   02 TRANS-SOURCE PIC X(8).
	   02 TRANS-OPER PIC X(10).
	   02 TRANS-BATCH PIC 9(6).
	FD ERRFILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS ERREC.
	   02 UC-STOCK-UNIT PIC X(4).
	   02 UC-PURCH-UNIT PIC X(4).
	   02 UC-FACTOR     PIC 9(5).
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
	77 LDF PIC X(3) VALUE "YES".
	77 WS-OPERATOR-ID PIC X(10) VALUE "CONSOLE".
	77 WS-SOURCE-PGM PIC X(8) VALUE "ETRNLOAD".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 MF PIC X(3) VALUE "YES".
	77 WS-LOAD-FILE PIC X(40) VALUE "TRANS-IMPORT.CSV".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-RC-READ-SW PIC X(3) VALUE "YES".
	77 WS-UOM-STATUS PIC X(2) VALUE "00".
	77 WS-UOM-READ-SW PIC X(3) VALUE "YES".
	77 WS-CC-STATUS PIC X(2) VALUE "00".
	77 WS-CC-READ-SW PIC X(3) VALUE "YES".
	77 WS-SS-STATUS PIC X(2) VALUE "00".
	77 WS-SS-READ-SW PIC X(3) VALUE "YES".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-ROW-OK PIC X(3) VALUE "YES".
	77 WS-FLD-COST PIC X(12) VALUE SPACES.
	77 WS-FLD-REASON PIC X(3) VALUE SPACES.
	77 WS-FLD-UOM PIC X(4) VALUE SPACES.
	77 WS-FLD-CENTER PIC X(6) VALUE SPACES.
	77 WS-COST-WHOLE PIC X(8) VALUE SPACES.
	77 WS-COST-FRAC PIC X(2) VALUE SPACES.
	77 WS-NUM-FLD PIC X(12) VALUE SPACES.
	      05 UOT-STOCK  PIC X(4).
	      05 UOT-PURCH  PIC X(4).
	      05 UOT-FACTOR PIC 9(5).
	77 CC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-CC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 CC-TABLE.
	   02 CC-ENT OCCURS 200.
	      05 CCT-CODE PIC X(6).
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
	01 TTLR-REC.
	   02 TT-CDE   PIC X(10).
	   02 TT-TYPE  PIC X(1).
	MAIN.
	   PERFORM GET-PARAMETERS.
	   PERFORM LOAD-MASTER-CODES.
	   PERFORM LOAD-SUPERSESSIONS.
	   PERFORM LOAD-REASON-CODES.
	   PERFORM LOAD-UOM-CONVERSIONS.
	   PERFORM LOAD-COST-CENTERS.
	   MOVE SPACES TO WS-LOAD-STATUS.
	   OPEN INPUT LOADFILE.
	   IF ( WS-LOAD-STATUS NOT= "00" )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-OPERATOR-ID FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-MASTER-CODES.
	   PERFORM VERIFY-MASTER.
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

	LOAD-ONE-ROW.
	   READ LOADFILE AT END MOVE "NO" TO LDF
	       NOT AT END
	   MOVE SPACES TO WS-REJECT-REASON.
	   MOVE SPACES TO WS-FLD-CDE, WS-FLD-QNTY, WS-FLD-DATE.
	   MOVE SPACES TO WS-FLD-COST, WS-FLD-REASON, WS-FLD-UOM.
	   MOVE SPACES TO WS-FLD-CENTER.
	   MOVE SPACE TO WS-FLD-TTYPE.
	   UNSTRING LDREC DELIMITED BY ","
	       INTO WS-FLD-CDE WS-FLD-TTYPE WS-FLD-QNTY
	            WS-FLD-DATE WS-FLD-COST WS-FLD-REASON
	            WS-FLD-UOM WS-FLD-CENTER.
	   PERFORM EDIT-ROW-CDE.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-TYPE END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-QNTY END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-COST END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-REASON END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-UOM END-IF.
	   IF ( WS-ROW-OK = "YES" ) PERFORM EDIT-ROW-CENTER END-IF.
	   IF ( WS-ROW-OK = "YES" )
	       PERFORM INSERT-GOOD-ROW
	       ADD 1 TO CNT-LOADED
	       END-IF
	   END-IF.

	EDIT-ROW-CENTER.
	   IF ( WS-FLD-CENTER = SPACES )
	       CONTINUE
	   ELSE
	       MOVE 0 TO WS-CC-SLOT
	       PERFORM VARYING CC-IX FROM 1 BY 1
	               UNTIL CC-IX > CC-COUNT OR WS-CC-SLOT > 0
	           IF ( CCT-CODE(CC-IX) = WS-FLD-CENTER )
	               MOVE CC-IX TO WS-CC-SLOT
	           END-IF
	       END-PERFORM
	       IF ( WS-FLD-TTYPE NOT= "I" )
	           MOVE "NO" TO WS-ROW-OK
	           MOVE "COST CTR ONLY ON ISSUES"
	               TO WS-REJECT-REASON
	       ELSE
	           IF ( WS-CC-SLOT = 0 )
	               MOVE "NO" TO WS-ROW-OK
	               MOVE "COST CENTER NOT ON FILE"
	                   TO WS-REJECT-REASON
	           END-IF
	       END-IF
	   END-IF.

	CONVERT-NUMBER.
	   MOVE "YES" TO WS-NUM-OK.
	   MOVE 0 TO WS-NUM-VAL.
	   MOVE WS-COST-VAL   TO NT-COST.
	   MOVE WS-FLD-REASON TO NT-REASON.
	   MOVE WS-FLD-UOM    TO NT-UOM.
	   MOVE WS-FLD-CENTER TO NT-CENTER.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO NT-SOURCE.
	   MOVE WS-OPERATOR-ID TO NT-OPER.
	   MOVE WS-BATCH-NO TO NT-BATCH.
	   MOVE 0 TO WS-INS-AT.
	   PERFORM VARYING XT-IX FROM 1 BY 1
	           UNTIL XT-IX > XT-COUNT OR WS-INS-AT > 0
	   MOVE TTLR-REC TO TREC.
	   WRITE TREC.
	   CLOSE TRANS-OUT.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-OPERATOR-ID
	                             WS-BATCH-NO
	   END-IF.
