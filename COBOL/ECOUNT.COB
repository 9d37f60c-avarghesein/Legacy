	   FILE STATUS IS WS-ABC-STATUS.
	   SELECT COUNT-SHEET ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT BIN-FILE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BIN-STATUS.
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
	FD ABC-CLASS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ABC-CLASS.DAT"
	   02 CS-ITEM  PIC X(10).
	   02 FILLER   PIC X(01) VALUE SPACE.
	   02 CS-CLASS PIC X(1).
	   02 FILLER   PIC X(01) VALUE SPACE.
	   02 CS-BIN   PIC X(10).
	FD BIN-FILE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BIN.DAT"
	   DATA RECORD IS BNREC.
	01 BNREC.
	   02 BN-CDE   PIC X(10).
	   02 BN-LOC   PIC X(8).
	   02 BN-QNTY  PIC 9(5).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 CNF PIC X(3) VALUE "YES".
	77 WS-COUNT-WORK-FILE PIC X(40) VALUE "COUNT.DAT".
	77 WS-COUNT-SORT-FILE PIC X(40) VALUE "COUNT-SORT.DAT".
	77 WS-VARIANCE-FILE PIC X(40) VALUE "VARIANCE.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ECOUNT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "FINANCE".
	77 WS-COUNT-TRANS-FILE PIC X(40) VALUE "COUNT-TRANS.DAT".
	77 WS-COUNT-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-MODE-ARG PIC X(8) VALUE SPACES.
	77 WS-ML-FUNC PIC X(1) VALUE SPACE.
	77 WS-ML-OPER PIC X(10) VALUE "CONSOLE".
	77 WS-SOURCE-PGM PIC X(8) VALUE "ECOUNT".
	77 WS-BATCH-NO PIC 9(6) VALUE 0.
	77 WS-ML-PROGRAM PIC X(8) VALUE "ECOUNT  ".
	77 WS-ML-RESULT PIC X(1) VALUE SPACE.
	77 WS-ML-HOLDER PIC X(40) VALUE SPACES.
	   02 MC-ENT OCCURS 2000.
	      05 MCT-CDE  PIC X(10).
	      05 MCT-ITEM PIC X(10).
	77 WS-BIN-STATUS PIC X(2) VALUE "00".
	77 BNF PIC X(3) VALUE "YES".
	77 WS-ITEM-BINS PIC 9(3) VALUE 0.
	77 CNT-SHEET-LINES PIC 9(5) VALUE 0.
	77 BN-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BN-IX PIC 9(4) USAGE COMP VALUE 0.
	01 BN-TABLE.
	   02 BN-ENT OCCURS 3000.
	      05 BNT-CDE  PIC X(10).
	      05 BNT-LOC  PIC X(8).
	77 SH-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SH-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-SH-AT PIC 9(4) USAGE COMP VALUE 0.
	01 SH-TABLE.
	   02 SH-ENT OCCURS 3000.
	      05 SHT-KEY.
	         10 SHT-NOBIN PIC X(1).
	         10 SHT-LOC   PIC X(8).
	         10 SHT-CDE   PIC X(10).
	      05 SHT-ITEM  PIC X(10).
	      05 SHT-CLASS PIC X(1).
	01 NEW-SHEET-ENT.
	   02 NS-KEY.
	      05 NS-NOBIN PIC X(1).
	      05 NS-LOC   PIC X(8).
	      05 NS-CDE   PIC X(10).
	   02 NS-ITEM  PIC X(10).
	   02 NS-CLASS PIC X(1).
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
	  02 PIC X(90) VALUE ALL "*".
	01 S-HEAD1.
	   END-IF.
	   PERFORM VERIFY-MASTER.
	   PERFORM LOAD-MASTER-ITEMS.
	   PERFORM LOAD-BINS.
	   MOVE SPACES TO WS-ABC-STATUS.
	   OPEN INPUT ABC-CLASS.
	   IF ( WS-ABC-STATUS NOT= "00" )
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE 0 TO SH-COUNT.
	   MOVE "YES" TO ACF.
	   PERFORM SELECT-ONE-CLASS UNTIL ACF = "NO".
	   CLOSE ABC-CLASS.
	   OPEN OUTPUT COUNT-SHEET.
	   PERFORM VARYING SH-IX FROM 1 BY 1
	           UNTIL SH-IX > SH-COUNT
	       PERFORM WRITE-SHEET-LINE
	   END-PERFORM.
	   CLOSE COUNT-SHEET.
	   DISPLAY "CLASS " WS-WANT-CLASS
	           " ITEMS SELECTED : " CNT-SELECTED.
	   DISPLAY "COUNT SHEET LINES BY BIN  : " CNT-SHEET-LINES.
	   DISPLAY "COUNT SHEET WRITTEN TO COUNT-SHEET.DAT".

	SELECT-ONE-CLASS.
	   READ ABC-CLASS AT END MOVE "NO" TO ACF
	       NOT AT END
	           IF ( AC-CLASS = WS-WANT-CLASS )
	               PERFORM ADD-SHEET-LINES
	           END-IF
	   END-READ.

	ADD-SHEET-LINES.
	   MOVE 0 TO WS-MC-SLOT.
	   PERFORM VARYING MC-IX FROM 1 BY 1
	           UNTIL MC-IX > MC-COUNT OR WS-MC-SLOT > 0
	           MOVE MC-IX TO WS-MC-SLOT
	       END-IF
	   END-PERFORM.
	   MOVE SPACES TO NEW-SHEET-ENT.
	   MOVE AC-CDE TO NS-CDE.
	   IF ( WS-MC-SLOT > 0 )
	       MOVE MCT-ITEM(WS-MC-SLOT) TO NS-ITEM
	   END-IF.
	   MOVE AC-CLASS TO NS-CLASS.
	   MOVE 0 TO WS-ITEM-BINS.
	   PERFORM VARYING BN-IX FROM 1 BY 1
	           UNTIL BN-IX > BN-COUNT
	       IF ( BNT-CDE(BN-IX) = AC-CDE )
	           MOVE "0" TO NS-NOBIN
	           MOVE BNT-LOC(BN-IX) TO NS-LOC
	           PERFORM INSERT-SHEET-ENTRY
	           ADD 1 TO WS-ITEM-BINS
	       END-IF
	   END-PERFORM.
	   IF ( WS-ITEM-BINS = 0 )
	       MOVE "1" TO NS-NOBIN
	       MOVE SPACES TO NS-LOC
	       PERFORM INSERT-SHEET-ENTRY
	   END-IF.
	   ADD 1 TO CNT-SELECTED.

	INSERT-SHEET-ENTRY.
	   IF ( SH-COUNT >= 3000 )
	       DISPLAY "COUNT SHEET EXCEEDS TABLE - RUN STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE 0 TO WS-SH-AT.
	   PERFORM VARYING SH-IX FROM 1 BY 1
	           UNTIL SH-IX > SH-COUNT OR WS-SH-AT > 0
	       IF ( SHT-KEY(SH-IX) > NS-KEY )
	           MOVE SH-IX TO WS-SH-AT
	       END-IF
	   END-PERFORM.
	   IF ( WS-SH-AT = 0 )
	       COMPUTE WS-SH-AT = SH-COUNT + 1
	   END-IF.
	   PERFORM VARYING SH-IX FROM SH-COUNT BY -1
	           UNTIL SH-IX < WS-SH-AT
	       MOVE SH-ENT(SH-IX) TO SH-ENT(SH-IX + 1)
	   END-PERFORM.
	   MOVE NEW-SHEET-ENT TO SH-ENT(WS-SH-AT).
	   ADD 1 TO SH-COUNT.

	WRITE-SHEET-LINE.
	   MOVE SPACES TO CS-REC.
	   MOVE SHT-CDE(SH-IX) TO CS-CDE.
	   MOVE SHT-ITEM(SH-IX) TO CS-ITEM.
	   MOVE SHT-CLASS(SH-IX) TO CS-CLASS.
	   IF ( SHT-NOBIN(SH-IX) = "1" )
	       MOVE "NO BIN" TO CS-BIN
	   ELSE
	       MOVE SHT-LOC(SH-IX) TO WS-BIN-LOC
	       MOVE WS-BIN-AISLE TO BS-AISLE
	       MOVE WS-BIN-BAY TO BS-BAY
	       MOVE WS-BIN-LEVEL TO BS-LEVEL
	       MOVE WS-BIN-SHOW TO CS-BIN
	   END-IF.
	   WRITE CS-REC.
	   ADD 1 TO CNT-SHEET-LINES.

	LOAD-BINS.
	   MOVE 0 TO BN-COUNT.
	   MOVE SPACES TO WS-BIN-STATUS.
	   OPEN INPUT BIN-FILE.
	   IF ( WS-BIN-STATUS = "35" )
	       DISPLAY "BIN.DAT NOT FOUND - SHEET IN CODE ORDER"
	   ELSE
	       MOVE "YES" TO BNF
	       PERFORM LOAD-ONE-BIN UNTIL BNF = "NO"
	       CLOSE BIN-FILE
	   END-IF.

	LOAD-ONE-BIN.
	   READ BIN-FILE AT END MOVE "NO" TO BNF
	       NOT AT END
	           IF ( BN-COUNT >= 3000 )
	               DISPLAY "BIN FILE EXCEEDS TABLE - RUN STOPPED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO BN-COUNT
	           MOVE BN-CDE TO BNT-CDE(BN-COUNT)
	           MOVE BN-LOC TO BNT-LOC(BN-COUNT)
	   END-READ.

	LOAD-MASTER-ITEMS.
	   MOVE 0 TO MC-COUNT.
	   OPEN INPUT MASTER.
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-COUNT-TRANS-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-ML-OPER FROM ARGUMENT-VALUE
	   END-IF.

	COUNT-ENTRY.
	   MOVE WS-COUNT-FILE TO WS-COUNT-WORK-FILE.
	   MOVE TTLR-REC TO TREC.
	   WRITE TREC.
	   CLOSE MASTER, COUNT-F, VARIANCE-RPT, COUNT-TRANS.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-VARIANCE-FILE
	                       WS-RR-CATEGORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "            DELIMITED BY SIZE
	          WS-COUNT-SORT-FILE  DELIMITED BY SPACE
	   MOVE WS-RUN-DATE TO TRANS-DATE OF TREC.
	   MOVE 0 TO TCOST OF TREC.
	   MOVE SPACES TO UOM-CODE OF TREC.
	   MOVE SPACES TO COST-CENTER OF TREC.
	   PERFORM GET-BATCH-NUMBER.
	   MOVE WS-SOURCE-PGM TO TRANS-SOURCE OF TREC.
	   MOVE WS-ML-OPER TO TRANS-OPER OF TREC.
	   MOVE WS-BATCH-NO TO TRANS-BATCH OF TREC.
	   WRITE TREC.
	   ADD QNTY OF TREC TO WS-TRANS-THASH.
	   ADD 1 TO CNT-TRANS-WRITTEN.
	   MOVE TOT-VAR-VALUE TO TOT-VALUE.
	   WRITE VREC FROM S-TOT-PRINT.
	   WRITE VREC FROM S-LINE.

	GET-BATCH-NUMBER.
	   IF ( WS-BATCH-NO = 0 )
	       CALL "BATCHNUM" USING WS-SOURCE-PGM WS-ML-OPER
	                             WS-BATCH-NO
	   END-IF.
