	IDENTIFICATION DIVISION.
	PROGRAM-ID. EBINMNT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BIN-FILE ASSIGN DYNAMIC WS-BIN-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BIN-STATUS.
	   SELECT BIN-NEW ASSIGN DYNAMIC WS-BIN-NEW-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-MAST-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD BIN-FILE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BNREC.
	01 BNREC.
	   02 BN-KEY.
	      05 BN-CDE   PIC X(10).
	      05 BN-AISLE PIC X(3).
	      05 BN-BAY   PIC X(3).
	      05 BN-LEVEL PIC X(2).
	   02 BN-QNTY PIC 9(5).
	FD BIN-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS NEWBNREC.
	01 NEWBNREC.
	   02 BN-KEY.
	      05 BN-CDE   PIC X(10).
	      05 BN-AISLE PIC X(3).
	      05 BN-BAY   PIC X(3).
	      05 BN-LEVEL PIC X(2).
	   02 BN-QNTY PIC 9(5).
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
	WORKING-STORAGE SECTION.
	77 WS-BIN-FILE     PIC X(40) VALUE "BIN.DAT".
	77 WS-BIN-NEW-FILE PIC X(40) VALUE "BIN-NEW.DAT".
	77 WS-MASTER-FILE  PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-BIN-STATUS PIC X(2) VALUE "00".
	77 WS-MAST-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) USAGE COMP.
	77 BNF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-ACTION PIC X(1) VALUE SPACE.
	   88 ACTION-ADD    VALUE "A".
	   88 ACTION-CHANGE VALUE "C".
	   88 ACTION-DELETE VALUE "D".
	77 WS-MATCH-SW PIC X(3) VALUE "NO".
	77 WS-ON-MASTER PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(40) VALUE SPACES.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	01 WS-TARGET-KEY.
	   02 WS-TARGET-CDE   PIC X(10) VALUE SPACES.
	   02 WS-TARGET-AISLE PIC X(3) VALUE SPACES.
	   02 WS-TARGET-BAY   PIC X(3) VALUE SPACES.
	   02 WS-TARGET-LEVEL PIC X(2) VALUE SPACES.
	01 OP-DATA.
	   02 OP-QNTY PIC 9(5).

	SCREEN SECTION.
	01 SCREEN-BLANK.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SIGNON.
	   05 LINE 1  COL 10 VALUE "BIN LOCATION MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "OPERATOR ID      :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-OPERATOR-ID REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "PASSWORD         :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-PASSWORD SECURE AUTO.

	01 SCREEN-RECORD-BINSCRN.
	   05 LINE 1  COL 10 VALUE "BIN LOCATION MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "ACTION A/C/D     :".
	   05 LINE 3  COL 30 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.
	   05 LINE 6  COL 10 VALUE "ITEM CODE        :".
	   05 LINE 6  COL 30 PIC X(10)
	      USING WS-TARGET-CDE REQUIRED AUTO.
	   05 LINE 8  COL 10 VALUE "AISLE            :".
	   05 LINE 8  COL 30 PIC X(3)
	      USING WS-TARGET-AISLE REQUIRED AUTO.
	   05 LINE 9  COL 10 VALUE "BAY              :".
	   05 LINE 9  COL 30 PIC X(3)
	      USING WS-TARGET-BAY REQUIRED AUTO.
	   05 LINE 10 COL 10 VALUE "LEVEL            :".
	   05 LINE 10 COL 30 PIC X(2)
	      USING WS-TARGET-LEVEL REQUIRED AUTO.
	   05 LINE 12 COL 10 VALUE "QNTY IN BIN      :".
	   05 LINE 12 COL 30 PIC 9(5)
	      USING OP-QNTY AUTO.
	   05 LINE 13 COL 10 VALUE "(ADD/CHG ONLY)".

	01 SCREEN-RECORD-RESULT.
	   05 LINE 17 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   PERFORM GET-PARAMETERS.
	   PERFORM SIGN-ON.
	   MOVE 0 TO OP-QNTY.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-BINSCRN.
	   ACCEPT SCREEN-RECORD-BINSCRN.
	   PERFORM MERGE-BIN.
	   DISPLAY SCREEN-RECORD-RESULT.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-BIN-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-BIN-NEW-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-SIGNON.
	   ACCEPT SCREEN-RECORD-SIGNON.
	   IF ( WS-PASSWORD = "*BATCH*" )
	       MOVE "INVALID PASSWORD" TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.
	   MOVE "M" TO WS-SEC-FUNC.
	   CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-SEC-FUNC WS-SEC-ALLOWED.
	   IF ( WS-SEC-ALLOWED NOT= "Y" )
	       MOVE "NOT AUTHORIZED FOR BIN MAINT"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.

	MERGE-BIN.
	   PERFORM ENSURE-BIN-FILE.
	   OPEN INPUT BIN-FILE.
	   OPEN OUTPUT BIN-NEW.
	   MOVE "YES" TO BNF.
	   READ BIN-FILE AT END MOVE "NO" TO BNF END-READ.
	   PERFORM COPY-THRU-TARGET.
	   PERFORM APPLY-ACTION.
	   PERFORM COPY-REMAINDER.
	   CLOSE BIN-FILE, BIN-NEW.
	   IF ( WS-RESULT-MSG = SPACES )
	       STRING "BIN UPDATE WRITTEN TO " DELIMITED BY SIZE
	              WS-BIN-NEW-FILE          DELIMITED BY SPACE
	              INTO WS-RESULT-MSG
	   END-IF.

	ENSURE-BIN-FILE.
	   MOVE SPACES TO WS-BIN-STATUS.
	   OPEN INPUT BIN-FILE.
	   IF ( WS-BIN-STATUS = "35" )
	       OPEN OUTPUT BIN-FILE
	       CLOSE BIN-FILE
	   ELSE
	       CLOSE BIN-FILE
	   END-IF.

	COPY-THRU-TARGET.
	   PERFORM UNTIL ( BNF = "NO"
	                   OR BN-KEY OF BNREC >= WS-TARGET-KEY )
	       WRITE NEWBNREC FROM BNREC
	       READ BIN-FILE AT END MOVE "NO" TO BNF END-READ
	   END-PERFORM.

	APPLY-ACTION.
	   MOVE "NO" TO WS-MATCH-SW.
	   IF ( BNF = "YES"
	        AND BN-KEY OF BNREC = WS-TARGET-KEY )
	       MOVE "YES" TO WS-MATCH-SW
	   END-IF.
	   IF ACTION-ADD
	       IF ( WS-MATCH-SW = "YES" )
	           MOVE "BIN ALREADY EXISTS - USE CHANGE"
	               TO WS-RESULT-MSG
	           WRITE NEWBNREC FROM BNREC
	           READ BIN-FILE AT END MOVE "NO" TO BNF END-READ
	       ELSE
	           PERFORM CHECK-ITEM-ON-MASTER
	           IF ( WS-ON-MASTER = "YES" )
	               PERFORM BUILD-NEWBNREC-FROM-OP
	               WRITE NEWBNREC
	           ELSE
	               MOVE "ITEM NOT ON MASTER - BIN NOT ADDED"
	                   TO WS-RESULT-MSG
	           END-IF
	       END-IF
	   ELSE
	       IF ( WS-MATCH-SW = "NO" )
	           MOVE "BIN NOT FOUND FOR THIS ITEM" TO WS-RESULT-MSG
	       ELSE
	           IF ACTION-CHANGE
	               PERFORM BUILD-NEWBNREC-FROM-OP
	               WRITE NEWBNREC
	           ELSE
	               IF ACTION-DELETE
	                   CONTINUE
	               ELSE
	                   MOVE "INVALID ACTION CODE - NO CHANGE"
	                       TO WS-RESULT-MSG
	                   WRITE NEWBNREC FROM BNREC
	               END-IF
	           END-IF
	           READ BIN-FILE AT END MOVE "NO" TO BNF END-READ
	       END-IF
	   END-IF.

	CHECK-ITEM-ON-MASTER.
	   MOVE "NO" TO WS-ON-MASTER.
	   MOVE SPACES TO WS-MAST-STATUS.
	   OPEN INPUT MASTER.
	   IF ( WS-MAST-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO MF
	       PERFORM CHECK-ONE-MASTER-REC UNTIL MF = "NO"
	       CLOSE MASTER
	   END-IF.

	CHECK-ONE-MASTER-REC.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( CDE OF MREC = WS-TARGET-CDE )
	                   MOVE "NO" TO MF
	                   MOVE "YES" TO WS-ON-MASTER
	               END-IF
	           END-IF
	   END-READ.

	BUILD-NEWBNREC-FROM-OP.
	   MOVE WS-TARGET-KEY TO BN-KEY  OF NEWBNREC.
	   MOVE OP-QNTY       TO BN-QNTY OF NEWBNREC.

	COPY-REMAINDER.
	   PERFORM UNTIL ( BNF = "NO" )
	       WRITE NEWBNREC FROM BNREC
	       READ BIN-FILE AT END MOVE "NO" TO BNF END-READ
	   END-PERFORM.
