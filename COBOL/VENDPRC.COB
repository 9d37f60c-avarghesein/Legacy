	IDENTIFICATION DIVISION.
	PROGRAM-ID. VENDPRC.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT VENDPRICE ASSIGN DYNAMIC WS-VENDPRICE-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VP-STATUS.
	   SELECT VENDPRICE-NEW ASSIGN DYNAMIC WS-VENDPRICE-NEW-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT VENDOR ASSIGN DYNAMIC WS-VENDOR-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD VENDPRICE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS VPREC.
	01 VPREC.
	   02 VP-KEY.
	      05 VP-CDE    PIC X(10).
	      05 VP-VENDOR PIC X(6).
	   02 VP-UNIT-PRICE PIC 9(5)V99.
	   02 VP-MOQ        PIC 9(5).
	   02 VP-PACK       PIC 9(5).
	   02 VP-BREAK OCCURS 3.
	      05 VP-BRK-QNTY  PIC 9(5).
	      05 VP-BRK-PRICE PIC 9(5)V99.
	FD VENDPRICE-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS NEWVPREC.
	01 NEWVPREC.
	   02 VP-KEY.
	      05 VP-CDE    PIC X(10).
	      05 VP-VENDOR PIC X(6).
	   02 VP-UNIT-PRICE PIC 9(5)V99.
	   02 VP-MOQ        PIC 9(5).
	   02 VP-PACK       PIC 9(5).
	   02 VP-BREAK OCCURS 3.
	      05 VP-BRK-QNTY  PIC 9(5).
	      05 VP-BRK-PRICE PIC 9(5)V99.
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	WORKING-STORAGE SECTION.
	77 WS-VENDPRICE-FILE     PIC X(40) VALUE "VENDPRICE.DAT".
	77 WS-VENDPRICE-NEW-FILE PIC X(40) VALUE "VENDPRICE-NEW.DAT".
	77 WS-VENDOR-FILE        PIC X(40) VALUE "VENDOR.DAT".
	77 WS-VP-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) USAGE COMP.
	77 VPF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 WS-ACTION PIC X(1) VALUE SPACE.
	   88 ACTION-ADD    VALUE "A".
	   88 ACTION-CHANGE VALUE "C".
	   88 ACTION-DELETE VALUE "D".
	77 WS-MATCH-SW PIC X(3) VALUE "NO".
	77 WS-ON-VENDOR PIC X(3) VALUE "NO".
	77 WS-PRICE-OK PIC X(3) VALUE "YES".
	77 WS-BRK-IX PIC 9(1) USAGE COMP VALUE 0.
	77 WS-LAST-BRK PIC 9(5) VALUE 0.
	77 WS-RESULT-MSG PIC X(40) VALUE SPACES.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	01 WS-TARGET-KEY.
	   02 WS-TARGET-CDE    PIC X(10) VALUE SPACES.
	   02 WS-TARGET-VENDOR PIC X(6) VALUE SPACES.
	01 OP-DATA.
	   02 OP-UNIT-PRICE PIC 9(5)V99.
	   02 OP-MOQ        PIC 9(5).
	   02 OP-PACK       PIC 9(5).
	   02 OP-BREAK OCCURS 3.
	      05 OP-BRK-QNTY  PIC 9(5).
	      05 OP-BRK-PRICE PIC 9(5)V99.

	SCREEN SECTION.
	01 SCREEN-BLANK.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SIGNON.
	   05 LINE 1  COL 10 VALUE "VENDOR PRICE CATALOG MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "OPERATOR ID      :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-OPERATOR-ID REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "PASSWORD         :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-PASSWORD SECURE AUTO.

	01 SCREEN-RECORD-PRICESCRN.
	   05 LINE 1  COL 10 VALUE "VENDOR PRICE CATALOG MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "ACTION A/C/D     :".
	   05 LINE 3  COL 30 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "ITEM CODE        :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-TARGET-CDE REQUIRED AUTO.
	   05 LINE 6  COL 10 VALUE "VENDOR CODE      :".
	   05 LINE 6  COL 30 PIC X(6)
	      USING WS-TARGET-VENDOR REQUIRED AUTO.
	   05 LINE 8  COL 10 VALUE "UNIT PRICE       :".
	   05 LINE 8  COL 30 PIC 9(5).99
	      USING OP-UNIT-PRICE AUTO.
	   05 LINE 9  COL 10 VALUE "MINIMUM ORDER QTY:".
	   05 LINE 9  COL 30 PIC 9(5)
	      USING OP-MOQ AUTO.
	   05 LINE 10 COL 10 VALUE "PACK MULTIPLE    :".
	   05 LINE 10 COL 30 PIC 9(5)
	      USING OP-PACK AUTO.
	   05 LINE 12 COL 10 VALUE "BREAK 1 QTY/PRICE:".
	   05 LINE 12 COL 30 PIC 9(5)
	      USING OP-BRK-QNTY(1) AUTO.
	   05 LINE 12 COL 37 PIC 9(5).99
	      USING OP-BRK-PRICE(1) AUTO.
	   05 LINE 13 COL 10 VALUE "BREAK 2 QTY/PRICE:".
	   05 LINE 13 COL 30 PIC 9(5)
	      USING OP-BRK-QNTY(2) AUTO.
	   05 LINE 13 COL 37 PIC 9(5).99
	      USING OP-BRK-PRICE(2) AUTO.
	   05 LINE 14 COL 10 VALUE "BREAK 3 QTY/PRICE:".
	   05 LINE 14 COL 30 PIC 9(5)
	      USING OP-BRK-QNTY(3) AUTO.
	   05 LINE 14 COL 37 PIC 9(5).99
	      USING OP-BRK-PRICE(3) AUTO.
	   05 LINE 15 COL 10 VALUE "(ADD/CHG ONLY)".

	01 SCREEN-RECORD-RESULT.
	   05 LINE 17 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   PERFORM GET-PARAMETERS.
	   PERFORM SIGN-ON.
	   MOVE ZEROS TO OP-DATA.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-PRICESCRN.
	   ACCEPT SCREEN-RECORD-PRICESCRN.
	   PERFORM MERGE-PRICE.
	   DISPLAY SCREEN-RECORD-RESULT.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-VENDPRICE-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-VENDPRICE-NEW-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-VENDOR-FILE FROM ARGUMENT-VALUE
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
	       MOVE "NOT AUTHORIZED FOR PRICE MAINT"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.

	MERGE-PRICE.
	   PERFORM ENSURE-VENDPRICE-FILE.
	   OPEN INPUT VENDPRICE.
	   OPEN OUTPUT VENDPRICE-NEW.
	   MOVE "YES" TO VPF.
	   READ VENDPRICE AT END MOVE "NO" TO VPF END-READ.
	   PERFORM COPY-THRU-TARGET.
	   PERFORM APPLY-ACTION.
	   PERFORM COPY-REMAINDER.
	   CLOSE VENDPRICE, VENDPRICE-NEW.
	   IF ( WS-RESULT-MSG = SPACES )
	       STRING "PRICE UPDATE WRITTEN TO " DELIMITED BY SIZE
	              WS-VENDPRICE-NEW-FILE      DELIMITED BY SPACE
	              INTO WS-RESULT-MSG
	   END-IF.

	ENSURE-VENDPRICE-FILE.
	   MOVE SPACES TO WS-VP-STATUS.
	   OPEN INPUT VENDPRICE.
	   IF ( WS-VP-STATUS = "35" )
	       OPEN OUTPUT VENDPRICE
	       CLOSE VENDPRICE
	   ELSE
	       CLOSE VENDPRICE
	   END-IF.

	COPY-THRU-TARGET.
	   PERFORM UNTIL ( VPF = "NO"
	                   OR VP-KEY OF VPREC >= WS-TARGET-KEY )
	       WRITE NEWVPREC FROM VPREC
	       READ VENDPRICE AT END MOVE "NO" TO VPF END-READ
	   END-PERFORM.

	APPLY-ACTION.
	   MOVE "NO" TO WS-MATCH-SW.
	   IF ( VPF = "YES"
	        AND VP-KEY OF VPREC = WS-TARGET-KEY )
	       MOVE "YES" TO WS-MATCH-SW
	   END-IF.
	   IF ACTION-ADD
	       IF ( WS-MATCH-SW = "YES" )
	           MOVE "PRICE ALREADY EXISTS - USE CHANGE"
	               TO WS-RESULT-MSG
	           WRITE NEWVPREC FROM VPREC
	           READ VENDPRICE AT END MOVE "NO" TO VPF END-READ
	       ELSE
	           PERFORM CHECK-VENDOR-ON-FILE
	           PERFORM CHECK-PRICE-DATA
	           IF ( WS-ON-VENDOR = "NO" )
	               MOVE "VENDOR NOT ON FILE - PRICE NOT ADDED"
	                   TO WS-RESULT-MSG
	           ELSE
	               IF ( WS-PRICE-OK = "NO" )
	                   MOVE "PRICE BREAKS INVALID - NOT ADDED"
	                       TO WS-RESULT-MSG
	               ELSE
	                   PERFORM BUILD-NEWVPREC-FROM-OP
	                   WRITE NEWVPREC
	               END-IF
	           END-IF
	       END-IF
	   ELSE
	       IF ( WS-MATCH-SW = "NO" )
	           MOVE "PRICE NOT FOUND FOR THIS VENDOR"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ACTION-CHANGE
	               PERFORM CHECK-PRICE-DATA
	               IF ( WS-PRICE-OK = "NO" )
	                   MOVE "PRICE BREAKS INVALID - NO CHANGE"
	                       TO WS-RESULT-MSG
	                   WRITE NEWVPREC FROM VPREC
	               ELSE
	                   PERFORM BUILD-NEWVPREC-FROM-OP
	                   WRITE NEWVPREC
	               END-IF
	           ELSE
	               IF ACTION-DELETE
	                   CONTINUE
	               ELSE
	                   MOVE "INVALID ACTION CODE - NO CHANGE"
	                       TO WS-RESULT-MSG
	                   WRITE NEWVPREC FROM VPREC
	               END-IF
	           END-IF
	           READ VENDPRICE AT END MOVE "NO" TO VPF END-READ
	       END-IF
	   END-IF.

	CHECK-VENDOR-ON-FILE.
	   MOVE "NO" TO WS-ON-VENDOR.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO VF
	       PERFORM CHECK-ONE-VENDOR-REC UNTIL VF = "NO"
	       CLOSE VENDOR
	   END-IF.

	CHECK-ONE-VENDOR-REC.
	   READ VENDOR AT END MOVE "NO" TO VF
	       NOT AT END
	           IF ( VN-CODE = WS-TARGET-VENDOR )
	               MOVE "NO" TO VF
	               MOVE "YES" TO WS-ON-VENDOR
	           END-IF
	   END-READ.

	CHECK-PRICE-DATA.
	   MOVE "YES" TO WS-PRICE-OK.
	   IF ( OP-UNIT-PRICE = 0 )
	       MOVE "NO" TO WS-PRICE-OK
	   END-IF.
	   MOVE 0 TO WS-LAST-BRK.
	   PERFORM VARYING WS-BRK-IX FROM 1 BY 1 UNTIL WS-BRK-IX > 3
	       IF ( OP-BRK-QNTY(WS-BRK-IX) > 0 )
	           IF ( OP-BRK-QNTY(WS-BRK-IX) <= WS-LAST-BRK
	                OR OP-BRK-PRICE(WS-BRK-IX) = 0 )
	               MOVE "NO" TO WS-PRICE-OK
	           END-IF
	           MOVE OP-BRK-QNTY(WS-BRK-IX) TO WS-LAST-BRK
	       ELSE
	           MOVE 99999 TO WS-LAST-BRK
	       END-IF
	   END-PERFORM.

	BUILD-NEWVPREC-FROM-OP.
	   MOVE WS-TARGET-KEY TO VP-KEY        OF NEWVPREC.
	   MOVE OP-UNIT-PRICE TO VP-UNIT-PRICE OF NEWVPREC.
	   MOVE OP-MOQ        TO VP-MOQ        OF NEWVPREC.
	   IF ( OP-PACK = 0 )
	       MOVE 1 TO VP-PACK OF NEWVPREC
	   ELSE
	       MOVE OP-PACK TO VP-PACK OF NEWVPREC
	   END-IF.
	   PERFORM VARYING WS-BRK-IX FROM 1 BY 1 UNTIL WS-BRK-IX > 3
	       MOVE OP-BRK-QNTY(WS-BRK-IX)
	           TO VP-BRK-QNTY OF NEWVPREC(WS-BRK-IX)
	       MOVE OP-BRK-PRICE(WS-BRK-IX)
	           TO VP-BRK-PRICE OF NEWVPREC(WS-BRK-IX)
	   END-PERFORM.

	COPY-REMAINDER.
	   PERFORM UNTIL ( VPF = "NO" )
	       WRITE NEWVPREC FROM VPREC
	       READ VENDPRICE AT END MOVE "NO" TO VPF END-READ
	   END-PERFORM.
