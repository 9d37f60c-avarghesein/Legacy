	IDENTIFICATION DIVISION.
	PROGRAM-ID. ECUSTMNT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT CUSTOMER ASSIGN DYNAMIC WS-CUSTOMER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CUST-STATUS.
	   SELECT CUSTOMER-NEW ASSIGN DYNAMIC WS-CUSTOMER-NEW-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD CUSTOMER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS CUREC.
	01 CUREC.
	   02 CU-CODE      PIC X(6).
	   02 CU-NAME      PIC X(25).
	   02 CU-CONTACT   PIC X(25).
	   02 CU-STATUS    PIC X(1).
	FD CUSTOMER-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS NEWCUREC.
	01 NEWCUREC.
	   02 CU-CODE      PIC X(6).
	   02 CU-NAME      PIC X(25).
	   02 CU-CONTACT   PIC X(25).
	   02 CU-STATUS    PIC X(1).
	WORKING-STORAGE SECTION.
	77 WS-CUSTOMER-FILE     PIC X(40) VALUE "CUSTOMER.DAT".
	77 WS-CUSTOMER-NEW-FILE PIC X(40) VALUE "CUSTOMER-NEW.DAT".
	77 WS-CUST-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) USAGE COMP.
	77 CUF PIC X(3) VALUE "YES".
	77 WS-ACTION PIC X(1) VALUE SPACE.
	   88 ACTION-ADD    VALUE "A".
	   88 ACTION-CHANGE VALUE "C".
	   88 ACTION-DELETE VALUE "D".
	77 WS-TARGET-CUSTOMER PIC X(6) VALUE SPACES.
	77 WS-MATCH-SW PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(40) VALUE SPACES.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	01 OP-DATA.
	   02 OP-NAME      PIC X(25).
	   02 OP-CONTACT   PIC X(25).
	   02 OP-STATUS    PIC X(1).

	SCREEN SECTION.
	01 SCREEN-BLANK.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SIGNON.
	   05 LINE 1  COL 10 VALUE "CUSTOMER MASTER MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "OPERATOR ID      :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-OPERATOR-ID REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "PASSWORD         :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-PASSWORD SECURE AUTO.

	01 SCREEN-RECORD-CUSTSCRN.
	   05 LINE 1  COL 10 VALUE "CUSTOMER MASTER MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "ACTION A/C/D     :".
	   05 LINE 3  COL 30 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.
	   05 LINE 6  COL 10 VALUE "CUSTOMER CODE    :".
	   05 LINE 6  COL 30 PIC X(6)
	      USING WS-TARGET-CUSTOMER REQUIRED AUTO.
	   05 LINE 8  COL 10 VALUE "NAME   (ADD/CHG) :".
	   05 LINE 8  COL 30 PIC X(25)
	      USING OP-NAME AUTO.
	   05 LINE 10 COL 10 VALUE "CONTACT (ADD/CHG):".
	   05 LINE 10 COL 30 PIC X(25)
	      USING OP-CONTACT AUTO.
	   05 LINE 12 COL 10 VALUE "STATUS A/H       :".
	   05 LINE 12 COL 30 PIC X(1)
	      USING OP-STATUS AUTO.
	   05 LINE 13 COL 10 VALUE "(A = ACTIVE, H = ON HOLD)".

	01 SCREEN-RECORD-RESULT.
	   05 LINE 17 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   PERFORM GET-PARAMETERS.
	   PERFORM SIGN-ON.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-CUSTSCRN.
	   ACCEPT SCREEN-RECORD-CUSTSCRN.
	   PERFORM MERGE-CUSTOMER.
	   DISPLAY SCREEN-RECORD-RESULT.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-CUSTOMER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-CUSTOMER-NEW-FILE FROM ARGUMENT-VALUE
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
	       MOVE "NOT AUTHORIZED FOR CUSTOMER MAINT"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.

	MERGE-CUSTOMER.
	   PERFORM ENSURE-CUSTOMER-FILE.
	   OPEN INPUT CUSTOMER.
	   OPEN OUTPUT CUSTOMER-NEW.
	   MOVE "YES" TO CUF.
	   READ CUSTOMER AT END MOVE "NO" TO CUF END-READ.
	   PERFORM COPY-THRU-TARGET.
	   PERFORM APPLY-ACTION.
	   PERFORM COPY-REMAINDER.
	   CLOSE CUSTOMER, CUSTOMER-NEW.
	   IF ( WS-RESULT-MSG = SPACES )
	       STRING "CUSTOMER UPDATE WRITTEN TO " DELIMITED BY SIZE
	              WS-CUSTOMER-NEW-FILE          DELIMITED BY SPACE
	              INTO WS-RESULT-MSG
	   END-IF.

	ENSURE-CUSTOMER-FILE.
	   MOVE SPACES TO WS-CUST-STATUS.
	   OPEN INPUT CUSTOMER.
	   IF ( WS-CUST-STATUS = "35" )
	       OPEN OUTPUT CUSTOMER
	       CLOSE CUSTOMER
	   ELSE
	       CLOSE CUSTOMER
	   END-IF.

	COPY-THRU-TARGET.
	   PERFORM UNTIL ( CUF = "NO"
	                   OR CU-CODE OF CUREC >= WS-TARGET-CUSTOMER )
	       WRITE NEWCUREC FROM CUREC
	       READ CUSTOMER AT END MOVE "NO" TO CUF END-READ
	   END-PERFORM.

	APPLY-ACTION.
	   MOVE "NO" TO WS-MATCH-SW.
	   IF ( CUF = "YES"
	        AND CU-CODE OF CUREC = WS-TARGET-CUSTOMER )
	       MOVE "YES" TO WS-MATCH-SW
	   END-IF.
	   IF ( OP-STATUS NOT= "A" AND OP-STATUS NOT= "H" )
	       MOVE "A" TO OP-STATUS
	   END-IF.
	   IF ACTION-ADD
	       IF ( WS-MATCH-SW = "YES" )
	           MOVE "CUSTOMER ALREADY EXISTS - USE CHANGE"
	               TO WS-RESULT-MSG
	           WRITE NEWCUREC FROM CUREC
	           READ CUSTOMER AT END MOVE "NO" TO CUF END-READ
	       ELSE
	           PERFORM BUILD-NEWCUREC-FROM-OP
	           WRITE NEWCUREC
	       END-IF
	   ELSE
	       IF ( WS-MATCH-SW = "NO" )
	           MOVE "CUSTOMER NOT FOUND" TO WS-RESULT-MSG
	       ELSE
	           IF ACTION-CHANGE
	               PERFORM BUILD-NEWCUREC-FROM-OP
	               WRITE NEWCUREC
	           ELSE
	               IF ACTION-DELETE
	                   CONTINUE
	               ELSE
	                   MOVE "INVALID ACTION CODE - NO CHANGE"
	                       TO WS-RESULT-MSG
	                   WRITE NEWCUREC FROM CUREC
	               END-IF
	           END-IF
	           READ CUSTOMER AT END MOVE "NO" TO CUF END-READ
	       END-IF
	   END-IF.

	BUILD-NEWCUREC-FROM-OP.
	   MOVE WS-TARGET-CUSTOMER TO CU-CODE    OF NEWCUREC.
	   MOVE OP-NAME            TO CU-NAME    OF NEWCUREC.
	   MOVE OP-CONTACT         TO CU-CONTACT OF NEWCUREC.
	   MOVE OP-STATUS          TO CU-STATUS  OF NEWCUREC.

	COPY-REMAINDER.
	   PERFORM UNTIL ( CUF = "NO" )
	       WRITE NEWCUREC FROM CUREC
	       READ CUSTOMER AT END MOVE "NO" TO CUF END-READ
	   END-PERFORM.
