	IDENTIFICATION DIVISION.
	PROGRAM-ID. ECALMNT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BUS-CALENDAR ASSIGN DYNAMIC WS-CAL-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-CAL-STATUS.
	   SELECT CAL-NEW ASSIGN DYNAMIC WS-CAL-NEW-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT LOCATIONS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-LOC-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD BUS-CALENDAR
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS CAL-REC.
	01 CAL-REC.
	   02 CAL-KEY.
	      05 CAL-SITE PIC X(4).
	      05 CAL-DATE PIC 9(8).
	   02 CAL-WEEK PIC X(7).
	   02 CAL-DESC PIC X(30).
	FD CAL-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS NEWCALREC.
	01 NEWCALREC.
	   02 CAL-KEY.
	      05 CAL-SITE PIC X(4).
	      05 CAL-DATE PIC 9(8).
	   02 CAL-WEEK PIC X(7).
	   02 CAL-DESC PIC X(30).
	FD LOCATIONS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "LOCATIONS.DAT"
	   DATA RECORD IS LOC-REC.
	01 LOC-REC.
	   02 LOC-CODE   PIC X(4).
	   02 LOC-MASTER PIC X(40).
	   02 LOC-TRANS  PIC X(40).
	   02 LOC-REPORT PIC X(40).
	WORKING-STORAGE SECTION.
	77 WS-CAL-FILE     PIC X(40) VALUE "CALENDAR.DAT".
	77 WS-CAL-NEW-FILE PIC X(40) VALUE "CALENDAR-NEW.DAT".
	77 WS-CAL-STATUS PIC X(2) VALUE "00".
	77 WS-LOC-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) USAGE COMP.
	77 CLF PIC X(3) VALUE "YES".
	77 LF PIC X(3) VALUE "YES".
	77 WS-ACTION PIC X(1) VALUE SPACE.
	   88 ACTION-ADD    VALUE "A".
	   88 ACTION-CHANGE VALUE "C".
	   88 ACTION-DELETE VALUE "D".
	77 WS-MATCH-SW PIC X(3) VALUE "NO".
	77 WS-ENTRY-OK PIC X(3) VALUE "YES".
	77 WS-ON-LOCATIONS PIC X(3) VALUE "NO".
	77 WS-CLOSED-DAYS PIC 9(1) VALUE 0.
	77 WS-OPEN-DAYS PIC 9(1) VALUE 0.
	77 WS-RESULT-MSG PIC X(40) VALUE SPACES.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	01 WS-TARGET-KEY.
	   02 WS-TARGET-SITE PIC X(4) VALUE SPACES.
	   02 WS-TARGET-DATE PIC 9(8) VALUE 0.
	01 OP-DATA.
	   02 OP-WEEK PIC X(7).
	   02 OP-DESC PIC X(30).

	SCREEN SECTION.
	01 SCREEN-BLANK.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-SIGNON.
	   05 LINE 1  COL 10 VALUE "BUSINESS CALENDAR MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "OPERATOR ID      :".
	   05 LINE 3  COL 30 PIC X(10)
	      USING WS-OPERATOR-ID REQUIRED AUTO.
	   05 LINE 5  COL 10 VALUE "PASSWORD         :".
	   05 LINE 5  COL 30 PIC X(10)
	      USING WS-PASSWORD SECURE AUTO.

	01 SCREEN-RECORD-CALSCRN.
	   05 LINE 1  COL 10 VALUE "BUSINESS CALENDAR MAINTENANCE".
	   05 LINE 3  COL 10 VALUE "ACTION A/C/D     :".
	   05 LINE 3  COL 30 PIC X(1)
	      USING WS-ACTION REQUIRED AUTO.
	   05 LINE 6  COL 10 VALUE "SITE (BLANK=ALL) :".
	   05 LINE 6  COL 30 PIC X(4)
	      USING WS-TARGET-SITE AUTO.
	   05 LINE 7  COL 10 VALUE "CLOSED CCYYMMDD  :".
	   05 LINE 7  COL 30 PIC 9(8)
	      USING WS-TARGET-DATE AUTO.
	   05 LINE 8  COL 10 VALUE "(0 = WEEKLY CLOSED DAYS)".
	   05 LINE 10 COL 10 VALUE "CLOSED MTWTFSS   :".
	   05 LINE 10 COL 30 PIC X(7)
	      USING OP-WEEK AUTO.
	   05 LINE 11 COL 10 VALUE "(WEEKLY ONLY - Y = CLOSED)".
	   05 LINE 13 COL 10 VALUE "DESCRIPTION      :".
	   05 LINE 13 COL 30 PIC X(30)
	      USING OP-DESC AUTO.
	   05 LINE 14 COL 10 VALUE "(ADD/CHG ONLY)".

	01 SCREEN-RECORD-RESULT.
	   05 LINE 17 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   PERFORM GET-PARAMETERS.
	   PERFORM SIGN-ON.
	   MOVE "NNNNNYY" TO OP-WEEK.
	   MOVE SPACES TO OP-DESC.
	   DISPLAY SCREEN-BLANK.
	   DISPLAY SCREEN-RECORD-CALSCRN.
	   ACCEPT SCREEN-RECORD-CALSCRN.
	   PERFORM MERGE-CALENDAR.
	   DISPLAY SCREEN-RECORD-RESULT.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-CAL-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-CAL-NEW-FILE FROM ARGUMENT-VALUE
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
	       MOVE "NOT AUTHORIZED FOR CALENDAR MAINT"
	           TO WS-RESULT-MSG
	       DISPLAY SCREEN-RECORD-RESULT
	       STOP RUN
	   END-IF.

	MERGE-CALENDAR.
	   PERFORM ENSURE-CAL-FILE.
	   OPEN INPUT BUS-CALENDAR.
	   OPEN OUTPUT CAL-NEW.
	   MOVE "YES" TO CLF.
	   READ BUS-CALENDAR AT END MOVE "NO" TO CLF END-READ.
	   PERFORM COPY-THRU-TARGET.
	   PERFORM APPLY-ACTION.
	   PERFORM COPY-REMAINDER.
	   CLOSE BUS-CALENDAR, CAL-NEW.
	   IF ( WS-RESULT-MSG = SPACES )
	       STRING "CALENDAR UPDATE WRITTEN TO " DELIMITED BY SIZE
	              WS-CAL-NEW-FILE               DELIMITED BY SPACE
	              INTO WS-RESULT-MSG
	   END-IF.

	ENSURE-CAL-FILE.
	   MOVE SPACES TO WS-CAL-STATUS.
	   OPEN INPUT BUS-CALENDAR.
	   IF ( WS-CAL-STATUS = "35" )
	       OPEN OUTPUT BUS-CALENDAR
	       CLOSE BUS-CALENDAR
	   ELSE
	       CLOSE BUS-CALENDAR
	   END-IF.

	COPY-THRU-TARGET.
	   PERFORM UNTIL ( CLF = "NO"
	                   OR CAL-KEY OF CAL-REC >= WS-TARGET-KEY )
	       WRITE NEWCALREC FROM CAL-REC
	       READ BUS-CALENDAR AT END MOVE "NO" TO CLF END-READ
	   END-PERFORM.

	APPLY-ACTION.
	   MOVE "NO" TO WS-MATCH-SW.
	   IF ( CLF = "YES"
	        AND CAL-KEY OF CAL-REC = WS-TARGET-KEY )
	       MOVE "YES" TO WS-MATCH-SW
	   END-IF.
	   IF ACTION-ADD
	       IF ( WS-MATCH-SW = "YES" )
	           MOVE "ENTRY ALREADY EXISTS - USE CHANGE"
	               TO WS-RESULT-MSG
	           WRITE NEWCALREC FROM CAL-REC
	           READ BUS-CALENDAR AT END MOVE "NO" TO CLF END-READ
	       ELSE
	           PERFORM EDIT-ENTRY
	           IF ( WS-ENTRY-OK = "YES" )
	               PERFORM BUILD-NEWCALREC-FROM-OP
	               WRITE NEWCALREC
	           END-IF
	       END-IF
	   ELSE
	       IF ( WS-MATCH-SW = "NO" )
	           MOVE "NO CALENDAR ENTRY FOR THIS KEY"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ACTION-CHANGE
	               PERFORM EDIT-ENTRY
	               IF ( WS-ENTRY-OK = "YES" )
	                   PERFORM BUILD-NEWCALREC-FROM-OP
	                   WRITE NEWCALREC
	               ELSE
	                   WRITE NEWCALREC FROM CAL-REC
	               END-IF
	           ELSE
	               IF ACTION-DELETE
	                   CONTINUE
	               ELSE
	                   MOVE "INVALID ACTION CODE - NO CHANGE"
	                       TO WS-RESULT-MSG
	                   WRITE NEWCALREC FROM CAL-REC
	               END-IF
	           END-IF
	           READ BUS-CALENDAR AT END MOVE "NO" TO CLF END-READ
	       END-IF
	   END-IF.

	EDIT-ENTRY.
	   MOVE "YES" TO WS-ENTRY-OK.
	   IF ( WS-TARGET-SITE NOT= SPACES )
	       PERFORM CHECK-SITE-ON-LOCATIONS
	       IF ( WS-ON-LOCATIONS = "NO" )
	           MOVE "NO" TO WS-ENTRY-OK
	           MOVE "SITE NOT ON LOCATIONS - NOT SAVED"
	               TO WS-RESULT-MSG
	       END-IF
	   END-IF.
	   IF ( WS-ENTRY-OK = "YES" )
	       IF ( WS-TARGET-DATE = 0 )
	           PERFORM EDIT-WEEK-PATTERN
	       ELSE
	           MOVE "V" TO WS-DV-FUNC
	           CALL "DATEVAL" USING WS-DV-FUNC WS-TARGET-DATE
	                                WS-DV-DATE2 WS-DV-FLAG
	                                WS-DV-DAYS
	           IF ( WS-DV-FLAG NOT= "V" )
	               MOVE "NO" TO WS-ENTRY-OK
	               MOVE "INVALID CLOSURE DATE - NOT SAVED"
	                   TO WS-RESULT-MSG
	           END-IF
	       END-IF
	   END-IF.

	EDIT-WEEK-PATTERN.
	   MOVE 0 TO WS-CLOSED-DAYS, WS-OPEN-DAYS.
	   INSPECT OP-WEEK TALLYING WS-CLOSED-DAYS FOR ALL "Y".
	   INSPECT OP-WEEK TALLYING WS-OPEN-DAYS FOR ALL "N".
	   IF ( WS-CLOSED-DAYS + WS-OPEN-DAYS NOT= 7 )
	       MOVE "NO" TO WS-ENTRY-OK
	       MOVE "CLOSED DAYS MUST BE Y OR N - NOT SAVED"
	           TO WS-RESULT-MSG
	   ELSE
	       IF ( WS-OPEN-DAYS = 0 )
	           MOVE "NO" TO WS-ENTRY-OK
	           MOVE "SITE MUST OPEN ONE DAY - NOT SAVED"
	               TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	CHECK-SITE-ON-LOCATIONS.
	   MOVE "NO" TO WS-ON-LOCATIONS.
	   MOVE SPACES TO WS-LOC-STATUS.
	   OPEN INPUT LOCATIONS.
	   IF ( WS-LOC-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO LF
	       PERFORM CHECK-ONE-LOCATION UNTIL LF = "NO"
	       CLOSE LOCATIONS
	   END-IF.

	CHECK-ONE-LOCATION.
	   READ LOCATIONS AT END MOVE "NO" TO LF
	       NOT AT END
	           IF ( LOC-CODE = WS-TARGET-SITE )
	               MOVE "NO" TO LF
	               MOVE "YES" TO WS-ON-LOCATIONS
	           END-IF
	   END-READ.

	BUILD-NEWCALREC-FROM-OP.
	   MOVE WS-TARGET-KEY TO CAL-KEY  OF NEWCALREC.
	   MOVE OP-DESC       TO CAL-DESC OF NEWCALREC.
	   IF ( WS-TARGET-DATE = 0 )
	       MOVE OP-WEEK TO CAL-WEEK OF NEWCALREC
	   ELSE
	       MOVE SPACES  TO CAL-WEEK OF NEWCALREC
	   END-IF.

	COPY-REMAINDER.
	   PERFORM UNTIL ( CLF = "NO" )
	       WRITE NEWCALREC FROM CAL-REC
	       READ BUS-CALENDAR AT END MOVE "NO" TO CLF END-READ
	   END-PERFORM.
