	IDENTIFICATION DIVISION.
	PROGRAM-ID. DATEVAL.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BUS-CALENDAR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS CL-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD BUS-CALENDAR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "CALENDAR.DAT"
	   DATA RECORD IS CAL-REC.
	01 CAL-REC.
	   02 CAL-SITE PIC X(4).
	   02 CAL-DATE PIC 9(8).
	   02 CAL-WEEK PIC X(7).
	   02 CAL-DESC PIC X(30).
	WORKING-STORAGE SECTION.
	77 DV-SERIAL-1 PIC S9(9) VALUE 0.
	77 DV-SERIAL-2 PIC S9(9) VALUE 0.
	77 DW-R400 PIC 9(4) VALUE 0.
	77 DW-LEAP-SW PIC X(3) VALUE "NO".
	77 DW-MONTH-DAYS PIC 9(2) VALUE 0.
	77 DW-WDAY PIC 9(1) VALUE 0.
	77 DW-WEEKS PIC S9(9) VALUE 0.
	77 DW-STEPS PIC S9(9) VALUE 0.
	77 DW-COUNT PIC S9(9) VALUE 0.
	77 DW-SIGN PIC S9(1) VALUE 1.
	77 DW-CLOSED PIC 9(1) VALUE 0.
	77 DW-OPEN-SW PIC X(3) VALUE "YES".
	77 CL-STATUS PIC X(2) VALUE "00".
	77 CL-LOADED PIC X(3) VALUE "NO".
	77 CLF PIC X(3) VALUE "YES".
	77 CL-FULL-SW PIC X(3) VALUE "NO".
	77 CLW-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 CLW-IX PIC 9(3) USAGE COMP VALUE 0.
	77 CLD-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 CLD-IX PIC 9(4) USAGE COMP VALUE 0.
	01 CL-CUR-WEEK.
	   02 CL-CUR-DAY PIC X(1) OCCURS 7.
	01 CL-WEEK-TAB.
	   02 CLW-ENT OCCURS 100.
	      05 CLW-SITE PIC X(4).
	      05 CLW-WEEK PIC X(7).
	01 CL-DATE-TAB.
	   02 CLD-ENT OCCURS 3000.
	      05 CLD-SITE PIC X(4).
	      05 CLD-DATE PIC 9(8).
	01 DD-WORK.
	   02 DW-CCYY PIC 9(4).
	   02 DW-MM   PIC 9(2).
	01 DV-DATE-2 PIC 9(8).
	01 DV-FLAG   PIC X(1).
	01 DV-DAYS   PIC S9(9).
	01 DV-SITE   PIC X(4).
	PROCEDURE DIVISION USING DV-FUNC DV-DATE-1 DV-DATE-2
	                         DV-FLAG DV-DAYS DV-SITE.
	MAIN-PARA.
	   MOVE "V" TO DV-FLAG.
	   IF ( DV-FUNC NOT= "A" AND DV-FUNC NOT= "B" )
	       MOVE 0 TO DV-DAYS
	   END-IF.
	   EVALUATE DV-FUNC
	       WHEN "V" PERFORM VALIDATE-ONE
	       WHEN "D" PERFORM DAYS-BETWEEN
	       WHEN "A" PERFORM ADD-DAYS
	       WHEN "B" PERFORM ADD-BUSINESS-DAYS
	       WHEN "W" PERFORM BUSINESS-DAYS-BETWEEN
	       WHEN OTHER MOVE "I" TO DV-FLAG
	   END-EVALUATE.
	   GOBACK.
	   IF ( DW-MM > 2 AND DW-LEAP-SW = "YES" )
	       ADD 1 TO DW-SERIAL
	   END-IF.

	ADD-BUSINESS-DAYS.
	   MOVE DV-DATE-1 TO DD-WORK.
	   PERFORM CHECK-DATE.
	   IF ( DV-FLAG = "V" AND DV-DAYS < 0 )
	       MOVE "I" TO DV-FLAG
	   END-IF.
	   IF ( DV-FLAG = "V" )
	       PERFORM SET-SITE-WEEK
	   END-IF.
	   IF ( DV-FLAG = "V" )
	       PERFORM DATE-TO-SERIAL
	       PERFORM SET-WEEKDAY
	       PERFORM TEST-OPEN-DAY
	       IF ( DV-DAYS = 0 )
	           PERFORM STEP-ONE-DAY UNTIL DW-OPEN-SW = "YES"
	       ELSE
	           PERFORM STEP-BUSINESS-DAY DV-DAYS TIMES
	       END-IF
	       MOVE DD-WORK TO DV-DATE-2
	   END-IF.

	STEP-BUSINESS-DAY.
	   PERFORM STEP-ONE-DAY.
	   PERFORM STEP-ONE-DAY UNTIL DW-OPEN-SW = "YES".

	BUSINESS-DAYS-BETWEEN.
	   PERFORM DAYS-BETWEEN.
	   IF ( DV-FLAG = "V" )
	       PERFORM SET-SITE-WEEK
	   END-IF.
	   IF ( DV-FLAG = "V" )
	       IF ( DV-DAYS < 0 )
	           MOVE -1 TO DW-SIGN
	           COMPUTE DW-STEPS = 0 - DV-DAYS
	           MOVE DV-DATE-2 TO DD-WORK
	       ELSE
	           MOVE 1 TO DW-SIGN
	           MOVE DV-DAYS TO DW-STEPS
	           MOVE DV-DATE-1 TO DD-WORK
	       END-IF
	       PERFORM SET-MONTH-DAYS
	       PERFORM DATE-TO-SERIAL
	       PERFORM SET-WEEKDAY
	       MOVE 0 TO DW-COUNT
	       PERFORM COUNT-BUSINESS-DAY DW-STEPS TIMES
	       COMPUTE DV-DAYS = DW-COUNT * DW-SIGN
	   END-IF.

	COUNT-BUSINESS-DAY.
	   PERFORM STEP-ONE-DAY.
	   IF ( DW-OPEN-SW = "YES" )
	       ADD 1 TO DW-COUNT
	   END-IF.

	STEP-ONE-DAY.
	   ADD 1 TO DW-DD.
	   IF ( DW-DD > DW-MONTH-DAYS )
	       MOVE 1 TO DW-DD
	       ADD 1 TO DW-MM
	       IF ( DW-MM > 12 )
	           MOVE 1 TO DW-MM
	           ADD 1 TO DW-CCYY
	       END-IF
	       PERFORM SET-MONTH-DAYS
	   END-IF.
	   ADD 1 TO DW-WDAY.
	   IF ( DW-WDAY > 7 )
	       MOVE 1 TO DW-WDAY
	   END-IF.
	   PERFORM TEST-OPEN-DAY.

	SET-WEEKDAY.
	   COMPUTE DW-SERIAL = DW-SERIAL - 1.
	   DIVIDE DW-SERIAL BY 7 GIVING DW-WEEKS REMAINDER DW-WDAY.
	   ADD 1 TO DW-WDAY.
	   PERFORM SET-MONTH-DAYS.

	TEST-OPEN-DAY.
	   MOVE "YES" TO DW-OPEN-SW.
	   IF ( CL-CUR-DAY(DW-WDAY) = "Y" )
	       MOVE "NO" TO DW-OPEN-SW
	   ELSE
	       PERFORM VARYING CLD-IX FROM 1 BY 1
	               UNTIL CLD-IX > CLD-COUNT OR DW-OPEN-SW = "NO"
	           IF ( CLD-DATE(CLD-IX) = DD-WORK
	                AND ( CLD-SITE(CLD-IX) = SPACES
	                      OR CLD-SITE(CLD-IX) = DV-SITE ) )
	               MOVE "NO" TO DW-OPEN-SW
	           END-IF
	       END-PERFORM
	   END-IF.

	SET-SITE-WEEK.
	   IF ( CL-LOADED = "NO" )
	       PERFORM LOAD-CALENDAR
	   END-IF.
	   MOVE "NNNNNYY" TO CL-CUR-WEEK.
	   PERFORM VARYING CLW-IX FROM 1 BY 1 UNTIL CLW-IX > CLW-COUNT
	       IF ( CLW-SITE(CLW-IX) = SPACES )
	           MOVE CLW-WEEK(CLW-IX) TO CL-CUR-WEEK
	       END-IF
	   END-PERFORM.
	   IF ( DV-SITE NOT= SPACES )
	       PERFORM VARYING CLW-IX FROM 1 BY 1
	               UNTIL CLW-IX > CLW-COUNT
	           IF ( CLW-SITE(CLW-IX) = DV-SITE )
	               MOVE CLW-WEEK(CLW-IX) TO CL-CUR-WEEK
	           END-IF
	       END-PERFORM
	   END-IF.
	   MOVE 0 TO DW-CLOSED.
	   INSPECT CL-CUR-WEEK TALLYING DW-CLOSED FOR ALL "Y".
	   IF ( DW-CLOSED = 7 )
	       MOVE "I" TO DV-FLAG
	   END-IF.

	LOAD-CALENDAR.
	   MOVE "YES" TO CL-LOADED.
	   MOVE 0 TO CLW-COUNT, CLD-COUNT.
	   MOVE SPACES TO CL-STATUS.
	   OPEN INPUT BUS-CALENDAR.
	   IF ( CL-STATUS = "00" )
	       MOVE "YES" TO CLF
	       PERFORM LOAD-ONE-CLOSURE UNTIL CLF = "NO"
	       CLOSE BUS-CALENDAR
	   END-IF.
	   IF ( CL-FULL-SW = "YES" )
	       DISPLAY "BUSINESS CALENDAR TABLE FULL - ENTRIES IGNORED"
	   END-IF.

	LOAD-ONE-CLOSURE.
	   READ BUS-CALENDAR AT END MOVE "NO" TO CLF
	       NOT AT END
	           IF ( CAL-DATE IS NUMERIC )
	               IF ( CAL-DATE = 0 )
	                   PERFORM LOAD-WEEK-PATTERN
	               ELSE
	                   PERFORM LOAD-CLOSURE-DATE
	               END-IF
	           END-IF
	   END-READ.

	LOAD-WEEK-PATTERN.
	   IF ( CLW-COUNT < 100 )
	       ADD 1 TO CLW-COUNT
	       MOVE CAL-SITE TO CLW-SITE(CLW-COUNT)
	       MOVE CAL-WEEK TO CLW-WEEK(CLW-COUNT)
	   ELSE
	       MOVE "YES" TO CL-FULL-SW
	   END-IF.

	LOAD-CLOSURE-DATE.
	   IF ( CLD-COUNT < 3000 )
	       ADD 1 TO CLD-COUNT
	       MOVE CAL-SITE TO CLD-SITE(CLD-COUNT)
	       MOVE CAL-DATE TO CLD-DATE(CLD-COUNT)
	   ELSE
	       MOVE "YES" TO CL-FULL-SW
	   END-IF.
