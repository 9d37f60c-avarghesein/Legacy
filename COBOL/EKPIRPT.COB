	IDENTIFICATION DIVISION.
	PROGRAM-ID. EKPIRPT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT QTY-HISTORY ASSIGN DYNAMIC WS-HSORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-HIST-STATUS.
	   SELECT USAGE-STATS ASSIGN DYNAMIC WS-USAGE-STATS-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-USTAT-STATUS.
	   SELECT PERIOD-CAL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-PCAL-STATUS.
	   SELECT ABC-CLASS ASSIGN DYNAMIC WS-ABC-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ABC-STATUS.
	   SELECT BACKORDER ASSIGN DYNAMIC WS-BACKORDER-FILE
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS SEQUENTIAL
	   RECORD KEY IS BO-KEY
	   FILE STATUS IS WS-BO-STATUS.
	   SELECT KPI-HISTORY ASSIGN DYNAMIC WS-KPI-HIST-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-KH-STATUS.
	   SELECT KPI-HWORK ASSIGN DYNAMIC WS-KPI-WORK-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT KPI-EXTRACT ASSIGN DYNAMIC WS-EXTRACT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
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
	FD QTY-HISTORY
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS QHREC.
	01 QHREC.
	   02 ITEM       PIC X(10).
	   02 CDE        PIC X(10).
	   02 OLD-QNTY   PIC 9(5).
	   02 NEW-QNTY   PIC 9(5).
	   02 TTYPE      PIC X(1).
	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD USAGE-STATS
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS USREC.
	01 USREC.
	   02 US-CDE PIC X(10).
	   02 US-BUCKET OCCURS 12.
	      05 US-RCPT PIC 9(7).
	      05 US-ISSU PIC 9(7).
	FD PERIOD-CAL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "PERIOD-CAL.DAT"
	   DATA RECORD IS PCREC.
	01 PCREC.
	   02 PC-START  PIC 9(8).
	   02 FILLER    PIC X(01) VALUE SPACE.
	   02 PC-END    PIC 9(8).
	   02 FILLER    PIC X(01) VALUE SPACE.
	   02 PC-STATUS PIC X(6).
	FD ABC-CLASS
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS ACREC.
	01 ACREC.
	   02 AC-CDE   PIC X(10).
	   02 AC-CLASS PIC X(1).
	   02 AC-VALUE PIC 9(11)V99.
	FD BACKORDER
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BOREC.
	01 BOREC.
	   02 BO-KEY.
	      05 BO-CDE    PIC X(10).
	      05 BO-DATE   PIC 9(8).
	      05 BO-SO-REF PIC X(9).
	   02 BO-QNTY   PIC 9(5).
	   02 BO-STATUS PIC X(6).
	   02 BO-COST-CENTER PIC X(6).
	FD KPI-HISTORY
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS KHREC.
	01 KHREC.
	   02 KH-PERIOD-END   PIC 9(8).
	   02 FILLER          PIC X(01).
	   02 KH-PERIOD-START PIC 9(8).
	   02 FILLER          PIC X(01).
	   02 KH-LEVEL        PIC X(1).
	   02 FILLER          PIC X(01).
	   02 KH-KEY          PIC X(10).
	   02 FILLER          PIC X(01).
	   02 KH-CLASS        PIC X(1).
	   02 FILLER          PIC X(01).
	   02 KH-OPEN-VALUE   PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KH-CLOSE-VALUE  PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KH-ISSUE-VALUE  PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KH-TURNS        PIC 9(5)V99.
	   02 FILLER          PIC X(01).
	   02 KH-DOS          PIC 9(5)V9.
	   02 FILLER          PIC X(01).
	   02 KH-FILLED       PIC 9(7).
	   02 FILLER          PIC X(01).
	   02 KH-BACKORD      PIC 9(7).
	   02 FILLER          PIC X(01).
	   02 KH-FILL-PCT     PIC 9(3)V9.
	   02 FILLER          PIC X(01).
	   02 KH-STOCKOUT     PIC 9(7).
	FD KPI-HWORK
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS KWREC.
	01 KWREC PIC X(118).
	FD KPI-EXTRACT
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS KXREC.
	01 KXREC.
	   02 KX-PERIOD-END   PIC 9(8).
	   02 FILLER          PIC X(01).
	   02 KX-PERIOD-START PIC 9(8).
	   02 FILLER          PIC X(01).
	   02 KX-LEVEL        PIC X(1).
	   02 FILLER          PIC X(01).
	   02 KX-KEY          PIC X(10).
	   02 FILLER          PIC X(01).
	   02 KX-CLASS        PIC X(1).
	   02 FILLER          PIC X(01).
	   02 KX-OPEN-VALUE   PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KX-CLOSE-VALUE  PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KX-ISSUE-VALUE  PIC 9(11)V99.
	   02 FILLER          PIC X(01).
	   02 KX-TURNS        PIC 9(5)V99.
	   02 FILLER          PIC X(01).
	   02 KX-DOS          PIC 9(5)V9.
	   02 FILLER          PIC X(01).
	   02 KX-FILLED       PIC 9(7).
	   02 FILLER          PIC X(01).
	   02 KX-BACKORD      PIC 9(7).
	   02 FILLER          PIC X(01).
	   02 KX-FILL-PCT     PIC 9(3)V9.
	   02 FILLER          PIC X(01).
	   02 KX-STOCKOUT     PIC 9(7).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(132).
	WORKING-STORAGE SECTION.
	77 MF PIC X(3) VALUE "YES".
	77 HF PIC X(3) VALUE "YES".
	77 USF PIC X(3) VALUE "YES".
	77 ABF PIC X(3) VALUE "YES".
	77 BOF PIC X(3) VALUE "YES".
	77 KHF PIC X(3) VALUE "YES".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-HISTORY-FILE PIC X(40) VALUE "QTY-HISTORY.DAT".
	77 WS-HSORT-FILE PIC X(40) VALUE "EKPIRPT-HSORT.DAT".
	77 WS-USAGE-STATS-FILE PIC X(40) VALUE "USAGE-STATS.DAT".
	77 WS-ABC-FILE PIC X(40) VALUE "ABC-CLASS.DAT".
	77 WS-BACKORDER-FILE PIC X(40) VALUE "BACKORDER.IDX".
	77 WS-KPI-HIST-FILE PIC X(40) VALUE "KPI-HISTORY.DAT".
	77 WS-KPI-WORK-FILE PIC X(40) VALUE "EKPIRPT-KWORK.DAT".
	77 WS-EXTRACT-FILE PIC X(40) VALUE "KPI-EXTRACT.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "KPI-REPORT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EKPIRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-HIST-STATUS PIC X(2) VALUE "00".
	77 WS-USTAT-STATUS PIC X(2) VALUE "00".
	77 WS-PCAL-STATUS PIC X(2) VALUE "00".
	77 WS-ABC-STATUS PIC X(2) VALUE "00".
	77 WS-BO-STATUS PIC X(2) VALUE "00".
	77 WS-KH-STATUS PIC X(2) VALUE "00".
	77 WS-PCAL-READ-SW PIC X(3) VALUE "YES".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-PERIOD-START PIC 9(8) VALUE 0.
	77 WS-PERIOD-END PIC 9(8) VALUE 0.
	77 WS-PERIOD-DAYS PIC 9(5) VALUE 0.
	77 WS-PREV-END PIC 9(8) VALUE 0.
	77 WS-LY-END PIC 9(8) VALUE 0.
	77 WS-BUCKET PIC 9(3) VALUE 1.
	77 WS-PERIOD-STATUS PIC X(6) VALUE SPACES.
	77 WS-END-FOUND PIC X(3) VALUE "NO".
	77 WS-TRY-DD PIC 9(2) VALUE 0.
	01 WS-PERIOD-WORK.
	   02 WS-PW-YYYY PIC 9(4).
	   02 WS-PW-MM   PIC 9(2).
	   02 WS-PW-DD   PIC 9(2).
	01 WS-END-WORK.
	   02 WS-EW-YYYY PIC 9(4).
	   02 WS-EW-MM   PIC 9(2).
	   02 WS-EW-DD   PIC 9(2).
	01 WS-HIST-END-WORK.
	   02 WS-HW-YYYY PIC 9(4).
	   02 WS-HW-MM   PIC 9(2).
	   02 WS-HW-DD   PIC 9(2).
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-CMD PIC X(132) VALUE SPACES.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 PC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 PC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-PC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 PC-TABLE.
	   02 PC-ENT OCCURS 24.
	      05 PCT-START  PIC 9(8).
	      05 PCT-END    PIC 9(8).
	      05 PCT-STATUS PIC X(6).
	77 IT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 IT-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-IT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-FIND-CDE PIC X(10) VALUE SPACES.
	01 IT-TABLE.
	   02 IT-ENT OCCURS 2000.
	      05 ITT-CDE      PIC X(10).
	      05 ITT-ITEM     PIC X(10).
	      05 ITT-COST     PIC 9(5)V99.
	      05 ITT-CLASS    PIC X(1).
	      05 ITT-USAGE-SW PIC X(1).
	      05 ITT-ISSU     PIC 9(7).
	      05 ITT-OPEN     PIC 9(5).
	      05 ITT-CLOSE    PIC 9(5).
	      05 ITT-FILLED   PIC 9(7).
	      05 ITT-BACKORD  PIC 9(7).
	      05 ITT-OUT-DAYS PIC 9(5).
	      05 ITT-CMP OCCURS 2.
	         10 ITC-SW       PIC X(1).
	         10 ITC-TURNS    PIC 9(5)V99.
	         10 ITC-DOS      PIC 9(5)V9.
	         10 ITC-DOS-SW   PIC X(1).
	         10 ITC-FILL     PIC 9(3)V9.
	         10 ITC-FILL-SW  PIC X(1).
	         10 ITC-OUT      PIC 9(7).
	77 CL-IX PIC 9(2) USAGE COMP VALUE 0.
	77 WS-CL-SLOT PIC 9(2) USAGE COMP VALUE 0.
	01 CL-TABLE.
	   02 CL-ENT OCCURS 5.
	      05 CLT-CODE      PIC X(1).
	      05 CLT-KEY       PIC X(10).
	      05 CLT-ITEMS     PIC 9(5).
	      05 CLT-OPEN-VAL  PIC 9(11)V99.
	      05 CLT-CLOSE-VAL PIC 9(11)V99.
	      05 CLT-ISSUE-VAL PIC 9(11)V99.
	      05 CLT-FILLED    PIC 9(7).
	      05 CLT-BACKORD   PIC 9(7).
	      05 CLT-OUT-DAYS  PIC 9(7).
	      05 CLT-CMP OCCURS 2.
	         10 CLC-SW       PIC X(1).
	         10 CLC-TURNS    PIC 9(5)V99.
	         10 CLC-DOS      PIC 9(5)V9.
	         10 CLC-DOS-SW   PIC X(1).
	         10 CLC-FILL     PIC 9(3)V9.
	         10 CLC-FILL-SW  PIC X(1).
	         10 CLC-OUT      PIC 9(7).
	77 BT-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BT-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-BT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 BT-TABLE.
	   02 BT-ENT OCCURS 2000.
	      05 BTT-CDE  PIC X(10).
	      05 BTT-DATE PIC 9(8).
	      05 BTT-USED PIC X(1).
	77 WS-GRP-CDE PIC X(10) VALUE SPACES.
	77 GRP-KNOWN-SW PIC X(3) VALUE "NO".
	77 GRP-IN-SW PIC X(3) VALUE "NO".
	77 GRP-LEVEL PIC 9(5) VALUE 0.
	77 GRP-OPEN PIC 9(5) VALUE 0.
	77 GRP-DAY PIC 9(8) VALUE 0.
	77 GRP-FILLED PIC 9(7) VALUE 0.
	77 GRP-OUT-DAYS PIC 9(5) VALUE 0.
	77 WS-CMP-IX PIC 9(1) VALUE 0.
	77 KW-CX PIC 9(1) VALUE 0.
	77 KW-LEVEL PIC X(1) VALUE SPACES.
	77 KW-KEY PIC X(10) VALUE SPACES.
	77 KW-DESC PIC X(10) VALUE SPACES.
	77 KW-CLASS PIC X(1) VALUE SPACES.
	77 KW-OPEN-VAL PIC 9(11)V99 VALUE 0.
	77 KW-CLOSE-VAL PIC 9(11)V99 VALUE 0.
	77 KW-ISSUE-VAL PIC 9(11)V99 VALUE 0.
	77 KW-FILLED PIC 9(7) VALUE 0.
	77 KW-BACKORD PIC 9(7) VALUE 0.
	77 KW-DEMAND PIC 9(8) VALUE 0.
	77 KW-AVG2-VAL PIC 9(12)V99 VALUE 0.
	77 KW-RATIO PIC 9(13)V99 VALUE 0.
	01 KW-SETS.
	   02 KW-SET OCCURS 3.
	      05 KWS-SW       PIC X(1).
	      05 KWS-TURNS    PIC 9(5)V99.
	      05 KWS-DOS      PIC 9(5)V9.
	      05 KWS-DOS-SW   PIC X(1).
	      05 KWS-FILL     PIC 9(3)V9.
	      05 KWS-FILL-SW  PIC X(1).
	      05 KWS-OUT      PIC 9(7).
	77 ED-TURNS PIC ZZZZ9.99.
	77 ED-DOS PIC ZZZZZ9.9.
	77 ED-FILL PIC ZZZZZ9.9.
	77 ED-OUT PIC ZZZZZZZ9.
	77 ED-ITEMS PIC ZZZ9.
	77 CNT-ITEMS PIC 9(7) VALUE 0.
	77 CNT-NO-USAGE PIC 9(7) VALUE 0.
	77 CNT-HIST-NO-ITEM PIC 9(7) VALUE 0.
	77 CNT-BACKORDERS PIC 9(7) VALUE 0.
	77 CNT-PARTIAL PIC 9(7) VALUE 0.
	77 CNT-EXTRACT PIC 9(7) VALUE 0.
	77 CNT-KH-KEPT PIC 9(7) VALUE 0.
	01 S-LINE.
	  02 PIC X(132) VALUE ALL "*".
	01 S-DASH.
	  02 PIC X(132) VALUE ALL "-".
	01 S-HEAD1.
	  02 PIC X(40) VALUE SPACES.
	  02 PIC X(44)
	     VALUE "INVENTORY PERFORMANCE INDICATORS".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	01 S-HEAD2.
	  02 PIC X(8) VALUE "PERIOD: ".
	  02 HEAD-START PIC 9(8).
	  02 PIC X(4) VALUE " TO ".
	  02 HEAD-END PIC 9(8).
	  02 PIC X(8) VALUE "  DAYS: ".
	  02 HEAD-DAYS PIC ZZZZ9.
	  02 PIC X(19) VALUE "  PREVIOUS PERIOD: ".
	  02 HEAD-PREV PIC X(8).
	  02 PIC X(13) VALUE "  LAST YEAR: ".
	  02 HEAD-LY PIC X(8).
	01 S-COL-HEAD1.
	  02 PIC X(24) VALUE SPACES.
	  02 PIC X(27) VALUE "   ---- TURNS PER YEAR ----".
	  02 PIC X(27) VALUE "   ----- DAYS OF SUPPLY ---".
	  02 PIC X(27) VALUE "   ---- FILL RATE % -------".
	  02 PIC X(27) VALUE "   ---- STOCKOUT DAYS -----".
	01 S-COL-HEAD2.
	  02 PIC X(24) VALUE "CODE       ITEM      CL".
	  02 S-COL-SET OCCURS 4.
	     05 PIC X(27)
	        VALUE "      CUR     PREV  LAST YR".
	01 S-DETAIL.
	  02 DET-CDE   PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-ITEM  PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-CLASS PIC X(1).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-CELLS OCCURS 12.
	     05 PIC X(1) VALUE SPACES.
	     05 DET-CELL PIC X(8).
	01 S-SECTION.
	  02 SEC-TITLE PIC X(40).
	  02 PIC X(92) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(40).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(83) VALUE SPACES.
	01 S-BLANK PIC X(132) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM GET-PARAMETERS.
	   PERFORM SET-REPORT-PERIOD.
	   PERFORM LOAD-MASTER-ITEMS.
	   PERFORM LOAD-ABC-CLASSES.
	   PERFORM LOAD-USAGE-STATS.
	   PERFORM LOAD-BACKORDERS.
	   PERFORM SORT-HISTORY.
	   PERFORM REPLAY-HISTORY.
	   PERFORM FIND-COMPARE-PERIODS.
	   PERFORM LOAD-COMPARE-ROWS.
	   PERFORM OPENING.
	   PERFORM VARYING IT-IX FROM 1 BY 1 UNTIL IT-IX > IT-COUNT
	       PERFORM REPORT-ONE-ITEM
	   END-PERFORM.
	   PERFORM REPORT-CLASSES.
	   PERFORM PENDING.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-PERIOD-END FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-EXTRACT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 4 )
	       DISPLAY 5 UPON ARGUMENT-NUMBER
	       ACCEPT WS-HISTORY-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-PERIOD-END NOT= 0 )
	       MOVE "V" TO WS-DV-FUNC
	       CALL "DATEVAL" USING WS-DV-FUNC WS-PERIOD-END
	                            WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS
	       IF ( WS-DV-FLAG NOT= "V" )
	           DISPLAY "INVALID PERIOD END DATE: " WS-PERIOD-END
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	   END-IF.

	SET-REPORT-PERIOD.
	   MOVE 0 TO PC-COUNT.
	   MOVE SPACES TO WS-PCAL-STATUS.
	   OPEN INPUT PERIOD-CAL.
	   IF ( WS-PCAL-STATUS = "00" )
	       MOVE "YES" TO WS-PCAL-READ-SW
	       PERFORM LOAD-ONE-PERIOD
	           UNTIL WS-PCAL-READ-SW = "NO"
	       CLOSE PERIOD-CAL
	   END-IF.
	   MOVE 0 TO WS-PC-SLOT.
	   PERFORM VARYING PC-IX FROM 1 BY 1 UNTIL PC-IX > PC-COUNT
	       IF ( WS-PERIOD-END = 0 )
	           IF ( PCT-STATUS(PC-IX) = "CLOSED" )
	               IF ( WS-PC-SLOT = 0
	                    OR PCT-END(PC-IX) > PCT-END(WS-PC-SLOT) )
	                   MOVE PC-IX TO WS-PC-SLOT
	               END-IF
	           END-IF
	       ELSE
	           IF ( PCT-END(PC-IX) = WS-PERIOD-END )
	               MOVE PC-IX TO WS-PC-SLOT
	           END-IF
	       END-IF
	   END-PERFORM.
	   IF ( WS-PC-SLOT > 0 )
	       MOVE PCT-START(WS-PC-SLOT) TO WS-PERIOD-START
	       MOVE PCT-END(WS-PC-SLOT) TO WS-PERIOD-END
	       MOVE PCT-STATUS(WS-PC-SLOT) TO WS-PERIOD-STATUS
	   ELSE
	       PERFORM SET-CALENDAR-MONTH
	   END-IF.
	   IF ( WS-PC-SLOT > 0 AND WS-PERIOD-STATUS NOT= "CLOSED" )
	       DISPLAY "PERIOD ENDING " WS-PERIOD-END
	               " NOT CLOSED - RUN EPERIOD FIRST"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE 1 TO WS-BUCKET.
	   PERFORM VARYING PC-IX FROM 1 BY 1 UNTIL PC-IX > PC-COUNT
	       IF ( PCT-STATUS(PC-IX) = "CLOSED"
	            AND PCT-END(PC-IX) > WS-PERIOD-END )
	           ADD 1 TO WS-BUCKET
	       END-IF
	   END-PERFORM.
	   IF ( WS-BUCKET > 12 )
	       DISPLAY "PERIOD ENDING " WS-PERIOD-END
	               " OLDER THAN USAGE HISTORY"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "D" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-PERIOD-START
	                        WS-PERIOD-END WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" OR WS-DV-DAYS < 0 )
	       DISPLAY "INVALID REPORT PERIOD: " WS-PERIOD-START
	               " TO " WS-PERIOD-END
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   COMPUTE WS-PERIOD-DAYS = WS-DV-DAYS + 1.
	   MOVE WS-PERIOD-END TO WS-END-WORK.
	   DISPLAY "KPI PERIOD " WS-PERIOD-START " TO " WS-PERIOD-END
	           " USAGE BUCKET " WS-BUCKET.

	LOAD-ONE-PERIOD.
	   READ PERIOD-CAL AT END MOVE "NO" TO WS-PCAL-READ-SW
	       NOT AT END
	           IF ( PC-COUNT < 24 )
	               ADD 1 TO PC-COUNT
	               MOVE PC-START  TO PCT-START(PC-COUNT)
	               MOVE PC-END    TO PCT-END(PC-COUNT)
	               MOVE PC-STATUS TO PCT-STATUS(PC-COUNT)
	           ELSE
	               DISPLAY "PERIOD-CAL FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO REPORT BUILT"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SET-CALENDAR-MONTH.
	   IF ( WS-PERIOD-END NOT= 0 )
	       MOVE WS-PERIOD-END TO WS-PERIOD-WORK
	       MOVE 1 TO WS-PW-DD
	       MOVE WS-PERIOD-WORK TO WS-PERIOD-START
	   ELSE
	       MOVE WS-RUN-DATE TO WS-PERIOD-WORK
	       IF ( WS-PW-MM = 1 )
	           SUBTRACT 1 FROM WS-PW-YYYY
	           MOVE 12 TO WS-PW-MM
	       ELSE
	           SUBTRACT 1 FROM WS-PW-MM
	       END-IF
	       MOVE 1 TO WS-PW-DD
	       MOVE WS-PERIOD-WORK TO WS-PERIOD-START
	       MOVE "NO" TO WS-END-FOUND
	       MOVE "V" TO WS-DV-FUNC
	       PERFORM VARYING WS-TRY-DD FROM 31 BY -1
	               UNTIL WS-TRY-DD < 28 OR WS-END-FOUND = "YES"
	           MOVE WS-TRY-DD TO WS-PW-DD
	           MOVE WS-PERIOD-WORK TO WS-PERIOD-END
	           CALL "DATEVAL" USING WS-DV-FUNC WS-PERIOD-END
	               WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS
	           IF ( WS-DV-FLAG = "V" )
	               MOVE "YES" TO WS-END-FOUND
	           END-IF
	       END-PERFORM
	   END-IF.

	LOAD-MASTER-ITEMS.
	   OPEN INPUT MASTER.
	   MOVE "YES" TO MF.
	   PERFORM LOAD-ONE-ITEM UNTIL MF = "NO".
	   CLOSE MASTER.

	LOAD-ONE-ITEM.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               IF ( IT-COUNT >= 2000 )
	                   DISPLAY "MASTER FILE EXCEEDS ITEM TABLE"
	                   DISPLAY "RUN STOPPED - NO REPORT BUILT"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO IT-COUNT
	               PERFORM SET-ONE-ITEM
	           END-IF
	   END-READ.

	SET-ONE-ITEM.
	   MOVE CDE OF MREC TO ITT-CDE(IT-COUNT).
	   MOVE ITEM OF MREC TO ITT-ITEM(IT-COUNT).
	   MOVE UNIT-COST OF MREC TO ITT-COST(IT-COUNT).
	   MOVE SPACE TO ITT-CLASS(IT-COUNT).
	   MOVE "N" TO ITT-USAGE-SW(IT-COUNT).
	   MOVE 0 TO ITT-ISSU(IT-COUNT).
	   MOVE QNTY OF MREC TO ITT-OPEN(IT-COUNT).
	   MOVE QNTY OF MREC TO ITT-CLOSE(IT-COUNT).
	   MOVE 0 TO ITT-FILLED(IT-COUNT).
	   MOVE 0 TO ITT-BACKORD(IT-COUNT).
	   IF ( QNTY OF MREC = 0 )
	       MOVE WS-PERIOD-DAYS TO ITT-OUT-DAYS(IT-COUNT)
	   ELSE
	       MOVE 0 TO ITT-OUT-DAYS(IT-COUNT)
	   END-IF.
	   MOVE "N" TO ITC-SW(IT-COUNT, 1).
	   MOVE "N" TO ITC-SW(IT-COUNT, 2).

	FIND-ITEM.
	   MOVE 0 TO WS-IT-SLOT.
	   PERFORM VARYING IT-IX FROM 1 BY 1
	           UNTIL IT-IX > IT-COUNT OR WS-IT-SLOT > 0
	       IF ( ITT-CDE(IT-IX) = WS-FIND-CDE )
	           MOVE IT-IX TO WS-IT-SLOT
	       END-IF
	   END-PERFORM.

	LOAD-ABC-CLASSES.
	   MOVE SPACES TO WS-ABC-STATUS.
	   OPEN INPUT ABC-CLASS.
	   IF ( WS-ABC-STATUS NOT= "00" )
	       DISPLAY "ABC-CLASS FILE NOT FOUND - ITEMS UNCLASSED"
	   ELSE
	       MOVE "YES" TO ABF
	       PERFORM LOAD-ONE-CLASS UNTIL ABF = "NO"
	       CLOSE ABC-CLASS
	   END-IF.

	LOAD-ONE-CLASS.
	   READ ABC-CLASS AT END MOVE "NO" TO ABF
	       NOT AT END
	           MOVE AC-CDE TO WS-FIND-CDE
	           PERFORM FIND-ITEM
	           IF ( WS-IT-SLOT > 0 )
	               MOVE AC-CLASS TO ITT-CLASS(WS-IT-SLOT)
	           END-IF
	   END-READ.

	LOAD-USAGE-STATS.
	   MOVE SPACES TO WS-USTAT-STATUS.
	   OPEN INPUT USAGE-STATS.
	   IF ( WS-USTAT-STATUS NOT= "00" )
	       DISPLAY "USAGE-STATS FILE NOT FOUND - RUN EPERIOD FIRST"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO USF.
	   PERFORM LOAD-ONE-USAGE UNTIL USF = "NO".
	   CLOSE USAGE-STATS.

	LOAD-ONE-USAGE.
	   READ USAGE-STATS AT END MOVE "NO" TO USF
	       NOT AT END
	           MOVE US-CDE TO WS-FIND-CDE
	           PERFORM FIND-ITEM
	           IF ( WS-IT-SLOT > 0 )
	               MOVE "Y" TO ITT-USAGE-SW(WS-IT-SLOT)
	               MOVE US-ISSU(WS-BUCKET) TO ITT-ISSU(WS-IT-SLOT)
	           END-IF
	   END-READ.

	LOAD-BACKORDERS.
	   MOVE SPACES TO WS-BO-STATUS.
	   OPEN INPUT BACKORDER.
	   IF ( WS-BO-STATUS NOT= "00" )
	       DISPLAY "BACKORDER FILE NOT FOUND: " WS-BACKORDER-FILE
	   ELSE
	       MOVE "YES" TO BOF
	       PERFORM LOAD-ONE-BACKORDER UNTIL BOF = "NO"
	       CLOSE BACKORDER
	   END-IF.

	LOAD-ONE-BACKORDER.
	   READ BACKORDER NEXT RECORD AT END MOVE "NO" TO BOF
	       NOT AT END
	           IF ( BO-DATE NOT< WS-PERIOD-START
	                AND BO-DATE NOT> WS-PERIOD-END )
	               PERFORM POST-ONE-BACKORDER
	           END-IF
	   END-READ.

	POST-ONE-BACKORDER.
	   MOVE BO-CDE TO WS-FIND-CDE.
	   PERFORM FIND-ITEM.
	   IF ( WS-IT-SLOT > 0 )
	       ADD 1 TO ITT-BACKORD(WS-IT-SLOT)
	       ADD 1 TO CNT-BACKORDERS
	       IF ( BT-COUNT < 2000 )
	           ADD 1 TO BT-COUNT
	           MOVE BO-CDE TO BTT-CDE(BT-COUNT)
	           MOVE BO-DATE TO BTT-DATE(BT-COUNT)
	           MOVE "N" TO BTT-USED(BT-COUNT)
	       END-IF
	   END-IF.

	SORT-HISTORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "sort -s -k 1.11,1.20 -k 1.40,1.47 "
	                                  DELIMITED BY SIZE
	          WS-HISTORY-FILE         DELIMITED BY SPACE
	          " -o "                  DELIMITED BY SIZE
	          WS-HSORT-FILE           DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.

	REPLAY-HISTORY.
	   MOVE SPACES TO WS-HIST-STATUS.
	   OPEN INPUT QTY-HISTORY.
	   IF ( WS-HIST-STATUS NOT= "00" )
	       DISPLAY "HISTORY FILE NOT FOUND: " WS-HISTORY-FILE
	       MOVE "NO" TO HF
	   ELSE
	       MOVE "YES" TO HF
	       PERFORM READ-HISTORY
	       PERFORM REPLAY-ITEM-GROUP UNTIL HF = "NO"
	       CLOSE QTY-HISTORY
	   END-IF.

	READ-HISTORY.
	   READ QTY-HISTORY AT END MOVE "NO" TO HF END-READ.

	REPLAY-ITEM-GROUP.
	   MOVE CDE OF QHREC TO WS-GRP-CDE, WS-FIND-CDE.
	   PERFORM FIND-ITEM.
	   MOVE "NO" TO GRP-KNOWN-SW, GRP-IN-SW.
	   MOVE 0 TO GRP-LEVEL, GRP-OPEN, GRP-FILLED, GRP-OUT-DAYS.
	   MOVE WS-PERIOD-START TO GRP-DAY.
	   PERFORM UNTIL ( HF = "NO" OR CDE OF QHREC NOT= WS-GRP-CDE )
	       IF ( WS-IT-SLOT > 0 AND QH-DATE OF QHREC NUMERIC )
	           PERFORM REPLAY-ONE-MOVE
	       END-IF
	       PERFORM READ-HISTORY
	   END-PERFORM.
	   IF ( WS-IT-SLOT = 0 )
	       ADD 1 TO CNT-HIST-NO-ITEM
	   ELSE
	       PERFORM FINISH-ITEM-REPLAY
	   END-IF.

	REPLAY-ONE-MOVE.
	   IF ( QH-DATE OF QHREC < WS-PERIOD-START )
	       MOVE NEW-QNTY OF QHREC TO GRP-LEVEL
	       MOVE "YES" TO GRP-KNOWN-SW
	   ELSE
	       IF ( QH-DATE OF QHREC NOT> WS-PERIOD-END )
	           PERFORM REPLAY-IN-PERIOD
	       ELSE
	           IF ( GRP-KNOWN-SW = "NO" )
	               MOVE OLD-QNTY OF QHREC TO GRP-LEVEL
	               MOVE "YES" TO GRP-KNOWN-SW
	           END-IF
	       END-IF
	   END-IF.

	REPLAY-IN-PERIOD.
	   IF ( GRP-IN-SW = "NO" )
	       MOVE "YES" TO GRP-IN-SW, GRP-KNOWN-SW
	       MOVE OLD-QNTY OF QHREC TO GRP-LEVEL, GRP-OPEN
	   END-IF.
	   IF ( QH-DATE OF QHREC > GRP-DAY )
	       IF ( GRP-LEVEL = 0 )
	           MOVE "D" TO WS-DV-FUNC
	           CALL "DATEVAL" USING WS-DV-FUNC GRP-DAY
	               QH-DATE OF QHREC WS-DV-FLAG WS-DV-DAYS
	           IF ( WS-DV-FLAG = "V" )
	               ADD WS-DV-DAYS TO GRP-OUT-DAYS
	           END-IF
	       END-IF
	       MOVE QH-DATE OF QHREC TO GRP-DAY
	   END-IF.
	   MOVE NEW-QNTY OF QHREC TO GRP-LEVEL.
	   IF ( TTYPE OF QHREC = "I" AND QH-REASON OF QHREC NOT= "BOR"
	        AND NEW-QNTY OF QHREC < OLD-QNTY OF QHREC )
	       IF ( NEW-QNTY OF QHREC = 0 )
	           PERFORM MATCH-PARTIAL-FILL
	       ELSE
	           ADD 1 TO GRP-FILLED
	       END-IF
	   END-IF.

	MATCH-PARTIAL-FILL.
	   MOVE 0 TO WS-BT-SLOT.
	   PERFORM VARYING BT-IX FROM 1 BY 1
	           UNTIL BT-IX > BT-COUNT OR WS-BT-SLOT > 0
	       IF ( BTT-CDE(BT-IX) = WS-GRP-CDE
	            AND BTT-DATE(BT-IX) = QH-DATE OF QHREC
	            AND BTT-USED(BT-IX) = "N" )
	           MOVE BT-IX TO WS-BT-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-BT-SLOT > 0 )
	       MOVE "Y" TO BTT-USED(WS-BT-SLOT)
	       ADD 1 TO CNT-PARTIAL
	   ELSE
	       ADD 1 TO GRP-FILLED
	   END-IF.

	FINISH-ITEM-REPLAY.
	   IF ( GRP-IN-SW = "YES" )
	       MOVE GRP-OPEN TO ITT-OPEN(WS-IT-SLOT)
	       MOVE GRP-LEVEL TO ITT-CLOSE(WS-IT-SLOT)
	       IF ( GRP-LEVEL = 0 )
	           MOVE "D" TO WS-DV-FUNC
	           CALL "DATEVAL" USING WS-DV-FUNC GRP-DAY
	               WS-PERIOD-END WS-DV-FLAG WS-DV-DAYS
	           IF ( WS-DV-FLAG = "V" )
	               COMPUTE GRP-OUT-DAYS
	                   = GRP-OUT-DAYS + WS-DV-DAYS + 1
	           END-IF
	       END-IF
	       MOVE GRP-OUT-DAYS TO ITT-OUT-DAYS(WS-IT-SLOT)
	       MOVE GRP-FILLED TO ITT-FILLED(WS-IT-SLOT)
	   ELSE
	       IF ( GRP-KNOWN-SW = "YES" )
	           MOVE GRP-LEVEL TO ITT-OPEN(WS-IT-SLOT)
	           MOVE GRP-LEVEL TO ITT-CLOSE(WS-IT-SLOT)
	           IF ( GRP-LEVEL = 0 )
	               MOVE WS-PERIOD-DAYS TO ITT-OUT-DAYS(WS-IT-SLOT)
	           ELSE
	               MOVE 0 TO ITT-OUT-DAYS(WS-IT-SLOT)
	           END-IF
	       END-IF
	   END-IF.

	FIND-COMPARE-PERIODS.
	   MOVE 0 TO WS-PREV-END, WS-LY-END.
	   MOVE SPACES TO WS-KH-STATUS.
	   OPEN INPUT KPI-HISTORY.
	   IF ( WS-KH-STATUS = "00" )
	       MOVE "YES" TO KHF
	       PERFORM SCAN-ONE-KPI-ROW UNTIL KHF = "NO"
	       CLOSE KPI-HISTORY
	   END-IF.

	SCAN-ONE-KPI-ROW.
	   READ KPI-HISTORY AT END MOVE "NO" TO KHF
	       NOT AT END
	           IF ( KH-PERIOD-END NUMERIC )
	               PERFORM CHECK-COMPARE-PERIOD
	           END-IF
	   END-READ.

	CHECK-COMPARE-PERIOD.
	   IF ( KH-PERIOD-END < WS-PERIOD-START
	        AND KH-PERIOD-END > WS-PREV-END )
	       MOVE KH-PERIOD-END TO WS-PREV-END
	   END-IF.
	   MOVE KH-PERIOD-END TO WS-HIST-END-WORK.
	   IF ( WS-HW-YYYY + 1 = WS-EW-YYYY AND WS-HW-MM = WS-EW-MM
	        AND KH-PERIOD-END > WS-LY-END )
	       MOVE KH-PERIOD-END TO WS-LY-END
	   END-IF.

	LOAD-COMPARE-ROWS.
	   PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 5
	       MOVE 0 TO CLT-ITEMS(CL-IX), CLT-OPEN-VAL(CL-IX)
	       MOVE 0 TO CLT-CLOSE-VAL(CL-IX), CLT-ISSUE-VAL(CL-IX)
	       MOVE 0 TO CLT-FILLED(CL-IX), CLT-BACKORD(CL-IX)
	       MOVE 0 TO CLT-OUT-DAYS(CL-IX)
	       MOVE "N" TO CLC-SW(CL-IX, 1), CLC-SW(CL-IX, 2)
	   END-PERFORM.
	   MOVE "A" TO CLT-CODE(1).
	   MOVE "CLASS A" TO CLT-KEY(1).
	   MOVE "B" TO CLT-CODE(2).
	   MOVE "CLASS B" TO CLT-KEY(2).
	   MOVE "C" TO CLT-CODE(3).
	   MOVE "CLASS C" TO CLT-KEY(3).
	   MOVE SPACE TO CLT-CODE(4).
	   MOVE "UNCLASSED" TO CLT-KEY(4).
	   MOVE SPACE TO CLT-CODE(5).
	   MOVE "COMPANY" TO CLT-KEY(5).
	   MOVE 0 TO CNT-KH-KEPT.
	   OPEN OUTPUT KPI-HWORK.
	   MOVE SPACES TO WS-KH-STATUS.
	   OPEN INPUT KPI-HISTORY.
	   IF ( WS-KH-STATUS = "00" )
	       MOVE "YES" TO KHF
	       PERFORM LOAD-ONE-KPI-ROW UNTIL KHF = "NO"
	       CLOSE KPI-HISTORY
	   END-IF.

	LOAD-ONE-KPI-ROW.
	   READ KPI-HISTORY AT END MOVE "NO" TO KHF
	       NOT AT END
	           IF ( KH-PERIOD-END NOT= WS-PERIOD-END )
	               WRITE KWREC FROM KHREC
	               ADD 1 TO CNT-KH-KEPT
	               IF ( WS-PREV-END > 0
	                    AND KH-PERIOD-END = WS-PREV-END )
	                   MOVE 1 TO WS-CMP-IX
	                   PERFORM POST-COMPARE-ROW
	               END-IF
	               IF ( WS-LY-END > 0
	                    AND KH-PERIOD-END = WS-LY-END )
	                   MOVE 2 TO WS-CMP-IX
	                   PERFORM POST-COMPARE-ROW
	               END-IF
	           END-IF
	   END-READ.

	POST-COMPARE-ROW.
	   IF ( KH-LEVEL = "I" )
	       MOVE KH-KEY TO WS-FIND-CDE
	       PERFORM FIND-ITEM
	       IF ( WS-IT-SLOT > 0 )
	           PERFORM POST-ITEM-COMPARE
	       END-IF
	   ELSE
	       MOVE 0 TO WS-CL-SLOT
	       IF ( KH-LEVEL = "T" )
	           MOVE 5 TO WS-CL-SLOT
	       ELSE
	           IF ( KH-LEVEL = "C" )
	               PERFORM FIND-CLASS-SLOT
	           END-IF
	       END-IF
	       IF ( WS-CL-SLOT > 0 )
	           PERFORM POST-CLASS-COMPARE
	       END-IF
	   END-IF.

	FIND-CLASS-SLOT.
	   MOVE 4 TO WS-CL-SLOT.
	   PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 3
	       IF ( CLT-CODE(CL-IX) = KH-CLASS )
	           MOVE CL-IX TO WS-CL-SLOT
	       END-IF
	   END-PERFORM.

	POST-ITEM-COMPARE.
	   MOVE "Y" TO ITC-SW(WS-IT-SLOT, WS-CMP-IX).
	   MOVE KH-TURNS TO ITC-TURNS(WS-IT-SLOT, WS-CMP-IX).
	   MOVE KH-DOS TO ITC-DOS(WS-IT-SLOT, WS-CMP-IX).
	   MOVE KH-FILL-PCT TO ITC-FILL(WS-IT-SLOT, WS-CMP-IX).
	   MOVE KH-STOCKOUT TO ITC-OUT(WS-IT-SLOT, WS-CMP-IX).
	   MOVE "N" TO ITC-DOS-SW(WS-IT-SLOT, WS-CMP-IX).
	   MOVE "N" TO ITC-FILL-SW(WS-IT-SLOT, WS-CMP-IX).
	   IF ( KH-ISSUE-VALUE > 0 )
	       MOVE "Y" TO ITC-DOS-SW(WS-IT-SLOT, WS-CMP-IX)
	   END-IF.
	   IF ( KH-FILLED + KH-BACKORD > 0 )
	       MOVE "Y" TO ITC-FILL-SW(WS-IT-SLOT, WS-CMP-IX)
	   END-IF.

	POST-CLASS-COMPARE.
	   MOVE "Y" TO CLC-SW(WS-CL-SLOT, WS-CMP-IX).
	   MOVE KH-TURNS TO CLC-TURNS(WS-CL-SLOT, WS-CMP-IX).
	   MOVE KH-DOS TO CLC-DOS(WS-CL-SLOT, WS-CMP-IX).
	   MOVE KH-FILL-PCT TO CLC-FILL(WS-CL-SLOT, WS-CMP-IX).
	   MOVE KH-STOCKOUT TO CLC-OUT(WS-CL-SLOT, WS-CMP-IX).
	   MOVE "N" TO CLC-DOS-SW(WS-CL-SLOT, WS-CMP-IX).
	   MOVE "N" TO CLC-FILL-SW(WS-CL-SLOT, WS-CMP-IX).
	   IF ( KH-ISSUE-VALUE > 0 )
	       MOVE "Y" TO CLC-DOS-SW(WS-CL-SLOT, WS-CMP-IX)
	   END-IF.
	   IF ( KH-FILLED + KH-BACKORD > 0 )
	       MOVE "Y" TO CLC-FILL-SW(WS-CL-SLOT, WS-CMP-IX)
	   END-IF.

	OPENING.
	   OPEN OUTPUT KPI-EXTRACT.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-PERIOD-START TO HEAD-START.
	   MOVE WS-PERIOD-END TO HEAD-END.
	   MOVE WS-PERIOD-DAYS TO HEAD-DAYS.
	   IF ( WS-PREV-END = 0 )
	       MOVE "NONE" TO HEAD-PREV
	   ELSE
	       MOVE WS-PREV-END TO HEAD-PREV
	   END-IF.
	   IF ( WS-LY-END = 0 )
	       MOVE "NONE" TO HEAD-LY
	   ELSE
	       MOVE WS-LY-END TO HEAD-LY
	   END-IF.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-COL-HEAD1.
	   WRITE RREC FROM S-COL-HEAD2.
	   WRITE RREC FROM S-DASH.

	REPORT-ONE-ITEM.
	   MOVE "I" TO KW-LEVEL.
	   MOVE ITT-CDE(IT-IX) TO KW-KEY.
	   MOVE ITT-ITEM(IT-IX) TO KW-DESC.
	   MOVE ITT-CLASS(IT-IX) TO KW-CLASS.
	   COMPUTE KW-OPEN-VAL = ITT-OPEN(IT-IX) * ITT-COST(IT-IX).
	   COMPUTE KW-CLOSE-VAL = ITT-CLOSE(IT-IX) * ITT-COST(IT-IX).
	   COMPUTE KW-ISSUE-VAL = ITT-ISSU(IT-IX) * ITT-COST(IT-IX).
	   MOVE ITT-FILLED(IT-IX) TO KW-FILLED.
	   MOVE ITT-BACKORD(IT-IX) TO KW-BACKORD.
	   MOVE ITT-OUT-DAYS(IT-IX) TO KWS-OUT(1).
	   PERFORM VARYING KW-CX FROM 2 BY 1 UNTIL KW-CX > 3
	       MOVE ITC-SW(IT-IX, KW-CX - 1) TO KWS-SW(KW-CX)
	       MOVE ITC-TURNS(IT-IX, KW-CX - 1) TO KWS-TURNS(KW-CX)
	       MOVE ITC-DOS(IT-IX, KW-CX - 1) TO KWS-DOS(KW-CX)
	       MOVE ITC-DOS-SW(IT-IX, KW-CX - 1) TO KWS-DOS-SW(KW-CX)
	       MOVE ITC-FILL(IT-IX, KW-CX - 1) TO KWS-FILL(KW-CX)
	       MOVE ITC-FILL-SW(IT-IX, KW-CX - 1)
	           TO KWS-FILL-SW(KW-CX)
	       MOVE ITC-OUT(IT-IX, KW-CX - 1) TO KWS-OUT(KW-CX)
	   END-PERFORM.
	   PERFORM CALC-KPI.
	   PERFORM EMIT-KPI.
	   ADD 1 TO CNT-ITEMS.
	   IF ( ITT-USAGE-SW(IT-IX) = "N" )
	       ADD 1 TO CNT-NO-USAGE
	   END-IF.
	   MOVE 4 TO WS-CL-SLOT.
	   PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 3
	       IF ( CLT-CODE(CL-IX) = ITT-CLASS(IT-IX) )
	           MOVE CL-IX TO WS-CL-SLOT
	       END-IF
	   END-PERFORM.
	   PERFORM ADD-TO-CLASS.
	   MOVE 5 TO WS-CL-SLOT.
	   PERFORM ADD-TO-CLASS.

	ADD-TO-CLASS.
	   ADD 1 TO CLT-ITEMS(WS-CL-SLOT).
	   ADD KW-OPEN-VAL TO CLT-OPEN-VAL(WS-CL-SLOT).
	   ADD KW-CLOSE-VAL TO CLT-CLOSE-VAL(WS-CL-SLOT).
	   ADD KW-ISSUE-VAL TO CLT-ISSUE-VAL(WS-CL-SLOT).
	   ADD KW-FILLED TO CLT-FILLED(WS-CL-SLOT).
	   ADD KW-BACKORD TO CLT-BACKORD(WS-CL-SLOT).
	   ADD KWS-OUT(1) TO CLT-OUT-DAYS(WS-CL-SLOT).

	REPORT-CLASSES.
	   WRITE RREC FROM S-DASH.
	   MOVE "ABC CLASS SUMMARY" TO SEC-TITLE.
	   WRITE RREC FROM S-SECTION.
	   PERFORM VARYING CL-IX FROM 1 BY 1 UNTIL CL-IX > 5
	       IF ( CLT-ITEMS(CL-IX) > 0 OR CL-IX = 5 )
	           IF ( CL-IX = 5 )
	               WRITE RREC FROM S-DASH
	               MOVE "T" TO KW-LEVEL
	           ELSE
	               MOVE "C" TO KW-LEVEL
	           END-IF
	           PERFORM REPORT-ONE-CLASS
	       END-IF
	   END-PERFORM.

	REPORT-ONE-CLASS.
	   MOVE CLT-KEY(CL-IX) TO KW-KEY.
	   MOVE CLT-ITEMS(CL-IX) TO ED-ITEMS.
	   MOVE SPACES TO KW-DESC.
	   STRING ED-ITEMS " ITEMS" DELIMITED BY SIZE INTO KW-DESC.
	   MOVE CLT-CODE(CL-IX) TO KW-CLASS.
	   MOVE CLT-OPEN-VAL(CL-IX) TO KW-OPEN-VAL.
	   MOVE CLT-CLOSE-VAL(CL-IX) TO KW-CLOSE-VAL.
	   MOVE CLT-ISSUE-VAL(CL-IX) TO KW-ISSUE-VAL.
	   MOVE CLT-FILLED(CL-IX) TO KW-FILLED.
	   MOVE CLT-BACKORD(CL-IX) TO KW-BACKORD.
	   MOVE CLT-OUT-DAYS(CL-IX) TO KWS-OUT(1).
	   PERFORM VARYING KW-CX FROM 2 BY 1 UNTIL KW-CX > 3
	       MOVE CLC-SW(CL-IX, KW-CX - 1) TO KWS-SW(KW-CX)
	       MOVE CLC-TURNS(CL-IX, KW-CX - 1) TO KWS-TURNS(KW-CX)
	       MOVE CLC-DOS(CL-IX, KW-CX - 1) TO KWS-DOS(KW-CX)
	       MOVE CLC-DOS-SW(CL-IX, KW-CX - 1) TO KWS-DOS-SW(KW-CX)
	       MOVE CLC-FILL(CL-IX, KW-CX - 1) TO KWS-FILL(KW-CX)
	       MOVE CLC-FILL-SW(CL-IX, KW-CX - 1)
	           TO KWS-FILL-SW(KW-CX)
	       MOVE CLC-OUT(CL-IX, KW-CX - 1) TO KWS-OUT(KW-CX)
	   END-PERFORM.
	   PERFORM CALC-KPI.
	   PERFORM EMIT-KPI.

	CALC-KPI.
	   MOVE "Y" TO KWS-SW(1).
	   COMPUTE KW-AVG2-VAL = KW-OPEN-VAL + KW-CLOSE-VAL.
	   IF ( KW-AVG2-VAL = 0 )
	       MOVE 0 TO KWS-TURNS(1)
	   ELSE
	       COMPUTE KW-RATIO ROUNDED = KW-ISSUE-VAL * 730
	           / ( WS-PERIOD-DAYS * KW-AVG2-VAL )
	       IF ( KW-RATIO > 99999.99 )
	           MOVE 99999.99 TO KWS-TURNS(1)
	       ELSE
	           MOVE KW-RATIO TO KWS-TURNS(1)
	       END-IF
	   END-IF.
	   IF ( KW-ISSUE-VAL = 0 )
	       MOVE "N" TO KWS-DOS-SW(1)
	       MOVE 0 TO KWS-DOS(1)
	   ELSE
	       MOVE "Y" TO KWS-DOS-SW(1)
	       COMPUTE KW-RATIO ROUNDED
	           = KW-CLOSE-VAL * WS-PERIOD-DAYS / KW-ISSUE-VAL
	       IF ( KW-RATIO > 99999.9 )
	           MOVE 99999.9 TO KWS-DOS(1)
	       ELSE
	           MOVE KW-RATIO TO KWS-DOS(1)
	       END-IF
	   END-IF.
	   COMPUTE KW-DEMAND = KW-FILLED + KW-BACKORD.
	   IF ( KW-DEMAND = 0 )
	       MOVE "N" TO KWS-FILL-SW(1)
	       MOVE 0 TO KWS-FILL(1)
	   ELSE
	       MOVE "Y" TO KWS-FILL-SW(1)
	       COMPUTE KWS-FILL(1) ROUNDED
	           = KW-FILLED * 100 / KW-DEMAND
	   END-IF.

	EMIT-KPI.
	   MOVE KW-KEY TO DET-CDE.
	   MOVE KW-DESC TO DET-ITEM.
	   IF ( KW-LEVEL = "I" AND KW-CLASS = SPACE )
	       MOVE "-" TO DET-CLASS
	   ELSE
	       MOVE KW-CLASS TO DET-CLASS
	   END-IF.
	   PERFORM VARYING KW-CX FROM 1 BY 1 UNTIL KW-CX > 3
	       PERFORM FORMAT-ONE-SET
	   END-PERFORM.
	   WRITE RREC FROM S-DETAIL.
	   MOVE SPACES TO KXREC.
	   MOVE WS-PERIOD-END TO KX-PERIOD-END.
	   MOVE WS-PERIOD-START TO KX-PERIOD-START.
	   MOVE KW-LEVEL TO KX-LEVEL.
	   MOVE KW-KEY TO KX-KEY.
	   MOVE KW-CLASS TO KX-CLASS.
	   MOVE KW-OPEN-VAL TO KX-OPEN-VALUE.
	   MOVE KW-CLOSE-VAL TO KX-CLOSE-VALUE.
	   MOVE KW-ISSUE-VAL TO KX-ISSUE-VALUE.
	   MOVE KWS-TURNS(1) TO KX-TURNS.
	   MOVE KWS-DOS(1) TO KX-DOS.
	   MOVE KW-FILLED TO KX-FILLED.
	   MOVE KW-BACKORD TO KX-BACKORD.
	   MOVE KWS-FILL(1) TO KX-FILL-PCT.
	   MOVE KWS-OUT(1) TO KX-STOCKOUT.
	   WRITE KXREC.
	   WRITE KWREC FROM KXREC.
	   ADD 1 TO CNT-EXTRACT.

	FORMAT-ONE-SET.
	   IF ( KWS-SW(KW-CX) NOT= "Y" )
	       MOVE "     N/A" TO DET-CELL(KW-CX)
	       MOVE "     N/A" TO DET-CELL(KW-CX + 3)
	       MOVE "     N/A" TO DET-CELL(KW-CX + 6)
	       MOVE "     N/A" TO DET-CELL(KW-CX + 9)
	   ELSE
	       MOVE KWS-TURNS(KW-CX) TO ED-TURNS
	       MOVE ED-TURNS TO DET-CELL(KW-CX)
	       IF ( KWS-DOS-SW(KW-CX) = "Y" )
	           MOVE KWS-DOS(KW-CX) TO ED-DOS
	           MOVE ED-DOS TO DET-CELL(KW-CX + 3)
	       ELSE
	           MOVE "  NO USE" TO DET-CELL(KW-CX + 3)
	       END-IF
	       IF ( KWS-FILL-SW(KW-CX) = "Y" )
	           MOVE KWS-FILL(KW-CX) TO ED-FILL
	           MOVE ED-FILL TO DET-CELL(KW-CX + 6)
	       ELSE
	           MOVE "  NO DMD" TO DET-CELL(KW-CX + 6)
	       END-IF
	       MOVE KWS-OUT(KW-CX) TO ED-OUT
	       MOVE ED-OUT TO DET-CELL(KW-CX + 9)
	   END-IF.

	PENDING.
	   WRITE RREC FROM S-LINE.
	   MOVE "ITEMS REPORTED" TO CTL-LABEL.
	   MOVE CNT-ITEMS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ITEMS WITHOUT USAGE STATISTICS" TO CTL-LABEL.
	   MOVE CNT-NO-USAGE TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BACKORDERS BOOKED IN PERIOD" TO CTL-LABEL.
	   MOVE CNT-BACKORDERS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "PARTIAL ISSUES MATCHED TO BACKORDERS" TO CTL-LABEL.
	   MOVE CNT-PARTIAL TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "HISTORY ITEMS NOT ON MASTER" TO CTL-LABEL.
	   MOVE CNT-HIST-NO-ITEM TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "EXTRACT RECORDS WRITTEN" TO CTL-LABEL.
	   MOVE CNT-EXTRACT TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   CLOSE REPORT-F, KPI-EXTRACT, KPI-HWORK.
	   PERFORM SAVE-KPI-HISTORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "      DELIMITED BY SIZE
	          WS-HSORT-FILE DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   DISPLAY "KPI REPORT WRITTEN TO " WS-REPORT-FILE.
	   DISPLAY "KPI EXTRACT WRITTEN TO " WS-EXTRACT-FILE.
	   STOP RUN.

	SAVE-KPI-HISTORY.
	   MOVE SPACES TO WS-CMD.
	   STRING "sort -s -k 1.1,1.8 " DELIMITED BY SIZE
	          WS-KPI-WORK-FILE      DELIMITED BY SPACE
	          " -o "                DELIMITED BY SIZE
	          WS-KPI-HIST-FILE      DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.
	   MOVE SPACES TO WS-CMD.
	   STRING "rm -f "         DELIMITED BY SIZE
	          WS-KPI-WORK-FILE DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.
