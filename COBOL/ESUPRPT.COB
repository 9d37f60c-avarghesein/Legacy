	IDENTIFICATION DIVISION.
	PROGRAM-ID. ESUPRPT.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT SUPERSEDE ASSIGN DYNAMIC WS-SUPERSEDE-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SS-STATUS.
	   SELECT SUPER-LOG ASSIGN DYNAMIC WS-SUPER-LOG-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-SG-STATUS.
	   SELECT MASTER ASSIGN DYNAMIC WS-MASTER-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-MF-STATUS.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD SUPERSEDE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS SSREC.
	01 SSREC.
	   02 SS-OLD-CDE  PIC X(10).
	   02 SS-NEW-CDE  PIC X(10).
	   02 SS-EFF-DATE PIC 9(8).
	   02 SS-FACTOR   PIC 9(3)V9(4).
	   02 SS-USE-UP   PIC X(1).
	FD SUPER-LOG
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS SGREC.
	01 SGREC.
	   02 SG-OLD-CDE  PIC X(10).
	   02 SG-NEW-CDE  PIC X(10).
	   02 SG-DATE     PIC 9(8).
	   02 SG-OLD-QNTY PIC 9(5).
	   02 SG-NEW-QNTY PIC 9(5).
	   02 SG-TYPE     PIC X(1).
	   02 SG-RUN-DATE PIC 9(8).
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
	77 SSF PIC X(3) VALUE "YES".
	77 SGF PIC X(3) VALUE "YES".
	77 MF PIC X(3) VALUE "YES".
	77 WS-SUPERSEDE-FILE PIC X(40) VALUE "SUPERSEDE.DAT".
	77 WS-SUPER-LOG-FILE PIC X(40) VALUE "SUPERSEDE-LOG.DAT".
	77 WS-MASTER-FILE PIC X(40) VALUE "EMPFILE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "SUPERSEDE-RPT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "ESUPRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "STOCK".
	77 WS-SS-STATUS PIC X(2) VALUE "00".
	77 WS-SG-STATUS PIC X(2) VALUE "00".
	77 WS-MF-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-TRAILER-KEY PIC X(10) VALUE "9999999999".
	77 WS-HEAD-SW PIC X(3) VALUE "NO".
	77 WS-SS-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-NEXT-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 WS-DEPTH PIC 9(2) VALUE 0.
	77 WS-END-CDE PIC X(10) VALUE SPACES.
	77 CNT-PAIRS PIC 9(5) VALUE 0.
	77 CNT-PENDING PIC 9(5) VALUE 0.
	77 CNT-CHAINS PIC 9(5) VALUE 0.
	77 TOT-OLD-ONHAND PIC 9(9) VALUE 0.
	77 TOT-ISSUE-REDIR PIC 9(9) VALUE 0.
	77 TOT-BO-REDIR PIC 9(9) VALUE 0.
	77 SS-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 SS-IX PIC 9(4) USAGE COMP VALUE 0.
	77 SX-IX PIC 9(4) USAGE COMP VALUE 0.
	01 SS-TABLE.
	   02 SS-ENT OCCURS 500.
	      05 SST-OLD       PIC X(10).
	      05 SST-NEW       PIC X(10).
	      05 SST-EFF       PIC 9(8).
	      05 SST-FACTOR    PIC 9(3)V9(4).
	      05 SST-USE-UP    PIC X(1).
	      05 SST-ONHAND    PIC 9(5).
	      05 SST-ISSUE-QTY PIC 9(7).
	      05 SST-BO-QTY    PIC 9(7).
	      05 SST-PRINTED   PIC X(1).
	01 S-LINE.
	  02 PIC X(80) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(20) VALUE SPACES.
	  02 PIC X(26) VALUE "ITEM SUPERSESSION CHAINS".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	01 S-HEAD2.
	  02 PIC X(11) VALUE "OLD CODE".
	  02 PIC X(11) VALUE "NEW CODE".
	  02 PIC X(10) VALUE "EFFECTIVE".
	  02 PIC X(8)  VALUE "  FACTOR".
	  02 PIC X(3)  VALUE "  U".
	  02 PIC X(8)  VALUE " OLD O/H".
	  02 PIC X(9)  VALUE " ISS REDR".
	  02 PIC X(9)  VALUE "  BO REDR".
	  02 PIC X(1)  VALUE SPACES.
	  02 PIC X(10) VALUE "END CHAIN".
	01 S-DETAIL.
	  02 DET-OLD     PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-NEW     PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-EFF     PIC 9(8).
	  02 DET-PEND    PIC X(1).
	  02 PIC X(1) VALUE SPACES.
	  02 DET-FACTOR  PIC ZZ9.9999.
	  02 PIC X(2) VALUE SPACES.
	  02 DET-USE-UP  PIC X(1).
	  02 DET-ONHAND  PIC ZZZZZZZ9.
	  02 DET-ISSUE   PIC ZZZZZZZZ9.
	  02 DET-BO      PIC ZZZZZZZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 DET-END     PIC X(10).
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(30).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(41) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-SUPERSEDE.
	   PERFORM LOAD-ONHAND.
	   PERFORM LOAD-REDIRECTS.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-LINE.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.
	   IF ( SS-COUNT = 0 )
	       MOVE "NO SUPERSESSIONS ON FILE" TO RREC
	       WRITE RREC
	   ELSE
	       PERFORM VARYING SS-IX FROM 1 BY 1
	               UNTIL SS-IX > SS-COUNT
	           PERFORM CHECK-CHAIN-HEAD
	       END-PERFORM
	       PERFORM VARYING SS-IX FROM 1 BY 1
	               UNTIL SS-IX > SS-COUNT
	           IF ( SST-PRINTED(SS-IX) NOT= "Y" )
	               MOVE SS-IX TO WS-SS-SLOT
	               PERFORM PRINT-CHAIN
	           END-IF
	       END-PERFORM
	   END-IF.
	   WRITE RREC FROM S-LINE.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "SUPERSESSION PAIRS" TO CTL-LABEL.
	   MOVE CNT-PAIRS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "SUPERSESSION CHAINS" TO CTL-LABEL.
	   MOVE CNT-CHAINS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "PAIRS NOT YET EFFECTIVE" TO CTL-LABEL.
	   MOVE CNT-PENDING TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "OLD STOCK REMAINING" TO CTL-LABEL.
	   MOVE TOT-OLD-ONHAND TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "ISSUE QUANTITY REDIRECTED" TO CTL-LABEL.
	   MOVE TOT-ISSUE-REDIR TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BACKORDER QUANTITY REDIRECTED" TO CTL-LABEL.
	   MOVE TOT-BO-REDIR TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SUPERSEDE-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-SUPER-LOG-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MASTER-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.

	LOAD-SUPERSEDE.
	   MOVE 0 TO SS-COUNT.
	   MOVE SPACES TO WS-SS-STATUS.
	   OPEN INPUT SUPERSEDE.
	   IF ( WS-SS-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO SSF
	       PERFORM LOAD-ONE-SUPERSEDE UNTIL SSF = "NO"
	       CLOSE SUPERSEDE
	   END-IF.

	LOAD-ONE-SUPERSEDE.
	   READ SUPERSEDE AT END MOVE "NO" TO SSF
	       NOT AT END
	           IF ( SS-OLD-CDE NOT= SPACES
	                AND SS-NEW-CDE NOT= SPACES )
	               PERFORM ADD-SUPERSEDE
	           END-IF
	   END-READ.

	ADD-SUPERSEDE.
	   IF ( SS-COUNT >= 500 )
	       DISPLAY "SUPERSESSION FILE EXCEEDS TABLE"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO SS-COUNT.
	   MOVE SS-OLD-CDE  TO SST-OLD(SS-COUNT).
	   MOVE SS-NEW-CDE  TO SST-NEW(SS-COUNT).
	   MOVE SS-EFF-DATE TO SST-EFF(SS-COUNT).
	   IF ( SS-FACTOR = 0 )
	       MOVE 1 TO SST-FACTOR(SS-COUNT)
	   ELSE
	       MOVE SS-FACTOR TO SST-FACTOR(SS-COUNT)
	   END-IF.
	   MOVE SS-USE-UP   TO SST-USE-UP(SS-COUNT).
	   MOVE 0 TO SST-ONHAND(SS-COUNT), SST-ISSUE-QTY(SS-COUNT),
	             SST-BO-QTY(SS-COUNT).
	   MOVE "N" TO SST-PRINTED(SS-COUNT).

	LOAD-ONHAND.
	   MOVE SPACES TO WS-MF-STATUS.
	   OPEN INPUT MASTER.
	   IF ( WS-MF-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO MF
	       PERFORM LOAD-ONE-ONHAND UNTIL MF = "NO"
	       CLOSE MASTER
	   END-IF.

	LOAD-ONE-ONHAND.
	   READ MASTER AT END MOVE "NO" TO MF
	       NOT AT END
	           IF ( CDE OF MREC = WS-TRAILER-KEY )
	               MOVE "NO" TO MF
	           ELSE
	               PERFORM VARYING SS-IX FROM 1 BY 1
	                       UNTIL SS-IX > SS-COUNT
	                   IF ( SST-OLD(SS-IX) = CDE OF MREC )
	                       MOVE QNTY OF MREC TO SST-ONHAND(SS-IX)
	                   END-IF
	               END-PERFORM
	           END-IF
	   END-READ.

	LOAD-REDIRECTS.
	   MOVE SPACES TO WS-SG-STATUS.
	   OPEN INPUT SUPER-LOG.
	   IF ( WS-SG-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO SGF
	       PERFORM LOAD-ONE-REDIRECT UNTIL SGF = "NO"
	       CLOSE SUPER-LOG
	   END-IF.

	LOAD-ONE-REDIRECT.
	   READ SUPER-LOG AT END MOVE "NO" TO SGF
	       NOT AT END
	           MOVE 0 TO WS-SS-SLOT
	           PERFORM VARYING SS-IX FROM 1 BY 1
	                   UNTIL SS-IX > SS-COUNT OR WS-SS-SLOT > 0
	               IF ( SST-OLD(SS-IX) = SG-OLD-CDE
	                    AND SST-NEW(SS-IX) = SG-NEW-CDE )
	                   MOVE SS-IX TO WS-SS-SLOT
	               END-IF
	           END-PERFORM
	           IF ( WS-SS-SLOT > 0 )
	               IF ( SG-TYPE = "B" )
	                   ADD SG-NEW-QNTY TO SST-BO-QTY(WS-SS-SLOT)
	               ELSE
	                   ADD SG-NEW-QNTY TO SST-ISSUE-QTY(WS-SS-SLOT)
	               END-IF
	           END-IF
	   END-READ.

	CHECK-CHAIN-HEAD.
	   MOVE "YES" TO WS-HEAD-SW.
	   PERFORM VARYING SX-IX FROM 1 BY 1
	           UNTIL SX-IX > SS-COUNT
	       IF ( SST-NEW(SX-IX) = SST-OLD(SS-IX) )
	           MOVE "NO" TO WS-HEAD-SW
	       END-IF
	   END-PERFORM.
	   IF ( WS-HEAD-SW = "YES" AND SST-PRINTED(SS-IX) NOT= "Y" )
	       MOVE SS-IX TO WS-SS-SLOT
	       PERFORM PRINT-CHAIN
	   END-IF.

	PRINT-CHAIN.
	   ADD 1 TO CNT-CHAINS.
	   PERFORM FIND-CHAIN-END.
	   MOVE 0 TO WS-DEPTH.
	   PERFORM PRINT-CHAIN-LINK
	       UNTIL WS-SS-SLOT = 0 OR WS-DEPTH >= 10.
	   MOVE SPACES TO RREC.
	   WRITE RREC.

	FIND-CHAIN-END.
	   MOVE SST-NEW(WS-SS-SLOT) TO WS-END-CDE.
	   MOVE 0 TO WS-DEPTH.
	   MOVE WS-SS-SLOT TO WS-NEXT-SLOT.
	   PERFORM FOLLOW-CHAIN-END
	       UNTIL WS-NEXT-SLOT = 0 OR WS-DEPTH >= 10.

	FOLLOW-CHAIN-END.
	   ADD 1 TO WS-DEPTH.
	   MOVE SST-NEW(WS-NEXT-SLOT) TO WS-END-CDE.
	   MOVE 0 TO WS-NEXT-SLOT.
	   PERFORM VARYING SX-IX FROM 1 BY 1
	           UNTIL SX-IX > SS-COUNT OR WS-NEXT-SLOT > 0
	       IF ( SST-OLD(SX-IX) = WS-END-CDE )
	           MOVE SX-IX TO WS-NEXT-SLOT
	       END-IF
	   END-PERFORM.

	PRINT-CHAIN-LINK.
	   ADD 1 TO WS-DEPTH.
	   MOVE SST-OLD(WS-SS-SLOT) TO DET-OLD.
	   MOVE SST-NEW(WS-SS-SLOT) TO DET-NEW.
	   MOVE SST-EFF(WS-SS-SLOT) TO DET-EFF.
	   IF ( SST-EFF(WS-SS-SLOT) > WS-RUN-DATE )
	       MOVE "P" TO DET-PEND
	       ADD 1 TO CNT-PENDING
	   ELSE
	       MOVE SPACES TO DET-PEND
	   END-IF.
	   MOVE SST-FACTOR(WS-SS-SLOT) TO DET-FACTOR.
	   IF ( SST-USE-UP(WS-SS-SLOT) = "Y" )
	       MOVE "Y" TO DET-USE-UP
	   ELSE
	       MOVE "N" TO DET-USE-UP
	   END-IF.
	   MOVE SST-ONHAND(WS-SS-SLOT) TO DET-ONHAND.
	   MOVE SST-ISSUE-QTY(WS-SS-SLOT) TO DET-ISSUE.
	   MOVE SST-BO-QTY(WS-SS-SLOT) TO DET-BO.
	   MOVE WS-END-CDE TO DET-END.
	   WRITE RREC FROM S-DETAIL.
	   MOVE "Y" TO SST-PRINTED(WS-SS-SLOT).
	   ADD 1 TO CNT-PAIRS.
	   ADD SST-ONHAND(WS-SS-SLOT) TO TOT-OLD-ONHAND.
	   ADD SST-ISSUE-QTY(WS-SS-SLOT) TO TOT-ISSUE-REDIR.
	   ADD SST-BO-QTY(WS-SS-SLOT) TO TOT-BO-REDIR.
	   MOVE 0 TO WS-NEXT-SLOT.
	   PERFORM VARYING SX-IX FROM 1 BY 1
	           UNTIL SX-IX > SS-COUNT OR WS-NEXT-SLOT > 0
	       IF ( SST-OLD(SX-IX) = SST-NEW(WS-SS-SLOT)
	            AND SST-PRINTED(SX-IX) NOT= "Y" )
	           MOVE SX-IX TO WS-NEXT-SLOT
	       END-IF
	   END-PERFORM.
	   MOVE WS-NEXT-SLOT TO WS-SS-SLOT.
