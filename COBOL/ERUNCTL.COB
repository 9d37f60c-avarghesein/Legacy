	77 WS-LAST-OK-STEP PIC 9(3) VALUE 0.
	77 WS-STEP-FAILED PIC X(3) VALUE "NO".
	77 WS-RUN-RC PIC S9(9) VALUE 0.
	77 WS-WARN-RC PIC S9(9) VALUE 4.
	77 WS-CMD PIC X(132) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   READ RUN-CONTROL AT END MOVE "NO" TO RNF
	       NOT AT END
	           IF ( RC-DATE = WS-RUN-DATE
	                AND ( RC-STATUS = "OK"
	                      OR RC-STATUS = "WARNING" ) )
	               IF ( RC-STEP = 999 )
	                   MOVE "YES" TO WS-NIGHT-COMPLETE
	               ELSE
	       MOVE ST-CMD TO WS-CMD
	       CALL "SYSTEM" USING WS-CMD
	       MOVE RETURN-CODE TO WS-RUN-RC
	       IF ( WS-RUN-RC > 255 )
	           DIVIDE 256 INTO WS-RUN-RC
	       END-IF
	       MOVE 0 TO RETURN-CODE
	       ACCEPT RC-END-TIME FROM TIME
	       IF ( WS-RUN-RC = 0 )
	           MOVE "OK" TO RC-STATUS
	       ELSE
	           MOVE WS-RUN-RC TO RC-RETCODE
	           IF ( WS-RUN-RC > 0 AND WS-RUN-RC <= WS-WARN-RC )
	               MOVE "WARNING" TO RC-STATUS
	               DISPLAY "STEP " ST-STEP
	                       " ENDED WITH WARNINGS, RC=" WS-RUN-RC
	           ELSE
	               MOVE "FAILED" TO RC-STATUS
	               MOVE "YES" TO WS-STEP-FAILED
	               DISPLAY "STEP " ST-STEP " FAILED, RC="
	                       WS-RUN-RC
	           END-IF
	       END-IF
	       PERFORM APPEND-CONTROL-REC
	   END-IF.
