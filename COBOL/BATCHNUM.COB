	IDENTIFICATION DIVISION.
	PROGRAM-ID. BATCHNUM.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT BATCH-CONTROL ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BC-STATUS.
	   SELECT BATCH-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-BL-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD BATCH-CONTROL
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BATCH-NUMBER.DAT"
	   DATA RECORD IS BC-REC.
	01 BC-REC PIC 9(6).
	FD BATCH-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "BATCH-LOG.DAT"
	   DATA RECORD IS BLREC.
	01 BLREC.
	   02 BL-BATCH    PIC 9(6).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 BL-PROGRAM  PIC X(8).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 BL-OPERATOR PIC X(10).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 BL-DATE     PIC 9(8).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 BL-TIME     PIC 9(8).
	WORKING-STORAGE SECTION.
	77 WS-BC-STATUS PIC X(2) VALUE "00".
	77 WS-BL-STATUS PIC X(2) VALUE "00".
	77 WS-NEXT-BATCH PIC 9(6) VALUE 1.
	LINKAGE SECTION.
	01 BN-PROGRAM  PIC X(8).
	01 BN-OPERATOR PIC X(10).
	01 BN-BATCH    PIC 9(6).
	PROCEDURE DIVISION USING BN-PROGRAM BN-OPERATOR BN-BATCH.
	MAIN-PARA.
	   PERFORM READ-BATCH-CONTROL.
	   MOVE WS-NEXT-BATCH TO BN-BATCH.
	   IF ( WS-NEXT-BATCH >= 999999 )
	       MOVE 1 TO WS-NEXT-BATCH
	   ELSE
	       ADD 1 TO WS-NEXT-BATCH
	   END-IF.
	   PERFORM WRITE-BATCH-CONTROL.
	   PERFORM WRITE-BATCH-LOG.
	   GOBACK.

	READ-BATCH-CONTROL.
	   MOVE 1 TO WS-NEXT-BATCH.
	   MOVE SPACES TO WS-BC-STATUS.
	   OPEN INPUT BATCH-CONTROL.
	   IF ( WS-BC-STATUS = "35" )
	       CONTINUE
	   ELSE
	       READ BATCH-CONTROL
	           AT END CONTINUE
	           NOT AT END
	               IF ( BC-REC NUMERIC AND BC-REC > 0 )
	                   MOVE BC-REC TO WS-NEXT-BATCH
	               END-IF
	       END-READ
	       CLOSE BATCH-CONTROL
	   END-IF.

	WRITE-BATCH-CONTROL.
	   OPEN OUTPUT BATCH-CONTROL.
	   MOVE WS-NEXT-BATCH TO BC-REC.
	   WRITE BC-REC.
	   CLOSE BATCH-CONTROL.

	WRITE-BATCH-LOG.
	   MOVE SPACES TO WS-BL-STATUS.
	   OPEN EXTEND BATCH-LOG.
	   IF ( WS-BL-STATUS = "35" )
	       MOVE SPACES TO WS-BL-STATUS
	       OPEN OUTPUT BATCH-LOG
	   END-IF.
	   IF ( WS-BL-STATUS = "00" )
	       MOVE SPACES TO BLREC
	       MOVE BN-BATCH TO BL-BATCH
	       MOVE BN-PROGRAM TO BL-PROGRAM
	       MOVE BN-OPERATOR TO BL-OPERATOR
	       ACCEPT BL-DATE FROM DATE YYYYMMDD
	       ACCEPT BL-TIME FROM TIME
	       WRITE BLREC
	       CLOSE BATCH-LOG
	   END-IF.
