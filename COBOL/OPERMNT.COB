	   02 OM-PWD-EXPIRES  PIC X(8).
	   02 OM-FAIL-COUNT   PIC X(2).
	   02 OM-LOCKED       PIC X(1).
	   02 OM-AUTH-APPROVE PIC X(1).
	FD OPERMAST-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS NEWOMREC.
	   02 OM-PWD-EXPIRES  PIC X(8).
	   02 OM-FAIL-COUNT   PIC X(2).
	   02 OM-LOCKED       PIC X(1).
	   02 OM-AUTH-APPROVE PIC X(1).
	FD ACCESS-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ACCESS-LOG.DAT"
	   02 OP-AUTH-POST    PIC X(1).
	   02 OP-AUTH-MAINT   PIC X(1).
	   02 OP-AUTH-DELETE  PIC X(1).
	   02 OP-AUTH-APPROVE PIC X(1).
	   02 OP-EXPIRES      PIC 9(8).

	SCREEN SECTION.
	   05 LINE 15 COL 10 VALUE "DELETE    Y/N    :".
	   05 LINE 15 COL 30 PIC X(1)
	      USING OP-AUTH-DELETE AUTO.
	   05 LINE 17 COL 10 VALUE "APPROVE   Y/N    :".
	   05 LINE 17 COL 30 PIC X(1)
	      USING OP-AUTH-APPROVE AUTO.
	   05 LINE 19 COL 10 VALUE "PWD EXPIRES CCYYMMDD:".
	   05 LINE 19 COL 32 PIC 9(8)
	      USING OP-EXPIRES AUTO.

	01 SCREEN-RECORD-RESULT.
	   05 LINE 21 COL 10 PIC X(40) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN-PARA.
	   MOVE OP-AUTH-POST    TO OM-AUTH-POST    OF NEWOMREC.
	   MOVE OP-AUTH-MAINT   TO OM-AUTH-MAINT   OF NEWOMREC.
	   MOVE OP-AUTH-DELETE  TO OM-AUTH-DELETE  OF NEWOMREC.
	   MOVE OP-AUTH-APPROVE TO OM-AUTH-APPROVE OF NEWOMREC.
	   MOVE OP-EXPIRES      TO OM-PWD-EXPIRES  OF NEWOMREC.
	   MOVE "00"            TO OM-FAIL-COUNT   OF NEWOMREC.
	   MOVE SPACE           TO OM-LOCKED       OF NEWOMREC.
