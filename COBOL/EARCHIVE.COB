	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	01 QHREC-X.
	   02 QH-FRONT  PIC X(39).
	   02 QH-DATE-X PIC X(8).
	   02 FILLER    PIC X(30).
	FD HIST-ARC
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS HARC-REC.
	01 HARC-REC PIC X(77).
	FD HIST-NEW
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS HNEW-REC.
	01 HNEW-REC PIC X(77).
	FD MSTJRNL
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS JRNL-REC.
