	   02 TRANS-QNTY PIC 9(5).
	   02 QH-REASON  PIC X(3).
	   02 QH-DATE    PIC 9(8).
	   02 QH-COST-CENTER PIC X(6).
	   02 QH-SOURCE PIC X(8).
	   02 QH-OPER   PIC X(10).
	   02 QH-BATCH  PIC 9(6).
	FD GL-ACCOUNT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "GL-ACCOUNT.DAT"
