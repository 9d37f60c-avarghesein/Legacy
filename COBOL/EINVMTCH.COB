	IDENTIFICATION DIVISION.
	PROGRAM-ID. EINVMTCH.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT INVOICE ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-INV-STATUS.
	   SELECT OPEN-ORDER ASSIGN TO DISK
	   ORGANIZATION IS INDEXED
	   ACCESS MODE IS DYNAMIC
	   RECORD KEY IS OO-KEY
	   ALTERNATE RECORD KEY IS OO-CDE WITH DUPLICATES
	   FILE STATUS IS WS-OO-STATUS.
	   SELECT RECV-REGISTER ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-REG-STATUS.
	   SELECT VENDOR ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-VEND-STATUS.
	   SELECT MATCH-PARMS ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-MP-STATUS.
	   SELECT GL-ACCOUNT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-GA-STATUS.
	   SELECT ACCESS-LOG ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-ACCLOG-STATUS.
	   SELECT GL-JOURNAL ASSIGN DYNAMIC WS-JOURNAL-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT AP-INTERFACE ASSIGN DYNAMIC WS-AP-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD INVOICE
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "INVOICE.DAT"
	   DATA RECORD IS INREC.
	01 INREC.
	   02 IN-INVOICE    PIC X(10).
	   02 IN-VENDOR     PIC X(6).
	   02 IN-INV-DATE   PIC 9(8).
	   02 IN-LINE       PIC 9(3).
	   02 IN-PO         PIC 9(5).
	   02 IN-CDE        PIC X(10).
	   02 IN-QNTY       PIC 9(5).
	   02 IN-PRICE      PIC 9(5)V99.
	   02 IN-STATUS     PIC X(6).
	   02 IN-MATCH-DATE PIC 9(8).
	FD OPEN-ORDER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "OPEN-ORDER.IDX"
	   DATA RECORD IS OOREC.
	01 OOREC.
	   02 OO-KEY.
	      05 OO-PO      PIC 9(5).
	      05 OO-CDE     PIC X(10).
	   02 OO-ITEM       PIC X(10).
	   02 OO-ORDER-QNTY PIC 9(5).
	   02 OO-RECEIVED   PIC 9(5).
	   02 OO-ORDER-DATE PIC 9(8).
	   02 OO-STATUS     PIC X(6).
	   02 OO-VENDOR     PIC X(6).
	   02 OO-PRICE      PIC 9(5)V99.
	FD RECV-REGISTER
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "RECV-REGISTER.DAT"
	   DATA RECORD IS REG-REC.
	01 REG-REC.
	   02 RG-DATE     PIC 9(8).
	   02 FILLER      PIC X(01).
	   02 RG-TIME     PIC 9(8).
	   02 FILLER      PIC X(01).
	   02 RG-OPERATOR PIC X(10).
	   02 FILLER      PIC X(01).
	   02 RG-CDE      PIC X(10).
	   02 FILLER      PIC X(01).
	   02 RG-PO       PIC 9(5).
	   02 FILLER      PIC X(01).
	   02 RG-QNTY     PIC 9(5).
	   02 FILLER      PIC X(01).
	   02 RG-COST     PIC 9(5)V99.
	   02 FILLER      PIC X(01).
	   02 RG-FLAG     PIC X(5).
	FD VENDOR
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "VENDOR.DAT"
	   DATA RECORD IS VNREC.
	01 VNREC.
	   02 VN-CODE      PIC X(6).
	   02 VN-NAME      PIC X(25).
	   02 VN-CONTACT   PIC X(25).
	   02 VN-LEAD-DAYS PIC 9(3).
	FD MATCH-PARMS
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "INVMATCH-PARMS.DAT"
	   DATA RECORD IS MP-REC.
	01 MP-REC.
	   02 MP-QTY-TOL-PCT   PIC 9(3)V99.
	   02 MP-PRICE-TOL-PCT PIC 9(3)V99.
	FD GL-ACCOUNT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "GL-ACCOUNT.DAT"
	   DATA RECORD IS GAREC.
	01 GAREC.
	   02 GA-TTYPE  PIC X(1).
	   02 FILLER    PIC X(01).
	   02 GA-REASON PIC X(3).
	   02 FILLER    PIC X(01).
	   02 GA-DEBIT  PIC X(8).
	   02 FILLER    PIC X(01).
	   02 GA-CREDIT PIC X(8).
	FD ACCESS-LOG
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "ACCESS-LOG.DAT"
	   DATA RECORD IS ACLOG-REC.
	01 ACLOG-REC.
	   02 AL-OPERATOR  PIC X(10).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-PROGRAM   PIC X(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-DATE      PIC 9(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-TIME      PIC 9(08).
	   02 FILLER       PIC X(01) VALUE SPACE.
	   02 AL-RESULT    PIC X(01).
	FD GL-JOURNAL
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS GLJ-REC.
	01 GLJ-REC.
	   02 GJ-DATE    PIC 9(8).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-ACCOUNT PIC X(8).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-DRCR    PIC X(1).
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-AMOUNT  PIC 9(11)V99.
	   02 FILLER     PIC X(01) VALUE SPACE.
	   02 GJ-SOURCE  PIC X(8).
	FD AP-INTERFACE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS APREC.
	01 APREC.
	   02 AP-VENDOR     PIC X(6).
	   02 FILLER        PIC X(01) VALUE SPACE.
	   02 AP-INVOICE    PIC X(10).
	   02 FILLER        PIC X(01) VALUE SPACE.
	   02 AP-INV-DATE   PIC 9(8).
	   02 FILLER        PIC X(01) VALUE SPACE.
	   02 AP-AMOUNT     PIC 9(9)V99.
	   02 FILLER        PIC X(01) VALUE SPACE.
	   02 AP-LINES      PIC 9(3).
	   02 FILLER        PIC X(01) VALUE SPACE.
	   02 AP-APPROVED   PIC 9(8).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(90).
	WORKING-STORAGE SECTION.
	77 INF PIC X(3) VALUE "YES".
	77 RGF PIC X(3) VALUE "YES".
	77 VF PIC X(3) VALUE "YES".
	77 GAF PIC X(3) VALUE "YES".
	77 WS-JOURNAL-FILE PIC X(40) VALUE "GL-JOURNAL-PPV.DAT".
	77 WS-AP-FILE PIC X(40) VALUE "AP-INTERFACE.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "INVMATCH.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "EINVMTCH".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-MODE PIC X(8) VALUE "ENTRY".
	77 WS-INV-STATUS PIC X(2) VALUE "00".
	77 WS-OO-STATUS PIC X(2) VALUE "00".
	77 WS-REG-STATUS PIC X(2) VALUE "00".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-MP-STATUS PIC X(2) VALUE "00".
	77 WS-GA-STATUS PIC X(2) VALUE "00".
	77 WS-ACCLOG-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-OPERATOR-ID PIC X(10) VALUE SPACES.
	77 WS-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-SEC-FUNC PIC X(1) VALUE SPACE.
	77 WS-SEC-ALLOWED PIC X(1) VALUE "N".
	77 WS-NEW-PASSWORD PIC X(10) VALUE SPACES.
	77 WS-NEW-PASSWORD-2 PIC X(10) VALUE SPACES.
	77 WS-PWD-RESULT PIC X(1) VALUE SPACE.
	77 WS-ENTRY-DONE PIC X(3) VALUE "NO".
	77 WS-INVOICE-DONE PIC X(3) VALUE "NO".
	77 WS-RESULT-MSG PIC X(50) VALUE SPACES.
	77 WS-ENTRY-ACTION PIC X(1) VALUE "A".
	77 WS-ENTRY-VENDOR PIC X(6) VALUE SPACES.
	77 WS-ENTRY-INVOICE PIC X(10) VALUE SPACES.
	77 WS-ENTRY-INV-DATE PIC 9(8) VALUE 0.
	77 WS-ENTRY-PO PIC 9(5) VALUE 0.
	77 WS-ENTRY-CDE PIC X(10) VALUE SPACES.
	77 WS-ENTRY-QNTY PIC 9(5) VALUE 0.
	77 WS-ENTRY-PRICE PIC 9(5)V99 VALUE 0.
	77 WS-VENDOR-NAME PIC X(25) VALUE SPACES.
	77 WS-LINE-NO PIC 9(3) VALUE 0.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-QTY-TOL-PCT PIC 9(3)V99 VALUE 0.
	77 WS-PRICE-TOL-PCT PIC 9(3)V99 VALUE 2.00.
	77 WS-GRP-START PIC 9(4) USAGE COMP VALUE 0.
	77 WS-GRP-END PIC 9(4) USAGE COMP VALUE 0.
	77 WS-GRP-STATUS PIC X(6) VALUE SPACES.
	77 WS-GRP-AMOUNT PIC 9(9)V99 VALUE 0.
	77 WS-GRP-PPV PIC S9(9)V99 VALUE 0.
	77 WS-GRP-LINES PIC 9(3) VALUE 0.
	77 WS-PRIOR-INVOICED PIC 9(7) VALUE 0.
	77 WS-AVAILABLE PIC S9(7) VALUE 0.
	77 WS-QTY-VAR PIC S9(7) VALUE 0.
	77 WS-QTY-TOL PIC 9(7)V99 VALUE 0.
	77 WS-PRICE-VAR PIC S9(5)V99 VALUE 0.
	77 WS-PRICE-TOL PIC 9(5)V9999 VALUE 0.
	77 WS-LINE-PPV PIC S9(9)V99 VALUE 0.
	77 WS-LINE-VALUE PIC 9(9)V99 VALUE 0.
	77 WS-POST-ACCT PIC X(8) VALUE SPACES.
	77 WS-POST-SIDE PIC X(1) VALUE SPACE.
	77 WS-POST-AMOUNT PIC 9(11)V99 VALUE 0.
	77 WS-SECTION-STATUS PIC X(6) VALUE SPACES.
	77 WS-SECTION-COUNT PIC 9(5) VALUE 0.
	77 CNT-LINES-ENTERED PIC 9(5) VALUE 0.
	77 CNT-INVOICES-DELETED PIC 9(5) VALUE 0.
	77 CNT-APPROVED PIC 9(5) VALUE 0.
	77 CNT-EXCEPTIONS PIC 9(5) VALUE 0.
	77 CNT-HELD PIC 9(5) VALUE 0.
	77 CNT-UNMAPPED PIC 9(5) VALUE 0.
	77 TOT-APPROVED PIC 9(11)V99 VALUE 0.
	77 TOT-PPV-UNFAV PIC 9(11)V99 VALUE 0.
	77 TOT-PPV-FAV PIC 9(11)V99 VALUE 0.
	77 TOT-DEBITS PIC 9(13)V99 VALUE 0.
	77 TOT-CREDITS PIC 9(13)V99 VALUE 0.
	77 VN-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 VN-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-VN-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 VN-TABLE.
	   02 VN-ENT OCCURS 100.
	      05 VNT-CODE PIC X(6).
	      05 VNT-NAME PIC X(25).
	77 WS-OO-OPEN PIC X(3) VALUE "NO".
	77 WS-OO-FOUND PIC X(3) VALUE "NO".
	77 RC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RC-IX PIC 9(4) USAGE COMP VALUE 0.
	77 WS-RC-SLOT PIC 9(4) USAGE COMP VALUE 0.
	01 RC-TABLE.
	   02 RC-ENT OCCURS 1000.
	      05 RCT-PO   PIC 9(5).
	      05 RCT-CDE  PIC X(10).
	      05 RCT-QNTY PIC 9(7).
	      05 RCT-COST PIC 9(5)V99.
	77 IN-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 IN-IX PIC 9(4) USAGE COMP VALUE 0.
	77 IN-JX PIC 9(4) USAGE COMP VALUE 0.
	01 IN-TABLE.
	   02 IN-ENT OCCURS 2000.
	      05 INT-INVOICE    PIC X(10).
	      05 INT-VENDOR     PIC X(6).
	      05 INT-INV-DATE   PIC 9(8).
	      05 INT-LINE       PIC 9(3).
	      05 INT-PO         PIC 9(5).
	      05 INT-CDE        PIC X(10).
	      05 INT-QNTY       PIC 9(5).
	      05 INT-PRICE      PIC 9(5)V99.
	      05 INT-STATUS     PIC X(6).
	      05 INT-MATCH-DATE PIC 9(8).
	      05 INT-RCV-QNTY   PIC S9(7).
	      05 INT-REF-PRICE  PIC 9(5)V99.
	      05 INT-NOTE       PIC X(17).
	77 GA-COUNT PIC 9(2) USAGE COMP VALUE 0.
	77 GA-IX PIC 9(2) USAGE COMP VALUE 0.
	77 WS-GA-SLOT PIC 9(2) USAGE COMP VALUE 0.
	01 GA-TABLE.
	   02 GA-ENT OCCURS 50.
	      05 GAT-TTYPE  PIC X(1).
	      05 GAT-REASON PIC X(3).
	      05 GAT-DEBIT  PIC X(8).
	      05 GAT-CREDIT PIC X(8).
	77 AC-COUNT PIC 9(3) USAGE COMP VALUE 0.
	77 AC-IX PIC 9(3) USAGE COMP VALUE 0.
	77 WS-AC-SLOT PIC 9(3) USAGE COMP VALUE 0.
	01 AC-TABLE.
	   02 AC-ENT OCCURS 100.
	      05 ACT-ACCOUNT PIC X(8).
	      05 ACT-DEBITS  PIC 9(13)V99.
	      05 ACT-CREDITS PIC 9(13)V99.
	01 S-LINE.
	  02 PIC X(90) VALUE ALL "*".
	01 S-BLANK PIC X(90) VALUE SPACES.
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(40) VALUE "INVOICE THREE-WAY MATCH".
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(17) VALUE SPACES.
	01 S-HEAD1B.
	  02 PIC X(21) VALUE "QTY TOLERANCE PCT : ".
	  02 HEAD-QTY-TOL PIC ZZ9.99.
	  02 PIC X(24) VALUE "     PRICE TOLERANCE PCT".
	  02 PIC X(3)  VALUE " : ".
	  02 HEAD-PRICE-TOL PIC ZZ9.99.
	  02 PIC X(30) VALUE SPACES.
	01 S-SECTION-HEAD.
	  02 SEC-TITLE PIC X(40).
	  02 PIC X(50) VALUE SPACES.
	01 S-APPR-HEAD.
	  02 PIC X(7)  VALUE "VENDOR".
	  02 PIC X(11) VALUE "INVOICE".
	  02 PIC X(10) VALUE "INV DATE".
	  02 PIC X(6)  VALUE "LINES".
	  02 PIC X(16) VALUE "          AMOUNT".
	  02 PIC X(16) VALUE "             PPV".
	  02 PIC X(24) VALUE SPACES.
	01 S-APPR-DETAIL.
	  02 APD-VENDOR PIC X(6).
	  02 PIC X(1) VALUE SPACES.
	  02 APD-INVOICE PIC X(10).
	  02 PIC X(1) VALUE SPACES.
	  02 APD-INV-DATE PIC 9(8).
	  02 PIC X(2) VALUE SPACES.
	  02 APD-LINES PIC ZZZ9.
	  02 APD-AMOUNT PIC ZZZZZZZZZZZZ9.99.
	  02 APD-PPV PIC -------------9.99.
	  02 PIC X(24) VALUE SPACES.
	01 S-INV-HEAD.
	  02 PIC X(10) VALUE "INVOICE : ".
	  02 IVH-INVOICE PIC X(10).
	  02 PIC X(10) VALUE "  VENDOR ".
	  02 IVH-VENDOR PIC X(6).
	  02 PIC X(2)  VALUE SPACES.
	  02 IVH-NAME PIC X(25).
	  02 PIC X(7)  VALUE "  DATE ".
	  02 IVH-INV-DATE PIC 9(8).
	  02 PIC X(12) VALUE SPACES.
	01 S-LINE-HEAD.
	  02 PIC X(4)  VALUE "LN".
	  02 PIC X(6)  VALUE "PO".
	  02 PIC X(10) VALUE "CODE".
	  02 PIC X(7)  VALUE " INV QT".
	  02 PIC X(7)  VALUE " RCV QT".
	  02 PIC X(7)  VALUE " QT VAR".
	  02 PIC X(10) VALUE " INV PRICE".
	  02 PIC X(10) VALUE "  PO PRICE".
	  02 PIC X(10) VALUE " PRICE VAR".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(16) VALUE "NOTE".
	01 S-LINE-DETAIL.
	  02 LND-LINE PIC ZZ9.
	  02 PIC X(1) VALUE SPACES.
	  02 LND-PO PIC 9(5).
	  02 PIC X(1) VALUE SPACES.
	  02 LND-CDE PIC X(10).
	  02 LND-INV-QTY PIC ZZZZZZ9.
	  02 LND-RCV-QTY PIC ------9.
	  02 LND-QTY-VAR PIC ------9.
	  02 LND-INV-PRICE PIC ZZZZZZ9.99.
	  02 LND-REF-PRICE PIC ZZZZZZ9.99.
	  02 LND-PRICE-VAR PIC ------9.99.
	  02 PIC X(2) VALUE SPACES.
	  02 LND-NOTE PIC X(17).
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(47) VALUE SPACES.
	01 S-TOT-PRINT.
	  02 TOT-LABEL PIC X(34).
	  02 TOT-AMOUNT PIC ZZZZZZZZZZZZ9.99.
	  02 PIC X(40) VALUE SPACES.

	SCREEN SECTION.
	01 SCREEN-BLANK-IV.
	   05 BLANK SCREEN.

	01 SCREEN-RECORD-INVHEAD.
	   05 LINE 1  COL 10 VALUE "VENDOR INVOICE ENTRY".
	   05 LINE 3  COL 10 VALUE "ACTION A=ADD D=DEL:".
	   05 LINE 3  COL 31 PIC X(1)
	      USING WS-ENTRY-ACTION AUTO.
	   05 LINE 5  COL 10 VALUE "VENDOR (BLANK=END):".
	   05 LINE 5  COL 31 PIC X(6)
	      USING WS-ENTRY-VENDOR AUTO.
	   05 LINE 6  COL 10 VALUE "INVOICE NUMBER    :".
	   05 LINE 6  COL 31 PIC X(10)
	      USING WS-ENTRY-INVOICE AUTO.
	   05 LINE 7  COL 10 VALUE "INVOICE DATE      :".
	   05 LINE 7  COL 31 PIC 9(8)
	      USING WS-ENTRY-INV-DATE AUTO.

	01 SCREEN-RECORD-INVLINE.
	   05 LINE 1  COL 10 VALUE "VENDOR INVOICE ENTRY".
	   05 LINE 3  COL 10 VALUE "INVOICE          :".
	   05 LINE 3  COL 30 PIC X(10) FROM WS-ENTRY-INVOICE.
	   05 LINE 4  COL 10 VALUE "VENDOR           :".
	   05 LINE 4  COL 30 PIC X(6) FROM WS-ENTRY-VENDOR.
	   05 LINE 4  COL 38 PIC X(25) FROM WS-VENDOR-NAME.
	   05 LINE 6  COL 10 VALUE "LINE             :".
	   05 LINE 6  COL 30 PIC ZZ9 FROM WS-LINE-NO.
	   05 LINE 8  COL 10 VALUE "PO NUMBER        :".
	   05 LINE 8  COL 30 PIC 9(5)
	      USING WS-ENTRY-PO AUTO.
	   05 LINE 9  COL 10 VALUE "CDE (BLANK=END)  :".
	   05 LINE 9  COL 30 PIC X(10)
	      USING WS-ENTRY-CDE AUTO.
	   05 LINE 10 COL 10 VALUE "INVOICED QNTY    :".
	   05 LINE 10 COL 30 PIC 9(5)
	      USING WS-ENTRY-QNTY AUTO.
	   05 LINE 11 COL 10 VALUE "UNIT PRICE       :".
	   05 LINE 11 COL 30 PIC 9(5)V99
	      USING WS-ENTRY-PRICE AUTO.

	01 SCREEN-RECORD-IVRESULT.
	   05 LINE 18 COL 10 PIC X(50) FROM WS-RESULT-MSG.

	PROCEDURE DIVISION.
	MAIN.
	   PERFORM GET-PARAMETERS.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM LOAD-INVOICES.
	   PERFORM LOAD-VENDORS.
	   PERFORM OPEN-OPEN-ORDERS.
	   IF ( WS-MODE = "MATCH" )
	       PERFORM MATCH-INVOICES
	   ELSE
	       PERFORM SIGN-ON
	       PERFORM INVOICE-ENTRY
	   END-IF.
	   IF ( WS-OO-OPEN = "YES" )
	       CLOSE OPEN-ORDER
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 2 )
	       DISPLAY 3 UPON ARGUMENT-NUMBER
	       ACCEPT WS-AP-FILE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 3 )
	       DISPLAY 4 UPON ARGUMENT-NUMBER
	       ACCEPT WS-JOURNAL-FILE FROM ARGUMENT-VALUE
	   END-IF.

	SIGN-ON.
	   DISPLAY "ENTER OPERATOR ID: ".
	   ACCEPT WS-OPERATOR-ID.
	   DISPLAY "ENTER PASSWORD   : ".
	   ACCEPT WS-PASSWORD.
	   IF ( WS-PASSWORD = "*BATCH*" )
	       DISPLAY "INVALID PASSWORD - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE SPACES TO WS-ACCLOG-STATUS.
	   OPEN INPUT ACCESS-LOG.
	   IF ( WS-ACCLOG-STATUS = "35" )
	       OPEN OUTPUT ACCESS-LOG
	       CLOSE ACCESS-LOG
	   ELSE
	       CLOSE ACCESS-LOG
	   END-IF.
	   OPEN EXTEND ACCESS-LOG.
	   MOVE SPACES TO ACLOG-REC.
	   MOVE WS-OPERATOR-ID TO AL-OPERATOR.
	   MOVE "EINVMTCH" TO AL-PROGRAM.
	   ACCEPT AL-DATE FROM DATE YYYYMMDD.
	   ACCEPT AL-TIME FROM TIME.
	   MOVE "S" TO AL-RESULT.
	   WRITE ACLOG-REC.
	   CLOSE ACCESS-LOG.
	   MOVE "P" TO WS-SEC-FUNC.
	   CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-SEC-FUNC WS-SEC-ALLOWED.
	   IF ( WS-SEC-ALLOWED = "E" )
	       PERFORM FORCE-PASSWORD-CHANGE
	       CALL "SECCHK" USING WS-OPERATOR-ID WS-PASSWORD
	                           WS-SEC-FUNC WS-SEC-ALLOWED
	   END-IF.
	   IF ( WS-SEC-ALLOWED = "L" )
	       DISPLAY "OPERATOR ID IS LOCKED - SEE SECURITY ADMIN"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   IF ( WS-SEC-ALLOWED NOT= "Y" )
	       DISPLAY "OPERATOR NOT AUTHORIZED TO POST - STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.

	FORCE-PASSWORD-CHANGE.
	   DISPLAY "PASSWORD EXPIRED - ENTER NEW PASSWORD: ".
	   ACCEPT WS-NEW-PASSWORD.
	   DISPLAY "RE-ENTER NEW PASSWORD: ".
	   ACCEPT WS-NEW-PASSWORD-2.
	   IF ( WS-NEW-PASSWORD NOT= WS-NEW-PASSWORD-2 )
	       DISPLAY "PASSWORDS DO NOT MATCH - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   CALL "PWDCHG" USING WS-OPERATOR-ID WS-PASSWORD
	                       WS-NEW-PASSWORD WS-PWD-RESULT.
	   IF ( WS-PWD-RESULT NOT= "Y" )
	       DISPLAY "PASSWORD NOT CHANGED - RUN STOPPED"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE WS-NEW-PASSWORD TO WS-PASSWORD.
	   DISPLAY "PASSWORD CHANGED".

	LOAD-INVOICES.
	   MOVE 0 TO IN-COUNT.
	   MOVE SPACES TO WS-INV-STATUS.
	   OPEN INPUT INVOICE.
	   IF ( WS-INV-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO INF
	       PERFORM LOAD-ONE-INVOICE-LINE UNTIL INF = "NO"
	       CLOSE INVOICE
	   END-IF.

	LOAD-ONE-INVOICE-LINE.
	   READ INVOICE AT END MOVE "NO" TO INF
	       NOT AT END
	           IF ( IN-COUNT < 2000 )
	               ADD 1 TO IN-COUNT
	               MOVE IN-INVOICE    TO INT-INVOICE(IN-COUNT)
	               MOVE IN-VENDOR     TO INT-VENDOR(IN-COUNT)
	               MOVE IN-INV-DATE   TO INT-INV-DATE(IN-COUNT)
	               MOVE IN-LINE       TO INT-LINE(IN-COUNT)
	               MOVE IN-PO         TO INT-PO(IN-COUNT)
	               MOVE IN-CDE        TO INT-CDE(IN-COUNT)
	               MOVE IN-QNTY       TO INT-QNTY(IN-COUNT)
	               MOVE IN-PRICE      TO INT-PRICE(IN-COUNT)
	               MOVE IN-STATUS     TO INT-STATUS(IN-COUNT)
	               MOVE IN-MATCH-DATE TO INT-MATCH-DATE(IN-COUNT)
	               MOVE 0             TO INT-RCV-QNTY(IN-COUNT)
	               MOVE 0             TO INT-REF-PRICE(IN-COUNT)
	               MOVE SPACES        TO INT-NOTE(IN-COUNT)
	           ELSE
	               DISPLAY "INVOICE FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO INVOICES LOST"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	   END-READ.

	SAVE-INVOICES.
	   OPEN OUTPUT INVOICE.
	   PERFORM VARYING IN-IX FROM 1 BY 1
	           UNTIL IN-IX > IN-COUNT
	       IF ( INT-STATUS(IN-IX) NOT= "DELETE" )
	           MOVE INT-INVOICE(IN-IX)    TO IN-INVOICE
	           MOVE INT-VENDOR(IN-IX)     TO IN-VENDOR
	           MOVE INT-INV-DATE(IN-IX)   TO IN-INV-DATE
	           MOVE INT-LINE(IN-IX)       TO IN-LINE
	           MOVE INT-PO(IN-IX)         TO IN-PO
	           MOVE INT-CDE(IN-IX)        TO IN-CDE
	           MOVE INT-QNTY(IN-IX)       TO IN-QNTY
	           MOVE INT-PRICE(IN-IX)      TO IN-PRICE
	           MOVE INT-STATUS(IN-IX)     TO IN-STATUS
	           MOVE INT-MATCH-DATE(IN-IX) TO IN-MATCH-DATE
	           WRITE INREC
	       END-IF
	   END-PERFORM.
	   CLOSE INVOICE.

	LOAD-VENDORS.
	   MOVE 0 TO VN-COUNT.
	   MOVE SPACES TO WS-VEND-STATUS.
	   OPEN INPUT VENDOR.
	   IF ( WS-VEND-STATUS NOT= "00" )
	       DISPLAY "VENDOR FILE NOT FOUND - RUN STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO VF.
	   PERFORM LOAD-ONE-VENDOR UNTIL VF = "NO".
	   CLOSE VENDOR.

	LOAD-ONE-VENDOR.
	   READ VENDOR AT END MOVE "NO" TO VF
	       NOT AT END
	           IF ( VN-COUNT >= 100 )
	               DISPLAY "VENDOR FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO INVOICES CHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO VN-COUNT
	           MOVE VN-CODE TO VNT-CODE(VN-COUNT)
	           MOVE VN-NAME TO VNT-NAME(VN-COUNT)
	   END-READ.

	FIND-VENDOR.
	   MOVE 0 TO WS-VN-SLOT.
	   PERFORM VARYING VN-IX FROM 1 BY 1
	           UNTIL VN-IX > VN-COUNT OR WS-VN-SLOT > 0
	       IF ( VNT-CODE(VN-IX) = WS-ENTRY-VENDOR )
	           MOVE VN-IX TO WS-VN-SLOT
	       END-IF
	   END-PERFORM.

	OPEN-OPEN-ORDERS.
	   MOVE SPACES TO WS-OO-STATUS.
	   OPEN INPUT OPEN-ORDER.
	   IF ( WS-OO-STATUS = "00" )
	       MOVE "YES" TO WS-OO-OPEN
	   ELSE
	       MOVE "NO" TO WS-OO-OPEN
	   END-IF.

	FIND-ORDER-LINE.
	   MOVE "NO" TO WS-OO-FOUND.
	   IF ( WS-OO-OPEN = "YES" )
	       MOVE WS-ENTRY-PO TO OO-PO
	       MOVE WS-ENTRY-CDE TO OO-CDE
	       READ OPEN-ORDER KEY IS OO-KEY
	           INVALID KEY CONTINUE
	           NOT INVALID KEY MOVE "YES" TO WS-OO-FOUND
	       END-READ
	   END-IF.

	INVOICE-ENTRY.
	   MOVE "NO" TO WS-ENTRY-DONE.
	   PERFORM ENTER-ONE-INVOICE UNTIL WS-ENTRY-DONE = "YES".
	   DISPLAY "INVOICE LINES ENTERED : " CNT-LINES-ENTERED.
	   DISPLAY "INVOICES DELETED      : " CNT-INVOICES-DELETED.

	ENTER-ONE-INVOICE.
	   MOVE "A" TO WS-ENTRY-ACTION.
	   MOVE SPACES TO WS-ENTRY-VENDOR, WS-ENTRY-INVOICE.
	   MOVE 0 TO WS-ENTRY-INV-DATE.
	   MOVE SPACES TO WS-RESULT-MSG.
	   DISPLAY SCREEN-BLANK-IV.
	   DISPLAY SCREEN-RECORD-INVHEAD.
	   ACCEPT SCREEN-RECORD-INVHEAD.
	   IF ( WS-ENTRY-VENDOR = SPACES )
	       MOVE "YES" TO WS-ENTRY-DONE
	   ELSE
	       PERFORM EDIT-INVOICE-HEAD
	       DISPLAY SCREEN-RECORD-IVRESULT
	   END-IF.

	EDIT-INVOICE-HEAD.
	   PERFORM FIND-VENDOR.
	   MOVE 0 TO WS-GRP-START.
	   PERFORM VARYING IN-IX FROM 1 BY 1
	           UNTIL IN-IX > IN-COUNT OR WS-GRP-START > 0
	       IF ( INT-VENDOR(IN-IX) = WS-ENTRY-VENDOR
	            AND INT-INVOICE(IN-IX) = WS-ENTRY-INVOICE )
	           MOVE IN-IX TO WS-GRP-START
	       END-IF
	   END-PERFORM.
	   IF ( WS-ENTRY-ACTION = "D" )
	       PERFORM DELETE-INVOICE
	   ELSE
	       IF ( WS-VN-SLOT = 0 )
	           MOVE "VENDOR NOT ON FILE" TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-INVOICE = SPACES )
	               MOVE "INVOICE NUMBER REQUIRED" TO WS-RESULT-MSG
	           ELSE
	               IF ( WS-GRP-START > 0 )
	                   MOVE "INVOICE ALREADY ENTERED FOR VENDOR"
	                       TO WS-RESULT-MSG
	               ELSE
	                   PERFORM CHECK-INVOICE-DATE
	                   IF ( WS-DV-FLAG NOT= "V" )
	                       MOVE "INVALID INVOICE DATE"
	                           TO WS-RESULT-MSG
	                   ELSE
	                       PERFORM ENTER-INVOICE-LINES
	                   END-IF
	               END-IF
	           END-IF
	       END-IF
	   END-IF.

	CHECK-INVOICE-DATE.
	   IF ( WS-ENTRY-INV-DATE = 0 )
	       MOVE WS-RUN-DATE TO WS-ENTRY-INV-DATE
	   END-IF.
	   MOVE "V" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-ENTRY-INV-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS.

	DELETE-INVOICE.
	   IF ( WS-GRP-START = 0 )
	       MOVE "INVOICE NOT ON FILE" TO WS-RESULT-MSG
	   ELSE
	       IF ( INT-STATUS(WS-GRP-START) = "APPRVD" )
	           MOVE "INVOICE ALREADY APPROVED - NOT DELETED"
	               TO WS-RESULT-MSG
	       ELSE
	           PERFORM VARYING IN-IX FROM 1 BY 1
	                   UNTIL IN-IX > IN-COUNT
	               IF ( INT-VENDOR(IN-IX) = WS-ENTRY-VENDOR
	                    AND INT-INVOICE(IN-IX) = WS-ENTRY-INVOICE )
	                   MOVE "DELETE" TO INT-STATUS(IN-IX)
	               END-IF
	           END-PERFORM
	           PERFORM SAVE-INVOICES
	           PERFORM LOAD-INVOICES
	           ADD 1 TO CNT-INVOICES-DELETED
	           MOVE "INVOICE DELETED" TO WS-RESULT-MSG
	       END-IF
	   END-IF.

	ENTER-INVOICE-LINES.
	   MOVE VNT-NAME(WS-VN-SLOT) TO WS-VENDOR-NAME.
	   MOVE 0 TO WS-LINE-NO.
	   MOVE 0 TO WS-ENTRY-PO.
	   MOVE "NO" TO WS-INVOICE-DONE.
	   PERFORM ENTER-ONE-LINE UNTIL WS-INVOICE-DONE = "YES".
	   MOVE SPACES TO WS-RESULT-MSG.
	   STRING "INVOICE LINES ENTERED: " DELIMITED BY SIZE
	          WS-LINE-NO               DELIMITED BY SIZE
	          INTO WS-RESULT-MSG.

	ENTER-ONE-LINE.
	   MOVE SPACES TO WS-ENTRY-CDE.
	   MOVE 0 TO WS-ENTRY-QNTY.
	   MOVE 0 TO WS-ENTRY-PRICE.
	   COMPUTE WS-LINE-NO = WS-LINE-NO + 1.
	   DISPLAY SCREEN-BLANK-IV.
	   DISPLAY SCREEN-RECORD-INVLINE.
	   ACCEPT SCREEN-RECORD-INVLINE.
	   SUBTRACT 1 FROM WS-LINE-NO.
	   IF ( WS-ENTRY-CDE = SPACES )
	       MOVE "YES" TO WS-INVOICE-DONE
	   ELSE
	       PERFORM EDIT-INVOICE-LINE
	       DISPLAY SCREEN-RECORD-IVRESULT
	   END-IF.

	EDIT-INVOICE-LINE.
	   PERFORM FIND-ORDER-LINE.
	   IF ( WS-OO-FOUND NOT= "YES" )
	       MOVE "PO AND CDE NOT ON OPEN-ORDER FILE"
	           TO WS-RESULT-MSG
	   ELSE
	       IF ( OO-VENDOR NOT= SPACES
	            AND OO-VENDOR NOT= WS-ENTRY-VENDOR )
	           MOVE "PO WAS RAISED ON ANOTHER VENDOR"
	               TO WS-RESULT-MSG
	       ELSE
	           IF ( WS-ENTRY-QNTY = 0 OR WS-ENTRY-PRICE = 0 )
	               MOVE "QNTY AND PRICE MUST BE GREATER THAN ZERO"
	                   TO WS-RESULT-MSG
	           ELSE
	               IF ( IN-COUNT >= 2000 )
	                   DISPLAY "INVOICE TABLE FULL - STOPPED"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               PERFORM ADD-INVOICE-LINE
	           END-IF
	       END-IF
	   END-IF.

	ADD-INVOICE-LINE.
	   ADD 1 TO WS-LINE-NO.
	   ADD 1 TO IN-COUNT.
	   MOVE WS-ENTRY-INVOICE  TO INT-INVOICE(IN-COUNT).
	   MOVE WS-ENTRY-VENDOR   TO INT-VENDOR(IN-COUNT).
	   MOVE WS-ENTRY-INV-DATE TO INT-INV-DATE(IN-COUNT).
	   MOVE WS-LINE-NO        TO INT-LINE(IN-COUNT).
	   MOVE WS-ENTRY-PO       TO INT-PO(IN-COUNT).
	   MOVE WS-ENTRY-CDE      TO INT-CDE(IN-COUNT).
	   MOVE WS-ENTRY-QNTY     TO INT-QNTY(IN-COUNT).
	   MOVE WS-ENTRY-PRICE    TO INT-PRICE(IN-COUNT).
	   MOVE "NEW"             TO INT-STATUS(IN-COUNT).
	   MOVE 0                 TO INT-MATCH-DATE(IN-COUNT).
	   PERFORM SAVE-INVOICES.
	   ADD 1 TO CNT-LINES-ENTERED.
	   MOVE "INVOICE LINE RECORDED" TO WS-RESULT-MSG.

	MATCH-INVOICES.
	   PERFORM READ-MATCH-PARMS.
	   PERFORM LOAD-RECEIPTS.
	   PERFORM LOAD-GL-ACCOUNTS.
	   OPEN OUTPUT AP-INTERFACE.
	   MOVE 1 TO WS-GRP-START.
	   PERFORM MATCH-ONE-INVOICE UNTIL WS-GRP-START > IN-COUNT.
	   CLOSE AP-INTERFACE.
	   PERFORM WRITE-JOURNAL-FILE.
	   PERFORM SAVE-INVOICES.
	   PERFORM PRINT-MATCH-REPORT.
	   DISPLAY "INVOICES APPROVED     : " CNT-APPROVED.
	   DISPLAY "INVOICES IN EXCEPTION : " CNT-EXCEPTIONS.
	   DISPLAY "INVOICES HELD         : " CNT-HELD.

	READ-MATCH-PARMS.
	   MOVE SPACES TO WS-MP-STATUS.
	   OPEN INPUT MATCH-PARMS.
	   IF ( WS-MP-STATUS = "00" )
	       READ MATCH-PARMS
	           AT END CONTINUE
	           NOT AT END
	               MOVE MP-QTY-TOL-PCT   TO WS-QTY-TOL-PCT
	               MOVE MP-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
	       END-READ
	       CLOSE MATCH-PARMS
	   END-IF.

	LOAD-RECEIPTS.
	   MOVE 0 TO RC-COUNT.
	   MOVE SPACES TO WS-REG-STATUS.
	   OPEN INPUT RECV-REGISTER.
	   IF ( WS-REG-STATUS = "35" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO RGF
	       PERFORM LOAD-ONE-RECEIPT UNTIL RGF = "NO"
	       CLOSE RECV-REGISTER
	   END-IF.

	LOAD-ONE-RECEIPT.
	   READ RECV-REGISTER AT END MOVE "NO" TO RGF
	       NOT AT END
	           IF ( RG-PO > 0 )
	               PERFORM POST-ONE-RECEIPT
	           END-IF
	   END-READ.

	POST-ONE-RECEIPT.
	   MOVE 0 TO WS-RC-SLOT.
	   PERFORM VARYING RC-IX FROM 1 BY 1
	           UNTIL RC-IX > RC-COUNT OR WS-RC-SLOT > 0
	       IF ( RCT-PO(RC-IX) = RG-PO
	            AND RCT-CDE(RC-IX) = RG-CDE )
	           MOVE RC-IX TO WS-RC-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-RC-SLOT = 0 )
	       IF ( RC-COUNT >= 1000 )
	           DISPLAY "RECEIVING REGISTER EXCEEDS TABLE"
	           DISPLAY "RUN STOPPED - NO INVOICES CHANGED"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO RC-COUNT
	       MOVE RG-PO  TO RCT-PO(RC-COUNT)
	       MOVE RG-CDE TO RCT-CDE(RC-COUNT)
	       MOVE 0      TO RCT-QNTY(RC-COUNT)
	       MOVE RC-COUNT TO WS-RC-SLOT
	   END-IF.
	   ADD RG-QNTY TO RCT-QNTY(WS-RC-SLOT).
	   MOVE RG-COST TO RCT-COST(WS-RC-SLOT).

	LOAD-GL-ACCOUNTS.
	   MOVE 0 TO GA-COUNT.
	   MOVE SPACES TO WS-GA-STATUS.
	   OPEN INPUT GL-ACCOUNT.
	   IF ( WS-GA-STATUS NOT= "00" )
	       CONTINUE
	   ELSE
	       MOVE "YES" TO GAF
	       PERFORM LOAD-ONE-ACCOUNT UNTIL GAF = "NO"
	       CLOSE GL-ACCOUNT
	   END-IF.

	LOAD-ONE-ACCOUNT.
	   READ GL-ACCOUNT AT END MOVE "NO" TO GAF
	       NOT AT END
	           IF ( GA-COUNT >= 50 )
	               DISPLAY "GL-ACCOUNT FILE EXCEEDS TABLE"
	               DISPLAY "RUN STOPPED - NO INVOICES CHANGED"
	               MOVE 12 TO RETURN-CODE
	               STOP RUN
	           END-IF
	           ADD 1 TO GA-COUNT
	           MOVE GA-TTYPE  TO GAT-TTYPE(GA-COUNT)
	           MOVE GA-REASON TO GAT-REASON(GA-COUNT)
	           MOVE GA-DEBIT  TO GAT-DEBIT(GA-COUNT)
	           MOVE GA-CREDIT TO GAT-CREDIT(GA-COUNT)
	   END-READ.

	MATCH-ONE-INVOICE.
	   MOVE WS-GRP-START TO WS-GRP-END.
	   PERFORM UNTIL ( WS-GRP-END >= IN-COUNT
	                   OR INT-VENDOR(WS-GRP-END + 1)
	                          NOT= INT-VENDOR(WS-GRP-START)
	                   OR INT-INVOICE(WS-GRP-END + 1)
	                          NOT= INT-INVOICE(WS-GRP-START) )
	       ADD 1 TO WS-GRP-END
	   END-PERFORM.
	   IF ( INT-STATUS(WS-GRP-START) NOT= "APPRVD" )
	       PERFORM MATCH-INVOICE-LINES
	   END-IF.
	   COMPUTE WS-GRP-START = WS-GRP-END + 1.

	MATCH-INVOICE-LINES.
	   MOVE "APPRVD" TO WS-GRP-STATUS.
	   PERFORM VARYING IN-IX FROM WS-GRP-START BY 1
	           UNTIL IN-IX > WS-GRP-END
	       PERFORM MATCH-ONE-LINE
	   END-PERFORM.
	   PERFORM VARYING IN-IX FROM WS-GRP-START BY 1
	           UNTIL IN-IX > WS-GRP-END
	       MOVE WS-GRP-STATUS TO INT-STATUS(IN-IX)
	   END-PERFORM.
	   EVALUATE WS-GRP-STATUS
	       WHEN "APPRVD"
	           PERFORM APPROVE-INVOICE
	       WHEN "HELD"
	           ADD 1 TO CNT-HELD
	       WHEN OTHER
	           ADD 1 TO CNT-EXCEPTIONS
	   END-EVALUATE.

	MATCH-ONE-LINE.
	   MOVE INT-PO(IN-IX)  TO WS-ENTRY-PO.
	   MOVE INT-CDE(IN-IX) TO WS-ENTRY-CDE.
	   MOVE "OK" TO INT-NOTE(IN-IX).
	   MOVE 0 TO INT-RCV-QNTY(IN-IX).
	   MOVE 0 TO INT-REF-PRICE(IN-IX).
	   PERFORM FIND-ORDER-LINE.
	   MOVE 0 TO WS-RC-SLOT.
	   PERFORM VARYING RC-IX FROM 1 BY 1
	           UNTIL RC-IX > RC-COUNT OR WS-RC-SLOT > 0
	       IF ( RCT-PO(RC-IX) = WS-ENTRY-PO
	            AND RCT-CDE(RC-IX) = WS-ENTRY-CDE )
	           MOVE RC-IX TO WS-RC-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-OO-FOUND NOT= "YES" )
	       MOVE "NOT ON PO" TO INT-NOTE(IN-IX)
	       PERFORM SET-GROUP-EXCEPTION
	   ELSE
	       IF ( WS-RC-SLOT = 0 )
	           MOVE "NOT RECEIVED" TO INT-NOTE(IN-IX)
	           MOVE "HELD" TO WS-GRP-STATUS
	       ELSE
	           PERFORM CHECK-LINE-QUANTITY
	           PERFORM CHECK-LINE-PRICE
	       END-IF
	   END-IF.

	SET-GROUP-EXCEPTION.
	   IF ( WS-GRP-STATUS NOT= "HELD" )
	       MOVE "EXCEPT" TO WS-GRP-STATUS
	   END-IF.

	CHECK-LINE-QUANTITY.
	   MOVE 0 TO WS-PRIOR-INVOICED.
	   PERFORM VARYING IN-JX FROM 1 BY 1
	           UNTIL IN-JX > IN-COUNT
	       IF ( ( INT-STATUS(IN-JX) = "APPRVD"
	              OR ( IN-JX >= WS-GRP-START AND IN-JX < IN-IX ) )
	            AND INT-PO(IN-JX) = WS-ENTRY-PO
	            AND INT-CDE(IN-JX) = WS-ENTRY-CDE )
	           ADD INT-QNTY(IN-JX) TO WS-PRIOR-INVOICED
	       END-IF
	   END-PERFORM.
	   COMPUTE WS-AVAILABLE
	       = RCT-QNTY(WS-RC-SLOT) - WS-PRIOR-INVOICED.
	   MOVE WS-AVAILABLE TO INT-RCV-QNTY(IN-IX).
	   IF ( WS-AVAILABLE <= 0 )
	       MOVE "ALREADY INVOICED" TO INT-NOTE(IN-IX)
	       PERFORM SET-GROUP-EXCEPTION
	   ELSE
	       COMPUTE WS-QTY-VAR = INT-QNTY(IN-IX) - WS-AVAILABLE
	       COMPUTE WS-QTY-TOL
	           = WS-AVAILABLE * WS-QTY-TOL-PCT / 100
	       IF ( WS-QTY-VAR > WS-QTY-TOL )
	           MOVE "QTY OVER RECEIVED" TO INT-NOTE(IN-IX)
	           PERFORM SET-GROUP-EXCEPTION
	       END-IF
	   END-IF.

	CHECK-LINE-PRICE.
	   MOVE OO-PRICE TO INT-REF-PRICE(IN-IX).
	   IF ( INT-REF-PRICE(IN-IX) = 0 )
	       MOVE RCT-COST(WS-RC-SLOT) TO INT-REF-PRICE(IN-IX)
	   END-IF.
	   IF ( INT-REF-PRICE(IN-IX) = 0 )
	       MOVE "NO PRICE TO MATCH" TO INT-NOTE(IN-IX)
	       PERFORM SET-GROUP-EXCEPTION
	   ELSE
	       COMPUTE WS-PRICE-VAR
	           = INT-PRICE(IN-IX) - INT-REF-PRICE(IN-IX)
	       IF ( WS-PRICE-VAR < 0 )
	           COMPUTE WS-PRICE-VAR = 0 - WS-PRICE-VAR
	       END-IF
	       COMPUTE WS-PRICE-TOL
	           = INT-REF-PRICE(IN-IX) * WS-PRICE-TOL-PCT / 100
	       IF ( WS-PRICE-VAR > WS-PRICE-TOL )
	           IF ( INT-NOTE(IN-IX) = "OK" )
	               MOVE "PRICE VARIANCE" TO INT-NOTE(IN-IX)
	           ELSE
	               MOVE "QTY AND PRICE" TO INT-NOTE(IN-IX)
	           END-IF
	           PERFORM SET-GROUP-EXCEPTION
	       END-IF
	   END-IF.

	APPROVE-INVOICE.
	   ADD 1 TO CNT-APPROVED.
	   MOVE 0 TO WS-GRP-AMOUNT, WS-GRP-PPV, WS-GRP-LINES.
	   PERFORM VARYING IN-IX FROM WS-GRP-START BY 1
	           UNTIL IN-IX > WS-GRP-END
	       MOVE WS-RUN-DATE TO INT-MATCH-DATE(IN-IX)
	       COMPUTE WS-LINE-VALUE
	           = INT-QNTY(IN-IX) * INT-PRICE(IN-IX)
	       ADD WS-LINE-VALUE TO WS-GRP-AMOUNT
	       ADD 1 TO WS-GRP-LINES
	       COMPUTE WS-LINE-PPV = INT-QNTY(IN-IX)
	           * ( INT-PRICE(IN-IX) - INT-REF-PRICE(IN-IX) )
	       ADD WS-LINE-PPV TO WS-GRP-PPV
	       IF ( WS-LINE-PPV NOT= 0 )
	           PERFORM POST-LINE-PPV
	       END-IF
	   END-PERFORM.
	   ADD WS-GRP-AMOUNT TO TOT-APPROVED.
	   MOVE SPACES TO APREC.
	   MOVE INT-VENDOR(WS-GRP-START)   TO AP-VENDOR.
	   MOVE INT-INVOICE(WS-GRP-START)  TO AP-INVOICE.
	   MOVE INT-INV-DATE(WS-GRP-START) TO AP-INV-DATE.
	   MOVE WS-GRP-AMOUNT              TO AP-AMOUNT.
	   MOVE WS-GRP-LINES               TO AP-LINES.
	   MOVE WS-RUN-DATE                TO AP-APPROVED.
	   WRITE APREC.

	POST-LINE-PPV.
	   PERFORM FIND-PPV-ACCOUNT.
	   IF ( WS-LINE-PPV > 0 )
	       MOVE WS-LINE-PPV TO WS-POST-AMOUNT
	       ADD WS-POST-AMOUNT TO TOT-PPV-UNFAV
	   ELSE
	       COMPUTE WS-POST-AMOUNT = 0 - WS-LINE-PPV
	       ADD WS-POST-AMOUNT TO TOT-PPV-FAV
	   END-IF.
	   IF ( WS-GA-SLOT = 0 )
	       ADD 1 TO CNT-UNMAPPED
	       MOVE "SUSP-DR " TO WS-POST-ACCT
	       MOVE "D" TO WS-POST-SIDE
	       PERFORM POST-TO-ACCOUNT
	       MOVE "SUSP-CR " TO WS-POST-ACCT
	       MOVE "C" TO WS-POST-SIDE
	       PERFORM POST-TO-ACCOUNT
	   ELSE
	       IF ( WS-LINE-PPV > 0 )
	           MOVE GAT-DEBIT(WS-GA-SLOT) TO WS-POST-ACCT
	           MOVE "D" TO WS-POST-SIDE
	           PERFORM POST-TO-ACCOUNT
	           MOVE GAT-CREDIT(WS-GA-SLOT) TO WS-POST-ACCT
	           MOVE "C" TO WS-POST-SIDE
	           PERFORM POST-TO-ACCOUNT
	       ELSE
	           MOVE GAT-CREDIT(WS-GA-SLOT) TO WS-POST-ACCT
	           MOVE "D" TO WS-POST-SIDE
	           PERFORM POST-TO-ACCOUNT
	           MOVE GAT-DEBIT(WS-GA-SLOT) TO WS-POST-ACCT
	           MOVE "C" TO WS-POST-SIDE
	           PERFORM POST-TO-ACCOUNT
	       END-IF
	   END-IF.

	FIND-PPV-ACCOUNT.
	   MOVE 0 TO WS-GA-SLOT.
	   PERFORM VARYING GA-IX FROM 1 BY 1
	           UNTIL GA-IX > GA-COUNT OR WS-GA-SLOT > 0
	       IF ( GAT-TTYPE(GA-IX) = "P"
	            AND GAT-REASON(GA-IX) = "PPV" )
	           MOVE GA-IX TO WS-GA-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-GA-SLOT = 0 )
	       PERFORM VARYING GA-IX FROM 1 BY 1
	               UNTIL GA-IX > GA-COUNT OR WS-GA-SLOT > 0
	           IF ( GAT-TTYPE(GA-IX) = "P"
	                AND GAT-REASON(GA-IX) = SPACES )
	               MOVE GA-IX TO WS-GA-SLOT
	           END-IF
	       END-PERFORM
	   END-IF.

	POST-TO-ACCOUNT.
	   MOVE 0 TO WS-AC-SLOT.
	   PERFORM VARYING AC-IX FROM 1 BY 1
	           UNTIL AC-IX > AC-COUNT OR WS-AC-SLOT > 0
	       IF ( ACT-ACCOUNT(AC-IX) = WS-POST-ACCT )
	           MOVE AC-IX TO WS-AC-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-AC-SLOT = 0 )
	       IF ( AC-COUNT >= 100 )
	           DISPLAY "ACCOUNT TABLE FULL - RUN STOPPED"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO AC-COUNT
	       MOVE WS-POST-ACCT TO ACT-ACCOUNT(AC-COUNT)
	       MOVE 0 TO ACT-DEBITS(AC-COUNT)
	       MOVE 0 TO ACT-CREDITS(AC-COUNT)
	       MOVE AC-COUNT TO WS-AC-SLOT
	   END-IF.
	   IF ( WS-POST-SIDE = "D" )
	       ADD WS-POST-AMOUNT TO ACT-DEBITS(WS-AC-SLOT)
	       ADD WS-POST-AMOUNT TO TOT-DEBITS
	   ELSE
	       ADD WS-POST-AMOUNT TO ACT-CREDITS(WS-AC-SLOT)
	       ADD WS-POST-AMOUNT TO TOT-CREDITS
	   END-IF.

	WRITE-JOURNAL-FILE.
	   IF ( TOT-DEBITS NOT= TOT-CREDITS )
	       DISPLAY "PPV JOURNAL OUT OF BALANCE - RUN STOPPED"
	       DISPLAY "  DEBITS  " TOT-DEBITS
	       DISPLAY "  CREDITS " TOT-CREDITS
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   OPEN OUTPUT GL-JOURNAL.
	   PERFORM VARYING AC-IX FROM 1 BY 1
	           UNTIL AC-IX > AC-COUNT
	       IF ( ACT-DEBITS(AC-IX) > 0 )
	           MOVE SPACES TO GLJ-REC
	           MOVE WS-RUN-DATE TO GJ-DATE
	           MOVE ACT-ACCOUNT(AC-IX) TO GJ-ACCOUNT
	           MOVE "D" TO GJ-DRCR
	           MOVE ACT-DEBITS(AC-IX) TO GJ-AMOUNT
	           MOVE "EINVMTCH" TO GJ-SOURCE
	           WRITE GLJ-REC
	       END-IF
	       IF ( ACT-CREDITS(AC-IX) > 0 )
	           MOVE SPACES TO GLJ-REC
	           MOVE WS-RUN-DATE TO GJ-DATE
	           MOVE ACT-ACCOUNT(AC-IX) TO GJ-ACCOUNT
	           MOVE "C" TO GJ-DRCR
	           MOVE ACT-CREDITS(AC-IX) TO GJ-AMOUNT
	           MOVE "EINVMTCH" TO GJ-SOURCE
	           WRITE GLJ-REC
	       END-IF
	   END-PERFORM.
	   CLOSE GL-JOURNAL.

	PRINT-MATCH-REPORT.
	   OPEN OUTPUT REPORT-F.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   WRITE RREC FROM S-HEAD1.
	   MOVE WS-QTY-TOL-PCT TO HEAD-QTY-TOL.
	   MOVE WS-PRICE-TOL-PCT TO HEAD-PRICE-TOL.
	   WRITE RREC FROM S-HEAD1B.
	   WRITE RREC FROM S-LINE.
	   MOVE "INVOICES APPROVED THIS RUN" TO SEC-TITLE.
	   WRITE RREC FROM S-SECTION-HEAD.
	   WRITE RREC FROM S-APPR-HEAD.
	   MOVE 1 TO WS-GRP-START.
	   PERFORM PRINT-ONE-APPROVED UNTIL WS-GRP-START > IN-COUNT.
	   WRITE RREC FROM S-LINE.
	   MOVE "EXCEPT" TO WS-SECTION-STATUS.
	   MOVE "INVOICES IN EXCEPTION - NOT APPROVED" TO SEC-TITLE.
	   PERFORM PRINT-EXCEPTION-SECTION.
	   MOVE "HELD" TO WS-SECTION-STATUS.
	   MOVE "INVOICES HELD - PO NOT RECEIVED" TO SEC-TITLE.
	   PERFORM PRINT-EXCEPTION-SECTION.
	   MOVE SPACES TO S-CTL-PRINT.
	   MOVE "INVOICES APPROVED" TO CTL-LABEL.
	   MOVE CNT-APPROVED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "INVOICES IN EXCEPTION" TO CTL-LABEL.
	   MOVE CNT-EXCEPTIONS TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "INVOICES HELD" TO CTL-LABEL.
	   MOVE CNT-HELD TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "PPV LINES TO SUSPENSE" TO CTL-LABEL.
	   MOVE CNT-UNMAPPED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE SPACES TO S-TOT-PRINT.
	   MOVE "AMOUNT SENT TO PAYABLES" TO TOT-LABEL.
	   MOVE TOT-APPROVED TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   MOVE "UNFAVOURABLE PPV" TO TOT-LABEL.
	   MOVE TOT-PPV-UNFAV TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   MOVE "FAVOURABLE PPV" TO TOT-LABEL.
	   MOVE TOT-PPV-FAV TO TOT-AMOUNT.
	   WRITE RREC FROM S-TOT-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.

	PRINT-ONE-APPROVED.
	   MOVE WS-GRP-START TO WS-GRP-END.
	   PERFORM UNTIL ( WS-GRP-END >= IN-COUNT
	                   OR INT-VENDOR(WS-GRP-END + 1)
	                          NOT= INT-VENDOR(WS-GRP-START)
	                   OR INT-INVOICE(WS-GRP-END + 1)
	                          NOT= INT-INVOICE(WS-GRP-START) )
	       ADD 1 TO WS-GRP-END
	   END-PERFORM.
	   IF ( INT-STATUS(WS-GRP-START) = "APPRVD"
	        AND INT-MATCH-DATE(WS-GRP-START) = WS-RUN-DATE )
	       MOVE 0 TO WS-GRP-AMOUNT, WS-GRP-PPV, WS-GRP-LINES
	       PERFORM VARYING IN-IX FROM WS-GRP-START BY 1
	               UNTIL IN-IX > WS-GRP-END
	           COMPUTE WS-LINE-VALUE
	               = INT-QNTY(IN-IX) * INT-PRICE(IN-IX)
	           ADD WS-LINE-VALUE TO WS-GRP-AMOUNT
	           COMPUTE WS-LINE-PPV = INT-QNTY(IN-IX)
	               * ( INT-PRICE(IN-IX) - INT-REF-PRICE(IN-IX) )
	           ADD WS-LINE-PPV TO WS-GRP-PPV
	           ADD 1 TO WS-GRP-LINES
	       END-PERFORM
	       MOVE INT-VENDOR(WS-GRP-START)   TO APD-VENDOR
	       MOVE INT-INVOICE(WS-GRP-START)  TO APD-INVOICE
	       MOVE INT-INV-DATE(WS-GRP-START) TO APD-INV-DATE
	       MOVE WS-GRP-LINES  TO APD-LINES
	       MOVE WS-GRP-AMOUNT TO APD-AMOUNT
	       MOVE WS-GRP-PPV    TO APD-PPV
	       WRITE RREC FROM S-APPR-DETAIL
	   END-IF.
	   COMPUTE WS-GRP-START = WS-GRP-END + 1.

	PRINT-EXCEPTION-SECTION.
	   WRITE RREC FROM S-SECTION-HEAD.
	   MOVE 0 TO WS-SECTION-COUNT.
	   MOVE 1 TO WS-GRP-START.
	   PERFORM PRINT-ONE-EXCEPTION UNTIL WS-GRP-START > IN-COUNT.
	   WRITE RREC FROM S-LINE.

	PRINT-ONE-EXCEPTION.
	   MOVE WS-GRP-START TO WS-GRP-END.
	   PERFORM UNTIL ( WS-GRP-END >= IN-COUNT
	                   OR INT-VENDOR(WS-GRP-END + 1)
	                          NOT= INT-VENDOR(WS-GRP-START)
	                   OR INT-INVOICE(WS-GRP-END + 1)
	                          NOT= INT-INVOICE(WS-GRP-START) )
	       ADD 1 TO WS-GRP-END
	   END-PERFORM.
	   IF ( INT-STATUS(WS-GRP-START) = WS-SECTION-STATUS )
	       ADD 1 TO WS-SECTION-COUNT
	       WRITE RREC FROM S-BLANK
	       MOVE INT-INVOICE(WS-GRP-START)  TO IVH-INVOICE
	       MOVE INT-VENDOR(WS-GRP-START)   TO IVH-VENDOR
	       MOVE INT-VENDOR(WS-GRP-START)   TO WS-ENTRY-VENDOR
	       PERFORM FIND-VENDOR
	       IF ( WS-VN-SLOT > 0 )
	           MOVE VNT-NAME(WS-VN-SLOT) TO IVH-NAME
	       ELSE
	           MOVE "VENDOR NOT ON FILE" TO IVH-NAME
	       END-IF
	       MOVE INT-INV-DATE(WS-GRP-START) TO IVH-INV-DATE
	       WRITE RREC FROM S-INV-HEAD
	       WRITE RREC FROM S-LINE-HEAD
	       PERFORM VARYING IN-IX FROM WS-GRP-START BY 1
	               UNTIL IN-IX > WS-GRP-END
	           PERFORM PRINT-EXCEPTION-LINE
	       END-PERFORM
	   END-IF.
	   COMPUTE WS-GRP-START = WS-GRP-END + 1.

	PRINT-EXCEPTION-LINE.
	   MOVE INT-LINE(IN-IX)      TO LND-LINE.
	   MOVE INT-PO(IN-IX)        TO LND-PO.
	   MOVE INT-CDE(IN-IX)       TO LND-CDE.
	   MOVE INT-QNTY(IN-IX)      TO LND-INV-QTY.
	   MOVE INT-RCV-QNTY(IN-IX)  TO LND-RCV-QTY.
	   COMPUTE WS-QTY-VAR = INT-QNTY(IN-IX) - INT-RCV-QNTY(IN-IX).
	   MOVE WS-QTY-VAR           TO LND-QTY-VAR.
	   MOVE INT-PRICE(IN-IX)     TO LND-INV-PRICE.
	   MOVE INT-REF-PRICE(IN-IX) TO LND-REF-PRICE.
	   IF ( INT-REF-PRICE(IN-IX) > 0 )
	       COMPUTE WS-PRICE-VAR
	           = INT-PRICE(IN-IX) - INT-REF-PRICE(IN-IX)
	   ELSE
	       MOVE 0 TO WS-PRICE-VAR
	   END-IF.
	   MOVE WS-PRICE-VAR         TO LND-PRICE-VAR.
	   MOVE INT-NOTE(IN-IX)      TO LND-NOTE.
	   WRITE RREC FROM S-LINE-DETAIL.
