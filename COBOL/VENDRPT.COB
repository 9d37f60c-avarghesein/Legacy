	77 WS-VENDOR-FILE PIC X(40) VALUE "VENDOR.DAT".
	77 WS-ITEMVEND-FILE PIC X(40) VALUE "ITEMVEND.DAT".
	77 WS-REPORT-FILE PIC X(40) VALUE "VENDOR-REPORT.DAT".
	77 WS-RR-PROGRAM PIC X(8) VALUE "VENDRPT".
	77 WS-RR-CATEGORY PIC X(8) VALUE "PURCHASE".
	77 WS-VEND-STATUS PIC X(2) VALUE "00".
	77 WS-IV-STATUS PIC X(2) VALUE "00".
	77 WS-MTLR-FOUND PIC X(3) VALUE "NO".
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   CALL "RPTREG" USING WS-RR-PROGRAM WS-REPORT-FILE
	                       WS-RR-CATEGORY.
