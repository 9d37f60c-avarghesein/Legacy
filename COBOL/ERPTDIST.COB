	IDENTIFICATION DIVISION.
	PROGRAM-ID. ERPTDIST.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT REPORT-INDEX ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RI-STATUS.
	   SELECT DIST-LIST ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-DL-STATUS.
	   SELECT EXPECTED-RPT ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-EX-STATUS.
	   SELECT RPT-IN ASSIGN DYNAMIC WS-RPT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RPT-STATUS.
	   SELECT BUNDLE ASSIGN DYNAMIC WS-BUNDLE-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT REPORT-F ASSIGN DYNAMIC WS-REPORT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL.
	DATA DIVISION.
	FILE SECTION.
	FD REPORT-INDEX
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REPORT-INDEX.DAT"
	   DATA RECORD IS RIREC.
	01 RIREC.
	   02 RI-RUN-DATE PIC 9(8).
	   02 FILLER      PIC X(01).
	   02 RI-RUN-TIME PIC 9(6).
	   02 FILLER      PIC X(01).
	   02 RI-PROGRAM  PIC X(8).
	   02 FILLER      PIC X(01).
	   02 RI-CATEGORY PIC X(8).
	   02 FILLER      PIC X(01).
	   02 RI-PAGES    PIC 9(5).
	   02 FILLER      PIC X(01).
	   02 RI-LINES    PIC 9(7).
	   02 FILLER      PIC X(01).
	   02 RI-FILE     PIC X(40).
	   02 FILLER      PIC X(01).
	   02 RI-ARC-FILE PIC X(60).
	FD DIST-LIST
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "DIST-LIST.DAT"
	   DATA RECORD IS DLREC.
	01 DLREC.
	   02 DL-CATEGORY  PIC X(8).
	   02 FILLER       PIC X(01).
	   02 DL-RECIPIENT PIC X(10).
	   02 FILLER       PIC X(01).
	   02 DL-NAME      PIC X(25).
	FD EXPECTED-RPT
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "EXPECTED-REPORTS.DAT"
	   DATA RECORD IS EXREC.
	01 EXREC.
	   02 EX-PROGRAM  PIC X(8).
	   02 FILLER      PIC X(01).
	   02 EX-CATEGORY PIC X(8).
	   02 FILLER      PIC X(01).
	   02 EX-FILE     PIC X(40).
	FD RPT-IN
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RPT-LINE.
	01 RPT-LINE PIC X(132).
	FD BUNDLE
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS BREC.
	01 BREC PIC X(132).
	FD REPORT-F
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RREC.
	01 RREC PIC X(100).
	WORKING-STORAGE SECTION.
	77 RIF PIC X(3) VALUE "YES".
	77 DLF PIC X(3) VALUE "YES".
	77 EXF PIC X(3) VALUE "YES".
	77 WS-RPT-SW PIC X(3) VALUE "YES".
	77 WS-RI-STATUS PIC X(2) VALUE "00".
	77 WS-DL-STATUS PIC X(2) VALUE "00".
	77 WS-EX-STATUS PIC X(2) VALUE "00".
	77 WS-RPT-STATUS PIC X(2) VALUE "00".
	77 WS-ARG-COUNT PIC 9(2) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-MODE PIC X(8) VALUE "DIST".
	77 WS-WANT-DATE PIC 9(8) VALUE 0.
	77 WS-WANT-PROGRAM PIC X(8) VALUE "ALL".
	77 WS-REPORT-FILE PIC X(40) VALUE SPACES.
	77 WS-BUNDLE-FILE PIC X(60) VALUE SPACES.
	77 WS-RPT-FILE PIC X(60) VALUE SPACES.
	77 WS-DV-FUNC PIC X(1) VALUE "V".
	77 WS-DV-DATE2 PIC 9(8) VALUE 0.
	77 WS-DV-FLAG PIC X(1) VALUE "V".
	77 WS-DV-DAYS PIC S9(9) VALUE 0.
	77 WS-PAGE-LINES PIC 9(3) VALUE 60.
	77 WS-BUNDLE-LINES PIC 9(9) VALUE 0.
	77 WS-TARGET-LINES PIC 9(9) VALUE 0.
	77 WS-COVER-LINES PIC 9(5) VALUE 0.
	77 WS-COVER-PAGES PIC 9(5) VALUE 0.
	77 WS-PAGE-WORK PIC 9(7) VALUE 0.
	77 WS-NEXT-PAGE PIC 9(5) VALUE 0.
	77 WS-CHK-CATEGORY PIC X(8) VALUE SPACES.
	77 WS-CAT-MATCH PIC X(3) VALUE "NO".
	77 WS-RC-MISSING PIC 9(4) VALUE 0.
	77 WS-SLOT PIC 9(4) USAGE COMP VALUE 0.
	77 RX-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RX-IX PIC 9(4) USAGE COMP VALUE 0.
	01 RX-TABLE.
	   02 RX-ENT OCCURS 300.
	      05 RXT-TIME     PIC 9(6).
	      05 RXT-PROGRAM  PIC X(8).
	      05 RXT-CATEGORY PIC X(8).
	      05 RXT-PAGES    PIC 9(5).
	      05 RXT-FILE     PIC X(40).
	      05 RXT-ARC-FILE PIC X(60).
	      05 RXT-SENT     PIC X(1).
	77 DL-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 DL-IX PIC 9(4) USAGE COMP VALUE 0.
	01 DL-TABLE.
	   02 DL-ENT OCCURS 200.
	      05 DLT-CATEGORY  PIC X(8).
	      05 DLT-RECIPIENT PIC X(10).
	      05 DLT-NAME      PIC X(25).
	77 EX-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 EX-IX PIC 9(4) USAGE COMP VALUE 0.
	01 EX-TABLE.
	   02 EX-ENT OCCURS 100.
	      05 EXT-PROGRAM  PIC X(8).
	      05 EXT-CATEGORY PIC X(8).
	      05 EXT-FILE     PIC X(40).
	      05 EXT-FOUND    PIC X(1).
	77 RC-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 RC-IX PIC 9(4) USAGE COMP VALUE 0.
	01 RC-TABLE.
	   02 RC-ENT OCCURS 50.
	      05 RCT-RECIPIENT PIC X(10).
	      05 RCT-NAME      PIC X(25).
	77 BX-COUNT PIC 9(4) USAGE COMP VALUE 0.
	77 BX-IX PIC 9(4) USAGE COMP VALUE 0.
	01 BX-TABLE.
	   02 BX-ENT OCCURS 300.
	      05 BXT-RX    PIC 9(4) USAGE COMP.
	      05 BXT-START PIC 9(5).
	77 CNT-INDEXED PIC 9(5) VALUE 0.
	77 CNT-BUNDLES PIC 9(5) VALUE 0.
	77 CNT-MISSING PIC 9(5) VALUE 0.
	77 CNT-UNSENT PIC 9(5) VALUE 0.
	77 CNT-REPRINTED PIC 9(5) VALUE 0.
	01 S-LINE.
	  02 PIC X(100) VALUE ALL "*".
	01 S-HEAD1.
	  02 PIC X(15) VALUE SPACES.
	  02 HEAD-TITLE PIC X(40).
	  02 PIC X(10) VALUE "RUN DATE: ".
	  02 HEAD-RUN-DATE PIC 9(8).
	  02 PIC X(27) VALUE SPACES.
	01 S-HEAD2.
	  02 PIC X(15) VALUE SPACES.
	  02 PIC X(13) VALUE "REPORTS FOR: ".
	  02 HEAD-WANT-DATE PIC 9(8).
	  02 PIC X(64) VALUE SPACES.
	01 S-SECT-HEAD.
	  02 SECT-TITLE PIC X(40).
	  02 PIC X(60) VALUE SPACES.
	01 S-COVER-WHO.
	  02 PIC X(11) VALUE "RECIPIENT: ".
	  02 CW-RECIPIENT PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 CW-NAME PIC X(25).
	  02 PIC X(52) VALUE SPACES.
	01 S-CONT-HEAD.
	  02 PIC X(6)  VALUE "  PAGE".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(10) VALUE "PROGRAM".
	  02 PIC X(10) VALUE "CATEGORY".
	  02 PIC X(7)  VALUE "  PAGES".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(40) VALUE "REPORT FILE".
	  02 PIC X(23) VALUE SPACES.
	01 S-CONT-LINE.
	  02 CL-PAGE     PIC ZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 CL-PROGRAM  PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 CL-CATEGORY PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 CL-PAGES    PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 CL-FILE     PIC X(40).
	  02 PIC X(23) VALUE SPACES.
	01 S-MISS-LINE.
	  02 PIC X(8) VALUE SPACES.
	  02 ML-PROGRAM  PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 ML-CATEGORY PIC X(8).
	  02 PIC X(11) VALUE SPACES.
	  02 ML-FILE     PIC X(40).
	  02 PIC X(23) VALUE SPACES.
	01 S-BUNDLE-LINE.
	  02 BL-RECIPIENT PIC X(10).
	  02 PIC X(2) VALUE SPACES.
	  02 BL-REPORTS   PIC ZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 BL-PAGES     PIC ZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 BL-MISSING   PIC ZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 BL-FILE      PIC X(60).
	  02 PIC X(9) VALUE SPACES.
	01 S-BUNDLE-HEAD.
	  02 PIC X(12) VALUE "RECIPIENT".
	  02 PIC X(6)  VALUE "  RPTS".
	  02 PIC X(7)  VALUE "  PAGES".
	  02 PIC X(6)  VALUE "  MISS".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(60) VALUE "BUNDLE FILE".
	  02 PIC X(7)  VALUE SPACES.
	01 S-INDEX-HEAD.
	  02 PIC X(8)  VALUE "  TIME".
	  02 PIC X(10) VALUE "PROGRAM".
	  02 PIC X(10) VALUE "CATEGORY".
	  02 PIC X(7)  VALUE "  PAGES".
	  02 PIC X(2)  VALUE SPACES.
	  02 PIC X(40) VALUE "REPORT FILE / ARCHIVE COPY".
	  02 PIC X(23) VALUE SPACES.
	01 S-INDEX-LINE.
	  02 IL-TIME     PIC 9(6).
	  02 PIC X(2) VALUE SPACES.
	  02 IL-PROGRAM  PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 IL-CATEGORY PIC X(8).
	  02 PIC X(2) VALUE SPACES.
	  02 IL-PAGES    PIC ZZZZZZ9.
	  02 PIC X(2) VALUE SPACES.
	  02 IL-FILE     PIC X(40).
	  02 PIC X(23) VALUE SPACES.
	01 S-ARC-LINE.
	  02 PIC X(37) VALUE SPACES.
	  02 AL-ARC-FILE PIC X(60).
	  02 PIC X(3) VALUE SPACES.
	01 S-REPRINT-HEAD.
	  02 PIC X(12) VALUE "REPRINT OF: ".
	  02 RH-FILE PIC X(40).
	  02 PIC X(6) VALUE " RUN: ".
	  02 RH-DATE PIC 9(8).
	  02 PIC X(1) VALUE SPACE.
	  02 RH-TIME PIC 9(6).
	  02 PIC X(59) VALUE SPACES.
	01 S-CTL-PRINT.
	  02 CTL-LABEL PIC X(34).
	  02 CTL-VALUE PIC ZZZZZZZZ9.
	  02 PIC X(57) VALUE SPACES.
	01 S-BLANK PIC X(100) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN.
	   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	   PERFORM GET-PARAMETERS.
	   IF ( WS-MODE = "LIST" )
	       PERFORM LIST-INDEX
	   ELSE
	       PERFORM LOAD-REPORT-INDEX
	       IF ( WS-MODE = "REPRINT" )
	           PERFORM REPRINT-REPORTS
	       ELSE
	           PERFORM LOAD-DIST-LIST
	           PERFORM LOAD-EXPECTED-REPORTS
	           PERFORM DISTRIBUTE-REPORTS
	       END-IF
	   END-IF.
	   STOP RUN.

	GET-PARAMETERS.
	   MOVE WS-RUN-DATE TO WS-WANT-DATE.
	   ACCEPT WS-ARG-COUNT FROM ARGUMENT-NUMBER.
	   IF ( WS-ARG-COUNT > 0 )
	       DISPLAY 1 UPON ARGUMENT-NUMBER
	       ACCEPT WS-MODE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-ARG-COUNT > 1 )
	       DISPLAY 2 UPON ARGUMENT-NUMBER
	       ACCEPT WS-WANT-DATE FROM ARGUMENT-VALUE
	   END-IF.
	   IF ( WS-MODE = "REPRINT" )
	       IF ( WS-ARG-COUNT > 2 )
	           DISPLAY 3 UPON ARGUMENT-NUMBER
	           ACCEPT WS-WANT-PROGRAM FROM ARGUMENT-VALUE
	       END-IF
	       IF ( WS-ARG-COUNT > 3 )
	           DISPLAY 4 UPON ARGUMENT-NUMBER
	           ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	       END-IF
	   ELSE
	       IF ( WS-ARG-COUNT > 2 )
	           DISPLAY 3 UPON ARGUMENT-NUMBER
	           ACCEPT WS-REPORT-FILE FROM ARGUMENT-VALUE
	       END-IF
	   END-IF.
	   IF ( WS-MODE NOT= "DIST" AND WS-MODE NOT= "LIST"
	        AND WS-MODE NOT= "REPRINT" )
	       DISPLAY "INVALID MODE: " WS-MODE
	       DISPLAY "USE DIST, LIST OR REPRINT"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "V" TO WS-DV-FUNC.
	   CALL "DATEVAL" USING WS-DV-FUNC WS-WANT-DATE
	                        WS-DV-DATE2 WS-DV-FLAG WS-DV-DAYS.
	   IF ( WS-DV-FLAG NOT= "V" )
	       DISPLAY "INVALID REPORT DATE: " WS-WANT-DATE
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   IF ( WS-REPORT-FILE = SPACES )
	       IF ( WS-MODE = "REPRINT" )
	           STRING "REPRINT-"   DELIMITED BY SIZE
	                  WS-WANT-DATE DELIMITED BY SIZE
	                  ".DAT"       DELIMITED BY SIZE
	                  INTO WS-REPORT-FILE
	       ELSE
	           IF ( WS-MODE = "LIST" )
	               MOVE "REPORT-LIST.DAT" TO WS-REPORT-FILE
	           ELSE
	               MOVE "DIST-CONTROL.DAT" TO WS-REPORT-FILE
	           END-IF
	       END-IF
	   END-IF.

	OPEN-REPORT-INDEX.
	   MOVE SPACES TO WS-RI-STATUS.
	   OPEN INPUT REPORT-INDEX.
	   IF ( WS-RI-STATUS NOT= "00" )
	       DISPLAY "REPORT-INDEX.DAT NOT FOUND - NOTHING TO DO"
	       MOVE 8 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO RIF.

	LOAD-REPORT-INDEX.
	   MOVE 0 TO RX-COUNT.
	   PERFORM OPEN-REPORT-INDEX.
	   PERFORM LOAD-ONE-INDEX-ENTRY UNTIL RIF = "NO".
	   CLOSE REPORT-INDEX.

	LOAD-ONE-INDEX-ENTRY.
	   READ REPORT-INDEX AT END MOVE "NO" TO RIF
	       NOT AT END
	           IF ( RI-RUN-DATE = WS-WANT-DATE )
	               PERFORM KEEP-INDEX-ENTRY
	           END-IF
	   END-READ.

	KEEP-INDEX-ENTRY.
	   MOVE 0 TO WS-SLOT.
	   PERFORM VARYING RX-IX FROM 1 BY 1
	           UNTIL RX-IX > RX-COUNT OR WS-SLOT > 0
	       IF ( RXT-PROGRAM(RX-IX) = RI-PROGRAM
	            AND RXT-FILE(RX-IX) = RI-FILE )
	           MOVE RX-IX TO WS-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-SLOT = 0 )
	       IF ( RX-COUNT >= 300 )
	           DISPLAY "REPORT INDEX EXCEEDS TABLE FOR DATE"
	           DISPLAY "RUN STOPPED - NO BUNDLES BUILT"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO RX-COUNT
	       MOVE RX-COUNT TO WS-SLOT
	   END-IF.
	   MOVE RI-RUN-TIME TO RXT-TIME(WS-SLOT).
	   MOVE RI-PROGRAM TO RXT-PROGRAM(WS-SLOT).
	   MOVE RI-CATEGORY TO RXT-CATEGORY(WS-SLOT).
	   MOVE RI-PAGES TO RXT-PAGES(WS-SLOT).
	   MOVE RI-FILE TO RXT-FILE(WS-SLOT).
	   MOVE RI-ARC-FILE TO RXT-ARC-FILE(WS-SLOT).
	   MOVE "N" TO RXT-SENT(WS-SLOT).

	LOAD-DIST-LIST.
	   MOVE 0 TO DL-COUNT, RC-COUNT.
	   MOVE SPACES TO WS-DL-STATUS.
	   OPEN INPUT DIST-LIST.
	   IF ( WS-DL-STATUS NOT= "00" )
	       DISPLAY "DIST-LIST.DAT NOT FOUND - RUN STOPPED"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   MOVE "YES" TO DLF.
	   PERFORM LOAD-ONE-DIST-ENTRY UNTIL DLF = "NO".
	   CLOSE DIST-LIST.

	LOAD-ONE-DIST-ENTRY.
	   READ DIST-LIST AT END MOVE "NO" TO DLF
	       NOT AT END
	           IF ( DL-CATEGORY NOT= SPACES
	                AND DL-RECIPIENT NOT= SPACES )
	               PERFORM KEEP-DIST-ENTRY
	           END-IF
	   END-READ.

	KEEP-DIST-ENTRY.
	   IF ( DL-COUNT >= 200 )
	       DISPLAY "DIST-LIST FILE EXCEEDS TABLE"
	       DISPLAY "RUN STOPPED - NO BUNDLES BUILT"
	       MOVE 12 TO RETURN-CODE
	       STOP RUN
	   END-IF.
	   ADD 1 TO DL-COUNT.
	   MOVE DL-CATEGORY TO DLT-CATEGORY(DL-COUNT).
	   MOVE DL-RECIPIENT TO DLT-RECIPIENT(DL-COUNT).
	   MOVE DL-NAME TO DLT-NAME(DL-COUNT).
	   MOVE 0 TO WS-SLOT.
	   PERFORM VARYING RC-IX FROM 1 BY 1
	           UNTIL RC-IX > RC-COUNT OR WS-SLOT > 0
	       IF ( RCT-RECIPIENT(RC-IX) = DL-RECIPIENT )
	           MOVE RC-IX TO WS-SLOT
	       END-IF
	   END-PERFORM.
	   IF ( WS-SLOT = 0 )
	       IF ( RC-COUNT >= 50 )
	           DISPLAY "TOO MANY RECIPIENTS ON DIST-LIST"
	           DISPLAY "RUN STOPPED - NO BUNDLES BUILT"
	           MOVE 12 TO RETURN-CODE
	           STOP RUN
	       END-IF
	       ADD 1 TO RC-COUNT
	       MOVE DL-RECIPIENT TO RCT-RECIPIENT(RC-COUNT)
	       MOVE DL-NAME TO RCT-NAME(RC-COUNT)
	   END-IF.

	LOAD-EXPECTED-REPORTS.
	   MOVE 0 TO EX-COUNT.
	   MOVE SPACES TO WS-EX-STATUS.
	   OPEN INPUT EXPECTED-RPT.
	   IF ( WS-EX-STATUS = "35" )
	       DISPLAY "EXPECTED-REPORTS.DAT NOT FOUND - NO CHECK MADE"
	   ELSE
	       MOVE "YES" TO EXF
	       PERFORM LOAD-ONE-EXPECTED UNTIL EXF = "NO"
	       CLOSE EXPECTED-RPT
	   END-IF.

	LOAD-ONE-EXPECTED.
	   READ EXPECTED-RPT AT END MOVE "NO" TO EXF
	       NOT AT END
	           IF ( EX-PROGRAM NOT= SPACES )
	               IF ( EX-COUNT >= 100 )
	                   DISPLAY "EXPECTED-REPORTS FILE EXCEEDS TABLE"
	                   DISPLAY "RUN STOPPED - NO BUNDLES BUILT"
	                   MOVE 12 TO RETURN-CODE
	                   STOP RUN
	               END-IF
	               ADD 1 TO EX-COUNT
	               MOVE EX-PROGRAM TO EXT-PROGRAM(EX-COUNT)
	               MOVE EX-CATEGORY TO EXT-CATEGORY(EX-COUNT)
	               MOVE EX-FILE TO EXT-FILE(EX-COUNT)
	               PERFORM CHECK-EXPECTED-PRODUCED
	           END-IF
	   END-READ.

	CHECK-EXPECTED-PRODUCED.
	   MOVE "N" TO EXT-FOUND(EX-COUNT).
	   PERFORM VARYING RX-IX FROM 1 BY 1
	           UNTIL RX-IX > RX-COUNT OR EXT-FOUND(EX-COUNT) = "Y"
	       IF ( RXT-PROGRAM(RX-IX) = EX-PROGRAM
	            AND ( EX-FILE = SPACES
	                  OR RXT-FILE(RX-IX) = EX-FILE ) )
	           MOVE "Y" TO EXT-FOUND(EX-COUNT)
	       END-IF
	   END-PERFORM.
	   IF ( EXT-FOUND(EX-COUNT) = "N" )
	       ADD 1 TO CNT-MISSING
	   END-IF.

	CHECK-CATEGORY.
	   MOVE "NO" TO WS-CAT-MATCH.
	   PERFORM VARYING DL-IX FROM 1 BY 1
	           UNTIL DL-IX > DL-COUNT OR WS-CAT-MATCH = "YES"
	       IF ( DLT-CATEGORY(DL-IX) = WS-CHK-CATEGORY
	            AND DLT-RECIPIENT(DL-IX) = RCT-RECIPIENT(RC-IX) )
	           MOVE "YES" TO WS-CAT-MATCH
	       END-IF
	   END-PERFORM.

	DISTRIBUTE-REPORTS.
	   OPEN OUTPUT REPORT-F.
	   MOVE "REPORT DISTRIBUTION CONTROL" TO HEAD-TITLE.
	   PERFORM WRITE-REPORT-HEADING.
	   WRITE RREC FROM S-BUNDLE-HEAD.
	   PERFORM VARYING RC-IX FROM 1 BY 1 UNTIL RC-IX > RC-COUNT
	       PERFORM BUILD-ONE-BUNDLE
	   END-PERFORM.
	   WRITE RREC FROM S-BLANK.
	   MOVE "*** EXPECTED REPORTS NOT PRODUCED ***" TO SECT-TITLE.
	   WRITE RREC FROM S-SECT-HEAD.
	   PERFORM VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > EX-COUNT
	       IF ( EXT-FOUND(EX-IX) = "N" )
	           PERFORM MOVE-MISSING-LINE
	           WRITE RREC FROM S-MISS-LINE
	       END-IF
	   END-PERFORM.
	   WRITE RREC FROM S-BLANK.
	   MOVE "*** REPORTS WITH NO RECIPIENT ***" TO SECT-TITLE.
	   WRITE RREC FROM S-SECT-HEAD.
	   PERFORM VARYING RX-IX FROM 1 BY 1 UNTIL RX-IX > RX-COUNT
	       IF ( RXT-SENT(RX-IX) = "N" )
	           ADD 1 TO CNT-UNSENT
	           PERFORM MOVE-INDEX-LINE
	           WRITE RREC FROM S-INDEX-LINE
	       END-IF
	   END-PERFORM.
	   WRITE RREC FROM S-LINE.
	   MOVE RX-COUNT TO CNT-INDEXED.
	   MOVE "REPORTS INDEXED FOR DATE" TO CTL-LABEL.
	   MOVE CNT-INDEXED TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "BUNDLES BUILT" TO CTL-LABEL.
	   MOVE CNT-BUNDLES TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "EXPECTED REPORTS NOT PRODUCED" TO CTL-LABEL.
	   MOVE CNT-MISSING TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   MOVE "REPORTS WITH NO RECIPIENT" TO CTL-LABEL.
	   MOVE CNT-UNSENT TO CTL-VALUE.
	   WRITE RREC FROM S-CTL-PRINT.
	   WRITE RREC FROM S-LINE.
	   CLOSE REPORT-F.
	   DISPLAY "BUNDLES BUILT           : " CNT-BUNDLES.
	   DISPLAY "EXPECTED NOT PRODUCED   : " CNT-MISSING.
	   DISPLAY "CONTROL REPORT WRITTEN TO " WS-REPORT-FILE.
	   IF ( CNT-MISSING > 0 )
	       MOVE 4 TO RETURN-CODE
	   END-IF.

	WRITE-REPORT-HEADING.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-WANT-DATE TO HEAD-WANT-DATE.
	   WRITE RREC FROM S-HEAD1.
	   WRITE RREC FROM S-HEAD2.
	   WRITE RREC FROM S-LINE.

	BUILD-ONE-BUNDLE.
	   MOVE 0 TO BX-COUNT, WS-RC-MISSING.
	   PERFORM VARYING RX-IX FROM 1 BY 1 UNTIL RX-IX > RX-COUNT
	       MOVE RXT-CATEGORY(RX-IX) TO WS-CHK-CATEGORY
	       PERFORM CHECK-CATEGORY
	       IF ( WS-CAT-MATCH = "YES" )
	           ADD 1 TO BX-COUNT
	           MOVE RX-IX TO BXT-RX(BX-COUNT)
	           MOVE "Y" TO RXT-SENT(RX-IX)
	       END-IF
	   END-PERFORM.
	   PERFORM VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > EX-COUNT
	       IF ( EXT-FOUND(EX-IX) = "N" )
	           MOVE EXT-CATEGORY(EX-IX) TO WS-CHK-CATEGORY
	           PERFORM CHECK-CATEGORY
	           IF ( WS-CAT-MATCH = "YES" )
	               ADD 1 TO WS-RC-MISSING
	           END-IF
	       END-IF
	   END-PERFORM.
	   MOVE RCT-RECIPIENT(RC-IX) TO BL-RECIPIENT.
	   MOVE BX-COUNT TO BL-REPORTS.
	   MOVE WS-RC-MISSING TO BL-MISSING.
	   IF ( BX-COUNT = 0 AND WS-RC-MISSING = 0 )
	       MOVE 0 TO BL-PAGES
	       MOVE "NO REPORTS FOR RECIPIENT - NO BUNDLE" TO BL-FILE
	   ELSE
	       PERFORM LAY-OUT-BUNDLE
	       PERFORM WRITE-BUNDLE
	       COMPUTE BL-PAGES = WS-NEXT-PAGE - 1
	       MOVE WS-BUNDLE-FILE TO BL-FILE
	       ADD 1 TO CNT-BUNDLES
	   END-IF.
	   WRITE RREC FROM S-BUNDLE-LINE.

	LAY-OUT-BUNDLE.
	   COMPUTE WS-COVER-LINES = 8 + BX-COUNT.
	   IF ( WS-RC-MISSING > 0 )
	       COMPUTE WS-COVER-LINES = WS-COVER-LINES + 2
	           + WS-RC-MISSING
	   END-IF.
	   COMPUTE WS-COVER-PAGES =
	       ( WS-COVER-LINES + WS-PAGE-LINES - 1 ) / WS-PAGE-LINES.
	   COMPUTE WS-NEXT-PAGE = WS-COVER-PAGES + 1.
	   PERFORM VARYING BX-IX FROM 1 BY 1 UNTIL BX-IX > BX-COUNT
	       MOVE WS-NEXT-PAGE TO BXT-START(BX-IX)
	       MOVE BXT-RX(BX-IX) TO RX-IX
	       ADD RXT-PAGES(RX-IX) TO WS-NEXT-PAGE
	   END-PERFORM.
	   MOVE SPACES TO WS-BUNDLE-FILE.
	   STRING "BUNDLE-"             DELIMITED BY SIZE
	          RCT-RECIPIENT(RC-IX)  DELIMITED BY SPACE
	          "-"                   DELIMITED BY SIZE
	          WS-WANT-DATE          DELIMITED BY SIZE
	          ".DAT"                DELIMITED BY SIZE
	          INTO WS-BUNDLE-FILE.

	WRITE-BUNDLE.
	   OPEN OUTPUT BUNDLE.
	   MOVE 0 TO WS-BUNDLE-LINES.
	   MOVE "REPORT DISTRIBUTION BUNDLE" TO HEAD-TITLE.
	   MOVE WS-RUN-DATE TO HEAD-RUN-DATE.
	   MOVE WS-WANT-DATE TO HEAD-WANT-DATE.
	   MOVE S-LINE TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE S-HEAD1 TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE RCT-RECIPIENT(RC-IX) TO CW-RECIPIENT.
	   MOVE RCT-NAME(RC-IX) TO CW-NAME.
	   MOVE S-COVER-WHO TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE S-HEAD2 TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE S-LINE TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE SPACES TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE "CONTENTS" TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE S-CONT-HEAD TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   PERFORM VARYING BX-IX FROM 1 BY 1 UNTIL BX-IX > BX-COUNT
	       MOVE BXT-RX(BX-IX) TO RX-IX
	       MOVE BXT-START(BX-IX) TO CL-PAGE
	       MOVE RXT-PROGRAM(RX-IX) TO CL-PROGRAM
	       MOVE RXT-CATEGORY(RX-IX) TO CL-CATEGORY
	       MOVE RXT-PAGES(RX-IX) TO CL-PAGES
	       MOVE RXT-FILE(RX-IX) TO CL-FILE
	       MOVE S-CONT-LINE TO BREC
	       PERFORM WRITE-BUNDLE-LINE
	   END-PERFORM.
	   IF ( WS-RC-MISSING > 0 )
	       MOVE SPACES TO BREC
	       PERFORM WRITE-BUNDLE-LINE
	       MOVE "*** EXPECTED REPORTS NOT PRODUCED ***" TO BREC
	       PERFORM WRITE-BUNDLE-LINE
	       PERFORM VARYING EX-IX FROM 1 BY 1 UNTIL EX-IX > EX-COUNT
	           IF ( EXT-FOUND(EX-IX) = "N" )
	               MOVE EXT-CATEGORY(EX-IX) TO WS-CHK-CATEGORY
	               PERFORM CHECK-CATEGORY
	               IF ( WS-CAT-MATCH = "YES" )
	                   PERFORM MOVE-MISSING-LINE
	                   MOVE S-MISS-LINE TO BREC
	                   PERFORM WRITE-BUNDLE-LINE
	               END-IF
	           END-IF
	       END-PERFORM
	   END-IF.
	   COMPUTE WS-TARGET-LINES = WS-COVER-PAGES * WS-PAGE-LINES.
	   PERFORM PAD-BUNDLE-PAGE.
	   PERFORM VARYING BX-IX FROM 1 BY 1 UNTIL BX-IX > BX-COUNT
	       MOVE BXT-RX(BX-IX) TO RX-IX
	       MOVE RXT-ARC-FILE(RX-IX) TO WS-RPT-FILE
	       PERFORM COPY-REPORT-TO-BUNDLE
	       COMPUTE WS-TARGET-LINES = ( BXT-START(BX-IX) - 1
	           + RXT-PAGES(RX-IX) ) * WS-PAGE-LINES
	       PERFORM PAD-BUNDLE-PAGE
	   END-PERFORM.
	   CLOSE BUNDLE.

	WRITE-BUNDLE-LINE.
	   WRITE BREC.
	   ADD 1 TO WS-BUNDLE-LINES.

	PAD-BUNDLE-PAGE.
	   MOVE SPACES TO BREC.
	   PERFORM WRITE-BUNDLE-LINE
	       UNTIL WS-BUNDLE-LINES NOT< WS-TARGET-LINES.

	COPY-REPORT-TO-BUNDLE.
	   MOVE SPACES TO WS-RPT-STATUS.
	   OPEN INPUT RPT-IN.
	   IF ( WS-RPT-STATUS NOT= "00" )
	       MOVE SPACES TO BREC
	       STRING "REPORT COPY NOT AVAILABLE: " DELIMITED BY SIZE
	              WS-RPT-FILE                   DELIMITED BY SPACE
	              INTO BREC
	       PERFORM WRITE-BUNDLE-LINE
	   ELSE
	       MOVE "YES" TO WS-RPT-SW
	       PERFORM COPY-ONE-REPORT-LINE UNTIL WS-RPT-SW = "NO"
	       CLOSE RPT-IN
	   END-IF.

	COPY-ONE-REPORT-LINE.
	   READ RPT-IN AT END MOVE "NO" TO WS-RPT-SW
	       NOT AT END
	           MOVE RPT-LINE TO BREC
	           PERFORM WRITE-BUNDLE-LINE
	   END-READ.

	MOVE-MISSING-LINE.
	   MOVE EXT-PROGRAM(EX-IX) TO ML-PROGRAM.
	   MOVE EXT-CATEGORY(EX-IX) TO ML-CATEGORY.
	   MOVE EXT-FILE(EX-IX) TO ML-FILE.

	MOVE-INDEX-LINE.
	   MOVE RXT-TIME(RX-IX) TO IL-TIME.
	   MOVE RXT-PROGRAM(RX-IX) TO IL-PROGRAM.
	   MOVE RXT-CATEGORY(RX-IX) TO IL-CATEGORY.
	   MOVE RXT-PAGES(RX-IX) TO IL-PAGES.
	   MOVE RXT-FILE(RX-IX) TO IL-FILE.

	LIST-INDEX.
	   PERFORM OPEN-REPORT-INDEX.
	   OPEN OUTPUT REPORT-F.
	   MOVE "REPORT INDEX LISTING" TO HEAD-TITLE.
	   PERFORM WRITE-REPORT-HEADING.
	   WRITE RREC FROM S-INDEX-HEAD.
	   PERFORM LIST-ONE-INDEX-ENTRY UNTIL RIF = "NO".
	   CLOSE REPORT-INDEX.
	   WRITE RREC FROM S-LINE.
	   IF ( CNT-INDEXED = 0 )
	       MOVE "NO REPORTS INDEXED FOR DATE" TO RREC
	       WRITE RREC
	       WRITE RREC FROM S-LINE
	   ELSE
	       MOVE "REPORTS INDEXED FOR DATE" TO CTL-LABEL
	       MOVE CNT-INDEXED TO CTL-VALUE
	       WRITE RREC FROM S-CTL-PRINT
	   END-IF.
	   CLOSE REPORT-F.
	   DISPLAY "REPORTS INDEXED FOR " WS-WANT-DATE ": " CNT-INDEXED.
	   DISPLAY "LISTING WRITTEN TO " WS-REPORT-FILE.

	LIST-ONE-INDEX-ENTRY.
	   READ REPORT-INDEX AT END MOVE "NO" TO RIF
	       NOT AT END
	           IF ( RI-RUN-DATE = WS-WANT-DATE )
	               ADD 1 TO CNT-INDEXED
	               MOVE RI-RUN-TIME TO IL-TIME
	               MOVE RI-PROGRAM TO IL-PROGRAM
	               MOVE RI-CATEGORY TO IL-CATEGORY
	               MOVE RI-PAGES TO IL-PAGES
	               MOVE RI-FILE TO IL-FILE
	               WRITE RREC FROM S-INDEX-LINE
	               MOVE RI-ARC-FILE TO AL-ARC-FILE
	               WRITE RREC FROM S-ARC-LINE
	           END-IF
	   END-READ.

	REPRINT-REPORTS.
	   MOVE WS-REPORT-FILE TO WS-BUNDLE-FILE.
	   OPEN OUTPUT BUNDLE.
	   MOVE 0 TO WS-BUNDLE-LINES.
	   PERFORM VARYING RX-IX FROM 1 BY 1 UNTIL RX-IX > RX-COUNT
	       IF ( WS-WANT-PROGRAM = "ALL"
	            OR WS-WANT-PROGRAM = SPACES
	            OR RXT-PROGRAM(RX-IX) = WS-WANT-PROGRAM )
	           PERFORM REPRINT-ONE-REPORT
	       END-IF
	   END-PERFORM.
	   CLOSE BUNDLE.
	   DISPLAY "REPORTS REPRINTED: " CNT-REPRINTED.
	   DISPLAY "REPRINT WRITTEN TO " WS-REPORT-FILE.
	   IF ( CNT-REPRINTED = 0 )
	       DISPLAY "NO INDEXED REPORTS MATCH " WS-WANT-PROGRAM
	               " FOR " WS-WANT-DATE
	       MOVE 4 TO RETURN-CODE
	   END-IF.

	REPRINT-ONE-REPORT.
	   MOVE RXT-FILE(RX-IX) TO RH-FILE.
	   MOVE WS-WANT-DATE TO RH-DATE.
	   MOVE RXT-TIME(RX-IX) TO RH-TIME.
	   MOVE S-REPRINT-HEAD TO BREC.
	   PERFORM WRITE-BUNDLE-LINE.
	   MOVE RXT-ARC-FILE(RX-IX) TO WS-RPT-FILE.
	   PERFORM COPY-REPORT-TO-BUNDLE.
	   COMPUTE WS-PAGE-WORK =
	       ( WS-BUNDLE-LINES + WS-PAGE-LINES - 1 ) / WS-PAGE-LINES.
	   COMPUTE WS-TARGET-LINES = WS-PAGE-WORK * WS-PAGE-LINES.
	   PERFORM PAD-BUNDLE-PAGE.
	   ADD 1 TO CNT-REPRINTED.
