	IDENTIFICATION DIVISION.
	PROGRAM-ID. RPTREG.
	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	   SELECT RPT-IN ASSIGN DYNAMIC WS-RPT-FILE
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RPT-STATUS.
	   SELECT REPORT-INDEX ASSIGN TO DISK
	   ORGANIZATION IS LINE SEQUENTIAL
	   FILE STATUS IS WS-RI-STATUS.
	DATA DIVISION.
	FILE SECTION.
	FD RPT-IN
	   LABEL RECORDS ARE STANDARD
	   DATA RECORD IS RPT-LINE.
	01 RPT-LINE PIC X(132).
	FD REPORT-INDEX
	   LABEL RECORDS ARE STANDARD
	   VALUE OF FILE-ID IS "REPORT-INDEX.DAT"
	   DATA RECORD IS RIREC.
	01 RIREC.
	   02 RI-RUN-DATE PIC 9(8).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-RUN-TIME PIC 9(6).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-PROGRAM  PIC X(8).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-CATEGORY PIC X(8).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-PAGES    PIC 9(5).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-LINES    PIC 9(7).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-FILE     PIC X(40).
	   02 FILLER      PIC X(01) VALUE SPACE.
	   02 RI-ARC-FILE PIC X(60).
	WORKING-STORAGE SECTION.
	77 WS-RPT-FILE PIC X(40) VALUE SPACES.
	77 WS-RPT-STATUS PIC X(2) VALUE "00".
	77 WS-RI-STATUS PIC X(2) VALUE "00".
	77 WS-RPT-SW PIC X(3) VALUE "YES".
	77 WS-PAGE-LINES PIC 9(3) VALUE 60.
	77 WS-LINE-COUNT PIC 9(7) VALUE 0.
	77 WS-PAGE-COUNT PIC 9(5) VALUE 0.
	77 WS-RUN-DATE PIC 9(8) VALUE 0.
	77 WS-RUN-TIME PIC 9(8) VALUE 0.
	77 WS-RUN-HMS PIC 9(6) VALUE 0.
	77 WS-STEM PIC X(40) VALUE SPACES.
	77 WS-ARC-FILE PIC X(60) VALUE SPACES.
	77 WS-CMD PIC X(132) VALUE SPACES.
	LINKAGE SECTION.
	01 RR-PROGRAM  PIC X(8).
	01 RR-FILE     PIC X(40).
	01 RR-CATEGORY PIC X(8).
	PROCEDURE DIVISION USING RR-PROGRAM RR-FILE RR-CATEGORY.
	MAIN-PARA.
	   MOVE RR-FILE TO WS-RPT-FILE.
	   PERFORM COUNT-REPORT-LINES.
	   IF ( WS-RPT-STATUS = "00" )
	       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
	       ACCEPT WS-RUN-TIME FROM TIME
	       DIVIDE WS-RUN-TIME BY 100 GIVING WS-RUN-HMS
	       PERFORM ARCHIVE-REPORT-COPY
	       PERFORM WRITE-REPORT-INDEX
	   ELSE
	       DISPLAY "REPORT NOT INDEXED - FILE NOT FOUND: "
	               WS-RPT-FILE
	   END-IF.
	   GOBACK.

	COUNT-REPORT-LINES.
	   MOVE 0 TO WS-LINE-COUNT, WS-PAGE-COUNT.
	   MOVE SPACES TO WS-RPT-STATUS.
	   OPEN INPUT RPT-IN.
	   IF ( WS-RPT-STATUS = "00" )
	       MOVE "YES" TO WS-RPT-SW
	       PERFORM COUNT-ONE-LINE UNTIL WS-RPT-SW = "NO"
	       CLOSE RPT-IN
	       COMPUTE WS-PAGE-COUNT =
	           ( WS-LINE-COUNT + WS-PAGE-LINES - 1 ) / WS-PAGE-LINES
	       IF ( WS-PAGE-COUNT = 0 )
	           MOVE 1 TO WS-PAGE-COUNT
	       END-IF
	   END-IF.

	COUNT-ONE-LINE.
	   READ RPT-IN AT END MOVE "NO" TO WS-RPT-SW
	       NOT AT END ADD 1 TO WS-LINE-COUNT
	   END-READ.

	ARCHIVE-REPORT-COPY.
	   MOVE SPACES TO WS-STEM.
	   UNSTRING WS-RPT-FILE DELIMITED BY "."
	       INTO WS-STEM.
	   MOVE SPACES TO WS-ARC-FILE.
	   STRING WS-STEM     DELIMITED BY SPACE
	          "-"         DELIMITED BY SIZE
	          WS-RUN-DATE DELIMITED BY SIZE
	          "-"         DELIMITED BY SIZE
	          WS-RUN-HMS  DELIMITED BY SIZE
	          ".RPT"      DELIMITED BY SIZE
	          INTO WS-ARC-FILE.
	   MOVE SPACES TO WS-CMD.
	   STRING "cp "       DELIMITED BY SIZE
	          WS-RPT-FILE DELIMITED BY SPACE
	          " "         DELIMITED BY SIZE
	          WS-ARC-FILE DELIMITED BY SPACE
	          INTO WS-CMD.
	   CALL "SYSTEM" USING WS-CMD.

	WRITE-REPORT-INDEX.
	   MOVE SPACES TO WS-RI-STATUS.
	   OPEN EXTEND REPORT-INDEX.
	   IF ( WS-RI-STATUS = "35" )
	       MOVE SPACES TO WS-RI-STATUS
	       OPEN OUTPUT REPORT-INDEX
	   END-IF.
	   IF ( WS-RI-STATUS = "00" )
	       MOVE SPACES TO RIREC
	       MOVE WS-RUN-DATE TO RI-RUN-DATE
	       MOVE WS-RUN-HMS TO RI-RUN-TIME
	       MOVE RR-PROGRAM TO RI-PROGRAM
	       MOVE RR-CATEGORY TO RI-CATEGORY
	       MOVE WS-PAGE-COUNT TO RI-PAGES
	       MOVE WS-LINE-COUNT TO RI-LINES
	       MOVE WS-RPT-FILE TO RI-FILE
	       MOVE WS-ARC-FILE TO RI-ARC-FILE
	       WRITE RIREC
	       CLOSE REPORT-INDEX
	   ELSE
	       DISPLAY "REPORT-INDEX.DAT NOT AVAILABLE - "
	               WS-RPT-FILE " NOT INDEXED"
	   END-IF.
