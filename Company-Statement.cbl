      * nightly extract or the appointment file) and writes one line
      * per company to COMPSTMT.RPT. Visits with no company code are
      * grouped under UNASSIGNED for manual follow-up.
      * Set STMT_MONTH (YYYYMM, default the current month). Closed
      * days are taken from the per-company daily statistics Day-Stats
      * builds in DAYSTAT.DAT; only today is counted from VISITOR.LOG.
      * Set REPORT_SITE to bill one site's visits only (blank or ALL
      * = every site); the statement ends with the visits per site.
      * Log records with no site count as the main building.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. company-statement.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT OPTIONAL STATEMENT-REPORT-FILE ASSIGN TO "COMPSTMT.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-STMTRPT-STATUS.
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD STATEMENT-REPORT-FILE.
	01 STATEMENT-REPORT-RECORD PIC X(80).

	WORKING-STORAGE SECTION.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-STMTRPT-STATUS PIC X(2).
		88 WS-STMTRPT-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	01 WS-MONTH-ANSWER PIC X(6).
	01 WS-STMT-MONTH PIC 9(6).
	01 WS-CURRENT-MONTH PIC 9(6).
	01 WS-YESTERDAY PIC 9(8).
	01 WS-MONTH-FIRST-DATE PIC 9(8).
	01 WS-MONTH-LAST-DATE PIC 9(8).
	01 WS-STATS-TO-DATE PIC 9(8).
	01 WS-NEXT-MONTH.
		05 WS-NM-YEAR PIC 9(4).
		05 WS-NM-MONTH PIC 9(2).
	01 WS-NEXT-MONTH-DATE PIC 9(8).
	01 WS-DAYS-EXPECTED PIC 9(6) VALUE ZERO.
	01 WS-DAYS-FOUND PIC 9(6) VALUE ZERO.
	01 WS-DAYS-MISSING PIC 9(6) VALUE ZERO.
	01 WS-WORK-COMPANY PIC X(6).
	01 WS-REPORT-SITE PIC X(4).
		88 WS-ALL-SITES VALUES 'ALL ' SPACES.
	01 WS-WORK-SITE PIC X(4).
	01 WS-WORK-VISITS PIC 9(6).
	01 WS-SITE-COUNT PIC 9(2) VALUE ZERO.
	01 WS-SITE-INDEX PIC 9(2).
	01 WS-SITE-FOUND PIC X(1).
	01 WS-SITE-LIMIT PIC 9(2) VALUE 20.
	01 WS-SITE-OVERFLOW PIC 9(6) VALUE ZERO.
	01 WS-SITE-TABLE.
		05 WS-SITE-ENTRY OCCURS 20 TIMES.
			10 WS-ST-SITE-ID PIC X(4).
			10 WS-ST-VISITS PIC 9(6).
	01 WS-COMP-COUNT PIC 9(3) VALUE ZERO.
	01 WS-COMP-INDEX PIC 9(3).
	01 WS-COMP-FOUND PIC X(1).
		05 WS-DL-COMPANY PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-VISITS PIC 9(6).
	01 WS-SITE-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-SL-SITE PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-SL-VISITS PIC 9(6).

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-MONTH
	COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1)
	PERFORM 1000-SET-STATEMENT-MONTH
	PERFORM 2500-TALLY-DAY-STATS
	IF WS-STMT-MONTH = WS-CURRENT-MONTH
		PERFORM 2000-TALLY-LIVE-LOG
	END-IF
	PERFORM 4000-PRINT-STATEMENT
	IF WS-DAYS-MISSING > ZERO
		DISPLAY "No daily statistics for " WS-DAYS-MISSING
			" closed days of the month - run Day-Stats"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Company table full - " WS-OVERFLOW-COUNT
			" visits not tallied"
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-SITE-OVERFLOW > ZERO
		DISPLAY "Site table full - " WS-SITE-OVERFLOW
			" visits not subtotalled by site"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	STOP RUN.

	1000-SET-STATEMENT-MONTH.
		MOVE WS-MONTH-ANSWER TO WS-STMT-MONTH
	ELSE
		MOVE WS-CURRENT-MONTH TO WS-STMT-MONTH
	END-IF
	STRING WS-STMT-MONTH "01" DELIMITED BY SIZE
		INTO WS-MONTH-FIRST-DATE
	MOVE WS-STMT-MONTH TO WS-NEXT-MONTH
	IF WS-NM-MONTH = 12
		ADD 1 TO WS-NM-YEAR
		MOVE 1 TO WS-NM-MONTH
	ELSE
		ADD 1 TO WS-NM-MONTH
	END-IF
	STRING WS-NEXT-MONTH "01" DELIMITED BY SIZE
		INTO WS-NEXT-MONTH-DATE
	COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1)
	ACCEPT WS-REPORT-SITE FROM ENVIRONMENT "REPORT_SITE"
	MOVE FUNCTION UPPER-CASE (WS-REPORT-SITE) TO WS-REPORT-SITE.

	2000-TALLY-LIVE-LOG.
	MOVE 'N' TO WS-EOF-FLAG

	2100-TALLY-VISIT.
	IF NOT VL-EVENT-ARRIVAL
	OR VL-DATE NOT = WS-TODAY-DATE
		EXIT PARAGRAPH
	END-IF
	IF VL-SITE-MAIN
		MOVE "MAIN" TO WS-WORK-SITE
	ELSE
		MOVE VL-SITE-ID TO WS-WORK-SITE
	END-IF
	IF NOT WS-ALL-SITES
	AND WS-WORK-SITE NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	IF VL-COMPANY-CODE = SPACES
	ELSE
		MOVE VL-COMPANY-CODE TO WS-WORK-COMPANY
	END-IF
	MOVE 1 TO WS-WORK-VISITS
	PERFORM 2200-ADD-VISITS.

	2200-ADD-VISITS.
	PERFORM 5000-FIND-COMPANY-ENTRY
	IF WS-COMP-FOUND = 'Y'
		ADD WS-WORK-VISITS TO WS-CP-VISITS (WS-COMP-INDEX)
		ADD WS-WORK-VISITS TO WS-TOTAL-VISITS
	ELSE
		ADD WS-WORK-VISITS TO WS-OVERFLOW-COUNT
		EXIT PARAGRAPH
	END-IF
	PERFORM 5500-FIND-SITE-ENTRY
	IF WS-SITE-FOUND = 'Y'
		ADD WS-WORK-VISITS TO WS-ST-VISITS (WS-SITE-INDEX)
	ELSE
		ADD WS-WORK-VISITS TO WS-SITE-OVERFLOW
	END-IF.

	2500-TALLY-DAY-STATS.
	IF WS-MONTH-LAST-DATE > WS-YESTERDAY
		MOVE WS-YESTERDAY TO WS-STATS-TO-DATE
	ELSE
		MOVE WS-MONTH-LAST-DATE TO WS-STATS-TO-DATE
	END-IF
	IF WS-MONTH-FIRST-DATE > WS-STATS-TO-DATE
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-DAYS-EXPECTED =
		FUNCTION INTEGER-OF-DATE (WS-STATS-TO-DATE)
		- FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST-DATE) + 1
	MOVE WS-DAYS-EXPECTED TO WS-DAYS-MISSING
	OPEN INPUT DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS ", closed days not counted"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-MONTH-FIRST-DATE TO DS-DATE
	MOVE LOW-VALUES TO DS-CATEGORY
	MOVE LOW-VALUES TO DS-SITE-ID
	MOVE LOW-VALUES TO DS-ITEM
	START DAILY-STATS-FILE KEY NOT < DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 2600-TALLY-ONE-STAT
		END-READ
	END-PERFORM
	CLOSE DAILY-STATS-FILE
	COMPUTE WS-DAYS-MISSING = WS-DAYS-EXPECTED - WS-DAYS-FOUND.

	2600-TALLY-ONE-STAT.
	IF DS-DATE > WS-STATS-TO-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF DS-CAT-DAY
		IF DS-SITE-ID = SPACES
			ADD 1 TO WS-DAYS-FOUND
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF NOT DS-CAT-COMPANY
	OR DS-ARRIVALS = ZERO
		EXIT PARAGRAPH
	END-IF
	IF NOT WS-ALL-SITES
	AND DS-SITE-ID NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	IF DS-ITEM = SPACES
		MOVE 'NONE  ' TO WS-WORK-COMPANY
	ELSE
		MOVE DS-ITEM TO WS-WORK-COMPANY
	END-IF
	MOVE DS-SITE-ID TO WS-WORK-SITE
	MOVE DS-ARRIVALS TO WS-WORK-VISITS
	PERFORM 2200-ADD-VISITS.

	5000-FIND-COMPANY-ENTRY.
	MOVE 'N' TO WS-COMP-FOUND
		END-IF
	END-IF.

	5500-FIND-SITE-ENTRY.
	MOVE 'N' TO WS-SITE-FOUND
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		OR WS-SITE-FOUND = 'Y'
		IF WS-ST-SITE-ID (WS-SITE-INDEX) = WS-WORK-SITE
			MOVE 'Y' TO WS-SITE-FOUND
		END-IF
	END-PERFORM
	IF WS-SITE-FOUND = 'Y'
		SUBTRACT 1 FROM WS-SITE-INDEX
	ELSE
		IF WS-SITE-COUNT < WS-SITE-LIMIT
			ADD 1 TO WS-SITE-COUNT
			MOVE WS-SITE-COUNT TO WS-SITE-INDEX
			MOVE WS-WORK-SITE
				TO WS-ST-SITE-ID (WS-SITE-INDEX)
			MOVE ZERO TO WS-ST-VISITS (WS-SITE-INDEX)
			MOVE 'Y' TO WS-SITE-FOUND
		END-IF
	END-IF.

	4000-PRINT-STATEMENT.
	OPEN OUTPUT STATEMENT-REPORT-FILE
	IF NOT WS-STMTRPT-OPEN-OK
	STRING "COMPANY VISIT STATEMENT - MONTH " WS-STMT-MONTH
		DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
	WRITE STATEMENT-REPORT-RECORD
	MOVE SPACES TO STATEMENT-REPORT-RECORD
	IF WS-ALL-SITES
		MOVE "SITES: ALL" TO STATEMENT-REPORT-RECORD
	ELSE
		STRING "SITE: " WS-REPORT-SITE DELIMITED BY SIZE
			INTO STATEMENT-REPORT-RECORD
	END-IF
	WRITE STATEMENT-REPORT-RECORD
	IF WS-DAYS-MISSING > ZERO
		MOVE SPACES TO STATEMENT-REPORT-RECORD
		STRING "*** NO DAILY STATISTICS FOR " WS-DAYS-MISSING
			" CLOSED DAYS - FIGURES INCOMPLETE ***"
			DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
		WRITE STATEMENT-REPORT-RECORD
	END-IF
	MOVE "  COMPANY      VISITS" TO STATEMENT-REPORT-RECORD
	WRITE STATEMENT-REPORT-RECORD
	PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
		"  COMPANIES " WS-COMP-COUNT
		DELIMITED BY SIZE INTO STATEMENT-REPORT-RECORD
	WRITE STATEMENT-REPORT-RECORD
	MOVE SPACES TO STATEMENT-REPORT-RECORD
	WRITE STATEMENT-REPORT-RECORD
	MOVE "  SITE         VISITS" TO STATEMENT-REPORT-RECORD
	WRITE STATEMENT-REPORT-RECORD
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		MOVE WS-ST-SITE-ID (WS-SITE-INDEX) TO WS-SL-SITE
		MOVE WS-ST-VISITS (WS-SITE-INDEX) TO WS-SL-VISITS
		MOVE WS-SITE-LINE TO STATEMENT-REPORT-RECORD
		WRITE STATEMENT-REPORT-RECORD
	END-PERFORM
	CLOSE STATEMENT-REPORT-FILE
	DISPLAY "Statement complete - " WS-COMP-COUNT
		" companies, " WS-TOTAL-VISITS " visits".
