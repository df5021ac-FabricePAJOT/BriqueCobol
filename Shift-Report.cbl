      * Shift productivity report - breaks greetings, case corrections
      * and rejects down by operator and by terminal for a requested
      * date range, so the desk can be staffed properly and a terminal
      * generating unusual reject volumes stands out. Closed days are
      * taken from the daily statistics Day-Stats builds nightly in
      * DAYSTAT.DAT; only today is counted from VISITOR.LOG and
      * REJECTS.RPT themselves.
      * Set REPORT_FROM and REPORT_TO (YYYYMMDD) to pick the range;
      * both default to today. Report is written to SHIFTRPT.RPT.
      * Operators and terminals are shown per site, followed by the
      * totals for each site; set REPORT_SITE to report one site only
      * (blank or ALL = every site). Records with no site count as
      * the main building.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. shift-report.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT OPTIONAL EXCEPTION-REPORT-FILE ASSIGN TO "REJECTS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REJLOG-STATUS.
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD EXCEPTION-REPORT-FILE.
	COPY REJLOG.
	FD SHIFT-REPORT-FILE.
	WORKING-STORAGE SECTION.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-REJLOG-STATUS PIC X(2).
		88 WS-REJLOG-FOUND VALUE '00'.
	01 WS-SHIFTRPT-STATUS PIC X(2).
	01 WS-SWAP-DATE PIC 9(8).
	01 WS-FROM-DATE PIC 9(8).
	01 WS-TO-DATE PIC 9(8).
	01 WS-YESTERDAY PIC 9(8).
	01 WS-STATS-TO-DATE PIC 9(8).
	01 WS-DAYS-EXPECTED PIC 9(6) VALUE ZERO.
	01 WS-DAYS-FOUND PIC 9(6) VALUE ZERO.
	01 WS-DAYS-MISSING PIC 9(6) VALUE ZERO.
	01 WS-REPORT-SITE PIC X(4).
		88 WS-ALL-SITES VALUES 'ALL ' SPACES.
	01 WS-WORK-SITE PIC X(4).
	01 WS-WORK-ID PIC X(8).
	01 WS-WORK-GREETS PIC 9(6).
	01 WS-WORK-CORRECTS PIC 9(6).
	01 WS-TERM-INDEX PIC 9(3).
	01 WS-TERM-FOUND PIC X(1).
	01 WS-TERM-LIMIT PIC 9(3) VALUE 50.
	01 WS-SITE-COUNT PIC 9(2) VALUE ZERO.
	01 WS-SITE-INDEX PIC 9(2).
	01 WS-SITE-FOUND PIC X(1).
	01 WS-SITE-LIMIT PIC 9(2) VALUE 20.
	01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
	01 WS-REPORT-FLAG PIC X(1) VALUE 'N'.
		88 WS-REPORT-WRITTEN VALUE 'Y'.
	01 WS-OP-TABLE.
		05 WS-OP-ENTRY OCCURS 50 TIMES.
			10 WS-OP-SITE PIC X(4).
			10 WS-OP-ID PIC X(8).
			10 WS-OP-GREETS PIC 9(6).
			10 WS-OP-CORRECTS PIC 9(6).
			10 WS-OP-REJECTS PIC 9(6).
	01 WS-TERM-TABLE.
		05 WS-TERM-ENTRY OCCURS 50 TIMES.
			10 WS-TERM-SITE PIC X(4).
			10 WS-TERM-ID PIC X(8).
			10 WS-TERM-GREETS PIC 9(6).
			10 WS-TERM-CORRECTS PIC 9(6).
			10 WS-TERM-REJECTS PIC 9(6).
	01 WS-SITE-TABLE.
		05 WS-SITE-ENTRY OCCURS 20 TIMES.
			10 WS-ST-SITE-ID PIC X(4).
			10 WS-ST-GREETS PIC 9(6).
			10 WS-ST-CORRECTS PIC 9(6).
			10 WS-ST-REJECTS PIC 9(6).
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-SITE PIC X(4).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-ID PIC X(8).
		05 FILLER PIC X(4) VALUE SPACES.
	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1)
	PERFORM 1000-SET-DATE-RANGE
	PERFORM 2500-TALLY-DAY-STATS
	IF WS-FROM-DATE NOT > WS-TODAY-DATE
	AND WS-TO-DATE NOT < WS-TODAY-DATE
		PERFORM 2000-TALLY-LIVE-LOG
		PERFORM 3000-TALLY-REJECTS
	END-IF
	PERFORM 4000-PRINT-REPORT
	IF WS-DAYS-MISSING > ZERO
		DISPLAY "No daily statistics for " WS-DAYS-MISSING
			" closed days in the range - run Day-Stats"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Operator/terminal/site table full - "
			WS-OVERFLOW-COUNT " records not tallied"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		MOVE WS-FROM-DATE TO WS-SWAP-DATE
		MOVE WS-TO-DATE TO WS-FROM-DATE
		MOVE WS-SWAP-DATE TO WS-TO-DATE
	END-IF
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
	MOVE 1 TO WS-WORK-GREETS
	IF VL-WAS-CORRECTED
		MOVE 1 TO WS-WORK-CORRECTS
	ELSE
		MOVE ZERO TO WS-WORK-CORRECTS
	END-IF
	MOVE ZERO TO WS-WORK-REJECTS
	MOVE VL-OPERATOR-ID TO WS-WORK-ID
	PERFORM 2200-ADD-TO-OPERATOR
	MOVE VL-TERMINAL-ID TO WS-WORK-ID
	PERFORM 2300-ADD-TO-TERMINAL.

	2200-ADD-TO-OPERATOR.
	PERFORM 5000-FIND-OP-ENTRY
	IF WS-OP-FOUND = 'Y'
		ADD WS-WORK-GREETS TO WS-OP-GREETS (WS-OP-INDEX)
		ADD WS-WORK-CORRECTS TO WS-OP-CORRECTS (WS-OP-INDEX)
		ADD WS-WORK-REJECTS TO WS-OP-REJECTS (WS-OP-INDEX)
	END-IF
	PERFORM 2400-ADD-TO-SITE.

	2300-ADD-TO-TERMINAL.
	PERFORM 5500-FIND-TERM-ENTRY
	IF WS-TERM-FOUND = 'Y'
		ADD WS-WORK-GREETS TO WS-TERM-GREETS (WS-TERM-INDEX)
		ADD WS-WORK-CORRECTS
			TO WS-TERM-CORRECTS (WS-TERM-INDEX)
		ADD WS-WORK-REJECTS TO WS-TERM-REJECTS (WS-TERM-INDEX)
	END-IF.

	2400-ADD-TO-SITE.
	PERFORM 5700-FIND-SITE-ENTRY
	IF WS-SITE-FOUND = 'Y'
		ADD WS-WORK-GREETS TO WS-ST-GREETS (WS-SITE-INDEX)
		ADD WS-WORK-CORRECTS TO WS-ST-CORRECTS (WS-SITE-INDEX)
		ADD WS-WORK-REJECTS TO WS-ST-REJECTS (WS-SITE-INDEX)
	END-IF.

	2500-TALLY-DAY-STATS.
	IF WS-TO-DATE > WS-YESTERDAY
		MOVE WS-YESTERDAY TO WS-STATS-TO-DATE
	ELSE
		MOVE WS-TO-DATE TO WS-STATS-TO-DATE
	END-IF
	IF WS-FROM-DATE > WS-STATS-TO-DATE
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-DAYS-EXPECTED =
		FUNCTION INTEGER-OF-DATE (WS-STATS-TO-DATE)
		- FUNCTION INTEGER-OF-DATE (WS-FROM-DATE) + 1
	MOVE WS-DAYS-EXPECTED TO WS-DAYS-MISSING
	OPEN INPUT DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS ", closed days not counted"
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-FROM-DATE TO DS-DATE
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
	IF NOT DS-CAT-OPERATOR
	AND NOT DS-CAT-TERMINAL
		EXIT PARAGRAPH
	END-IF
	IF NOT WS-ALL-SITES
	AND DS-SITE-ID NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	IF DS-ARRIVALS = ZERO
	AND DS-REJECTS = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE DS-ARRIVALS TO WS-WORK-GREETS
	MOVE DS-CORRECTED TO WS-WORK-CORRECTS
	MOVE DS-REJECTS TO WS-WORK-REJECTS
	MOVE DS-SITE-ID TO WS-WORK-SITE
	MOVE DS-ITEM TO WS-WORK-ID
	IF DS-CAT-OPERATOR
		PERFORM 2200-ADD-TO-OPERATOR
	ELSE
		PERFORM 2300-ADD-TO-TERMINAL
	END-IF.

	3000-TALLY-REJECTS.
	MOVE 'N' TO WS-EOF-FLAG
	CLOSE EXCEPTION-REPORT-FILE.

	3100-TALLY-REJECT.
	IF RJ-DATE NOT = WS-TODAY-DATE
		EXIT PARAGRAPH
	END-IF
	IF RJ-SITE-ID = SPACES
		MOVE "MAIN" TO WS-WORK-SITE
	ELSE
		MOVE RJ-SITE-ID TO WS-WORK-SITE
	END-IF
	IF NOT WS-ALL-SITES
	AND WS-WORK-SITE NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO WS-WORK-GREETS
	MOVE ZERO TO WS-WORK-CORRECTS
	MOVE 1 TO WS-WORK-REJECTS
	MOVE RJ-OPERATOR-ID TO WS-WORK-ID
	PERFORM 2200-ADD-TO-OPERATOR
	MOVE RJ-TERMINAL-ID TO WS-WORK-ID
	PERFORM 2300-ADD-TO-TERMINAL.

	5000-FIND-OP-ENTRY.
	MOVE 'N' TO WS-OP-FOUND
		UNTIL WS-OP-INDEX > WS-OP-COUNT
		OR WS-OP-FOUND = 'Y'
		IF WS-OP-ID (WS-OP-INDEX) = WS-WORK-ID
		AND WS-OP-SITE (WS-OP-INDEX) = WS-WORK-SITE
			MOVE 'Y' TO WS-OP-FOUND
		END-IF
	END-PERFORM
			ADD 1 TO WS-OP-COUNT
			MOVE WS-OP-COUNT TO WS-OP-INDEX
			INITIALIZE WS-OP-ENTRY (WS-OP-INDEX)
			MOVE WS-WORK-SITE TO WS-OP-SITE (WS-OP-INDEX)
			MOVE WS-WORK-ID TO WS-OP-ID (WS-OP-INDEX)
			MOVE 'Y' TO WS-OP-FOUND
		ELSE
		UNTIL WS-TERM-INDEX > WS-TERM-COUNT
		OR WS-TERM-FOUND = 'Y'
		IF WS-TERM-ID (WS-TERM-INDEX) = WS-WORK-ID
		AND WS-TERM-SITE (WS-TERM-INDEX) = WS-WORK-SITE
			MOVE 'Y' TO WS-TERM-FOUND
		END-IF
	END-PERFORM
			ADD 1 TO WS-TERM-COUNT
			MOVE WS-TERM-COUNT TO WS-TERM-INDEX
			INITIALIZE WS-TERM-ENTRY (WS-TERM-INDEX)
			MOVE WS-WORK-SITE
				TO WS-TERM-SITE (WS-TERM-INDEX)
			MOVE WS-WORK-ID TO WS-TERM-ID (WS-TERM-INDEX)
			MOVE 'Y' TO WS-TERM-FOUND
		ELSE
		END-IF
	END-IF.

	5700-FIND-SITE-ENTRY.
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
			INITIALIZE WS-SITE-ENTRY (WS-SITE-INDEX)
			MOVE WS-WORK-SITE
				TO WS-ST-SITE-ID (WS-SITE-INDEX)
			MOVE 'Y' TO WS-SITE-FOUND
		ELSE
			ADD 1 TO WS-OVERFLOW-COUNT
		END-IF
	END-IF.

	4000-PRINT-REPORT.
	OPEN OUTPUT SHIFT-REPORT-FILE
	IF NOT WS-SHIFTRPT-OPEN-OK
		INTO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE SPACES TO SHIFT-REPORT-RECORD
	IF WS-ALL-SITES
		MOVE "SITES: ALL" TO SHIFT-REPORT-RECORD
	ELSE
		STRING "SITE: " WS-REPORT-SITE DELIMITED BY SIZE
			INTO SHIFT-REPORT-RECORD
	END-IF
	WRITE SHIFT-REPORT-RECORD
	IF WS-DAYS-MISSING > ZERO
		MOVE SPACES TO SHIFT-REPORT-RECORD
		STRING "*** NO DAILY STATISTICS FOR " WS-DAYS-MISSING
			" CLOSED DAYS - FIGURES INCOMPLETE ***"
			DELIMITED BY SIZE INTO SHIFT-REPORT-RECORD
		WRITE SHIFT-REPORT-RECORD
	END-IF
	MOVE SPACES TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE "BY OPERATOR" TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE "  SITE  OPERATOR   GREETED  CORRECTED  REJECTED"
		TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
		UNTIL WS-OP-INDEX > WS-OP-COUNT
		MOVE WS-OP-SITE (WS-OP-INDEX) TO WS-DL-SITE
		MOVE WS-OP-ID (WS-OP-INDEX) TO WS-DL-ID
		MOVE WS-OP-GREETS (WS-OP-INDEX) TO WS-DL-GREETS
		MOVE WS-OP-CORRECTS (WS-OP-INDEX) TO WS-DL-CORRECTS
	WRITE SHIFT-REPORT-RECORD
	MOVE "BY TERMINAL" TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE "  SITE  TERMINAL   GREETED  CORRECTED  REJECTED"
		TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	PERFORM VARYING WS-TERM-INDEX FROM 1 BY 1
		UNTIL WS-TERM-INDEX > WS-TERM-COUNT
		MOVE WS-TERM-SITE (WS-TERM-INDEX) TO WS-DL-SITE
		MOVE WS-TERM-ID (WS-TERM-INDEX) TO WS-DL-ID
		MOVE WS-TERM-GREETS (WS-TERM-INDEX) TO WS-DL-GREETS
		MOVE WS-TERM-CORRECTS (WS-TERM-INDEX)
		MOVE WS-TERM-REJECTS (WS-TERM-INDEX) TO WS-DL-REJECTS
		PERFORM 4100-PRINT-DETAIL-LINE
	END-PERFORM
	MOVE SPACES TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE "BY SITE" TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	MOVE "  SITE             GREETED  CORRECTED  REJECTED"
		TO SHIFT-REPORT-RECORD
	WRITE SHIFT-REPORT-RECORD
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		MOVE WS-ST-SITE-ID (WS-SITE-INDEX) TO WS-DL-SITE
		MOVE SPACES TO WS-DL-ID
		MOVE WS-ST-GREETS (WS-SITE-INDEX) TO WS-DL-GREETS
		MOVE WS-ST-CORRECTS (WS-SITE-INDEX) TO WS-DL-CORRECTS
		MOVE WS-ST-REJECTS (WS-SITE-INDEX) TO WS-DL-REJECTS
		PERFORM 4100-PRINT-DETAIL-LINE
	END-PERFORM
	CLOSE SHIFT-REPORT-FILE
	DISPLAY "Shift report complete - " WS-OP-COUNT
		" operators, " WS-TERM-COUNT " terminals, "
		WS-SITE-COUNT " sites".

	4100-PRINT-DETAIL-LINE.
	MOVE WS-DETAIL-LINE TO SHIFT-REPORT-RECORD
