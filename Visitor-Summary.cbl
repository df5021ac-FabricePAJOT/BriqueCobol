      * Prints a daily usage summary - total greetings, corrected vs
      * already-uppercase counts, by hour.
      * Accepts a requested date in REPORT_DATE (YYYYMMDD, default
      * today). A closed day is taken from the daily statistics
      * Day-Stats builds in DAYSTAT.DAT; only today is counted from
      * VISITOR.LOG itself.
      * Set REPORT_SITE to report one site only (blank or ALL = every
      * site); the summary shows each site's share of the day. Log
      * records with no site count as the main building.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. visitor-summary.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.

	WORKING-STORAGE SECTION.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
		88 WS-VISLOG-NOT-FOUND VALUE '05'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-REPORT-DATE-X PIC X(8).
	01 WS-REPORT-DATE PIC 9(8).
	01 WS-TOTAL-GREETINGS PIC 9(6) VALUE ZERO.
	01 WS-TOTAL-CORRECTED PIC 9(6) VALUE ZERO.
	01 WS-TOTAL-ALREADY-OK PIC 9(6) VALUE ZERO.
	01 WS-HOUR-OF-DAY PIC 9(2).
	01 WS-HOURLY-COUNTS.
		05 WS-HOUR-COUNT OCCURS 24 TIMES PIC 9(6) VALUE ZERO.
	01 WS-REPORT-SITE PIC X(4).
		88 WS-ALL-SITES VALUES 'ALL ' SPACES.
	01 WS-WORK-SITE PIC X(4).
	01 WS-SITE-COUNT PIC 9(2) VALUE ZERO.
	01 WS-SITE-INDEX PIC 9(2).
	01 WS-SITE-FOUND PIC X(1).
	01 WS-SITE-LIMIT PIC 9(2) VALUE 20.
	01 WS-SITE-OVERFLOW PIC 9(6) VALUE ZERO.
	01 WS-SITE-TABLE.
		05 WS-SITE-ENTRY OCCURS 20 TIMES.
			10 WS-ST-SITE-ID PIC X(4).
			10 WS-ST-GREETINGS PIC 9(6).
			10 WS-ST-CORRECTED PIC 9(6).

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1000-SET-REPORT-DATE
	IF WS-REPORT-DATE < WS-TODAY-DATE
		PERFORM 1500-TALLY-DAY-STATS
	ELSE
		PERFORM 1800-TALLY-LIVE-LOG
	END-IF
	PERFORM 3000-PRINT-SUMMARY
	STOP RUN.

	1000-SET-REPORT-DATE.
	ACCEPT WS-REPORT-DATE-X FROM ENVIRONMENT "REPORT_DATE"
	IF WS-REPORT-DATE-X IS NUMERIC
	AND WS-REPORT-DATE-X NOT = '00000000'
	ELSE
		MOVE WS-TODAY-DATE TO WS-REPORT-DATE
	END-IF
	ACCEPT WS-REPORT-SITE FROM ENVIRONMENT "REPORT_SITE"
	MOVE FUNCTION UPPER-CASE (WS-REPORT-SITE) TO WS-REPORT-SITE.

	1500-TALLY-DAY-STATS.
	OPEN INPUT DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS ", no figures for "
			WS-REPORT-DATE
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE WS-REPORT-DATE TO DS-DATE
	MOVE 'D' TO DS-CATEGORY
	MOVE SPACES TO DS-SITE-ID
	MOVE SPACES TO DS-ITEM
	READ DAILY-STATS-FILE
		INVALID KEY
			DISPLAY "No daily statistics for "
				WS-REPORT-DATE
				" - run Day-Stats for that date"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
			CLOSE DAILY-STATS-FILE
			EXIT PARAGRAPH
	END-READ
	MOVE 'N' TO WS-EOF-FLAG
	START DAILY-STATS-FILE KEY > DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 1550-TALLY-SITE-STATS
		END-READ
	END-PERFORM
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-REPORT-DATE TO DS-DATE
	MOVE 'H' TO DS-CATEGORY
	MOVE LOW-VALUES TO DS-SITE-ID
	MOVE LOW-VALUES TO DS-ITEM
	START DAILY-STATS-FILE KEY NOT < DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 1600-TALLY-HOUR-STATS
		END-READ
	END-PERFORM
	CLOSE DAILY-STATS-FILE.

	1550-TALLY-SITE-STATS.
	IF DS-DATE NOT = WS-REPORT-DATE
	OR NOT DS-CAT-DAY
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF NOT WS-ALL-SITES
	AND DS-SITE-ID NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	ADD DS-ARRIVALS TO WS-TOTAL-GREETINGS
	ADD DS-CORRECTED TO WS-TOTAL-CORRECTED
	COMPUTE WS-TOTAL-ALREADY-OK =
		WS-TOTAL-GREETINGS - WS-TOTAL-CORRECTED
	MOVE DS-SITE-ID TO WS-WORK-SITE
	PERFORM 2500-FIND-SITE-ENTRY
	IF WS-SITE-FOUND = 'Y'
		ADD DS-ARRIVALS TO WS-ST-GREETINGS (WS-SITE-INDEX)
		ADD DS-CORRECTED TO WS-ST-CORRECTED (WS-SITE-INDEX)
	END-IF.

	1600-TALLY-HOUR-STATS.
	IF DS-DATE NOT = WS-REPORT-DATE
	OR NOT DS-CAT-HOUR
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF NOT WS-ALL-SITES
	AND DS-SITE-ID NOT = WS-REPORT-SITE
		EXIT PARAGRAPH
	END-IF
	IF DS-ITEM(1:2) IS NUMERIC
	AND DS-ITEM(1:2) < '24'
		MOVE DS-ITEM(1:2) TO WS-HOUR-OF-DAY
		COMPUTE WS-HOUR-INDEX = WS-HOUR-OF-DAY + 1
		ADD DS-ARRIVALS TO WS-HOUR-COUNT (WS-HOUR-INDEX)
	END-IF.

	1800-TALLY-LIVE-LOG.
	OPEN INPUT VISITOR-LOG-FILE
	IF WS-VISLOG-NOT-FOUND
		DISPLAY "No visitors yet - VISITOR.LOG does not exist"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	ELSE
		PERFORM UNTIL WS-END-OF-FILE
			READ VISITOR-LOG-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 2000-TALLY-RECORD
			END-READ
		END-PERFORM
	END-IF
	CLOSE VISITOR-LOG-FILE.

	2000-TALLY-RECORD.
	IF VL-DATE NOT = WS-REPORT-DATE
	OR NOT VL-EVENT-ARRIVAL
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
	ADD 1 TO WS-TOTAL-GREETINGS
	IF VL-WAS-CORRECTED
		ADD 1 TO WS-TOTAL-CORRECTED
	ELSE
		ADD 1 TO WS-TOTAL-ALREADY-OK
	END-IF
	COMPUTE WS-HOUR-INDEX =
		FUNCTION INTEGER (VL-TIME / 10000) + 1
	ADD 1 TO WS-HOUR-COUNT (WS-HOUR-INDEX)
	PERFORM 2500-FIND-SITE-ENTRY
	IF WS-SITE-FOUND = 'Y'
		ADD 1 TO WS-ST-GREETINGS (WS-SITE-INDEX)
		IF VL-WAS-CORRECTED
			ADD 1 TO WS-ST-CORRECTED (WS-SITE-INDEX)
		END-IF
	END-IF.

	2500-FIND-SITE-ENTRY.
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
			MOVE ZERO TO WS-ST-GREETINGS (WS-SITE-INDEX)
			MOVE ZERO TO WS-ST-CORRECTED (WS-SITE-INDEX)
			MOVE 'Y' TO WS-SITE-FOUND
		ELSE
			ADD 1 TO WS-SITE-OVERFLOW
		END-IF
	END-IF.

	3000-PRINT-SUMMARY.
	DISPLAY "===== Daily Visitor Terminal Usage Summary ====="
	DISPLAY "Date: " WS-REPORT-DATE
	IF WS-ALL-SITES
		DISPLAY "Sites: ALL"
	ELSE
		DISPLAY "Site: " WS-REPORT-SITE
	END-IF
	DISPLAY "Total greetings issued : " WS-TOTAL-GREETINGS
	DISPLAY "Needed lower-to-upper fix : " WS-TOTAL-CORRECTED
	DISPLAY "Already correct case : " WS-TOTAL-ALREADY-OK
	DISPLAY "--- Breakdown by site ---"
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		DISPLAY "Site " WS-ST-SITE-ID (WS-SITE-INDEX) ": "
			WS-ST-GREETINGS (WS-SITE-INDEX) " greetings, "
			WS-ST-CORRECTED (WS-SITE-INDEX) " corrected"
	END-PERFORM
	IF WS-SITE-OVERFLOW > ZERO
		DISPLAY "Site table full - " WS-SITE-OVERFLOW
			" entries in the totals only"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	DISPLAY "--- Breakdown by hour ---"
	PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
		UNTIL WS-HOUR-INDEX > 24
