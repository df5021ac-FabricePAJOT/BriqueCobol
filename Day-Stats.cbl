      * Nightly daily statistics build - summarises each closed day
      * once into DAYSTAT.DAT (see DAYSTAT.cpy): arrivals, departures,
      * case corrections, rejects, walk-ins and pre-registered
      * visitors for the day, per hour, per operator, per terminal,
      * per company and per visitor. Visitor-Summary, Shift-Report,
      * Company-Statement, Ctl-Reconcile and Vis-Rebuild read these
      * totals for closed days and only scan VISITOR.LOG for today.
      * Run from the nightly chain with nothing set it builds every
      * one of the last seven closed days that has not been built
      * yet, so a missed night is caught up automatically. Set
      * STATS_FROM and STATS_TO (YYYYMMDD) to rebuild a date range
      * from VISITOR.LOG and the VISARCH.YYYYMM archives - the days in
      * the range are cleared and built again, so it can be rerun
      * safely if DAYSTAT.DAT is ever lost or damaged. Today is never
      * built; it is not closed yet. Every slice is kept per site,
      * with the all-sites day total on the D record of blank site.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. day-stats.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT OPTIONAL VISITOR-ARCHIVE-FILE ASSIGN TO "VISARCH"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISARCH-STATUS.
	SELECT OPTIONAL EXCEPTION-REPORT-FILE ASSIGN TO "REJECTS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REJLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD VISITOR-ARCHIVE-FILE.
	01 ARCHIVE-LOG-RECORD PIC X(63).
	FD EXCEPTION-REPORT-FILE.
	COPY REJLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
	01 WS-VISARCH-STATUS PIC X(2).
		88 WS-VISARCH-FOUND VALUE '00'.
	01 WS-REJLOG-STATUS PIC X(2).
		88 WS-REJLOG-FOUND VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-DAY-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-DAY VALUE 'Y'.
	01 WS-RANGE-MODE PIC X(1) VALUE 'N'.
		88 WS-RANGE-REQUESTED VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-YESTERDAY PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-DATE-ANSWER PIC X(8).
	01 WS-SWAP-DATE PIC 9(8).
	01 WS-FROM-DATE PIC 9(8).
	01 WS-TO-DATE PIC 9(8).
	01 WS-WORK-DATE PIC 9(8).
	01 WS-FROM-DAY-NUMBER PIC 9(8).
	01 WS-DAY-NUMBER PIC 9(8).
	01 WS-CURRENT-MONTH PIC 9(6).
	01 WS-WORK-MONTH.
		05 WS-WM-YEAR PIC 9(4).
		05 WS-WM-MONTH PIC 9(2).
	01 WS-TO-MONTH PIC 9(6).
	01 WS-ARCHIVE-NAME PIC X(14).
	01 WS-DAY-COUNT PIC 9(7) VALUE ZERO.
	01 WS-DAY-INDEX PIC 9(4).
	01 WS-DAY-LIMIT PIC 9(4) VALUE 3660.
	01 WS-DAYS-BUILT PIC 9(6) VALUE ZERO.
	01 WS-EVENTS-COUNTED PIC 9(6) VALUE ZERO.
	01 WS-REJECTS-COUNTED PIC 9(6) VALUE ZERO.
	01 WS-DAY-TABLE.
		05 WS-DAY-SELECTED OCCURS 3660 TIMES PIC X(1).
	01 WS-STAT-CATEGORY PIC X(1).
	01 WS-STAT-SITE PIC X(4).
	01 WS-EVENT-SITE PIC X(4).
	01 WS-STAT-ITEM PIC X(20).
	01 WS-HOUR-ITEM PIC X(2).
	01 WS-INCREMENTS.
		05 WS-INC-ARRIVALS PIC 9(6).
		05 WS-INC-DEPARTURES PIC 9(6).
		05 WS-INC-CORRECTED PIC 9(6).
		05 WS-INC-REJECTS PIC 9(6).
		05 WS-INC-WALK-INS PIC 9(6).
		05 WS-INC-PRE-REGISTERED PIC 9(6).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-MONTH
	COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1)
	PERFORM 1000-SET-DATE-RANGE
	OPEN I-O DAILY-STATS-FILE
	IF WS-DAYSTAT-STATUS = '35'
		CLOSE DAILY-STATS-FILE
		OPEN OUTPUT DAILY-STATS-FILE
		CLOSE DAILY-STATS-FILE
		OPEN I-O DAILY-STATS-FILE
	END-IF
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS ", nothing built"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1500-SELECT-DAYS
	IF WS-DAYS-BUILT = ZERO
		CLOSE DAILY-STATS-FILE
		DISPLAY "Daily statistics up to date - nothing built"
		PERFORM 9000-WRITE-CONTROL-RECORD
		STOP RUN
	END-IF
	PERFORM 2500-TALLY-ARCHIVES
	PERFORM 2000-TALLY-LIVE-LOG
	PERFORM 3000-TALLY-REJECTS
	CLOSE DAILY-STATS-FILE
	DISPLAY "Daily statistics built for " WS-DAYS-BUILT
		" days (" WS-FROM-DATE " to " WS-TO-DATE ") - "
		WS-EVENTS-COUNTED " events, " WS-REJECTS-COUNTED
		" rejects"
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-SET-DATE-RANGE.
	ACCEPT WS-DATE-ANSWER FROM ENVIRONMENT "STATS_FROM"
	IF WS-DATE-ANSWER IS NUMERIC
	AND WS-DATE-ANSWER NOT = '00000000'
		MOVE 'Y' TO WS-RANGE-MODE
		MOVE WS-DATE-ANSWER TO WS-FROM-DATE
		ACCEPT WS-DATE-ANSWER FROM ENVIRONMENT "STATS_TO"
		IF WS-DATE-ANSWER IS NUMERIC
		AND WS-DATE-ANSWER NOT = '00000000'
			MOVE WS-DATE-ANSWER TO WS-TO-DATE
		ELSE
			MOVE WS-YESTERDAY TO WS-TO-DATE
		END-IF
	ELSE
		MOVE WS-YESTERDAY TO WS-TO-DATE
		COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
			(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 7)
	END-IF
	IF FUNCTION TEST-DATE-YYYYMMDD (WS-FROM-DATE) NOT = ZERO
	OR FUNCTION TEST-DATE-YYYYMMDD (WS-TO-DATE) NOT = ZERO
		DISPLAY "STATS_FROM/STATS_TO is not a valid date - "
			"nothing built"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-FROM-DATE > WS-TO-DATE
		DISPLAY "STATS_FROM is after STATS_TO - "
			"range reversed"
		MOVE WS-FROM-DATE TO WS-SWAP-DATE
		MOVE WS-TO-DATE TO WS-FROM-DATE
		MOVE WS-SWAP-DATE TO WS-TO-DATE
	END-IF
	IF WS-TO-DATE > WS-YESTERDAY
		DISPLAY "Today is not closed - range ends " WS-YESTERDAY
		MOVE WS-YESTERDAY TO WS-TO-DATE
	END-IF
	IF WS-FROM-DATE > WS-TO-DATE
		DISPLAY "No closed days in the range - nothing built"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN
	END-IF
	COMPUTE WS-FROM-DAY-NUMBER =
		FUNCTION INTEGER-OF-DATE (WS-FROM-DATE)
	COMPUTE WS-DAY-COUNT =
		FUNCTION INTEGER-OF-DATE (WS-TO-DATE)
		- WS-FROM-DAY-NUMBER + 1
	IF WS-DAY-COUNT > WS-DAY-LIMIT
		DISPLAY "Range is longer than " WS-DAY-LIMIT
			" days - rebuild it in parts, nothing built"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF.

	1500-SELECT-DAYS.
	PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
		UNTIL WS-DAY-INDEX > WS-DAY-COUNT
		MOVE 'N' TO WS-DAY-SELECTED (WS-DAY-INDEX)
		COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER
			(WS-FROM-DAY-NUMBER + WS-DAY-INDEX - 1)
		MOVE WS-WORK-DATE TO DS-DATE
		MOVE 'D' TO DS-CATEGORY
		MOVE SPACES TO DS-SITE-ID
		MOVE SPACES TO DS-ITEM
		IF WS-RANGE-REQUESTED
			PERFORM 1600-CLEAR-ONE-DAY
		ELSE
			READ DAILY-STATS-FILE
				INVALID KEY
					PERFORM 1600-CLEAR-ONE-DAY
			END-READ
		END-IF
	END-PERFORM.

	1600-CLEAR-ONE-DAY.
	MOVE 'Y' TO WS-DAY-SELECTED (WS-DAY-INDEX)
	ADD 1 TO WS-DAYS-BUILT
	MOVE 'N' TO WS-DAY-EOF-FLAG
	MOVE WS-WORK-DATE TO DS-DATE
	MOVE LOW-VALUES TO DS-CATEGORY
	MOVE LOW-VALUES TO DS-SITE-ID
	MOVE LOW-VALUES TO DS-ITEM
	START DAILY-STATS-FILE KEY NOT < DS-KEY
		INVALID KEY MOVE 'Y' TO WS-DAY-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-DAY
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-DAY-EOF-FLAG
			NOT AT END
				IF DS-DATE = WS-WORK-DATE
					DELETE DAILY-STATS-FILE
				ELSE
					MOVE 'Y' TO WS-DAY-EOF-FLAG
				END-IF
		END-READ
	END-PERFORM
	INITIALIZE DAILY-STATS-RECORD
	MOVE WS-WORK-DATE TO DS-DATE
	MOVE 'D' TO DS-CATEGORY
	MOVE SPACES TO DS-ITEM
	MOVE WS-TODAY-DATE TO DS-BUILD-DATE
	MOVE WS-NOW-TIME TO DS-BUILD-TIME
	WRITE DAILY-STATS-RECORD
		INVALID KEY
			DISPLAY "Statistics write failed for "
				WS-WORK-DATE ", status "
				WS-DAYSTAT-STATUS
			MOVE 12 TO RETURN-CODE
	END-WRITE.

	2000-TALLY-LIVE-LOG.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT VISITOR-LOG-FILE
	IF WS-VISLOG-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ VISITOR-LOG-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 2100-TALLY-EVENT
			END-READ
		END-PERFORM
	END-IF
	CLOSE VISITOR-LOG-FILE.

	2100-TALLY-EVENT.
	MOVE VL-DATE TO WS-WORK-DATE
	PERFORM 4000-CHECK-DAY-SELECTED
	IF WS-DAY-INDEX = ZERO
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-EVENTS-COUNTED
	INITIALIZE WS-INCREMENTS
	IF VL-EVENT-DEPARTURE
		MOVE 1 TO WS-INC-DEPARTURES
	ELSE
		MOVE 1 TO WS-INC-ARRIVALS
		IF VL-WAS-CORRECTED
			MOVE 1 TO WS-INC-CORRECTED
		END-IF
		IF VL-PRE-REGISTERED
			MOVE 1 TO WS-INC-PRE-REGISTERED
		ELSE
			MOVE 1 TO WS-INC-WALK-INS
		END-IF
	END-IF
	IF VL-SITE-MAIN
		MOVE "MAIN" TO WS-EVENT-SITE
	ELSE
		MOVE VL-SITE-ID TO WS-EVENT-SITE
	END-IF
	PERFORM 5300-ADD-TO-DAY-TOTALS
	MOVE WS-EVENT-SITE TO WS-STAT-SITE
	IF VL-EVENT-ARRIVAL
		MOVE VL-TIME(1:2) TO WS-HOUR-ITEM
		IF WS-HOUR-ITEM IS NOT NUMERIC
		OR WS-HOUR-ITEM > '23'
			MOVE '??' TO WS-HOUR-ITEM
		END-IF
		MOVE 'H' TO WS-STAT-CATEGORY
		MOVE WS-HOUR-ITEM TO WS-STAT-ITEM
		PERFORM 5000-ADD-TO-STATS
	END-IF
	MOVE 'O' TO WS-STAT-CATEGORY
	MOVE VL-OPERATOR-ID TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS
	MOVE 'T' TO WS-STAT-CATEGORY
	MOVE VL-TERMINAL-ID TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS
	MOVE 'C' TO WS-STAT-CATEGORY
	MOVE VL-COMPANY-CODE TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS
	MOVE 'V' TO WS-STAT-CATEGORY
	MOVE VL-NAME TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS.

	2500-TALLY-ARCHIVES.
	MOVE WS-FROM-DATE(1:6) TO WS-WORK-MONTH
	MOVE WS-TO-DATE(1:6) TO WS-TO-MONTH
	PERFORM UNTIL WS-WORK-MONTH > WS-TO-MONTH
		OR WS-WORK-MONTH >= WS-CURRENT-MONTH
		PERFORM 2600-TALLY-ONE-ARCHIVE
		IF WS-WM-MONTH = 12
			ADD 1 TO WS-WM-YEAR
			MOVE 1 TO WS-WM-MONTH
		ELSE
			ADD 1 TO WS-WM-MONTH
		END-IF
	END-PERFORM.

	2600-TALLY-ONE-ARCHIVE.
	MOVE SPACES TO WS-ARCHIVE-NAME
	STRING "VISARCH." WS-WORK-MONTH DELIMITED BY SIZE
		INTO WS-ARCHIVE-NAME
	DISPLAY "DD_VISARCH" UPON ENVIRONMENT-NAME
	DISPLAY WS-ARCHIVE-NAME UPON ENVIRONMENT-VALUE
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT VISITOR-ARCHIVE-FILE
	IF WS-VISARCH-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ VISITOR-ARCHIVE-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END
					MOVE ARCHIVE-LOG-RECORD
						TO VISITOR-LOG-RECORD
					PERFORM 2100-TALLY-EVENT
			END-READ
		END-PERFORM
	END-IF
	CLOSE VISITOR-ARCHIVE-FILE.

	3000-TALLY-REJECTS.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT EXCEPTION-REPORT-FILE
	IF WS-REJLOG-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ EXCEPTION-REPORT-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 3100-TALLY-REJECT
			END-READ
		END-PERFORM
	END-IF
	CLOSE EXCEPTION-REPORT-FILE.

	3100-TALLY-REJECT.
	MOVE RJ-DATE TO WS-WORK-DATE
	PERFORM 4000-CHECK-DAY-SELECTED
	IF WS-DAY-INDEX = ZERO
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-REJECTS-COUNTED
	INITIALIZE WS-INCREMENTS
	MOVE 1 TO WS-INC-REJECTS
	IF RJ-SITE-ID = SPACES
		MOVE "MAIN" TO WS-EVENT-SITE
	ELSE
		MOVE RJ-SITE-ID TO WS-EVENT-SITE
	END-IF
	PERFORM 5300-ADD-TO-DAY-TOTALS
	MOVE WS-EVENT-SITE TO WS-STAT-SITE
	MOVE 'O' TO WS-STAT-CATEGORY
	MOVE RJ-OPERATOR-ID TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS
	MOVE 'T' TO WS-STAT-CATEGORY
	MOVE RJ-TERMINAL-ID TO WS-STAT-ITEM
	PERFORM 5000-ADD-TO-STATS.

	4000-CHECK-DAY-SELECTED.
	IF WS-WORK-DATE IS NOT NUMERIC
	OR WS-WORK-DATE < WS-FROM-DATE
	OR WS-WORK-DATE > WS-TO-DATE
		MOVE ZERO TO WS-DAY-INDEX
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
	COMPUTE WS-DAY-INDEX = WS-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
	IF WS-DAY-SELECTED (WS-DAY-INDEX) NOT = 'Y'
		MOVE ZERO TO WS-DAY-INDEX
	END-IF.

	5000-ADD-TO-STATS.
	MOVE WS-WORK-DATE TO DS-DATE
	MOVE WS-STAT-CATEGORY TO DS-CATEGORY
	MOVE WS-STAT-SITE TO DS-SITE-ID
	MOVE WS-STAT-ITEM TO DS-ITEM
	READ DAILY-STATS-FILE
		INVALID KEY
			MOVE ZERO TO DS-COUNTS
			MOVE WS-TODAY-DATE TO DS-BUILD-DATE
			MOVE WS-NOW-TIME TO DS-BUILD-TIME
			PERFORM 5100-ADD-INCREMENTS
			WRITE DAILY-STATS-RECORD
				INVALID KEY
					PERFORM 5200-REPORT-WRITE-ERROR
			END-WRITE
		NOT INVALID KEY
			PERFORM 5100-ADD-INCREMENTS
			REWRITE DAILY-STATS-RECORD
				INVALID KEY
					PERFORM 5200-REPORT-WRITE-ERROR
			END-REWRITE
	END-READ.

	5100-ADD-INCREMENTS.
	ADD WS-INC-ARRIVALS TO DS-ARRIVALS
	ADD WS-INC-DEPARTURES TO DS-DEPARTURES
	ADD WS-INC-CORRECTED TO DS-CORRECTED
	ADD WS-INC-REJECTS TO DS-REJECTS
	ADD WS-INC-WALK-INS TO DS-WALK-INS
	ADD WS-INC-PRE-REGISTERED TO DS-PRE-REGISTERED.

	5200-REPORT-WRITE-ERROR.
	DISPLAY "Statistics write failed for " DS-KEY
		", status " WS-DAYSTAT-STATUS
	MOVE 12 TO RETURN-CODE.

	5300-ADD-TO-DAY-TOTALS.
	MOVE 'D' TO WS-STAT-CATEGORY
	MOVE SPACES TO WS-STAT-ITEM
	MOVE SPACES TO WS-STAT-SITE
	PERFORM 5000-ADD-TO-STATS
	MOVE WS-EVENT-SITE TO WS-STAT-SITE
	PERFORM 5000-ADD-TO-STATS.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'DAYSTATS' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-DAYS-BUILT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
