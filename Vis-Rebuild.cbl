      * Verify-and-rebuild utility for the VISITOR-MASTER file. The
      * complete arrival history lives on VISITOR.LOG plus the
      * VISARCH.YYYYMM archives, summarised per visitor per closed
      * day in DAYSTAT.DAT by Day-Stats, so when VISMAST.DAT is
      * damaged (a status 39 after a crash mid REWRITE, say) it can be
      * checked or reconstructed instead of silently recreated empty.
      * Verify mode recomputes each visitor's first-seen, last-seen
      * and visit count from the daily statistics for closed days and
      * VISITOR.LOG for today, and reports every master record
      * that disagrees (and every logged visitor missing from the
      * master) to VISCHK.RPT. Rebuild mode rewrites VISMAST.DAT from
      * scratch with the recomputed figures.
      * Set VISMAST_FUNC=V or R to run one mode unattended from the
      * scheduler; REBUILD_FROM (YYYYMM) sets the earliest month
      * counted, default five years back. A closed day in that span
      * with no daily statistics is reported; a rebuild is refused
      * until Day-Stats has been run for the missing days.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. vis-rebuild.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT VISITOR-MASTER-FILE ASSIGN TO "VISMAST.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD VISITOR-MASTER-FILE.
	COPY VISMAST.
	FD CHECK-REPORT-FILE.
	WORKING-STORAGE SECTION.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-VISMAST-STATUS PIC X(2).
		88 WS-VISMAST-OPEN-OK VALUE '00'.
	01 WS-CHKRPT-STATUS PIC X(2).
	01 WS-WORK-MONTH.
		05 WS-WM-YEAR PIC 9(4).
		05 WS-WM-MONTH PIC 9(2).
	01 WS-YESTERDAY PIC 9(8).
	01 WS-FROM-DATE PIC 9(8).
	01 WS-DAYS-EXPECTED PIC 9(6) VALUE ZERO.
	01 WS-DAYS-FOUND PIC 9(6) VALUE ZERO.
	01 WS-DAYS-MISSING PIC 9(6) VALUE ZERO.
	01 WS-NAME-COUNT PIC 9(4) VALUE ZERO.
	01 WS-NAME-INDEX PIC 9(4).
	01 WS-NAME-FOUND PIC X(1).
		STOP RUN
	END-IF
	PERFORM 1500-SET-START-MONTH
	PERFORM 2500-TALLY-DAY-STATS
	PERFORM 2000-TALLY-LIVE-LOG
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Name table full - " WS-OVERFLOW-COUNT
		STOP RUN
	END-IF
	DISPLAY "History recomputed for " WS-NAME-COUNT " visitors"
	IF WS-DAYS-MISSING > ZERO
		DISPLAY "No daily statistics for " WS-DAYS-MISSING
			" closed days since " WS-FROM-DATE
			" - run Day-Stats for them"
		IF WS-FN-REBUILD
			DISPLAY "Rebuild abandoned - history incomplete"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-FN-VERIFY
		PERFORM 3000-VERIFY-MASTER
	ELSE
	ELSE
		MOVE WS-CURRENT-MONTH TO WS-WORK-MONTH
		SUBTRACT 5 FROM WS-WM-YEAR
	END-IF
	STRING WS-WORK-MONTH "01" DELIMITED BY SIZE
		INTO WS-FROM-DATE
	COMPUTE WS-YESTERDAY = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE) - 1).

	2500-TALLY-DAY-STATS.
	IF WS-FROM-DATE > WS-YESTERDAY
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-DAYS-EXPECTED =
		FUNCTION INTEGER-OF-DATE (WS-YESTERDAY)
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
	IF DS-DATE > WS-YESTERDAY
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF DS-CAT-DAY
		IF DS-SITE-ID = SPACES
			ADD 1 TO WS-DAYS-FOUND
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF NOT DS-CAT-VISITOR
	OR DS-ARRIVALS = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE DS-ITEM TO VL-NAME
	MOVE DS-DATE TO VL-DATE
	PERFORM 2200-NOTE-VISIT-DATES
	IF WS-NAME-FOUND = 'Y'
		ADD DS-ARRIVALS TO WS-NT-VISIT-COUNT (WS-NAME-INDEX)
	END-IF.

	2000-TALLY-LIVE-LOG.
	MOVE 'N' TO WS-EOF-FLAG

	2100-TALLY-VISIT.
	IF NOT VL-EVENT-ARRIVAL
	OR VL-DATE NOT = WS-TODAY-DATE
		EXIT PARAGRAPH
	END-IF
	PERFORM 2200-NOTE-VISIT-DATES
	IF WS-NAME-FOUND = 'Y'
		ADD 1 TO WS-NT-VISIT-COUNT (WS-NAME-INDEX)
	END-IF.

	2200-NOTE-VISIT-DATES.
	PERFORM 5000-FIND-NAME-ENTRY
	IF WS-NAME-FOUND = 'N'
		ADD 1 TO WS-OVERFLOW-COUNT
		EXIT PARAGRAPH
	END-IF
	IF VL-DATE < WS-NT-FIRST-SEEN (WS-NAME-INDEX)
		MOVE VL-DATE TO WS-NT-FIRST-SEEN (WS-NAME-INDEX)
	END-IF
