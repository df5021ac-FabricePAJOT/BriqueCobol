      * Month-end reconciliation of CONTROL.DAT - totals the control
      * records per program per run date, independently counts the
      * logged arrivals and REJECTS.RPT detail records for each date,
      * and prints a balancing report flagging any day where the
      * control counts and the detail files disagree. Closed days
      * are counted from the daily statistics Day-Stats builds in
      * DAYSTAT.DAT (a closed day not yet built is reported out of
      * balance); only today is counted from VISITOR.LOG and
      * REJECTS.RPT themselves.
      * Pre-registration loads are listed per day (APPTLOAD adds,
      * APPTLCAN cancellations, APPTLREJ rejects) for information;
      * they book appointments, not visits, so stay out of the
      * visitor balance.
      * Only the open period is on CONTROL.DAT - once a month is in
      * balance Ctl-Close moves its records to CTLHIST.DAT, so this
      * run stays small however long the system has been live.
	SELECT OPTIONAL EXCEPTION-REPORT-FILE ASSIGN TO "REJECTS.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REJLOG-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT OPTIONAL RECON-REPORT-FILE ASSIGN TO "RECON.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RECONRPT-STATUS.
	COPY VISLOG.
	FD EXCEPTION-REPORT-FILE.
	COPY REJLOG.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD RECON-REPORT-FILE.
	COPY RECONRPT.

		88 WS-VISLOG-FOUND VALUE '00'.
	01 WS-REJLOG-STATUS PIC X(2).
		88 WS-REJLOG-FOUND VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-RECONRPT-STATUS PIC X(2).
		88 WS-RECONRPT-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
	01 WS-OUT-OF-BALANCE-DAYS PIC 9(3) VALUE ZERO.
	01 WS-EXPECTED-VISITS PIC 9(6).
	01 WS-WORK-DATE PIC 9(8).
	01 WS-SCAN-INDEX PIC 9(3).
	01 WS-DATE-TABLE.
		05 WS-DATE-ENTRY OCCURS 200 TIMES.
			10 WS-DT-DATE PIC 9(8).
			10 WS-DT-PREDEF-PROC PIC 9(6).
			10 WS-DT-REWORK-RUNS PIC 9(6).
			10 WS-DT-REWORK-PROC PIC 9(6).
			10 WS-DT-LOAD-RUNS PIC 9(6).
			10 WS-DT-LOAD-ADDS PIC 9(6).
			10 WS-DT-LOAD-CANCELS PIC 9(6).
			10 WS-DT-LOAD-REJECTS PIC 9(6).
			10 WS-DT-OTHER-RUNS PIC 9(6).
			10 WS-DT-OTHER-PROC PIC 9(6).
			10 WS-DT-VISITS-ACTUAL PIC 9(6).
			10 WS-DT-REJECTS-ACTUAL PIC 9(6).
			10 WS-DT-STATS-FLAG PIC X(1).
				88 WS-DT-NO-STATS VALUE 'N'.
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-PROGRAM PIC X(8).
		05 WS-BL-EXPECTED PIC 9(6).
		05 FILLER PIC X(9) VALUE '  ACTUAL '.
		05 WS-BL-ACTUAL PIC 9(6).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1000-LOAD-CONTROL-TOTALS
	PERFORM 2000-COUNT-VISITOR-LOG
	PERFORM 2500-COUNT-DAY-STATS
	PERFORM 3000-COUNT-REJECTS
	PERFORM 4000-PRINT-REPORT
	IF WS-REPORT-WRITTEN
			TO WS-DT-REWORK-RUNS (WS-DATE-INDEX)
		ADD CT-RECORDS-PROCESSED
			TO WS-DT-REWORK-PROC (WS-DATE-INDEX)
	WHEN 'APPTLOAD'
		ADD CT-RUN-COUNT
			TO WS-DT-LOAD-RUNS (WS-DATE-INDEX)
		ADD CT-RECORDS-PROCESSED
			TO WS-DT-LOAD-ADDS (WS-DATE-INDEX)
	WHEN 'APPTLCAN'
		ADD CT-RECORDS-PROCESSED
			TO WS-DT-LOAD-CANCELS (WS-DATE-INDEX)
	WHEN 'APPTLREJ'
		ADD CT-RECORDS-PROCESSED
			TO WS-DT-LOAD-REJECTS (WS-DATE-INDEX)
	WHEN OTHER
		ADD CT-RUN-COUNT
			TO WS-DT-OTHER-RUNS (WS-DATE-INDEX)

	2100-TALLY-VISIT.
	IF NOT VL-EVENT-ARRIVAL
	OR VL-DATE NOT = WS-TODAY-DATE
		EXIT PARAGRAPH
	END-IF
	MOVE VL-DATE TO WS-WORK-DATE
		ADD 1 TO WS-DT-VISITS-ACTUAL (WS-DATE-INDEX)
	END-IF.

	2500-COUNT-DAY-STATS.
	OPEN INPUT DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS ", closed days not counted"
	END-IF
	PERFORM VARYING WS-SCAN-INDEX FROM 1 BY 1
		UNTIL WS-SCAN-INDEX > WS-DATE-COUNT
		IF WS-DT-DATE (WS-SCAN-INDEX) < WS-TODAY-DATE
			PERFORM 2600-COUNT-ONE-DAY
		END-IF
	END-PERFORM
	IF WS-DAYSTAT-OPEN-OK
		CLOSE DAILY-STATS-FILE
	END-IF.

	2600-COUNT-ONE-DAY.
	MOVE 'N' TO WS-DT-STATS-FLAG (WS-SCAN-INDEX)
	IF NOT WS-DAYSTAT-OPEN-OK
		EXIT PARAGRAPH
	END-IF
	MOVE WS-DT-DATE (WS-SCAN-INDEX) TO DS-DATE
	MOVE 'D' TO DS-CATEGORY
	MOVE SPACES TO DS-SITE-ID
	MOVE SPACES TO DS-ITEM
	READ DAILY-STATS-FILE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE 'Y' TO WS-DT-STATS-FLAG (WS-SCAN-INDEX)
			MOVE DS-ARRIVALS
				TO WS-DT-VISITS-ACTUAL (WS-SCAN-INDEX)
			MOVE DS-REJECTS
				TO WS-DT-REJECTS-ACTUAL (WS-SCAN-INDEX)
	END-READ.

	3000-COUNT-REJECTS.
	MOVE 'N' TO WS-EOF-FLAG
	CLOSE EXCEPTION-REPORT-FILE.

	3100-TALLY-REJECT.
	IF RJ-DATE NOT = WS-TODAY-DATE
		EXIT PARAGRAPH
	END-IF
	MOVE RJ-DATE TO WS-WORK-DATE
	PERFORM 5000-FIND-DATE-ENTRY
	IF WS-DATE-FOUND = 'Y'
			TO WS-DL-PROCESSED
		PERFORM 4150-PRINT-DETAIL-LINE
	END-IF
	IF WS-DT-LOAD-RUNS (WS-DATE-INDEX) > ZERO
		PERFORM 4200-PRINT-LOAD-LINES
	END-IF
	IF WS-DT-OTHER-RUNS (WS-DATE-INDEX) > ZERO
		MOVE 'OTHER   ' TO WS-DL-PROGRAM
		MOVE WS-DT-OTHER-RUNS (WS-DATE-INDEX) TO WS-DL-RUNS
		WS-DT-REJECTS-ACTUAL (WS-DATE-INDEX)
		DELIMITED BY SIZE INTO RECON-REPORT-RECORD
	WRITE RECON-REPORT-RECORD
	IF WS-DT-NO-STATS (WS-DATE-INDEX)
		MOVE SPACES TO RECON-REPORT-RECORD
		MOVE "  NO DAILY STATISTICS - RUN DAY-STATS"
			TO RECON-REPORT-RECORD
		WRITE RECON-REPORT-RECORD
	END-IF
	MOVE SPACES TO RECON-REPORT-RECORD
	IF WS-EXPECTED-VISITS =
			WS-DT-VISITS-ACTUAL (WS-DATE-INDEX)
	AND NOT WS-DT-NO-STATS (WS-DATE-INDEX)
		MOVE "  *** IN BALANCE ***" TO RECON-REPORT-RECORD
	ELSE
		MOVE "  *** OUT OF BALANCE ***" TO RECON-REPORT-RECORD
	MOVE WS-DETAIL-LINE TO RECON-REPORT-RECORD
	WRITE RECON-REPORT-RECORD.

	4200-PRINT-LOAD-LINES.
	MOVE 'APPTLOAD' TO WS-DL-PROGRAM
	MOVE WS-DT-LOAD-RUNS (WS-DATE-INDEX) TO WS-DL-RUNS
	MOVE WS-DT-LOAD-ADDS (WS-DATE-INDEX) TO WS-DL-PROCESSED
	PERFORM 4150-PRINT-DETAIL-LINE
	MOVE 'APPTLCAN' TO WS-DL-PROGRAM
	MOVE ZERO TO WS-DL-RUNS
	MOVE WS-DT-LOAD-CANCELS (WS-DATE-INDEX) TO WS-DL-PROCESSED
	PERFORM 4150-PRINT-DETAIL-LINE
	MOVE 'APPTLREJ' TO WS-DL-PROGRAM
	MOVE ZERO TO WS-DL-RUNS
	MOVE WS-DT-LOAD-REJECTS (WS-DATE-INDEX) TO WS-DL-PROCESSED
	PERFORM 4150-PRINT-DETAIL-LINE.

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
		MOVE 'CTLRECON' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-DATE-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
