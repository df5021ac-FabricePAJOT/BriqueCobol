      * Batch entry point for if-example - processes a nightly extract
      * of names instead of one ACCEPT at a time from the console.
      * Each confirmed pre-registered arrival also queues a host
      * notification on HOSTNOTE.DAT for the mail/SMS gateway.
      * The run is made for one site (SITE_ID, default MAIN) and
      * every log, reject, badge and control record it writes
      * carries that site code.
      * An enriched extract's company code must be on the TENANT
      * master and active; an unknown or closed code sends the name
      * to the reject queue (REJECTS.RPT) with the code in the reason
      * text, so it is never billed to a phantom tenant.
      * No extract is expected on a day the BUSCAL business calendar
      * does not mark as a working day (Monday to Friday for a date
      * not on it): the run then ends cleanly without reading the
      * extract, so the last working day's names are never applied
      * twice. On a working day the header must be dated today; a
      * stale extract is refused and its age given in working days.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. if-batch.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS WL-NAME
		FILE STATUS IS WS-WATCH-STATUS.
	SELECT TENANT-FILE ASSIGN TO "TENANT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TN-COMPANY-CODE
		FILE STATUS IS WS-TENANT-STATUS.
	SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BC-DATE
		FILE STATUS IS WS-CALENDAR-STATUS.
	SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ALERT-STATUS.
	SELECT OPTIONAL HOST-NOTIFY-FILE ASSIGN TO "HOSTNOTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NOTIFY-STATUS.

	DATA DIVISION.
	FILE SECTION.
	COPY APPTREC.
	FD WATCHLIST-FILE.
	COPY WATCHLST.
	FD TENANT-FILE.
	COPY TENANT.
	FD BUSINESS-CALENDAR-FILE.
	COPY BUSCAL.
	FD SECURITY-ALERT-FILE.
	COPY SECALERT.
	FD HOST-NOTIFY-FILE.
	COPY HOSTNOTE.

	WORKING-STORAGE SECTION.
	01 UserInput PIC X(20).
		88 WS-APPT-FILE-OPEN VALUE 'Y'.
	01 WS-APPT-FLAG PIC X(1) VALUE 'W'.
		88 WS-PRE-REGISTERED VALUE 'P'.
	01 WS-HOST-NOTIFY-FLAG PIC X(1) VALUE 'N'.
		88 WS-HOST-TO-NOTIFY VALUE 'Y'.
	01 WS-WALKIN-COUNT PIC 9(6) VALUE ZERO.
	01 WS-WATCH-STATUS PIC X(2).
		88 WS-WATCH-OPEN-OK VALUE '00'.
	01 WS-WATCH-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-WATCH-FILE-OPEN VALUE 'Y'.
	01 WS-TENANT-STATUS PIC X(2).
		88 WS-TENANT-OPEN-OK VALUE '00'.
	01 WS-TENANT-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-TENANT-FILE-OPEN VALUE 'Y'.
	01 WS-COMPANY-REJECTS PIC 9(6) VALUE ZERO.
	01 WS-CALENDAR-STATUS PIC X(2).
		88 WS-CALENDAR-OPEN-OK VALUE '00'.
	01 WS-CALENDAR-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-CALENDAR-FILE-OPEN VALUE 'Y'.
	01 WS-SCAN-NUMBER PIC 9(7).
	01 WS-SCAN-END PIC 9(7).
	01 WS-SCAN-DATE PIC 9(8).
	01 WS-STALE-DAYS PIC 9(3).
	01 WS-WEEKDAY PIC 9(1).
	01 WS-WORKING-FLAG PIC X(1).
		88 WS-WORKING-DAY VALUE 'Y'.
	01 WS-ALERT-STATUS PIC X(2).
		88 WS-ALERT-OPEN-OK VALUE '00' '05'.
	01 WS-WATCH-FLAG PIC X(1) VALUE 'N'.
	01 WS-LAYOUT-FLAG PIC X(1) VALUE 'N'.
		88 WS-ENRICHED-EXTRACT VALUE 'Y'.
	01 WS-COMPANY-CODE PIC X(6).
	01 WS-HOST-NAME PIC X(20).
	01 WS-HOST-COMPANY PIC X(6).
	01 WS-NOTIFY-STATUS PIC X(2).
		88 WS-NOTIFY-OPEN-OK VALUE '00' '05'.
	01 WS-NOTIFIED-COUNT PIC 9(6) VALUE ZERO.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-RESTART-MODE FROM ENVIRONMENT "RESTART"
	PERFORM 1300-CAPTURE-OPERATOR
	PERFORM 1040-CHECK-WORKING-DAY
	IF NOT WS-WORKING-DAY
		DISPLAY "Not a working day (" WS-TODAY-DATE
			") - no extract expected, nothing processed"
		STOP RUN
	END-IF
	OPEN INPUT NAME-EXTRACT-FILE
	IF NOT WS-NAMEXTR-OPEN-OK
		DISPLAY "NAME-EXTRACT-FILE open failed, status "
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	OPEN EXTEND HOST-NOTIFY-FILE
	IF NOT WS-NOTIFY-OPEN-OK
		DISPLAY "HOST-NOTIFY-FILE open failed, status "
			WS-NOTIFY-STATUS ", hosts not notified"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	OPEN INPUT WATCHLIST-FILE
	IF WS-WATCH-OPEN-OK
		MOVE 'Y' TO WS-WATCH-OPEN-FLAG
			END-IF
		END-IF
	END-IF
	OPEN INPUT TENANT-FILE
	IF WS-TENANT-OPEN-OK
		MOVE 'Y' TO WS-TENANT-OPEN-FLAG
	ELSE
		DISPLAY "TENANT-FILE open failed, status "
			WS-TENANT-STATUS
			", company codes not checked"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	PERFORM 1100-CHECK-RESTART
	PERFORM UNTIL WS-END-OF-FILE
		READ NAME-EXTRACT-FILE
	CLOSE BATCH-OUTPUT-FILE
	CLOSE VISITOR-LOG-FILE
	CLOSE EXCEPTION-REPORT-FILE
	CLOSE HOST-NOTIFY-FILE
	IF WS-VISMAST-FILE-OPEN
		CLOSE VISITOR-MASTER-FILE
	END-IF
	IF WS-WATCH-FILE-OPEN
		CLOSE WATCHLIST-FILE
	END-IF
	IF WS-TENANT-FILE-OPEN
		CLOSE TENANT-FILE
	END-IF
	PERFORM 1080-VERIFY-TRAILER
	IF NOT WS-EXTRACT-OK
		DISPLAY "Extract rejected - run abandoned, "
	DISPLAY "Accepted: " WS-RECORDS-ACCEPTED
		" Rejected: " WS-RECORDS-REJECTED
	DISPLAY "Walk-ins (no appointment): " WS-WALKIN-COUNT
	DISPLAY "Unknown or closed company codes: "
		WS-COMPANY-REJECTS
	DISPLAY "Hosts notified: " WS-NOTIFIED-COUNT
	IF WS-ALERTS-RAISED > ZERO
		DISPLAY "Security alerts raised: " WS-ALERTS-RAISED
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1040-CHECK-WORKING-DAY.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	OPEN INPUT BUSINESS-CALENDAR-FILE
	IF WS-CALENDAR-OPEN-OK
		MOVE 'Y' TO WS-CALENDAR-OPEN-FLAG
	ELSE
		IF WS-CALENDAR-STATUS NOT = '35'
			DISPLAY "BUSINESS-CALENDAR-FILE open failed, "
				"status " WS-CALENDAR-STATUS
				", weekdays taken as working days"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
	END-IF
	COMPUTE WS-SCAN-NUMBER =
		FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
	PERFORM 1066-CHECK-WORKING-DAY
	IF WS-CALENDAR-FILE-OPEN
		CLOSE BUSINESS-CALENDAR-FILE
		MOVE 'N' TO WS-CALENDAR-OPEN-FLAG
	END-IF.

	1050-VERIFY-HEADER.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	READ NAME-EXTRACT-FILE
	ELSE
		DISPLAY "Extract header date " NX-HDR-DATE
			" is stale - run date is " WS-TODAY-DATE
		IF NX-HDR-DATE IS NUMERIC
		AND NX-HDR-DATE < WS-TODAY-DATE
		AND FUNCTION TEST-DATE-YYYYMMDD (NX-HDR-DATE) = ZERO
			PERFORM 1065-COUNT-WORKING-DAYS
			DISPLAY "Extract is " WS-STALE-DAYS
				" working day(s) behind"
		END-IF
		MOVE 'N' TO WS-EXTRACT-FLAG
	END-IF.

	1065-COUNT-WORKING-DAYS.
	MOVE ZERO TO WS-STALE-DAYS
	OPEN INPUT BUSINESS-CALENDAR-FILE
	IF WS-CALENDAR-OPEN-OK
		MOVE 'Y' TO WS-CALENDAR-OPEN-FLAG
	END-IF
	COMPUTE WS-SCAN-NUMBER =
		FUNCTION INTEGER-OF-DATE (NX-HDR-DATE) + 1
	COMPUTE WS-SCAN-END =
		FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
	IF WS-SCAN-END - WS-SCAN-NUMBER > 366
		COMPUTE WS-SCAN-NUMBER = WS-SCAN-END - 366
	END-IF
	PERFORM UNTIL WS-SCAN-NUMBER > WS-SCAN-END
		PERFORM 1066-CHECK-WORKING-DAY
		IF WS-WORKING-DAY
			ADD 1 TO WS-STALE-DAYS
		END-IF
		ADD 1 TO WS-SCAN-NUMBER
	END-PERFORM
	IF WS-CALENDAR-FILE-OPEN
		CLOSE BUSINESS-CALENDAR-FILE
		MOVE 'N' TO WS-CALENDAR-OPEN-FLAG
	END-IF.

	1066-CHECK-WORKING-DAY.
	COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER (WS-SCAN-NUMBER)
	MOVE 'N' TO WS-WORKING-FLAG
	IF WS-CALENDAR-FILE-OPEN
		MOVE WS-SCAN-DATE TO BC-DATE
		READ BUSINESS-CALENDAR-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF BC-WORKING-DAY
					MOVE 'Y' TO WS-WORKING-FLAG
				END-IF
				EXIT PARAGRAPH
		END-READ
	END-IF
	COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-SCAN-NUMBER, 7)
	IF WS-WEEKDAY NOT = 0
	AND WS-WEEKDAY NOT = 6
		MOVE 'Y' TO WS-WORKING-FLAG
	END-IF.

	1070-CAPTURE-TRAILER.
	MOVE 'Y' TO WS-TRAILER-FLAG
	MOVE NX-TRL-COUNT TO WS-TRAILER-COUNT.
	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	8500-CLEAR-CHECKPOINT.
		PERFORM 3050-WRITE-BARRED-OUTPUT
		EXIT PARAGRAPH
	END-IF
	IF WS-INPUT-VALID
	AND WS-COMPANY-CODE NOT = SPACES
		PERFORM 1820-CHECK-TENANT
	END-IF
	IF WS-INPUT-VALID
		ADD 1 TO WS-RECORDS-ACCEPTED
		PERFORM 1700-CHECK-APPOINTMENT
		END-IF
		PERFORM 3000-WRITE-BATCH-OUTPUT
		PERFORM 1000-LOG-VISITOR
		IF WS-HOST-TO-NOTIFY
			PERFORM 1750-NOTIFY-HOST
		END-IF
		PERFORM 1400-UPDATE-VISITOR-MASTER
	ELSE
		ADD 1 TO WS-RECORDS-REJECTED
		END-READ
	END-IF.

	1820-CHECK-TENANT.
	MOVE FUNCTION UPPER-CASE (WS-COMPANY-CODE)
		TO WS-COMPANY-CODE
	IF NOT WS-TENANT-FILE-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE WS-COMPANY-CODE TO TN-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			MOVE 'N' TO WS-VALID-FLAG
			MOVE 'UC' TO WS-REJECT-REASON-CODE
			MOVE SPACES TO WS-REJECT-REASON-TEXT
			STRING "Unknown company code "
				WS-COMPANY-CODE DELIMITED BY SIZE
				INTO WS-REJECT-REASON-TEXT
		NOT INVALID KEY
			IF TN-CLOSED
				MOVE 'N' TO WS-VALID-FLAG
				MOVE 'CC' TO WS-REJECT-REASON-CODE
				MOVE SPACES TO WS-REJECT-REASON-TEXT
				STRING "Closed company code "
					WS-COMPANY-CODE
					DELIMITED BY SIZE
					INTO WS-REJECT-REASON-TEXT
			END-IF
	END-READ
	IF WS-INPUT-REJECTED
		ADD 1 TO WS-COMPANY-REJECTS
	END-IF.

	1850-RAISE-ALERT.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
		MOVE WS-WATCH-REASON TO SA-REASON
		MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO SA-TERMINAL-ID
		MOVE SPACES TO SA-REVIEW
		MOVE 'U' TO SA-REVIEW-STATUS
		WRITE SECURITY-ALERT-RECORD
	ELSE
		IF RETURN-CODE < 4
		MOVE 'R' TO BO-STATUS
		MOVE SPACE TO BO-APPOINTMENT-FLAG
		MOVE WS-COMPANY-CODE TO BO-COMPANY-CODE
		MOVE WS-SITE-ID TO BO-SITE-ID
		WRITE BATCH-OUTPUT-RECORD
	END-IF.

	1700-CHECK-APPOINTMENT.
	MOVE 'W' TO WS-APPT-FLAG
	MOVE 'N' TO WS-HOST-NOTIFY-FLAG
	MOVE SPACES TO WS-HOST-NAME
	MOVE SPACES TO WS-HOST-COMPANY
	IF WS-APPT-FILE-OPEN
		ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
		ACCEPT WS-FULL-TIME FROM TIME
		MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME
		MOVE WS-TODAY-DATE TO AP-VISIT-DATE
		MOVE FUNCTION UPPER-CASE (UserInput) TO AP-NAME
		READ APPOINTMENT-FILE
				CONTINUE
			NOT INVALID KEY
				MOVE 'P' TO WS-APPT-FLAG
				MOVE AP-HOST-NAME TO WS-HOST-NAME
				MOVE AP-COMPANY-CODE
					TO WS-HOST-COMPANY
				IF AP-EXPECTED
					MOVE 'Y' TO WS-HOST-NOTIFY-FLAG
					MOVE 'A' TO AP-STATUS
					REWRITE APPOINTMENT-RECORD
				END-IF
		END-READ
	END-IF.

	1750-NOTIFY-HOST.
	IF WS-NOTIFY-OPEN-OK
		IF NOT WS-VISLOG-OPEN-OK
			ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
			ACCEPT WS-FULL-TIME FROM TIME
			MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME
		END-IF
		MOVE WS-TODAY-DATE TO HN-ARRIVAL-DATE
		MOVE WS-NOW-TIME TO HN-ARRIVAL-TIME
		MOVE UserInput TO HN-VISITOR-NAME
		MOVE WS-HOST-NAME TO HN-HOST-NAME
		IF WS-COMPANY-CODE NOT = SPACES
			MOVE WS-COMPANY-CODE TO HN-COMPANY-CODE
		ELSE
			MOVE WS-HOST-COMPANY TO HN-COMPANY-CODE
		END-IF
		MOVE WS-TERMINAL-ID TO HN-TERMINAL-ID
		MOVE 'IFBATCH ' TO HN-PROGRAM-ID
		MOVE 'N' TO HN-RECORD-TYPE
		MOVE WS-TODAY-DATE TO HN-QUEUED-DATE
		MOVE WS-NOW-TIME TO HN-QUEUED-TIME
		WRITE HOST-NOTIFY-RECORD
		ADD 1 TO WS-NOTIFIED-COUNT
	END-IF.

	1400-UPDATE-VISITOR-MASTER.
	IF WS-VISMAST-FILE-OPEN
		ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
		END-IF
		MOVE WS-APPT-FLAG TO BO-APPOINTMENT-FLAG
		MOVE WS-COMPANY-CODE TO BO-COMPANY-CODE
		MOVE WS-SITE-ID TO BO-SITE-ID
		WRITE BATCH-OUTPUT-RECORD
	END-IF.

		MOVE 'A' TO VL-EVENT-TYPE
		MOVE WS-APPT-FLAG TO VL-APPOINTMENT-FLAG
		MOVE WS-COMPANY-CODE TO VL-COMPANY-CODE
		MOVE WS-SITE-ID TO VL-SITE-ID
		WRITE VISITOR-LOG-RECORD
	END-IF.

		MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
		MOVE WS-OPERATOR-ID TO RJ-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO RJ-TERMINAL-ID
		MOVE WS-SITE-ID TO RJ-SITE-ID
		MOVE 'P' TO RJ-DISPOSITION
		WRITE REJECT-RECORD
	END-IF.
		MOVE 'IFBATCH ' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-RECORDS-ACCEPTED TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
