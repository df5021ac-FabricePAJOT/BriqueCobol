      * Pre-registration load - applies the tenants' booking file
      * PREREG.DAT to APPOINTS.DAT so visitors booked outside the
      * building arrive already expected. The file carries the same
      * header/trailer framing as the name extract and is checked in
      * full (header dated today, trailer count matching) before any
      * booking is applied; a bad transfer is refused untouched.
      * Each booking is then validated - visit date, booked time and
      * the front-desk name rules - and screened against the watch
      * list: a listed name is not booked, the load report shows only
      * a neutral referral and the detail goes to SECALERT.DAT.
      * Adds already on file and cancellations of unknown or already
      * arrived appointments are rejected. Every add, cancellation
      * and reject is listed on APPTLOAD.RPT and counted on
      * CONTROL.DAT (APPTLOAD adds, APPTLCAN cancellations, APPTLREJ
      * rejects) for Ctl-Reconcile. A booking with no site code is
      * booked for the site the load runs for (SITE_ID, default MAIN).
      * A booking's company code must be on the TENANT master and
      * active; an unknown or closed code is rejected.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. appt-load.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT PRE-REGISTRATION-FILE ASSIGN TO "PREREG.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-PREREG-STATUS.
	SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AP-APPT-KEY
		FILE STATUS IS WS-APPT-STATUS.
	SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS WL-NAME
		FILE STATUS IS WS-WATCH-STATUS.
	SELECT TENANT-FILE ASSIGN TO "TENANT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TN-COMPANY-CODE
		FILE STATUS IS WS-TENANT-STATUS.
	SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ALERT-STATUS.
	SELECT OPTIONAL LOAD-REPORT-FILE ASSIGN TO "APPTLOAD.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-LOADRPT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD PRE-REGISTRATION-FILE.
	COPY PREREG.
	FD APPOINTMENT-FILE.
	COPY APPTREC.
	FD WATCHLIST-FILE.
	COPY WATCHLST.
	FD TENANT-FILE.
	COPY TENANT.
	FD SECURITY-ALERT-FILE.
	COPY SECALERT.
	FD LOAD-REPORT-FILE.
	01 LOAD-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-PREREG-STATUS PIC X(2).
		88 WS-PREREG-OPEN-OK VALUE '00'.
	01 WS-APPT-STATUS PIC X(2).
		88 WS-APPT-OPEN-OK VALUE '00'.
	01 WS-WATCH-STATUS PIC X(2).
		88 WS-WATCH-OPEN-OK VALUE '00'.
	01 WS-WATCH-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-WATCH-FILE-OPEN VALUE 'Y'.
	01 WS-TENANT-STATUS PIC X(2).
		88 WS-TENANT-OPEN-OK VALUE '00'.
	01 WS-TENANT-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-TENANT-FILE-OPEN VALUE 'Y'.
	01 WS-ALERT-STATUS PIC X(2).
		88 WS-ALERT-OPEN-OK VALUE '00' '05'.
	01 WS-LOADRPT-STATUS PIC X(2).
		88 WS-LOADRPT-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-EXTRACT-FLAG PIC X(1) VALUE 'Y'.
		88 WS-EXTRACT-OK VALUE 'Y'.
	01 WS-TRAILER-FLAG PIC X(1) VALUE 'N'.
		88 WS-TRAILER-SEEN VALUE 'Y'.
	01 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
	01 WS-EXTRACT-SOURCE PIC X(8).
	01 WS-RECORDS-READ PIC 9(6) VALUE ZERO.
	01 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-CANCELLED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-ALERTS-RAISED PIC 9(6) VALUE ZERO.
	01 WS-VALID-FLAG PIC X(1) VALUE 'Y'.
		88 WS-INPUT-VALID VALUE 'Y'.
		88 WS-INPUT-REJECTED VALUE 'N'.
	01 WS-REJECT-REASON-CODE PIC X(2).
	01 WS-REJECT-REASON-TEXT PIC X(30).
	01 WS-WATCH-FLAG PIC X(1) VALUE 'N'.
		88 WS-WATCHLISTED VALUE 'Y'.
	01 WS-WATCH-REASON PIC X(30).
	01 WS-VISIT-DATE PIC 9(8).
	01 WS-APPT-TIME PIC 9(4).
	01 WS-TIME-CHECK.
		05 WS-TC-HOURS PIC 9(2).
		05 WS-TC-MINUTES PIC 9(2).
	01 WS-RESULT-TEXT PIC X(9).
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-ACTION PIC X(1).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-DATE PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-NAME PIC X(20).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-RESULT PIC X(9).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-REASON PIC X(30).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1300-CAPTURE-OPERATOR
	PERFORM 1000-VERIFY-FILE
	IF NOT WS-EXTRACT-OK
		DISPLAY "Pre-registration file rejected - nothing "
			"loaded, no control record written"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN I-O APPOINTMENT-FILE
	IF WS-APPT-STATUS = '35'
		CLOSE APPOINTMENT-FILE
		OPEN OUTPUT APPOINTMENT-FILE
		CLOSE APPOINTMENT-FILE
		OPEN I-O APPOINTMENT-FILE
	END-IF
	IF NOT WS-APPT-OPEN-OK
		DISPLAY "APPOINTMENT-FILE open failed, status "
			WS-APPT-STATUS ", nothing loaded"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT LOAD-REPORT-FILE
	IF NOT WS-LOADRPT-OPEN-OK
		DISPLAY "LOAD-REPORT-FILE open failed, status "
			WS-LOADRPT-STATUS ", load report not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	OPEN INPUT WATCHLIST-FILE
	IF WS-WATCH-OPEN-OK
		MOVE 'Y' TO WS-WATCH-OPEN-FLAG
	ELSE
		IF WS-WATCH-STATUS NOT = '35'
			DISPLAY "WATCHLIST-FILE open failed, status "
				WS-WATCH-STATUS
				", watchlist not screened"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
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
	PERFORM 2000-PRINT-HEADINGS
	MOVE 'N' TO WS-EOF-FLAG
	MOVE ZERO TO WS-RECORDS-READ
	OPEN INPUT PRE-REGISTRATION-FILE
	READ PRE-REGISTRATION-FILE
		AT END MOVE 'Y' TO WS-EOF-FLAG
	END-READ
	PERFORM UNTIL WS-END-OF-FILE
		READ PRE-REGISTRATION-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END
				IF PR-TRAILER-RECORD
				AND PR-TRL-COUNT IS NUMERIC
					MOVE 'Y' TO WS-EOF-FLAG
				ELSE
					PERFORM 3000-APPLY-ONE-BOOKING
				END-IF
		END-READ
	END-PERFORM
	CLOSE PRE-REGISTRATION-FILE
	CLOSE APPOINTMENT-FILE
	IF WS-WATCH-FILE-OPEN
		CLOSE WATCHLIST-FILE
	END-IF
	IF WS-TENANT-FILE-OPEN
		CLOSE TENANT-FILE
	END-IF
	PERFORM 4000-PRINT-TOTALS
	CLOSE LOAD-REPORT-FILE
	DISPLAY "Pre-registration load from " WS-EXTRACT-SOURCE
		" - read " WS-RECORDS-READ
	DISPLAY "Added: " WS-ADDED-COUNT
		" Cancelled: " WS-CANCELLED-COUNT
		" Rejected: " WS-REJECTED-COUNT
	IF WS-ALERTS-RAISED > ZERO
		DISPLAY "Referred to security: " WS-ALERTS-RAISED
	END-IF
	IF WS-REJECTED-COUNT > ZERO
	AND RETURN-CODE < 4
		MOVE 4 TO RETURN-CODE
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-VERIFY-FILE.
	OPEN INPUT PRE-REGISTRATION-FILE
	IF NOT WS-PREREG-OPEN-OK
		DISPLAY "PRE-REGISTRATION-FILE open failed, status "
			WS-PREREG-STATUS
		MOVE 'N' TO WS-EXTRACT-FLAG
		EXIT PARAGRAPH
	END-IF
	READ PRE-REGISTRATION-FILE
		AT END
			DISPLAY "Pre-registration file is empty - "
				"no header record"
			MOVE 'N' TO WS-EXTRACT-FLAG
		NOT AT END
			IF NOT PR-HEADER-RECORD
				DISPLAY "Pre-registration file has no "
					"header record"
				MOVE 'N' TO WS-EXTRACT-FLAG
			ELSE
				PERFORM 1060-CHECK-HEADER-DATE
			END-IF
	END-READ
	IF WS-EXTRACT-OK
		PERFORM UNTIL WS-END-OF-FILE
			READ PRE-REGISTRATION-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 1800-COUNT-RECORD
			END-READ
		END-PERFORM
		PERFORM 1080-VERIFY-TRAILER
	END-IF
	CLOSE PRE-REGISTRATION-FILE.

	1060-CHECK-HEADER-DATE.
	IF PR-HDR-DATE IS NUMERIC
	AND PR-HDR-DATE = WS-TODAY-DATE
		MOVE PR-HDR-SOURCE TO WS-EXTRACT-SOURCE
		DISPLAY "Pre-registrations from " WS-EXTRACT-SOURCE
			" dated " PR-HDR-DATE
	ELSE
		DISPLAY "Pre-registration header date " PR-HDR-DATE
			" is stale - run date is " WS-TODAY-DATE
		MOVE 'N' TO WS-EXTRACT-FLAG
	END-IF.

	1800-COUNT-RECORD.
	IF WS-TRAILER-SEEN
		DISPLAY "Record found after trailer - file invalid"
		MOVE 'N' TO WS-EXTRACT-FLAG
		MOVE 'Y' TO WS-EOF-FLAG
	ELSE
		IF PR-TRAILER-RECORD
		AND PR-TRL-COUNT IS NUMERIC
			MOVE 'Y' TO WS-TRAILER-FLAG
			MOVE PR-TRL-COUNT TO WS-TRAILER-COUNT
		ELSE
			ADD 1 TO WS-RECORDS-READ
		END-IF
	END-IF.

	1080-VERIFY-TRAILER.
	IF NOT WS-EXTRACT-OK
		EXIT PARAGRAPH
	END-IF
	IF NOT WS-TRAILER-SEEN
		DISPLAY "Pre-registration file has no trailer - "
			"transfer may be short"
		MOVE 'N' TO WS-EXTRACT-FLAG
	ELSE
		IF WS-TRAILER-COUNT NOT = WS-RECORDS-READ
			DISPLAY "Trailer count " WS-TRAILER-COUNT
				" does not match records read "
				WS-RECORDS-READ
			MOVE 'N' TO WS-EXTRACT-FLAG
		END-IF
	END-IF.

	1300-CAPTURE-OPERATOR.
	ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR_ID"
	IF WS-OPERATOR-ID = SPACES
		ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
	END-IF
	IF WS-OPERATOR-ID = SPACES
		MOVE "UNKNOWN" TO WS-OPERATOR-ID
	END-IF
	ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "TERMINAL_ID"
	IF WS-TERMINAL-ID = SPACES
		ACCEPT WS-TERMINAL-ID FROM ENVIRONMENT "HOSTNAME"
	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	1500-VALIDATE-INPUT.
	MOVE 'Y' TO WS-VALID-FLAG
	IF PR-NAME = SPACES
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'BL' TO WS-REJECT-REASON-CODE
		MOVE 'Blank input' TO WS-REJECT-REASON-TEXT
	ELSE IF PR-NAME IS NOT ALPHABETIC
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'NA' TO WS-REJECT-REASON-CODE
		MOVE 'Non-alphabetic input' TO WS-REJECT-REASON-TEXT
	END-IF.

	1550-VALIDATE-BOOKING.
	MOVE 'Y' TO WS-VALID-FLAG
	IF NOT PR-ADD
	AND NOT PR-CANCEL
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'AC' TO WS-REJECT-REASON-CODE
		MOVE 'Unknown action code' TO WS-REJECT-REASON-TEXT
		EXIT PARAGRAPH
	END-IF
	IF PR-VISIT-DATE IS NOT NUMERIC
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'DT' TO WS-REJECT-REASON-CODE
		MOVE 'Invalid visit date' TO WS-REJECT-REASON-TEXT
		EXIT PARAGRAPH
	END-IF
	MOVE PR-VISIT-DATE TO WS-VISIT-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD (WS-VISIT-DATE) NOT = ZERO
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'DT' TO WS-REJECT-REASON-CODE
		MOVE 'Invalid visit date' TO WS-REJECT-REASON-TEXT
		EXIT PARAGRAPH
	END-IF
	IF PR-ADD
	AND WS-VISIT-DATE < WS-TODAY-DATE
		MOVE 'N' TO WS-VALID-FLAG
		MOVE 'DP' TO WS-REJECT-REASON-CODE
		MOVE 'Visit date in the past' TO WS-REJECT-REASON-TEXT
		EXIT PARAGRAPH
	END-IF
	PERFORM 1500-VALIDATE-INPUT
	IF WS-INPUT-REJECTED
	OR NOT PR-ADD
		EXIT PARAGRAPH
	END-IF
	IF PR-APPT-TIME = SPACES
		MOVE ZERO TO WS-APPT-TIME
		EXIT PARAGRAPH
	END-IF
	IF PR-APPT-TIME IS NOT NUMERIC
		MOVE 'N' TO WS-VALID-FLAG
	ELSE
		MOVE PR-APPT-TIME TO WS-TIME-CHECK
		IF WS-TC-HOURS > 23
		OR WS-TC-MINUTES > 59
			MOVE 'N' TO WS-VALID-FLAG
		ELSE
			MOVE PR-APPT-TIME TO WS-APPT-TIME
		END-IF
	END-IF
	IF WS-INPUT-REJECTED
		MOVE 'TM' TO WS-REJECT-REASON-CODE
		MOVE 'Invalid booked time' TO WS-REJECT-REASON-TEXT
	END-IF.

	1600-CHECK-WATCHLIST.
	MOVE 'N' TO WS-WATCH-FLAG
	MOVE SPACES TO WS-WATCH-REASON
	IF WS-WATCH-FILE-OPEN
		MOVE FUNCTION UPPER-CASE (PR-NAME) TO WL-NAME
		READ WATCHLIST-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE 'Y' TO WS-WATCH-FLAG
				MOVE WL-REASON TO WS-WATCH-REASON
		END-READ
	END-IF.

	1650-RAISE-ALERT.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND SECURITY-ALERT-FILE
	IF WS-ALERT-OPEN-OK
		MOVE FUNCTION UPPER-CASE (PR-NAME) TO SA-NAME
		MOVE WS-TODAY-DATE TO SA-DATE
		MOVE WS-NOW-TIME TO SA-TIME
		MOVE 'APPTLOAD' TO SA-PROGRAM-ID
		MOVE WS-WATCH-REASON TO SA-REASON
		MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO SA-TERMINAL-ID
		MOVE SPACES TO SA-REVIEW
		MOVE 'U' TO SA-REVIEW-STATUS
		WRITE SECURITY-ALERT-RECORD
	ELSE
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE SECURITY-ALERT-FILE.

	1700-CHECK-TENANT.
	IF NOT WS-TENANT-FILE-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE FUNCTION UPPER-CASE (PR-COMPANY-CODE)
		TO TN-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			MOVE 'N' TO WS-VALID-FLAG
			MOVE 'UC' TO WS-REJECT-REASON-CODE
			MOVE SPACES TO WS-REJECT-REASON-TEXT
			STRING "Unknown company code "
				TN-COMPANY-CODE DELIMITED BY SIZE
				INTO WS-REJECT-REASON-TEXT
		NOT INVALID KEY
			IF TN-CLOSED
				MOVE 'N' TO WS-VALID-FLAG
				MOVE 'CC' TO WS-REJECT-REASON-CODE
				MOVE SPACES TO WS-REJECT-REASON-TEXT
				STRING "Closed company code "
					TN-COMPANY-CODE
					DELIMITED BY SIZE
					INTO WS-REJECT-REASON-TEXT
			END-IF
	END-READ.

	2000-PRINT-HEADINGS.
	IF NOT WS-LOADRPT-OPEN-OK
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO LOAD-REPORT-RECORD
	STRING "PRE-REGISTRATION LOAD - " WS-TODAY-DATE
		"  SOURCE " WS-EXTRACT-SOURCE
		DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD
	MOVE SPACES TO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD
	MOVE SPACES TO LOAD-REPORT-RECORD
	STRING "  A  DATE      NAME                  RESULT    "
		"REASON" DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD.

	3000-APPLY-ONE-BOOKING.
	ADD 1 TO WS-RECORDS-READ
	MOVE SPACES TO WS-REJECT-REASON-TEXT
	PERFORM 1550-VALIDATE-BOOKING
	IF WS-INPUT-VALID
	AND PR-ADD
		PERFORM 1600-CHECK-WATCHLIST
		IF WS-WATCHLISTED
			ADD 1 TO WS-ALERTS-RAISED
			PERFORM 1650-RAISE-ALERT
			MOVE 'N' TO WS-VALID-FLAG
			MOVE 'WL' TO WS-REJECT-REASON-CODE
			MOVE 'Refer to security desk'
				TO WS-REJECT-REASON-TEXT
		END-IF
	END-IF
	IF WS-INPUT-VALID
	AND PR-ADD
	AND PR-COMPANY-CODE NOT = SPACES
		PERFORM 1700-CHECK-TENANT
	END-IF
	IF WS-INPUT-VALID
		MOVE WS-VISIT-DATE TO AP-VISIT-DATE
		MOVE FUNCTION UPPER-CASE (PR-NAME) TO AP-NAME
		IF PR-ADD
			PERFORM 3100-ADD-APPOINTMENT
		ELSE
			PERFORM 3200-CANCEL-APPOINTMENT
		END-IF
	END-IF
	IF WS-INPUT-VALID
		IF PR-ADD
			ADD 1 TO WS-ADDED-COUNT
			MOVE "ADDED" TO WS-RESULT-TEXT
		ELSE
			ADD 1 TO WS-CANCELLED-COUNT
			MOVE "CANCELLED" TO WS-RESULT-TEXT
		END-IF
	ELSE
		ADD 1 TO WS-REJECTED-COUNT
		MOVE "REJECTED" TO WS-RESULT-TEXT
	END-IF
	PERFORM 3500-PRINT-BOOKING.

	3100-ADD-APPOINTMENT.
	MOVE PR-HOST-NAME TO AP-HOST-NAME
	MOVE FUNCTION UPPER-CASE (PR-COMPANY-CODE)
		TO AP-COMPANY-CODE
	MOVE 'E' TO AP-STATUS
	MOVE WS-APPT-TIME TO AP-APPT-TIME
	MOVE ZERO TO AP-ARRIVAL-TIME
	IF PR-SITE-ID = SPACES
		MOVE WS-SITE-ID TO AP-SITE-ID
	ELSE
		MOVE FUNCTION UPPER-CASE (PR-SITE-ID) TO AP-SITE-ID
	END-IF
	WRITE APPOINTMENT-RECORD
		INVALID KEY
			MOVE 'N' TO WS-VALID-FLAG
			MOVE 'DU' TO WS-REJECT-REASON-CODE
			MOVE 'Appointment already on file'
				TO WS-REJECT-REASON-TEXT
	END-WRITE.

	3200-CANCEL-APPOINTMENT.
	READ APPOINTMENT-FILE
		INVALID KEY
			MOVE 'N' TO WS-VALID-FLAG
			MOVE 'NF' TO WS-REJECT-REASON-CODE
			MOVE 'Appointment not found'
				TO WS-REJECT-REASON-TEXT
		NOT INVALID KEY
			IF AP-ARRIVED
				MOVE 'N' TO WS-VALID-FLAG
				MOVE 'AR' TO WS-REJECT-REASON-CODE
				MOVE 'Visitor has already arrived'
					TO WS-REJECT-REASON-TEXT
			ELSE
				DELETE APPOINTMENT-FILE
			END-IF
	END-READ.

	3500-PRINT-BOOKING.
	IF NOT WS-LOADRPT-OPEN-OK
		EXIT PARAGRAPH
	END-IF
	MOVE PR-ACTION TO WS-DL-ACTION
	MOVE PR-VISIT-DATE TO WS-DL-DATE
	MOVE PR-NAME TO WS-DL-NAME
	MOVE WS-RESULT-TEXT TO WS-DL-RESULT
	IF WS-INPUT-VALID
		MOVE SPACES TO WS-DL-REASON
	ELSE
		MOVE WS-REJECT-REASON-TEXT TO WS-DL-REASON
	END-IF
	MOVE WS-DETAIL-LINE TO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD.

	4000-PRINT-TOTALS.
	IF NOT WS-LOADRPT-OPEN-OK
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD
	MOVE SPACES TO LOAD-REPORT-RECORD
	STRING "  Bookings read " WS-RECORDS-READ
		"  trailer count " WS-TRAILER-COUNT
		DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD
	MOVE SPACES TO LOAD-REPORT-RECORD
	STRING "  Added " WS-ADDED-COUNT
		"  Cancelled " WS-CANCELLED-COUNT
		"  Rejected " WS-REJECTED-COUNT
		DELIMITED BY SIZE INTO LOAD-REPORT-RECORD
	WRITE LOAD-REPORT-RECORD.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'APPTLOAD' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-ADDED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
		MOVE 'APPTLCAN' TO CT-PROGRAM-ID
		MOVE ZERO TO CT-RUN-COUNT
		MOVE WS-CANCELLED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
		MOVE 'APPTLREJ' TO CT-PROGRAM-ID
		MOVE ZERO TO CT-RUN-COUNT
		MOVE WS-REJECTED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
