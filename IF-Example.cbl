	SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ALERT-STATUS.
	SELECT OPTIONAL HOST-NOTIFY-FILE ASSIGN TO "HOSTNOTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NOTIFY-STATUS.

	DATA DIVISION.
	FILE SECTION.
	COPY WATCHLST.
	FD SECURITY-ALERT-FILE.
	COPY SECALERT.
	FD HOST-NOTIFY-FILE.
	COPY HOSTNOTE.

	WORKING-STORAGE SECTION.
	01 UserInput PIC X(20).
		88 WS-APPT-OPEN-OK VALUE '00'.
	01 WS-APPT-FLAG PIC X(1) VALUE 'W'.
		88 WS-PRE-REGISTERED VALUE 'P'.
	01 WS-HOST-NOTIFY-FLAG PIC X(1) VALUE 'N'.
		88 WS-HOST-TO-NOTIFY VALUE 'Y'.
	01 WS-HOST-NAME PIC X(20).
	01 WS-COMPANY-CODE PIC X(6).
	01 WS-WATCH-STATUS PIC X(2).
		88 WS-WATCHLISTED VALUE 'Y'.
	01 WS-WATCH-REASON PIC X(30).
	01 WS-ALERTS-RAISED PIC 9(6) VALUE ZERO.
	01 WS-NOTIFY-STATUS PIC X(2).
		88 WS-NOTIFY-OPEN-OK VALUE '00' '05'.
	COPY LANGSEL.
	COPY LANGTAB.
	COPY OPTERM.
		PERFORM 1700-CHECK-APPOINTMENT
		PERFORM 1400-UPDATE-VISITOR-MASTER
		PERFORM 1450-GREET-VISITOR
		EVALUATE TRUE
		WHEN WS-HOST-TO-NOTIFY
			DISPLAY "Appointment confirmed - host "
				WS-HOST-NAME " notified"
		WHEN WS-PRE-REGISTERED
			DISPLAY "Appointment already confirmed - host "
				WS-HOST-NAME
		WHEN OTHER
			DISPLAY "Walk-in - no appointment on file"
		END-EVALUATE
		ADD 1 TO WS-GREETINGS-ISSUED
		IF WS-CORRECTED-FLAG = 'Y'
			ADD 1 TO WS-CORRECTED-COUNT
		END-IF
		PERFORM 1000-LOG-VISITOR
		IF WS-HOST-TO-NOTIFY
			PERFORM 1750-NOTIFY-HOST
		END-IF
	ELSE
		DISPLAY "Rejected: ", WS-REJECT-REASON-TEXT
		ADD 1 TO WS-REJECTED-COUNT
	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	1400-UPDATE-VISITOR-MASTER.
		MOVE WS-WATCH-REASON TO SA-REASON
		MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO SA-TERMINAL-ID
		MOVE SPACES TO SA-REVIEW
		MOVE 'U' TO SA-REVIEW-STATUS
		WRITE SECURITY-ALERT-RECORD
	ELSE
		IF RETURN-CODE < 4

	1700-CHECK-APPOINTMENT.
	MOVE 'W' TO WS-APPT-FLAG
	MOVE 'N' TO WS-HOST-NOTIFY-FLAG
	MOVE SPACES TO WS-HOST-NAME
	MOVE SPACES TO WS-COMPANY-CODE
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN I-O APPOINTMENT-FILE
	IF WS-APPT-OPEN-OK
		MOVE WS-TODAY-DATE TO AP-VISIT-DATE
				MOVE AP-HOST-NAME TO WS-HOST-NAME
				MOVE AP-COMPANY-CODE
					TO WS-COMPANY-CODE
				IF AP-EXPECTED
					MOVE 'Y' TO WS-HOST-NOTIFY-FLAG
					MOVE 'A' TO AP-STATUS
					MOVE WS-NOW-TIME
						TO AP-ARRIVAL-TIME
					REWRITE APPOINTMENT-RECORD
				END-IF
		END-READ
		CLOSE APPOINTMENT-FILE
	END-IF.

	1750-NOTIFY-HOST.
	OPEN EXTEND HOST-NOTIFY-FILE
	IF WS-NOTIFY-OPEN-OK
		MOVE WS-TODAY-DATE TO HN-ARRIVAL-DATE
		MOVE WS-NOW-TIME TO HN-ARRIVAL-TIME
		MOVE UserInput TO HN-VISITOR-NAME
		MOVE WS-HOST-NAME TO HN-HOST-NAME
		MOVE WS-COMPANY-CODE TO HN-COMPANY-CODE
		MOVE WS-TERMINAL-ID TO HN-TERMINAL-ID
		MOVE 'IFEXAMPL' TO HN-PROGRAM-ID
		MOVE 'N' TO HN-RECORD-TYPE
		MOVE WS-TODAY-DATE TO HN-QUEUED-DATE
		MOVE WS-NOW-TIME TO HN-QUEUED-TIME
		WRITE HOST-NOTIFY-RECORD
	ELSE
		DISPLAY "HOST-NOTIFY-FILE open failed, status "
			WS-NOTIFY-STATUS ", host not notified"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE HOST-NOTIFY-FILE.

	1450-GREET-VISITOR.
	IF WS-RETURNING-VISITOR
		IF WS-LANG-FRENCH
		MOVE WS-EVENT-TYPE TO VL-EVENT-TYPE
		MOVE WS-APPT-FLAG TO VL-APPOINTMENT-FLAG
		MOVE WS-COMPANY-CODE TO VL-COMPANY-CODE
		MOVE WS-SITE-ID TO VL-SITE-ID
		WRITE VISITOR-LOG-RECORD
	ELSE
		DISPLAY "VISITOR-LOG-FILE open failed, status "
		MOVE WS-REJECT-REASON-TEXT TO RJ-REASON-TEXT
		MOVE WS-OPERATOR-ID TO RJ-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO RJ-TERMINAL-ID
		MOVE WS-SITE-ID TO RJ-SITE-ID
		MOVE 'P' TO RJ-DISPOSITION
		WRITE REJECT-RECORD
	ELSE
		MOVE 'IFEXAMPL' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-GREETINGS-ISSUED TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
