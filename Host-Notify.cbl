      * Host notification status and resend run - matches the
      * HOSTNOTE.DAT feed queued by IF-Example and IF-Batch against
      * the gateway's HOSTACK.DAT acknowledgements and lists on
      * HOSTNOTE.RPT every notification the gateway has not yet
      * delivered (no acknowledgement yet, or last attempt failed),
      * so reception can phone the host instead. Only arrivals from
      * the last NOTIFY_DAYS days (default 7) are looked at.
      * Set NOTIFY_FUNC=R to also queue a resend record on HOSTNOTE.DAT
      * for each outstanding notification last queued more than
      * NOTIFY_WAIT minutes ago (default 30).
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. host-notify.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL HOST-NOTIFY-FILE ASSIGN TO "HOSTNOTE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-NOTIFY-STATUS.
	SELECT OPTIONAL HOST-ACK-FILE ASSIGN TO "HOSTACK.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ACK-STATUS.
	SELECT OPTIONAL NOTIFY-REPORT-FILE ASSIGN TO "HOSTNOTE.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-REPORT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD HOST-NOTIFY-FILE.
	COPY HOSTNOTE.
	FD HOST-ACK-FILE.
	COPY HOSTACK.
	FD NOTIFY-REPORT-FILE.
	01 NOTIFY-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-NOTIFY-STATUS PIC X(2).
		88 WS-NOTIFY-FOUND VALUE '00'.
		88 WS-NOTIFY-OPEN-OK VALUE '00' '05'.
	01 WS-ACK-STATUS PIC X(2).
		88 WS-ACK-FOUND VALUE '00'.
	01 WS-REPORT-STATUS PIC X(2).
		88 WS-REPORT-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-FUNCTION PIC X(1).
		88 WS-FN-RESEND VALUE 'R' 'r'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-NUMBER-ANSWER PIC X(9).
	01 WS-NUMBER-FLAG PIC X(1).
		88 WS-NUMBER-OK VALUE 'Y'.
	01 WS-NUMBER-VALUE PIC S9(7)V99.
	01 WS-NUMBER-WHOLE PIC 9(4).
	01 WS-LOOKBACK-DAYS PIC 9(4) VALUE 7.
	01 WS-WAIT-MINUTES PIC 9(4) VALUE 30.
	01 WS-FROM-DATE PIC 9(8).
	01 WS-WORK-TIME.
		05 WS-WT-HOURS PIC 9(2).
		05 WS-WT-MINUTES PIC 9(2).
		05 WS-WT-SECONDS PIC 9(2).
	01 WS-NOW-MINUTES PIC 9(5).
	01 WS-QUEUED-MINUTES PIC 9(5).
	01 WS-AGE-MINUTES PIC S9(9).
	01 WS-WORK-KEY PIC X(34).
	01 WS-ACK-COUNT PIC 9(4) VALUE ZERO.
	01 WS-ACK-INDEX PIC 9(4).
	01 WS-ACK-FOUND-FLAG PIC X(1).
	01 WS-ACK-LIMIT PIC 9(4) VALUE 2000.
	01 WS-NT-COUNT PIC 9(4) VALUE ZERO.
	01 WS-NT-INDEX PIC 9(4).
	01 WS-NT-FOUND PIC X(1).
	01 WS-NT-LIMIT PIC 9(4) VALUE 1000.
	01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
	01 WS-OUTSTANDING-COUNT PIC 9(6) VALUE ZERO.
	01 WS-FAILED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-RESENT-COUNT PIC 9(6) VALUE ZERO.
	01 WS-DELIVERED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-ACK-TABLE.
		05 WS-ACK-ENTRY OCCURS 2000 TIMES.
			10 WS-AK-KEY PIC X(34).
			10 WS-AK-STATUS PIC X(1).
				88 WS-AK-DELIVERED VALUE 'D'.
	01 WS-NT-TABLE.
		05 WS-NT-ENTRY OCCURS 1000 TIMES.
			10 WS-NT-KEY.
				15 WS-NT-ARRIVAL-DATE PIC 9(8).
				15 WS-NT-ARRIVAL-TIME PIC 9(6).
				15 WS-NT-VISITOR-NAME PIC X(20).
			10 WS-NT-HOST-NAME PIC X(20).
			10 WS-NT-COMPANY-CODE PIC X(6).
			10 WS-NT-TERMINAL-ID PIC X(8).
			10 WS-NT-PROGRAM-ID PIC X(8).
			10 WS-NT-RESENDS PIC 9(3).
			10 WS-NT-QUEUED-DATE PIC 9(8).
			10 WS-NT-QUEUED-TIME PIC 9(6).
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-TIME PIC 9(6).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-NAME PIC X(20).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-HOST PIC X(20).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-COMPANY PIC X(6).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-STATUS PIC X(7).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-RESENDS PIC 9(3).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME
	MOVE WS-NOW-TIME TO WS-WORK-TIME
	COMPUTE WS-NOW-MINUTES = WS-WT-HOURS * 60 + WS-WT-MINUTES
	PERFORM 1000-SET-PARAMETERS
	PERFORM 2000-LOAD-ACKNOWLEDGEMENTS
	PERFORM 3000-LOAD-NOTIFICATIONS
	OPEN OUTPUT NOTIFY-REPORT-FILE
	IF NOT WS-REPORT-OPEN-OK
		DISPLAY "NOTIFY-REPORT-FILE open failed, status "
			WS-REPORT-STATUS ", report not written"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-FN-RESEND
		OPEN EXTEND HOST-NOTIFY-FILE
		IF NOT WS-NOTIFY-OPEN-OK
			DISPLAY "HOST-NOTIFY-FILE open failed, status "
				WS-NOTIFY-STATUS ", nothing resent"
			MOVE SPACE TO WS-FUNCTION
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
	END-IF
	PERFORM 4000-PRINT-REPORT
	IF WS-FN-RESEND
		CLOSE HOST-NOTIFY-FILE
	END-IF
	CLOSE NOTIFY-REPORT-FILE
	DISPLAY "Host notifications since " WS-FROM-DATE
	DISPLAY "Delivered  : " WS-DELIVERED-COUNT
	DISPLAY "Outstanding: " WS-OUTSTANDING-COUNT
		" (failed " WS-FAILED-COUNT ")"
	DISPLAY "Resent     : " WS-RESENT-COUNT
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Notification table full - " WS-OVERFLOW-COUNT
			" records not matched"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-SET-PARAMETERS.
	ACCEPT WS-FUNCTION FROM ENVIRONMENT "NOTIFY_FUNC"
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER FROM ENVIRONMENT "NOTIFY_DAYS"
	PERFORM 1050-CHECK-NUMBER
	IF NOT WS-NUMBER-OK
		DISPLAY "NOTIFY_DAYS must be a whole number of "
			"days from 0 to 9999 - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NUMBER-ANSWER NOT = SPACES
		MOVE WS-NUMBER-WHOLE TO WS-LOOKBACK-DAYS
	END-IF
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER FROM ENVIRONMENT "NOTIFY_WAIT"
	PERFORM 1050-CHECK-NUMBER
	IF NOT WS-NUMBER-OK
		DISPLAY "NOTIFY_WAIT must be a whole number of "
			"minutes from 0 to 9999 - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NUMBER-ANSWER NOT = SPACES
		MOVE WS-NUMBER-WHOLE TO WS-WAIT-MINUTES
	END-IF
	COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
		- WS-LOOKBACK-DAYS).

	1050-CHECK-NUMBER.
	MOVE 'Y' TO WS-NUMBER-FLAG
	MOVE ZERO TO WS-NUMBER-VALUE
	MOVE ZERO TO WS-NUMBER-WHOLE
	IF WS-NUMBER-ANSWER = SPACES
		EXIT PARAGRAPH
	END-IF
	IF FUNCTION TEST-NUMVAL (WS-NUMBER-ANSWER) NOT = ZERO
		MOVE 'N' TO WS-NUMBER-FLAG
		EXIT PARAGRAPH
	END-IF
	COMPUTE WS-NUMBER-VALUE =
		FUNCTION NUMVAL (WS-NUMBER-ANSWER)
		ON SIZE ERROR MOVE 'N' TO WS-NUMBER-FLAG
	END-COMPUTE
	IF WS-NUMBER-VALUE < ZERO
		MOVE 'N' TO WS-NUMBER-FLAG
	END-IF
	MOVE WS-NUMBER-VALUE TO WS-NUMBER-WHOLE
	IF WS-NUMBER-WHOLE NOT = WS-NUMBER-VALUE
		MOVE 'N' TO WS-NUMBER-FLAG
	END-IF.

	2000-LOAD-ACKNOWLEDGEMENTS.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT HOST-ACK-FILE
	IF WS-ACK-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ HOST-ACK-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 2100-TAKE-ONE-ACK
			END-READ
		END-PERFORM
	END-IF
	CLOSE HOST-ACK-FILE.

	2100-TAKE-ONE-ACK.
	IF HK-ARRIVAL-DATE IS NOT NUMERIC
	OR HK-ARRIVAL-DATE < WS-FROM-DATE
		EXIT PARAGRAPH
	END-IF
	MOVE HK-NOTIFY-KEY TO WS-WORK-KEY
	PERFORM 5000-FIND-ACK-ENTRY
	IF WS-ACK-FOUND-FLAG = 'Y'
	AND NOT WS-AK-DELIVERED (WS-ACK-INDEX)
		MOVE HK-ACK-STATUS TO WS-AK-STATUS (WS-ACK-INDEX)
	END-IF.

	3000-LOAD-NOTIFICATIONS.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT HOST-NOTIFY-FILE
	IF WS-NOTIFY-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ HOST-NOTIFY-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 3100-TAKE-ONE-NOTICE
			END-READ
		END-PERFORM
	END-IF
	CLOSE HOST-NOTIFY-FILE.

	3100-TAKE-ONE-NOTICE.
	IF HN-ARRIVAL-DATE IS NOT NUMERIC
	OR HN-ARRIVAL-DATE < WS-FROM-DATE
		EXIT PARAGRAPH
	END-IF
	MOVE HN-NOTIFY-KEY TO WS-WORK-KEY
	PERFORM 5500-FIND-NT-ENTRY
	IF WS-NT-FOUND = 'Y'
		IF HN-RESEND
			ADD 1 TO WS-NT-RESENDS (WS-NT-INDEX)
		END-IF
		MOVE HN-QUEUED-DATE TO WS-NT-QUEUED-DATE (WS-NT-INDEX)
		MOVE HN-QUEUED-TIME TO WS-NT-QUEUED-TIME (WS-NT-INDEX)
	END-IF.

	5000-FIND-ACK-ENTRY.
	MOVE 'N' TO WS-ACK-FOUND-FLAG
	PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
		UNTIL WS-ACK-INDEX > WS-ACK-COUNT
		OR WS-ACK-FOUND-FLAG = 'Y'
		IF WS-AK-KEY (WS-ACK-INDEX) = WS-WORK-KEY
			MOVE 'Y' TO WS-ACK-FOUND-FLAG
		END-IF
	END-PERFORM
	IF WS-ACK-FOUND-FLAG = 'Y'
		SUBTRACT 1 FROM WS-ACK-INDEX
	ELSE
		IF WS-ACK-COUNT < WS-ACK-LIMIT
			ADD 1 TO WS-ACK-COUNT
			MOVE WS-ACK-COUNT TO WS-ACK-INDEX
			MOVE WS-WORK-KEY TO WS-AK-KEY (WS-ACK-INDEX)
			MOVE SPACE TO WS-AK-STATUS (WS-ACK-INDEX)
			MOVE 'Y' TO WS-ACK-FOUND-FLAG
		ELSE
			ADD 1 TO WS-OVERFLOW-COUNT
		END-IF
	END-IF.

	5100-LOOK-UP-ACK.
	MOVE 'N' TO WS-ACK-FOUND-FLAG
	PERFORM VARYING WS-ACK-INDEX FROM 1 BY 1
		UNTIL WS-ACK-INDEX > WS-ACK-COUNT
		OR WS-ACK-FOUND-FLAG = 'Y'
		IF WS-AK-KEY (WS-ACK-INDEX) = WS-WORK-KEY
			MOVE 'Y' TO WS-ACK-FOUND-FLAG
		END-IF
	END-PERFORM
	IF WS-ACK-FOUND-FLAG = 'Y'
		SUBTRACT 1 FROM WS-ACK-INDEX
	END-IF.

	5500-FIND-NT-ENTRY.
	MOVE 'N' TO WS-NT-FOUND
	PERFORM VARYING WS-NT-INDEX FROM 1 BY 1
		UNTIL WS-NT-INDEX > WS-NT-COUNT
		OR WS-NT-FOUND = 'Y'
		IF WS-NT-KEY (WS-NT-INDEX) = WS-WORK-KEY
			MOVE 'Y' TO WS-NT-FOUND
		END-IF
	END-PERFORM
	IF WS-NT-FOUND = 'Y'
		SUBTRACT 1 FROM WS-NT-INDEX
	ELSE
		IF WS-NT-COUNT < WS-NT-LIMIT
			ADD 1 TO WS-NT-COUNT
			MOVE WS-NT-COUNT TO WS-NT-INDEX
			INITIALIZE WS-NT-ENTRY (WS-NT-INDEX)
			MOVE HN-NOTIFY-KEY TO WS-NT-KEY (WS-NT-INDEX)
			MOVE HN-HOST-NAME
				TO WS-NT-HOST-NAME (WS-NT-INDEX)
			MOVE HN-COMPANY-CODE
				TO WS-NT-COMPANY-CODE (WS-NT-INDEX)
			MOVE HN-TERMINAL-ID
				TO WS-NT-TERMINAL-ID (WS-NT-INDEX)
			MOVE HN-PROGRAM-ID
				TO WS-NT-PROGRAM-ID (WS-NT-INDEX)
			MOVE 'Y' TO WS-NT-FOUND
		ELSE
			ADD 1 TO WS-OVERFLOW-COUNT
		END-IF
	END-IF.

	4000-PRINT-REPORT.
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	STRING "HOST NOTIFICATIONS NOT YET DELIVERED - ARRIVALS SINCE "
		WS-FROM-DATE DELIMITED BY SIZE
		INTO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	STRING "RUN " WS-TODAY-DATE " " WS-NOW-TIME
		DELIMITED BY SIZE INTO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	STRING "  ARRIVED  TIME   VISITOR              HOST         "
		"        CMPNY  STATUS  RES" DELIMITED BY SIZE
		INTO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD
	PERFORM VARYING WS-NT-INDEX FROM 1 BY 1
		UNTIL WS-NT-INDEX > WS-NT-COUNT
		PERFORM 4100-CHECK-ONE-NOTICE
	END-PERFORM
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD
	MOVE SPACES TO NOTIFY-REPORT-RECORD
	STRING "  Outstanding: " WS-OUTSTANDING-COUNT
		"  Failed: " WS-FAILED-COUNT
		"  Resent this run: " WS-RESENT-COUNT
		DELIMITED BY SIZE INTO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD.

	4100-CHECK-ONE-NOTICE.
	MOVE WS-NT-KEY (WS-NT-INDEX) TO WS-WORK-KEY
	PERFORM 5100-LOOK-UP-ACK
	IF WS-ACK-FOUND-FLAG = 'Y'
	AND WS-AK-DELIVERED (WS-ACK-INDEX)
		ADD 1 TO WS-DELIVERED-COUNT
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-OUTSTANDING-COUNT
	IF WS-ACK-FOUND-FLAG = 'Y'
		ADD 1 TO WS-FAILED-COUNT
		MOVE "FAILED" TO WS-DL-STATUS
	ELSE
		MOVE "PENDING" TO WS-DL-STATUS
	END-IF
	IF WS-FN-RESEND
		PERFORM 4200-CHECK-RESEND
	END-IF
	MOVE WS-NT-ARRIVAL-DATE (WS-NT-INDEX) TO WS-DL-DATE
	MOVE WS-NT-ARRIVAL-TIME (WS-NT-INDEX) TO WS-DL-TIME
	MOVE WS-NT-VISITOR-NAME (WS-NT-INDEX) TO WS-DL-NAME
	MOVE WS-NT-HOST-NAME (WS-NT-INDEX) TO WS-DL-HOST
	MOVE WS-NT-COMPANY-CODE (WS-NT-INDEX)
		TO WS-DL-COMPANY
	MOVE WS-NT-RESENDS (WS-NT-INDEX) TO WS-DL-RESENDS
	MOVE WS-DETAIL-LINE TO NOTIFY-REPORT-RECORD
	WRITE NOTIFY-REPORT-RECORD.

	4200-CHECK-RESEND.
	IF WS-NT-QUEUED-DATE (WS-NT-INDEX) IS NOT NUMERIC
	OR WS-NT-QUEUED-DATE (WS-NT-INDEX) = ZERO
		MOVE WS-NT-ARRIVAL-DATE (WS-NT-INDEX)
			TO WS-NT-QUEUED-DATE (WS-NT-INDEX)
		MOVE WS-NT-ARRIVAL-TIME (WS-NT-INDEX)
			TO WS-NT-QUEUED-TIME (WS-NT-INDEX)
	END-IF
	MOVE WS-NT-QUEUED-TIME (WS-NT-INDEX) TO WS-WORK-TIME
	COMPUTE WS-QUEUED-MINUTES = WS-WT-HOURS * 60 + WS-WT-MINUTES
	COMPUTE WS-AGE-MINUTES =
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
		- FUNCTION INTEGER-OF-DATE
			(WS-NT-QUEUED-DATE (WS-NT-INDEX))) * 1440
		+ WS-NOW-MINUTES - WS-QUEUED-MINUTES
	IF WS-AGE-MINUTES < WS-WAIT-MINUTES
		EXIT PARAGRAPH
	END-IF
	MOVE WS-NT-KEY (WS-NT-INDEX) TO HN-NOTIFY-KEY
	MOVE WS-NT-HOST-NAME (WS-NT-INDEX) TO HN-HOST-NAME
	MOVE WS-NT-COMPANY-CODE (WS-NT-INDEX) TO HN-COMPANY-CODE
	MOVE WS-NT-TERMINAL-ID (WS-NT-INDEX) TO HN-TERMINAL-ID
	MOVE WS-NT-PROGRAM-ID (WS-NT-INDEX) TO HN-PROGRAM-ID
	MOVE 'R' TO HN-RECORD-TYPE
	MOVE WS-TODAY-DATE TO HN-QUEUED-DATE
	MOVE WS-NOW-TIME TO HN-QUEUED-TIME
	WRITE HOST-NOTIFY-RECORD
	ADD 1 TO WS-NT-RESENDS (WS-NT-INDEX)
	ADD 1 TO WS-RESENT-COUNT
	MOVE "RESENT" TO WS-DL-STATUS.

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
		MOVE 'HOSTNTFY' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-NT-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
