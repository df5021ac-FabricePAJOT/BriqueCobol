      * Nightly security digest - run from the Night-Chain schedule
      * after the day's front-desk and badge runs. Reads SECALERT.DAT
      * and writes SECDIGST.RPT with two sections: every alert raised
      * on the digest date with its review status, and every alert
      * still unreviewed more than 24 hours after it was raised,
      * whatever its date, so nothing sits in the queue unnoticed.
      * Set DIGEST_DATE (YYYYMMDD) to reprint an earlier day; it
      * defaults to today. Ends with return code 4 when overdue
      * alerts are listed so the chain journal flags the night.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. alert-digest.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ALERT-STATUS.
	SELECT OPTIONAL DIGEST-REPORT-FILE ASSIGN TO "SECDIGST.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-DIGEST-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD SECURITY-ALERT-FILE.
	COPY SECALERT.
	FD DIGEST-REPORT-FILE.
	01 DIGEST-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-ALERT-STATUS PIC X(2).
		88 WS-ALERT-FOUND VALUE '00'.
	01 WS-DIGEST-STATUS PIC X(2).
		88 WS-DIGEST-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-DATE-ANSWER PIC X(8).
	01 WS-DIGEST-DATE PIC 9(8).
	01 WS-SECTION-FLAG PIC X(1).
		88 WS-SECTION-TODAY VALUE 'T'.
		88 WS-SECTION-OVERDUE VALUE 'O'.
	01 WS-WORK-TIME.
		05 WS-WT-HOURS PIC 9(2).
		05 WS-WT-MINUTES PIC 9(2).
		05 WS-WT-SECONDS PIC 9(2).
	01 WS-NOW-SECONDS PIC 9(5).
	01 WS-ALERT-SECONDS PIC 9(5).
	01 WS-AGE-SECONDS PIC S9(11).
	01 WS-TODAY-COUNT PIC 9(6) VALUE ZERO.
	01 WS-OVERDUE-COUNT PIC 9(6) VALUE ZERO.
	01 WS-REVIEW-TEXT PIC X(18).
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-TIME PIC 9(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-NAME PIC X(20).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-PROGRAM-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-OPERATOR-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-TERMINAL-ID PIC X(8).
	01 WS-REASON-LINE.
		05 FILLER PIC X(19) VALUE SPACES.
		05 WS-RL-REASON PIC X(30).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-RL-REVIEW PIC X(18).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-RL-REVIEWED-BY PIC X(8).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME
	MOVE WS-NOW-TIME TO WS-WORK-TIME
	COMPUTE WS-NOW-SECONDS = WS-WT-HOURS * 3600
		+ WS-WT-MINUTES * 60 + WS-WT-SECONDS
	ACCEPT WS-DATE-ANSWER FROM ENVIRONMENT "DIGEST_DATE"
	IF WS-DATE-ANSWER IS NUMERIC
	AND WS-DATE-ANSWER NOT = '00000000'
		MOVE WS-DATE-ANSWER TO WS-DIGEST-DATE
	ELSE
		MOVE WS-TODAY-DATE TO WS-DIGEST-DATE
	END-IF
	OPEN OUTPUT DIGEST-REPORT-FILE
	IF NOT WS-DIGEST-OPEN-OK
		DISPLAY "DIGEST-REPORT-FILE open failed, status "
			WS-DIGEST-STATUS ", digest not written"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO DIGEST-REPORT-RECORD
	STRING "SECURITY ALERT DIGEST - " WS-DIGEST-DATE
		DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	MOVE SPACES TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	MOVE "ALERTS RAISED ON THE DAY" TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	PERFORM 4100-PRINT-HEADINGS
	MOVE 'T' TO WS-SECTION-FLAG
	PERFORM 2000-SCAN-ALERTS
	MOVE SPACES TO DIGEST-REPORT-RECORD
	STRING "  Alerts raised: " WS-TODAY-COUNT
		DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	MOVE SPACES TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	MOVE "UNREVIEWED AFTER 24 HOURS" TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	PERFORM 4100-PRINT-HEADINGS
	MOVE 'O' TO WS-SECTION-FLAG
	PERFORM 2000-SCAN-ALERTS
	MOVE SPACES TO DIGEST-REPORT-RECORD
	STRING "  Overdue for review: " WS-OVERDUE-COUNT
		DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	CLOSE DIGEST-REPORT-FILE
	DISPLAY "Security digest complete - " WS-TODAY-COUNT
		" alerts on " WS-DIGEST-DATE ", " WS-OVERDUE-COUNT
		" overdue for review"
	IF WS-OVERDUE-COUNT > ZERO
	AND RETURN-CODE < 4
		MOVE 4 TO RETURN-CODE
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	2000-SCAN-ALERTS.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT SECURITY-ALERT-FILE
	IF WS-ALERT-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ SECURITY-ALERT-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 2100-SELECT-ALERT
			END-READ
		END-PERFORM
	END-IF
	CLOSE SECURITY-ALERT-FILE.

	2100-SELECT-ALERT.
	IF WS-SECTION-TODAY
		IF SA-DATE = WS-DIGEST-DATE
			ADD 1 TO WS-TODAY-COUNT
			PERFORM 4000-PRINT-ALERT
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF NOT SA-UNREVIEWED
	OR SA-DATE IS NOT NUMERIC
	OR SA-DATE = ZERO
	OR SA-TIME IS NOT NUMERIC
		EXIT PARAGRAPH
	END-IF
	MOVE SA-TIME TO WS-WORK-TIME
	COMPUTE WS-ALERT-SECONDS = WS-WT-HOURS * 3600
		+ WS-WT-MINUTES * 60 + WS-WT-SECONDS
	COMPUTE WS-AGE-SECONDS =
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
		- FUNCTION INTEGER-OF-DATE (SA-DATE)) * 86400
		+ WS-NOW-SECONDS - WS-ALERT-SECONDS
	IF WS-AGE-SECONDS > 86400
		ADD 1 TO WS-OVERDUE-COUNT
		PERFORM 4000-PRINT-ALERT
	END-IF.

	4000-PRINT-ALERT.
	MOVE SA-DATE TO WS-DL-DATE
	MOVE SA-TIME TO WS-DL-TIME
	MOVE SA-NAME TO WS-DL-NAME
	MOVE SA-PROGRAM-ID TO WS-DL-PROGRAM-ID
	MOVE SA-OPERATOR-ID TO WS-DL-OPERATOR-ID
	MOVE SA-TERMINAL-ID TO WS-DL-TERMINAL-ID
	MOVE WS-DETAIL-LINE TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	EVALUATE TRUE
	WHEN SA-UNREVIEWED
		MOVE "UNREVIEWED" TO WS-REVIEW-TEXT
	WHEN SA-DISP-ESCORTED
		MOVE "ESCORTED OFF SITE" TO WS-REVIEW-TEXT
	WHEN SA-DISP-FALSE-MATCH
		MOVE "FALSE MATCH" TO WS-REVIEW-TEXT
	WHEN SA-DISP-POLICE
		MOVE "POLICE CALLED" TO WS-REVIEW-TEXT
	WHEN OTHER
		MOVE "REVIEWED" TO WS-REVIEW-TEXT
	END-EVALUATE
	MOVE SA-REASON TO WS-RL-REASON
	MOVE WS-REVIEW-TEXT TO WS-RL-REVIEW
	IF SA-REVIEWED
		MOVE SA-REVIEWED-BY TO WS-RL-REVIEWED-BY
	ELSE
		MOVE SPACES TO WS-RL-REVIEWED-BY
	END-IF
	MOVE WS-REASON-LINE TO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	IF SA-REVIEWED
	AND SA-REVIEW-NOTE NOT = SPACES
		MOVE SPACES TO DIGEST-REPORT-RECORD
		STRING "                   Note: " SA-REVIEW-NOTE
			DELIMITED BY SIZE INTO DIGEST-REPORT-RECORD
		WRITE DIGEST-REPORT-RECORD
	END-IF.

	4100-PRINT-HEADINGS.
	MOVE SPACES TO DIGEST-REPORT-RECORD
	STRING "  DATE     TIME    NAME                  RAISED BY "
		"OPERATOR  TERMINAL" DELIMITED BY SIZE
		INTO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD
	MOVE SPACES TO DIGEST-REPORT-RECORD
	STRING "                   REASON                          "
		"REVIEW STATUS      BY" DELIMITED BY SIZE
		INTO DIGEST-REPORT-RECORD
	WRITE DIGEST-REPORT-RECORD.

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
		MOVE 'ALRTDGST' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-TODAY-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
