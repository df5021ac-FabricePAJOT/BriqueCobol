      * End-of-day appointment close - run from the nightly chain after
      * the front desk shuts. Reads the day's appointments on
      * APPOINTS.DAT and writes APPTEOD.RPT for the tenants: every
      * appointment nobody turned up for (still expected), grouped by
      * company and host, and every pre-registered visitor who arrived
      * more than APPT_LATE_MINUTES (default 30) after the booked time.
      * Outstanding appointments are marked as no-shows. Appointments
      * older than APPT_RETAIN_DAYS days (default 90) are then moved
      * off the live file onto the APPTHIST.DAT history file so the
      * no-show record is kept without slowing the front-desk lookup.
      * Set APPT_DATE (YYYYMMDD, default today) to report another day.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. appt-close.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AP-APPT-KEY
		FILE STATUS IS WS-APPT-STATUS.
	SELECT OPTIONAL APPT-HISTORY-FILE ASSIGN TO "APPTHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-APPTHIST-STATUS.
	SELECT OPTIONAL APPT-REPORT-FILE ASSIGN TO "APPTEOD.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-APPTRPT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD APPOINTMENT-FILE.
	COPY APPTREC.
	FD APPT-HISTORY-FILE.
	01 APPT-HISTORY-RECORD PIC X(69).
	FD APPT-REPORT-FILE.
	01 APPT-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-APPT-STATUS PIC X(2).
		88 WS-APPT-OPEN-OK VALUE '00'.
	01 WS-APPTHIST-STATUS PIC X(2).
		88 WS-APPTHIST-OPEN-OK VALUE '00' '05'.
	01 WS-APPTRPT-STATUS PIC X(2).
		88 WS-APPTRPT-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-DATE-ANSWER PIC X(8).
	01 WS-NUMBER-ANSWER PIC X(9).
	01 WS-NUMBER-FLAG PIC X(1).
		88 WS-NUMBER-OK VALUE 'Y'.
	01 WS-NUMBER-VALUE PIC S9(7)V99.
	01 WS-NUMBER-WHOLE PIC 9(4).
	01 WS-REPORT-DATE PIC 9(8).
	01 WS-LATE-MINUTES PIC 9(4) VALUE 30.
	01 WS-RETAIN-DAYS PIC 9(4) VALUE 90.
	01 WS-CUTOFF-DATE PIC 9(8).
	01 WS-BOOKED-TIME.
		05 WS-BT-HOURS PIC 9(2).
		05 WS-BT-MINUTES PIC 9(2).
	01 WS-ARRIVED-TIME.
		05 WS-AT-HOURS PIC 9(2).
		05 WS-AT-MINUTES PIC 9(2).
		05 WS-AT-SECONDS PIC 9(2).
	01 WS-MINUTES-LATE PIC S9(5).
	01 WS-NOSHOW-COUNT PIC 9(4) VALUE ZERO.
	01 WS-NS-INDEX PIC 9(4).
	01 WS-NOSHOW-LIMIT PIC 9(4) VALUE 500.
	01 WS-LATE-COUNT PIC 9(4) VALUE ZERO.
	01 WS-LT-INDEX PIC 9(4).
	01 WS-LATE-LIMIT PIC 9(4) VALUE 500.
	01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
	01 WS-MARKED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-PURGED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-HISTORY-ERRORS PIC 9(6) VALUE ZERO.
	01 WS-GROUP-VISITS PIC 9(4).
	01 WS-GROUP-KEY.
		05 WS-GK-COMPANY PIC X(6).
		05 WS-GK-HOST PIC X(20).
	01 WS-NEXT-KEY.
		05 WS-NK-COMPANY PIC X(6).
		05 WS-NK-HOST PIC X(20).
	01 WS-LOW-KEY PIC X(26).
	01 WS-NOSHOW-TABLE.
		05 WS-NOSHOW-ENTRY OCCURS 500 TIMES.
			10 WS-NS-KEY.
				15 WS-NS-COMPANY PIC X(6).
				15 WS-NS-HOST PIC X(20).
			10 WS-NS-NAME PIC X(20).
			10 WS-NS-BOOKED PIC 9(4).
	01 WS-LATE-TABLE.
		05 WS-LATE-ENTRY OCCURS 500 TIMES.
			10 WS-LT-NAME PIC X(20).
			10 WS-LT-HOST PIC X(20).
			10 WS-LT-COMPANY PIC X(6).
			10 WS-LT-BOOKED PIC 9(4).
			10 WS-LT-ARRIVED PIC 9(6).
			10 WS-LT-MINUTES PIC 9(4).
	01 WS-NOSHOW-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-NL-NAME PIC X(20).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-NL-BOOKED PIC X(4).
	01 WS-LATE-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-LL-NAME PIC X(20).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LL-HOST PIC X(20).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-LL-COMPANY PIC X(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-LL-BOOKED PIC 9(4).
		05 FILLER PIC X(3) VALUE SPACES.
		05 WS-LL-ARRIVED PIC 9(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-LL-MINUTES PIC ZZZ9.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1000-SET-PARAMETERS
	OPEN I-O APPOINTMENT-FILE
	IF NOT WS-APPT-OPEN-OK
		DISPLAY "APPOINTMENT-FILE open failed, status "
			WS-APPT-STATUS ", end-of-day close not run"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 2000-SCAN-REPORT-DAY
	PERFORM 4000-PRINT-REPORT
	PERFORM 6000-PURGE-OLD-APPOINTMENTS
	CLOSE APPOINTMENT-FILE
	DISPLAY "Appointment close for " WS-REPORT-DATE
	DISPLAY "No-shows        : " WS-NOSHOW-COUNT
		" (newly marked " WS-MARKED-COUNT ")"
	DISPLAY "Late arrivals   : " WS-LATE-COUNT
	DISPLAY "Moved to history: " WS-PURGED-COUNT
		" (before " WS-CUTOFF-DATE ")"
	IF WS-HISTORY-ERRORS > ZERO
		DISPLAY "Not archived    : " WS-HISTORY-ERRORS
			" (left on APPOINTS.DAT)"
	END-IF
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Report table full - " WS-OVERFLOW-COUNT
			" appointments not listed"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-SET-PARAMETERS.
	ACCEPT WS-DATE-ANSWER FROM ENVIRONMENT "APPT_DATE"
	IF WS-DATE-ANSWER IS NUMERIC
	AND WS-DATE-ANSWER NOT = '00000000'
		MOVE WS-DATE-ANSWER TO WS-REPORT-DATE
	ELSE
		MOVE WS-TODAY-DATE TO WS-REPORT-DATE
	END-IF
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER FROM ENVIRONMENT "APPT_LATE_MINUTES"
	PERFORM 1050-CHECK-NUMBER
	IF NOT WS-NUMBER-OK
		DISPLAY "APPT_LATE_MINUTES must be a whole number of "
			"minutes from 0 to 9999 - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NUMBER-ANSWER NOT = SPACES
		MOVE WS-NUMBER-WHOLE TO WS-LATE-MINUTES
	END-IF
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER FROM ENVIRONMENT "APPT_RETAIN_DAYS"
	PERFORM 1050-CHECK-NUMBER
	IF NOT WS-NUMBER-OK
	OR (WS-NUMBER-ANSWER NOT = SPACES
		AND WS-NUMBER-WHOLE = ZERO)
		DISPLAY "APPT_RETAIN_DAYS must be a whole number of "
			"days from 1 to 9999 - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NUMBER-ANSWER NOT = SPACES
		MOVE WS-NUMBER-WHOLE TO WS-RETAIN-DAYS
	END-IF
	COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
		- WS-RETAIN-DAYS).

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

	2000-SCAN-REPORT-DAY.
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-REPORT-DATE TO AP-VISIT-DATE
	MOVE LOW-VALUES TO AP-NAME
	START APPOINTMENT-FILE KEY NOT < AP-APPT-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ APPOINTMENT-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 2100-CHECK-ONE-APPOINTMENT
		END-READ
	END-PERFORM.

	2100-CHECK-ONE-APPOINTMENT.
	IF AP-VISIT-DATE NOT = WS-REPORT-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF AP-EXPECTED
	AND WS-REPORT-DATE NOT > WS-TODAY-DATE
		MOVE 'N' TO AP-STATUS
		REWRITE APPOINTMENT-RECORD
		ADD 1 TO WS-MARKED-COUNT
	END-IF
	IF AP-NO-SHOW
		PERFORM 2200-ADD-NOSHOW
		EXIT PARAGRAPH
	END-IF
	IF AP-ARRIVED
	AND AP-APPT-TIME IS NUMERIC
	AND AP-APPT-TIME > ZERO
	AND AP-ARRIVAL-TIME IS NUMERIC
	AND AP-ARRIVAL-TIME > ZERO
		PERFORM 2300-CHECK-LATE-ARRIVAL
	END-IF.

	2200-ADD-NOSHOW.
	IF WS-NOSHOW-COUNT NOT < WS-NOSHOW-LIMIT
		ADD 1 TO WS-OVERFLOW-COUNT
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-NOSHOW-COUNT
	MOVE WS-NOSHOW-COUNT TO WS-NS-INDEX
	IF AP-COMPANY-CODE = SPACES
		MOVE 'NONE  ' TO WS-NS-COMPANY (WS-NS-INDEX)
	ELSE
		MOVE AP-COMPANY-CODE TO WS-NS-COMPANY (WS-NS-INDEX)
	END-IF
	MOVE AP-HOST-NAME TO WS-NS-HOST (WS-NS-INDEX)
	MOVE AP-NAME TO WS-NS-NAME (WS-NS-INDEX)
	IF AP-APPT-TIME IS NUMERIC
		MOVE AP-APPT-TIME TO WS-NS-BOOKED (WS-NS-INDEX)
	ELSE
		MOVE ZERO TO WS-NS-BOOKED (WS-NS-INDEX)
	END-IF.

	2300-CHECK-LATE-ARRIVAL.
	MOVE AP-APPT-TIME TO WS-BOOKED-TIME
	MOVE AP-ARRIVAL-TIME TO WS-ARRIVED-TIME
	COMPUTE WS-MINUTES-LATE =
		(WS-AT-HOURS * 60 + WS-AT-MINUTES)
		- (WS-BT-HOURS * 60 + WS-BT-MINUTES)
	IF WS-MINUTES-LATE NOT > WS-LATE-MINUTES
		EXIT PARAGRAPH
	END-IF
	IF WS-LATE-COUNT NOT < WS-LATE-LIMIT
		ADD 1 TO WS-OVERFLOW-COUNT
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-LATE-COUNT
	MOVE WS-LATE-COUNT TO WS-LT-INDEX
	MOVE AP-NAME TO WS-LT-NAME (WS-LT-INDEX)
	MOVE AP-HOST-NAME TO WS-LT-HOST (WS-LT-INDEX)
	MOVE AP-COMPANY-CODE TO WS-LT-COMPANY (WS-LT-INDEX)
	MOVE AP-APPT-TIME TO WS-LT-BOOKED (WS-LT-INDEX)
	MOVE AP-ARRIVAL-TIME TO WS-LT-ARRIVED (WS-LT-INDEX)
	MOVE WS-MINUTES-LATE TO WS-LT-MINUTES (WS-LT-INDEX).

	4000-PRINT-REPORT.
	OPEN OUTPUT APPT-REPORT-FILE
	IF NOT WS-APPTRPT-OPEN-OK
		DISPLAY "APPT-REPORT-FILE open failed, status "
			WS-APPTRPT-STATUS ", report not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "APPOINTMENT END-OF-DAY REPORT - " WS-REPORT-DATE
		DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE SPACES TO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE "NO-SHOWS BY COMPANY AND HOST" TO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE LOW-VALUES TO WS-LOW-KEY
	PERFORM 4100-FIND-NEXT-GROUP
	PERFORM UNTIL WS-NEXT-KEY = HIGH-VALUES
		MOVE WS-NEXT-KEY TO WS-GROUP-KEY
		PERFORM 4200-PRINT-ONE-GROUP
		MOVE WS-GROUP-KEY TO WS-LOW-KEY
		PERFORM 4100-FIND-NEXT-GROUP
	END-PERFORM
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "  Total no-shows: " WS-NOSHOW-COUNT
		DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE SPACES TO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "LATE ARRIVALS - MORE THAN " WS-LATE-MINUTES
		" MINUTES AFTER THE BOOKED TIME"
		DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "  VISITOR              HOST                 COMPANY "
		"BOOKED ARRIVED MINS" DELIMITED BY SIZE
		INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	PERFORM VARYING WS-LT-INDEX FROM 1 BY 1
		UNTIL WS-LT-INDEX > WS-LATE-COUNT
		MOVE WS-LT-NAME (WS-LT-INDEX) TO WS-LL-NAME
		MOVE WS-LT-HOST (WS-LT-INDEX) TO WS-LL-HOST
		MOVE WS-LT-COMPANY (WS-LT-INDEX) TO WS-LL-COMPANY
		MOVE WS-LT-BOOKED (WS-LT-INDEX) TO WS-LL-BOOKED
		MOVE WS-LT-ARRIVED (WS-LT-INDEX) TO WS-LL-ARRIVED
		MOVE WS-LT-MINUTES (WS-LT-INDEX) TO WS-LL-MINUTES
		MOVE WS-LATE-LINE TO APPT-REPORT-RECORD
		WRITE APPT-REPORT-RECORD
	END-PERFORM
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "  Total late arrivals: " WS-LATE-COUNT
		DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD
	CLOSE APPT-REPORT-FILE.

	4100-FIND-NEXT-GROUP.
	MOVE HIGH-VALUES TO WS-NEXT-KEY
	PERFORM VARYING WS-NS-INDEX FROM 1 BY 1
		UNTIL WS-NS-INDEX > WS-NOSHOW-COUNT
		IF WS-NS-KEY (WS-NS-INDEX) > WS-LOW-KEY
		AND WS-NS-KEY (WS-NS-INDEX) < WS-NEXT-KEY
			MOVE WS-NS-KEY (WS-NS-INDEX) TO WS-NEXT-KEY
		END-IF
	END-PERFORM.

	4200-PRINT-ONE-GROUP.
	MOVE ZERO TO WS-GROUP-VISITS
	MOVE SPACES TO APPT-REPORT-RECORD
	IF WS-GK-COMPANY = 'NONE  '
		STRING "  COMPANY UNASSIGNED  HOST " WS-GK-HOST
			DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	ELSE
		STRING "  COMPANY " WS-GK-COMPANY "      HOST "
			WS-GK-HOST DELIMITED BY SIZE
			INTO APPT-REPORT-RECORD
	END-IF
	WRITE APPT-REPORT-RECORD
	PERFORM VARYING WS-NS-INDEX FROM 1 BY 1
		UNTIL WS-NS-INDEX > WS-NOSHOW-COUNT
		IF WS-NS-KEY (WS-NS-INDEX) = WS-GROUP-KEY
			ADD 1 TO WS-GROUP-VISITS
			MOVE WS-NS-NAME (WS-NS-INDEX) TO WS-NL-NAME
			IF WS-NS-BOOKED (WS-NS-INDEX) = ZERO
				MOVE SPACES TO WS-NL-BOOKED
			ELSE
				MOVE WS-NS-BOOKED (WS-NS-INDEX)
					TO WS-NL-BOOKED
			END-IF
			MOVE WS-NOSHOW-LINE TO APPT-REPORT-RECORD
			WRITE APPT-REPORT-RECORD
		END-IF
	END-PERFORM
	MOVE SPACES TO APPT-REPORT-RECORD
	STRING "    No-shows for this host: " WS-GROUP-VISITS
		DELIMITED BY SIZE INTO APPT-REPORT-RECORD
	WRITE APPT-REPORT-RECORD.

	6000-PURGE-OLD-APPOINTMENTS.
	OPEN EXTEND APPT-HISTORY-FILE
	IF NOT WS-APPTHIST-OPEN-OK
		DISPLAY "APPT-HISTORY-FILE open failed, status "
			WS-APPTHIST-STATUS ", nothing moved to history"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO AP-APPT-KEY
	START APPOINTMENT-FILE KEY NOT < AP-APPT-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ APPOINTMENT-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 6100-MOVE-ONE-APPOINTMENT
		END-READ
	END-PERFORM
	CLOSE APPT-HISTORY-FILE.

	6100-MOVE-ONE-APPOINTMENT.
	IF AP-VISIT-DATE NOT < WS-CUTOFF-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	MOVE APPOINTMENT-RECORD TO APPT-HISTORY-RECORD
	WRITE APPT-HISTORY-RECORD
	IF WS-APPTHIST-STATUS NOT = '00'
		DISPLAY "APPT-HISTORY-FILE write failed, status "
			WS-APPTHIST-STATUS ", " AP-NAME
			" left on APPOINTS.DAT"
		ADD 1 TO WS-HISTORY-ERRORS
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	DELETE APPOINTMENT-FILE
	ADD 1 TO WS-PURGED-COUNT.

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
		MOVE 'APPTCLOS' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-PURGED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
