      * Nightly overstay closeout - run from the nightly chain once
      * the building has closed. Pairs the VISITOR-LOG arrivals and
      * departures by name exactly as the on-site roster does, and
      * for everyone still booked in prints an exception line on
      * OVERSTAY.RPT (name, arrival date and time, operator, terminal
      * and, for a pre-registered visitor, the host and company from
      * APPOINTS.DAT) so security can follow each one up.
      * Each overstay is then closed with a system-generated departure
      * on VISITOR.LOG, event type X (automatic closeout) rather than
      * D, so the roster starts the next day clean while the log still
      * shows the visitor never checked out. Set CLOSEOUT_FUNC=R to
      * print the report without writing the closeout departures.
      * Both buildings are closed out in the one run; each closeout
      * carries the site of the arrival it closes.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. visit-closeout.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL VISITOR-LOG-FILE ASSIGN TO "VISITOR.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-VISLOG-STATUS.
	SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AP-APPT-KEY
		FILE STATUS IS WS-APPT-STATUS.
	SELECT OPTIONAL OVERSTAY-REPORT-FILE ASSIGN TO "OVERSTAY.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-OVERRPT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD APPOINTMENT-FILE.
	COPY APPTREC.
	FD OVERSTAY-REPORT-FILE.
	01 OVERSTAY-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-VISLOG-STATUS PIC X(2).
		88 WS-VISLOG-FOUND VALUE '00'.
		88 WS-VISLOG-OPEN-OK VALUE '00' '05'.
	01 WS-APPT-STATUS PIC X(2).
		88 WS-APPT-OPEN-OK VALUE '00'.
	01 WS-APPT-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-APPT-FILE-OPEN VALUE 'Y'.
	01 WS-OVERRPT-STATUS PIC X(2).
		88 WS-OVERRPT-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-CLOSEOUT-FUNC PIC X(1) VALUE SPACE.
		88 WS-REPORT-ONLY VALUE 'R' 'r'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-NAME-COUNT PIC 9(3) VALUE ZERO.
	01 WS-NAME-INDEX PIC 9(3).
	01 WS-NAME-FOUND PIC X(1).
	01 WS-NAME-LIMIT PIC 9(3) VALUE 500.
	01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
	01 WS-OVERSTAY-COUNT PIC 9(6) VALUE ZERO.
	01 WS-CLOSED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-ROSTER-TABLE.
		05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
			10 WS-RT-NAME PIC X(20).
			10 WS-RT-DATE PIC 9(8).
			10 WS-RT-TIME PIC 9(6).
			10 WS-RT-OPERATOR-ID PIC X(8).
			10 WS-RT-TERMINAL-ID PIC X(8).
			10 WS-RT-APPT-FLAG PIC X(1).
			10 WS-RT-COMPANY-CODE PIC X(6).
			10 WS-RT-SITE-ID PIC X(4).
			10 WS-RT-INSIDE-FLAG PIC X(1).
	01 WS-DETAIL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-NAME PIC X(20).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-DATE PIC 9(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 WS-DL-TIME PIC 9(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-OPERATOR-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-TERMINAL-ID PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-DL-SITE-ID PIC X(4).
	01 WS-HOST-LINE.
		05 FILLER PIC X(23) VALUE SPACES.
		05 FILLER PIC X(6) VALUE 'HOST  '.
		05 WS-HL-HOST-NAME PIC X(20).
		05 FILLER PIC X(10) VALUE '  COMPANY '.
		05 WS-HL-COMPANY-CODE PIC X(6).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-CLOSEOUT-FUNC FROM ENVIRONMENT "CLOSEOUT_FUNC"
	PERFORM 1300-CAPTURE-OPERATOR
	OPEN INPUT VISITOR-LOG-FILE
	IF NOT WS-VISLOG-FOUND
		DISPLAY "VISITOR.LOG not available, status "
			WS-VISLOG-STATUS ", no closeout needed"
		CLOSE VISITOR-LOG-FILE
		PERFORM 9000-WRITE-CONTROL-RECORD
		STOP RUN
	END-IF
	PERFORM UNTIL WS-END-OF-FILE
		READ VISITOR-LOG-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 1000-POST-EVENT
		END-READ
	END-PERFORM
	CLOSE VISITOR-LOG-FILE
	OPEN INPUT APPOINTMENT-FILE
	IF WS-APPT-OPEN-OK
		MOVE 'Y' TO WS-APPT-OPEN-FLAG
	ELSE
		DISPLAY "APPOINTMENT-FILE open failed, status "
			WS-APPT-STATUS ", hosts not shown"
	END-IF
	OPEN OUTPUT OVERSTAY-REPORT-FILE
	IF NOT WS-OVERRPT-OPEN-OK
		DISPLAY "OVERSTAY-REPORT-FILE open failed, status "
			WS-OVERRPT-STATUS ", closeout not run"
		IF WS-APPT-FILE-OPEN
			CLOSE APPOINTMENT-FILE
		END-IF
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 3000-PRINT-OVERSTAYS
	CLOSE OVERSTAY-REPORT-FILE
	IF WS-APPT-FILE-OPEN
		CLOSE APPOINTMENT-FILE
	END-IF
	IF NOT WS-REPORT-ONLY
		PERFORM 4000-WRITE-CLOSEOUTS
	END-IF
	DISPLAY "Overstay closeout complete - " WS-OVERSTAY-COUNT
		" still on site, " WS-CLOSED-COUNT " closed out"
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Name table full - " WS-OVERFLOW-COUNT
			" log records not paired"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-OVERSTAY-COUNT > ZERO
	AND RETURN-CODE < 4
		MOVE 4 TO RETURN-CODE
	END-IF
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-POST-EVENT.
	PERFORM 2000-FIND-NAME-ENTRY
	IF WS-NAME-FOUND = 'N'
		ADD 1 TO WS-OVERFLOW-COUNT
		EXIT PARAGRAPH
	END-IF
	IF VL-EVENT-DEPARTURE
		MOVE 'N' TO WS-RT-INSIDE-FLAG (WS-NAME-INDEX)
	ELSE
		MOVE 'Y' TO WS-RT-INSIDE-FLAG (WS-NAME-INDEX)
		MOVE VL-DATE TO WS-RT-DATE (WS-NAME-INDEX)
		MOVE VL-TIME TO WS-RT-TIME (WS-NAME-INDEX)
		MOVE VL-OPERATOR-ID
			TO WS-RT-OPERATOR-ID (WS-NAME-INDEX)
		MOVE VL-TERMINAL-ID
			TO WS-RT-TERMINAL-ID (WS-NAME-INDEX)
		MOVE VL-APPOINTMENT-FLAG
			TO WS-RT-APPT-FLAG (WS-NAME-INDEX)
		MOVE VL-COMPANY-CODE
			TO WS-RT-COMPANY-CODE (WS-NAME-INDEX)
		IF VL-SITE-MAIN
			MOVE "MAIN" TO WS-RT-SITE-ID (WS-NAME-INDEX)
		ELSE
			MOVE VL-SITE-ID TO WS-RT-SITE-ID (WS-NAME-INDEX)
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

	2000-FIND-NAME-ENTRY.
	MOVE 'N' TO WS-NAME-FOUND
	PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
		UNTIL WS-NAME-INDEX > WS-NAME-COUNT
		OR WS-NAME-FOUND = 'Y'
		IF WS-RT-NAME (WS-NAME-INDEX) = VL-NAME
			MOVE 'Y' TO WS-NAME-FOUND
		END-IF
	END-PERFORM
	IF WS-NAME-FOUND = 'Y'
		SUBTRACT 1 FROM WS-NAME-INDEX
	ELSE
		IF WS-NAME-COUNT < WS-NAME-LIMIT
			ADD 1 TO WS-NAME-COUNT
			MOVE WS-NAME-COUNT TO WS-NAME-INDEX
			MOVE VL-NAME TO WS-RT-NAME (WS-NAME-INDEX)
			MOVE 'N' TO WS-RT-INSIDE-FLAG (WS-NAME-INDEX)
			MOVE 'Y' TO WS-NAME-FOUND
		END-IF
	END-IF.

	3000-PRINT-OVERSTAYS.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE SPACES TO OVERSTAY-REPORT-RECORD
	STRING "OVERSTAY EXCEPTION REPORT - " WS-TODAY-DATE
		DELIMITED BY SIZE INTO OVERSTAY-REPORT-RECORD
	WRITE OVERSTAY-REPORT-RECORD
	MOVE SPACES TO OVERSTAY-REPORT-RECORD
	WRITE OVERSTAY-REPORT-RECORD
	MOVE SPACES TO OVERSTAY-REPORT-RECORD
	STRING "  NAME                 ARRIVED  AT      OPERATOR  "
		"TERMINAL  SITE" DELIMITED BY SIZE
		INTO OVERSTAY-REPORT-RECORD
	WRITE OVERSTAY-REPORT-RECORD
	PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
		UNTIL WS-NAME-INDEX > WS-NAME-COUNT
		IF WS-RT-INSIDE-FLAG (WS-NAME-INDEX) = 'Y'
			PERFORM 3100-PRINT-ONE-OVERSTAY
		END-IF
	END-PERFORM
	MOVE SPACES TO OVERSTAY-REPORT-RECORD
	WRITE OVERSTAY-REPORT-RECORD
	MOVE SPACES TO OVERSTAY-REPORT-RECORD
	IF WS-REPORT-ONLY
		STRING "  Still on site: " WS-OVERSTAY-COUNT
			"  (report only - not closed out)"
			DELIMITED BY SIZE INTO OVERSTAY-REPORT-RECORD
	ELSE
		STRING "  Still on site: " WS-OVERSTAY-COUNT
			"  (closed out automatically)"
			DELIMITED BY SIZE INTO OVERSTAY-REPORT-RECORD
	END-IF
	WRITE OVERSTAY-REPORT-RECORD.

	3100-PRINT-ONE-OVERSTAY.
	ADD 1 TO WS-OVERSTAY-COUNT
	MOVE WS-RT-NAME (WS-NAME-INDEX) TO WS-DL-NAME
	MOVE WS-RT-DATE (WS-NAME-INDEX) TO WS-DL-DATE
	MOVE WS-RT-TIME (WS-NAME-INDEX) TO WS-DL-TIME
	MOVE WS-RT-OPERATOR-ID (WS-NAME-INDEX) TO WS-DL-OPERATOR-ID
	MOVE WS-RT-TERMINAL-ID (WS-NAME-INDEX) TO WS-DL-TERMINAL-ID
	MOVE WS-RT-SITE-ID (WS-NAME-INDEX) TO WS-DL-SITE-ID
	MOVE WS-DETAIL-LINE TO OVERSTAY-REPORT-RECORD
	WRITE OVERSTAY-REPORT-RECORD
	IF WS-RT-APPT-FLAG (WS-NAME-INDEX) NOT = 'P'
	OR NOT WS-APPT-FILE-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE WS-RT-DATE (WS-NAME-INDEX) TO AP-VISIT-DATE
	MOVE FUNCTION UPPER-CASE (WS-RT-NAME (WS-NAME-INDEX))
		TO AP-NAME
	READ APPOINTMENT-FILE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE AP-HOST-NAME TO WS-HL-HOST-NAME
			MOVE AP-COMPANY-CODE TO WS-HL-COMPANY-CODE
			MOVE WS-HOST-LINE TO OVERSTAY-REPORT-RECORD
			WRITE OVERSTAY-REPORT-RECORD
	END-READ.

	4000-WRITE-CLOSEOUTS.
	IF WS-OVERSTAY-COUNT = ZERO
		EXIT PARAGRAPH
	END-IF
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND VISITOR-LOG-FILE
	IF NOT WS-VISLOG-OPEN-OK
		DISPLAY "VISITOR-LOG-FILE open failed, status "
			WS-VISLOG-STATUS ", overstays not closed out"
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
		UNTIL WS-NAME-INDEX > WS-NAME-COUNT
		IF WS-RT-INSIDE-FLAG (WS-NAME-INDEX) = 'Y'
			PERFORM 4100-WRITE-ONE-CLOSEOUT
		END-IF
	END-PERFORM
	CLOSE VISITOR-LOG-FILE.

	4100-WRITE-ONE-CLOSEOUT.
	MOVE WS-RT-NAME (WS-NAME-INDEX) TO VL-NAME
	MOVE WS-TODAY-DATE TO VL-DATE
	MOVE WS-NOW-TIME TO VL-TIME
	MOVE 'N' TO VL-CORRECTED-FLAG
	MOVE WS-OPERATOR-ID TO VL-OPERATOR-ID
	MOVE WS-TERMINAL-ID TO VL-TERMINAL-ID
	MOVE 'X' TO VL-EVENT-TYPE
	MOVE SPACE TO VL-APPOINTMENT-FLAG
	MOVE SPACES TO VL-COMPANY-CODE
	MOVE WS-RT-SITE-ID (WS-NAME-INDEX) TO VL-SITE-ID
	WRITE VISITOR-LOG-RECORD
	MOVE 'N' TO WS-RT-INSIDE-FLAG (WS-NAME-INDEX)
	ADD 1 TO WS-CLOSED-COUNT.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'VISCLOSE' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-CLOSED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
