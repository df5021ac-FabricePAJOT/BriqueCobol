      * Nightly chain driver - runs the overnight programs in order
      * from the CHAINSTP.DAT step schedule (step number, run rule,
      * the command to run). The run rule byte says when the step
      * applies: blank or D every night, W on working days only, L on
      * the last working day of the month (the period-close day), F on
      * the first working day of the month. Tonight's date is looked
      * up on the BUSCAL business calendar (see BUSCAL.cpy); with no
      * calendar entry Monday to Friday are taken as working days.
      * A step that does not apply tonight is not run and is
      * journalled as skipped by the calendar. Every step's start
      * time, end time and return code is journalled to CHAINJRN.DAT
      * (status C complete, F failed, S skipped by the calendar); a step
      * returning 12 stops the chain, and the next invocation on the
      * same date resumes from the failed step instead of rerunning
      * the completed ones, using a checkpoint file in the same style
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.
	SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BC-DATE
		FILE STATUS IS WS-CALENDAR-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD STEP-SCHEDULE-FILE.
	01 STEP-SCHEDULE-RECORD.
		05 SS-STEP-NUM PIC 9(2).
		05 SS-RUN-RULE PIC X(1).
			88 SS-RUN-EVERY-DAY VALUES ' ' 'D'.
			88 SS-RUN-WORKING-DAYS VALUE 'W'.
			88 SS-RUN-LAST-WORKING VALUE 'L'.
			88 SS-RUN-FIRST-WORKING VALUE 'F'.
			88 SS-RUN-RULE-VALID VALUES ' ' 'D' 'W' 'L' 'F'.
		05 SS-COMMAND PIC X(60).
	FD RUN-JOURNAL-FILE.
	01 RUN-JOURNAL-RECORD.
		05 RJN-STATUS PIC X(1).
			88 RJN-COMPLETED VALUE 'C'.
			88 RJN-FAILED VALUE 'F'.
			88 RJN-SKIPPED-CALENDAR VALUE 'S'.
		05 RJN-COMMAND PIC X(60).
	FD CHAIN-CHECKPOINT-FILE.
	01 CHAIN-CHECKPOINT-RECORD.
		05 CH-LAST-GOOD-STEP PIC 9(2).
	FD CONTROL-FILE.
	COPY CTLFILE.
	FD BUSINESS-CALENDAR-FILE.
	COPY BUSCAL.

	WORKING-STORAGE SECTION.
	01 WS-SCHEDULE-STATUS PIC X(2).
	01 WS-STEPS-SKIPPED PIC 9(6) VALUE ZERO.
	01 WS-WARNING-FLAG PIC X(1) VALUE 'N'.
		88 WS-STEP-WARNED VALUE 'Y'.
	01 WS-CALENDAR-STATUS PIC X(2).
		88 WS-CALENDAR-OPEN-OK VALUE '00'.
	01 WS-STEPS-NOT-DUE PIC 9(6) VALUE ZERO.
	01 WS-STEP-DUE-FLAG PIC X(1) VALUE 'Y'.
		88 WS-STEP-DUE VALUE 'Y'.
	01 WS-WORKING-FLAG PIC X(1) VALUE 'N'.
		88 WS-WORKING-TODAY VALUE 'Y'.
	01 WS-FIRST-WORKING-FLAG PIC X(1) VALUE 'N'.
		88 WS-FIRST-WORKING-TODAY VALUE 'Y'.
	01 WS-LAST-WORKING-FLAG PIC X(1) VALUE 'N'.
		88 WS-LAST-WORKING-TODAY VALUE 'Y'.
	01 WS-CALENDAR-FLAG PIC X(1) VALUE 'N'.
		88 WS-CALENDAR-FOUND VALUE 'Y'.
	01 WS-DAY-NUMBER PIC 9(7).
	01 WS-SCAN-NUMBER PIC 9(7).
	01 WS-SCAN-DATE PIC 9(8).
	01 WS-WEEKDAY PIC 9(1).
	01 WS-SCAN-FLAG PIC X(1).
		88 WS-SCAN-DONE VALUE 'Y'.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
		STOP RUN
	END-IF
	PERFORM 1100-CHECK-RESTART
	PERFORM 1200-CHECK-CALENDAR
	PERFORM UNTIL WS-END-OF-FILE
		OR NOT WS-CHAIN-OK
		READ STEP-SCHEDULE-FILE
	IF WS-CHAIN-OK
		PERFORM 8500-CLEAR-CHECKPOINT
		DISPLAY "Chain complete - " WS-STEPS-RUN " steps run, "
			WS-STEPS-SKIPPED " skipped, "
			WS-STEPS-NOT-DUE " not due by the calendar"
		IF WS-STEP-WARNED
		AND RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
			WS-CHECKPOINT-STATUS NOT = '05'
		DISPLAY "Checkpoint file I/O error, status "
			WS-CHECKPOINT-STATUS ", starting from step 1"
		MOVE 'Y' TO WS-WARNING-FLAG
		MOVE ZERO TO WS-RESUME-AFTER
	ELSE
		READ CHAIN-CHECKPOINT-FILE
	END-IF
	CLOSE CHAIN-CHECKPOINT-FILE.

	1200-CHECK-CALENDAR.
	OPEN INPUT BUSINESS-CALENDAR-FILE
	IF WS-CALENDAR-OPEN-OK
		MOVE WS-TODAY-DATE TO BC-DATE
		READ BUSINESS-CALENDAR-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE 'Y' TO WS-CALENDAR-FLAG
		END-READ
		CLOSE BUSINESS-CALENDAR-FILE
	ELSE
		IF WS-CALENDAR-STATUS NOT = '35'
			DISPLAY "BUSINESS-CALENDAR-FILE open failed, "
				"status " WS-CALENDAR-STATUS
			MOVE 'Y' TO WS-WARNING-FLAG
		END-IF
	END-IF
	IF WS-CALENDAR-FOUND
		IF BC-WORKING-DAY
			MOVE 'Y' TO WS-WORKING-FLAG
		END-IF
		IF BC-FIRST-WORKING
			MOVE 'Y' TO WS-FIRST-WORKING-FLAG
		END-IF
		IF BC-PERIOD-CLOSE
			MOVE 'Y' TO WS-LAST-WORKING-FLAG
		END-IF
	ELSE
		DISPLAY "No business calendar entry for " WS-TODAY-DATE
			" - Monday to Friday taken as working days"
		MOVE 'Y' TO WS-WARNING-FLAG
		PERFORM 1250-APPLY-WEEKDAY-RULE
	END-IF
	EVALUATE TRUE
	WHEN NOT WS-WORKING-TODAY
		DISPLAY "Calendar: " WS-TODAY-DATE
			" is not a working day"
	WHEN WS-FIRST-WORKING-TODAY AND WS-LAST-WORKING-TODAY
		DISPLAY "Calendar: " WS-TODAY-DATE
			" is the only working day of the month"
	WHEN WS-FIRST-WORKING-TODAY
		DISPLAY "Calendar: " WS-TODAY-DATE
			" is the first working day of the month"
	WHEN WS-LAST-WORKING-TODAY
		DISPLAY "Calendar: " WS-TODAY-DATE
			" is the last working day of the month"
	WHEN OTHER
		DISPLAY "Calendar: " WS-TODAY-DATE " is a working day"
	END-EVALUATE.

	1250-APPLY-WEEKDAY-RULE.
	COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
	COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-NUMBER, 7)
	IF WS-WEEKDAY = 0
	OR WS-WEEKDAY = 6
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO WS-WORKING-FLAG
	MOVE 'Y' TO WS-FIRST-WORKING-FLAG
	MOVE WS-DAY-NUMBER TO WS-SCAN-NUMBER
	MOVE 'N' TO WS-SCAN-FLAG
	PERFORM UNTIL WS-SCAN-DONE
		SUBTRACT 1 FROM WS-SCAN-NUMBER
		PERFORM 1260-SCAN-ONE-DAY
		IF NOT WS-SCAN-DONE
		AND WS-WEEKDAY NOT = 0
		AND WS-WEEKDAY NOT = 6
			MOVE 'N' TO WS-FIRST-WORKING-FLAG
			MOVE 'Y' TO WS-SCAN-FLAG
		END-IF
	END-PERFORM
	MOVE 'Y' TO WS-LAST-WORKING-FLAG
	MOVE WS-DAY-NUMBER TO WS-SCAN-NUMBER
	MOVE 'N' TO WS-SCAN-FLAG
	PERFORM UNTIL WS-SCAN-DONE
		ADD 1 TO WS-SCAN-NUMBER
		PERFORM 1260-SCAN-ONE-DAY
		IF NOT WS-SCAN-DONE
		AND WS-WEEKDAY NOT = 0
		AND WS-WEEKDAY NOT = 6
			MOVE 'N' TO WS-LAST-WORKING-FLAG
			MOVE 'Y' TO WS-SCAN-FLAG
		END-IF
	END-PERFORM.

	1260-SCAN-ONE-DAY.
	COMPUTE WS-SCAN-DATE = FUNCTION DATE-OF-INTEGER (WS-SCAN-NUMBER)
	IF WS-SCAN-DATE(1:6) NOT = WS-TODAY-DATE(1:6)
		MOVE 'Y' TO WS-SCAN-FLAG
	ELSE
		COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-SCAN-NUMBER, 7)
	END-IF.

	1800-DISPATCH-STEP.
	MOVE FUNCTION UPPER-CASE (SS-RUN-RULE) TO SS-RUN-RULE
	IF SS-STEP-NUM IS NOT NUMERIC
	OR SS-COMMAND = SPACES
	OR NOT SS-RUN-RULE-VALID
		DISPLAY "Bad schedule record skipped: "
			STEP-SCHEDULE-RECORD
		MOVE 'Y' TO WS-WARNING-FLAG
		EXIT PARAGRAPH
	END-IF
	IF SS-STEP-NUM NOT > WS-RESUME-AFTER
		MOVE SS-STEP-NUM TO WS-LAST-GOOD-STEP
		EXIT PARAGRAPH
	END-IF
	PERFORM 1850-CHECK-RUN-RULE
	IF WS-STEP-DUE
		PERFORM 2000-RUN-ONE-STEP
	ELSE
		PERFORM 2500-SKIP-ONE-STEP
	END-IF.

	1850-CHECK-RUN-RULE.
	MOVE 'N' TO WS-STEP-DUE-FLAG
	EVALUATE TRUE
	WHEN SS-RUN-EVERY-DAY
		MOVE 'Y' TO WS-STEP-DUE-FLAG
	WHEN SS-RUN-WORKING-DAYS
		IF WS-WORKING-TODAY
			MOVE 'Y' TO WS-STEP-DUE-FLAG
		END-IF
	WHEN SS-RUN-LAST-WORKING
		IF WS-LAST-WORKING-TODAY
			MOVE 'Y' TO WS-STEP-DUE-FLAG
		END-IF
	WHEN SS-RUN-FIRST-WORKING
		IF WS-FIRST-WORKING-TODAY
			MOVE 'Y' TO WS-STEP-DUE-FLAG
		END-IF
	END-EVALUATE.

	2000-RUN-ONE-STEP.
	ACCEPT WS-FULL-TIME FROM TIME.
		MOVE 'N' TO WS-CHAIN-FLAG
	END-IF.

	2500-SKIP-ONE-STEP.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-START-TIME
	MOVE WS-START-TIME TO WS-NOW-TIME
	MOVE ZERO TO WS-STEP-RC
	ADD 1 TO WS-STEPS-NOT-DUE
	DISPLAY "Step " SS-STEP-NUM " not due tonight (rule "
		SS-RUN-RULE ") - skipped by the calendar"
	PERFORM 8100-WRITE-JOURNAL
	MOVE SS-STEP-NUM TO WS-LAST-GOOD-STEP
	PERFORM 8000-WRITE-CHECKPOINT.

	8100-WRITE-JOURNAL.
	OPEN EXTEND RUN-JOURNAL-FILE
	IF WS-JOURNAL-OPEN-OK
		MOVE WS-START-TIME TO RJN-START-TIME
		MOVE WS-NOW-TIME TO RJN-END-TIME
		MOVE WS-STEP-RC TO RJN-RETURN-CODE
		EVALUATE TRUE
		WHEN NOT WS-STEP-DUE
			MOVE 'S' TO RJN-STATUS
		WHEN WS-STEP-RC < 12
			MOVE 'C' TO RJN-STATUS
		WHEN OTHER
			MOVE 'F' TO RJN-STATUS
		END-EVALUATE
		MOVE SS-COMMAND TO RJN-COMMAND
		WRITE RUN-JOURNAL-RECORD
	ELSE
		DISPLAY "RUN-JOURNAL-FILE open failed, status "
			WS-JOURNAL-STATUS ", step not journalled"
		MOVE 'Y' TO WS-WARNING-FLAG
	END-IF
	CLOSE RUN-JOURNAL-FILE.

	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'NIGHTCHN' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-STEPS-RUN TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
