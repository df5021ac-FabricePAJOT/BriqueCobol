      * Maintains the BUSCAL business calendar read by the nightly
      * chain - generates a year (Saturdays and Sundays closed, every
      * other day a working day; dates already on file are kept, so
      * a year can be generated again safely), marks a public
      * holiday, reopens a date as a working day, or lists a month.
      * After every change the month's first working day and its
      * last working day (the month-end period-close day) are marked
      * again, so the month-end steps follow a holiday on their own.
      * Every change is stamped with the date and the operator id.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. cal-maint.
	AUTHOR. F.PAJOT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT BUSINESS-CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BC-DATE
		FILE STATUS IS WS-CALENDAR-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD BUSINESS-CALENDAR-FILE.
	COPY BUSCAL.

	WORKING-STORAGE SECTION.
	01 WS-CALENDAR-STATUS PIC X(2).
	01 WS-FUNCTION PIC X(1).
		88 WS-FN-GENERATE VALUE 'G'.
		88 WS-FN-HOLIDAY VALUE 'H'.
		88 WS-FN-WORKING VALUE 'W'.
		88 WS-FN-LIST VALUE 'L'.
		88 WS-FN-QUIT VALUE 'Q'.
	01 WS-MORE-WORK PIC X(1) VALUE 'Y'.
		88 WS-DONE VALUE 'N'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-CREATED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-YEAR-ANSWER PIC X(4).
	01 WS-MONTH-ANSWER PIC X(6).
	01 WS-DATE-ANSWER PIC X(8).
	01 WS-DATES-FLAG PIC X(1).
		88 WS-DATES-OK VALUE 'Y'.
	01 WS-WORK-DATE PIC 9(8).
	01 WS-DAY-NUMBER PIC 9(7).
	01 WS-LAST-DAY-NUMBER PIC 9(7).
	01 WS-WEEKDAY PIC 9(1).
	01 WS-MARK-MONTH PIC 9(6).
	01 WS-MARK-FIRST-DATE PIC 9(8).
	01 WS-MARK-END-DATE PIC 9(8).
	01 WS-FIRST-WORKING-DATE PIC 9(8).
	01 WS-LAST-WORKING-DATE PIC 9(8).
	01 WS-MONTH-NUMBER PIC 9(2).
	01 WS-NEW-DAY-TYPE PIC X(1).
	01 WS-WEEKDAY-NAMES VALUE "SUNMONTUEWEDTHUFRISAT".
		05 WS-WEEKDAY-NAME OCCURS 7 TIMES PIC X(3).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	PERFORM 1300-CAPTURE-OPERATOR
	OPEN I-O BUSINESS-CALENDAR-FILE
	IF WS-CALENDAR-STATUS = '35'
		CLOSE BUSINESS-CALENDAR-FILE
		OPEN OUTPUT BUSINESS-CALENDAR-FILE
		CLOSE BUSINESS-CALENDAR-FILE
		OPEN I-O BUSINESS-CALENDAR-FILE
	END-IF
	IF WS-CALENDAR-STATUS NOT = '00'
		DISPLAY "BUSINESS-CALENDAR-FILE open failed, status "
			WS-CALENDAR-STATUS ", no maintenance possible"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-DONE
		PERFORM 1000-PROMPT-FUNCTION
		EVALUATE TRUE
		WHEN WS-FN-GENERATE PERFORM 2000-GENERATE-YEAR
		WHEN WS-FN-HOLIDAY PERFORM 3000-MARK-HOLIDAY
		WHEN WS-FN-WORKING PERFORM 3500-MARK-WORKING-DAY
		WHEN WS-FN-LIST PERFORM 4000-LIST-MONTH
		WHEN WS-FN-QUIT MOVE 'N' TO WS-MORE-WORK
		WHEN OTHER DISPLAY "Invalid function code"
		END-EVALUATE
	END-PERFORM
	CLOSE BUSINESS-CALENDAR-FILE
	STOP RUN.

	1000-PROMPT-FUNCTION.
	DISPLAY "Function (G)enerate year, (H)oliday, (W)orking day, "
		"(L)ist, (Q)uit: "
	ACCEPT WS-FUNCTION
	MOVE FUNCTION UPPER-CASE (WS-FUNCTION) TO WS-FUNCTION.

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

	1400-ACCEPT-DATE.
	MOVE 'Y' TO WS-DATES-FLAG
	DISPLAY "Date (YYYYMMDD): "
	MOVE SPACES TO WS-DATE-ANSWER
	ACCEPT WS-DATE-ANSWER
	IF WS-DATE-ANSWER IS NOT NUMERIC
		DISPLAY "Date must be YYYYMMDD digits"
		MOVE 'N' TO WS-DATES-FLAG
		EXIT PARAGRAPH
	END-IF
	MOVE WS-DATE-ANSWER TO WS-WORK-DATE
	IF FUNCTION TEST-DATE-YYYYMMDD (WS-WORK-DATE) NOT = ZERO
		DISPLAY "Date must be YYYYMMDD digits"
		MOVE 'N' TO WS-DATES-FLAG
	END-IF.

	1500-STAMP-CHANGE.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE WS-TODAY-DATE TO BC-DATE-CHANGED
	MOVE WS-OPERATOR-ID TO BC-CHANGED-BY.

	2000-GENERATE-YEAR.
	DISPLAY "Year to generate (YYYY): "
	MOVE SPACES TO WS-YEAR-ANSWER
	ACCEPT WS-YEAR-ANSWER
	IF WS-YEAR-ANSWER IS NOT NUMERIC
	OR WS-YEAR-ANSWER < '1601'
		DISPLAY "Year must be YYYY digits"
		EXIT PARAGRAPH
	END-IF
	MOVE ZERO TO WS-CREATED-COUNT
	STRING WS-YEAR-ANSWER "0101" DELIMITED BY SIZE
		INTO WS-WORK-DATE
	COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
	STRING WS-YEAR-ANSWER "1231" DELIMITED BY SIZE
		INTO WS-WORK-DATE
	COMPUTE WS-LAST-DAY-NUMBER =
		FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
	PERFORM UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER
		PERFORM 2100-GENERATE-ONE-DAY
		ADD 1 TO WS-DAY-NUMBER
	END-PERFORM
	PERFORM VARYING WS-MONTH-NUMBER FROM 1 BY 1
		UNTIL WS-MONTH-NUMBER > 12
		STRING WS-YEAR-ANSWER WS-MONTH-NUMBER
			DELIMITED BY SIZE INTO WS-MARK-MONTH
		PERFORM 5000-MARK-PERIOD-DAYS
	END-PERFORM
	DISPLAY "Calendar " WS-YEAR-ANSWER " generated - "
		WS-CREATED-COUNT " dates added".

	2100-GENERATE-ONE-DAY.
	COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
	MOVE WS-WORK-DATE TO BC-DATE
	READ BUSINESS-CALENDAR-FILE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			EXIT PARAGRAPH
	END-READ
	COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-NUMBER, 7)
	MOVE WS-WORK-DATE TO BC-DATE
	IF WS-WEEKDAY = 0
	OR WS-WEEKDAY = 6
		MOVE 'E' TO BC-DAY-TYPE
	ELSE
		MOVE 'W' TO BC-DAY-TYPE
	END-IF
	MOVE SPACE TO BC-PERIOD-MARK
	MOVE SPACES TO BC-DESCRIPTION
	PERFORM 1500-STAMP-CHANGE
	WRITE BUSINESS-CALENDAR-RECORD
		INVALID KEY
			DISPLAY "Date " BC-DATE " not added"
		NOT INVALID KEY
			ADD 1 TO WS-CREATED-COUNT
	END-WRITE.

	3000-MARK-HOLIDAY.
	MOVE 'H' TO WS-NEW-DAY-TYPE
	PERFORM 3100-CHANGE-DAY-TYPE.

	3100-CHANGE-DAY-TYPE.
	PERFORM 1400-ACCEPT-DATE
	IF NOT WS-DATES-OK
		EXIT PARAGRAPH
	END-IF
	MOVE WS-WORK-DATE TO BC-DATE
	READ BUSINESS-CALENDAR-FILE
		INVALID KEY
			DISPLAY "Date not on the calendar - "
				"generate the year first"
			EXIT PARAGRAPH
	END-READ
	IF WS-NEW-DAY-TYPE = 'H'
		DISPLAY "Holiday name (30 chars): "
	ELSE
		DISPLAY "Reason (30 chars, blank if none): "
	END-IF
	MOVE SPACES TO BC-DESCRIPTION
	ACCEPT BC-DESCRIPTION
	MOVE WS-NEW-DAY-TYPE TO BC-DAY-TYPE
	PERFORM 1500-STAMP-CHANGE
	REWRITE BUSINESS-CALENDAR-RECORD
		INVALID KEY
			DISPLAY "Calendar not changed"
			EXIT PARAGRAPH
	END-REWRITE
	IF WS-NEW-DAY-TYPE = 'H'
		DISPLAY "Date marked as a holiday"
	ELSE
		DISPLAY "Date marked as a working day"
	END-IF
	MOVE WS-WORK-DATE(1:6) TO WS-MARK-MONTH
	PERFORM 5000-MARK-PERIOD-DAYS.

	3500-MARK-WORKING-DAY.
	MOVE 'W' TO WS-NEW-DAY-TYPE
	PERFORM 3100-CHANGE-DAY-TYPE.

	4000-LIST-MONTH.
	DISPLAY "Month to list (YYYYMM): "
	MOVE SPACES TO WS-MONTH-ANSWER
	ACCEPT WS-MONTH-ANSWER
	IF WS-MONTH-ANSWER IS NOT NUMERIC
		DISPLAY "Month must be YYYYMM digits"
		EXIT PARAGRAPH
	END-IF
	MOVE WS-MONTH-ANSWER TO WS-MARK-MONTH
	COMPUTE WS-MARK-FIRST-DATE = WS-MARK-MONTH * 100 + 1
	COMPUTE WS-MARK-END-DATE = WS-MARK-MONTH * 100 + 31
	MOVE ZERO TO WS-LISTED-COUNT
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-MARK-FIRST-DATE TO BC-DATE
	START BUSINESS-CALENDAR-FILE KEY NOT < BC-DATE
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ BUSINESS-CALENDAR-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 4100-LIST-ONE-DATE
		END-READ
	END-PERFORM
	DISPLAY "Dates listed: " WS-LISTED-COUNT.

	4100-LIST-ONE-DATE.
	IF BC-DATE > WS-MARK-END-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-LISTED-COUNT
	COMPUTE WS-WEEKDAY =
		FUNCTION MOD (FUNCTION INTEGER-OF-DATE (BC-DATE), 7)
	DISPLAY BC-DATE " " WS-WEEKDAY-NAME (WS-WEEKDAY + 1)
		" type " BC-DAY-TYPE " period " BC-PERIOD-MARK
		" " BC-DESCRIPTION " changed " BC-DATE-CHANGED
		" by " BC-CHANGED-BY.

	5000-MARK-PERIOD-DAYS.
	COMPUTE WS-MARK-FIRST-DATE = WS-MARK-MONTH * 100 + 1
	COMPUTE WS-MARK-END-DATE = WS-MARK-MONTH * 100 + 31
	MOVE ZERO TO WS-FIRST-WORKING-DATE
	MOVE ZERO TO WS-LAST-WORKING-DATE
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-MARK-FIRST-DATE TO BC-DATE
	START BUSINESS-CALENDAR-FILE KEY NOT < BC-DATE
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ BUSINESS-CALENDAR-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 5100-CLEAR-ONE-MARK
		END-READ
	END-PERFORM
	IF WS-FIRST-WORKING-DATE = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE WS-FIRST-WORKING-DATE TO BC-DATE
	READ BUSINESS-CALENDAR-FILE
		INVALID KEY EXIT PARAGRAPH
	END-READ
	IF WS-FIRST-WORKING-DATE = WS-LAST-WORKING-DATE
		MOVE 'B' TO BC-PERIOD-MARK
	ELSE
		MOVE 'F' TO BC-PERIOD-MARK
	END-IF
	REWRITE BUSINESS-CALENDAR-RECORD
		INVALID KEY CONTINUE
	END-REWRITE
	IF WS-FIRST-WORKING-DATE = WS-LAST-WORKING-DATE
		EXIT PARAGRAPH
	END-IF
	MOVE WS-LAST-WORKING-DATE TO BC-DATE
	READ BUSINESS-CALENDAR-FILE
		INVALID KEY EXIT PARAGRAPH
	END-READ
	MOVE 'L' TO BC-PERIOD-MARK
	REWRITE BUSINESS-CALENDAR-RECORD
		INVALID KEY CONTINUE
	END-REWRITE.

	5100-CLEAR-ONE-MARK.
	IF BC-DATE > WS-MARK-END-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF BC-WORKING-DAY
		IF WS-FIRST-WORKING-DATE = ZERO
			MOVE BC-DATE TO WS-FIRST-WORKING-DATE
		END-IF
		MOVE BC-DATE TO WS-LAST-WORKING-DATE
	END-IF
	IF NOT BC-NO-PERIOD-MARK
		MOVE SPACE TO BC-PERIOD-MARK
		REWRITE BUSINESS-CALENDAR-RECORD
			INVALID KEY CONTINUE
		END-REWRITE
	END-IF.
