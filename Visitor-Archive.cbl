	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD VISITOR-ARCHIVE-FILE.
	01 ARCHIVE-LOG-RECORD PIC X(63).
	FD ARCHIVE-WORK-FILE.
	01 WORK-LOG-RECORD PIC X(63).
	FD CONTROL-FILE.
	COPY CTLFILE.

		05 WS-MONTH-ENTRY OCCURS 120 TIMES.
			10 WS-MT-MONTH PIC 9(6).
			10 WS-MT-COUNT PIC 9(6).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'VISARCHV' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-RECORDS-ARCHIVED TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
