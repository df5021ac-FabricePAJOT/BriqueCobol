	FD CONTROL-FILE.
	COPY CTLFILE.
	FD CONTROL-HISTORY-FILE.
	01 HISTORY-CONTROL-RECORD PIC X(38).
	FD CONTROL-WORK-FILE.
	01 WORK-CONTROL-RECORD PIC X(38).
	FD CLOSED-MONTH-FILE.
	COPY CTLCLOSE.

	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	1500-ACCEPT-MONTH.
