	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	1500-LOAD-GREETING.
		MOVE WS-WATCH-REASON TO SA-REASON
		MOVE WS-OPERATOR-ID TO SA-OPERATOR-ID
		MOVE WS-TERMINAL-ID TO SA-TERMINAL-ID
		MOVE SPACES TO SA-REVIEW
		MOVE 'U' TO SA-REVIEW-STATUS
		WRITE SECURITY-ALERT-RECORD
	ELSE
		IF RETURN-CODE < 4
		MOVE 'BADGEPRT' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-BADGES-PRINTED TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
