      * disposition so the queue can be worked down to zero.
      * Operator commands at the prompt: *D discard, *S skip (leave
      * pending), *Q quit (rest of the queue stays pending).
      * A correction is posted to the site the value was rejected at
      * (rejects logged before sites existed belong to MAIN).
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. reject-rework.
	FD EXCEPTION-REPORT-FILE.
	COPY REJLOG.
	FD REWORK-WORK-FILE.
	01 WORK-REJECT-RECORD PIC X(87).
	FD VISITOR-LOG-FILE.
	COPY VISLOG.
	FD BATCH-OUTPUT-FILE.
	01 WS-REWORKED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-DISCARDED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
	01 WS-REJECT-SITE-ID PIC X(4).
	COPY OPTERM.

	PROCEDURE DIVISION.
	END-IF
	IF WS-TERMINAL-ID = SPACES
		MOVE "TERM0001" TO WS-TERMINAL-ID
	END-IF
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF.

	2000-WORK-ONE-REJECT.

	3000-POST-CORRECTION.
	MOVE WS-ANSWER TO UserInput
	MOVE RJ-SITE-ID TO WS-REJECT-SITE-ID
	IF WS-REJECT-SITE-ID = SPACES
		MOVE "MAIN" TO WS-REJECT-SITE-ID
	END-IF
	MOVE 'N' TO WS-CORRECTED-FLAG
	PERFORM 1500-VALIDATE-INPUT
	IF WS-INPUT-VALID
		MOVE 'A' TO BO-STATUS
		MOVE SPACE TO BO-APPOINTMENT-FLAG
		MOVE SPACES TO BO-COMPANY-CODE
		MOVE WS-REJECT-SITE-ID TO BO-SITE-ID
		WRITE BATCH-OUTPUT-RECORD
	END-IF.

		MOVE 'A' TO VL-EVENT-TYPE
		MOVE SPACE TO VL-APPOINTMENT-FLAG
		MOVE SPACES TO VL-COMPANY-CODE
		MOVE WS-REJECT-SITE-ID TO VL-SITE-ID
		WRITE VISITOR-LOG-RECORD
	END-IF.

		MOVE 'REJREWRK' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-REWORKED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
