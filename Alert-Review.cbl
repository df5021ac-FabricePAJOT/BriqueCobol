      * Security review station for the SECALERT.DAT queue - walks
      * the unreviewed SECURITY-ALERT-RECORDs raised by IF-Example,
      * IF-Batch, Badge-Print and Badge-Reprint, shows security the
      * name, watchlist reason, raising program, operator and terminal,
      * and records a disposition with a free-text note, the reviewer
      * and the review date/time so the queue can be worked down to
      * zero. The queue is rewritten through SECALERT.TMP.
      * Dispositions: E escorted off site, F false match, P police
      * called. Commands at the prompt: *S skip (leave unreviewed),
      * *Q quit (rest of the queue stays unreviewed).
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. alert-review.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL SECURITY-ALERT-FILE ASSIGN TO "SECALERT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ALERT-STATUS.
	SELECT OPTIONAL REVIEW-WORK-FILE ASSIGN TO "SECALERT.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-WORKFILE-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD SECURITY-ALERT-FILE.
	COPY SECALERT.
	FD REVIEW-WORK-FILE.
	01 WORK-ALERT-RECORD PIC X(152).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-ALERT-STATUS PIC X(2).
		88 WS-ALERT-FOUND VALUE '00'.
		88 WS-ALERT-OPEN-OK VALUE '00' '05'.
	01 WS-WORKFILE-STATUS PIC X(2).
		88 WS-WORKFILE-FOUND VALUE '00'.
		88 WS-WORKFILE-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-QUIT-FLAG PIC X(1) VALUE 'N'.
		88 WS-OPERATOR-QUIT VALUE 'Y'.
	01 WS-ANSWER PIC X(2).
	01 WS-NOTE PIC X(40).
	01 WS-REVIEWED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	PERFORM 1300-CAPTURE-OPERATOR
	OPEN INPUT SECURITY-ALERT-FILE
	IF NOT WS-ALERT-FOUND
		DISPLAY "No alert queue - SECALERT.DAT not available, "
			"status " WS-ALERT-STATUS
		CLOSE SECURITY-ALERT-FILE
		MOVE 4 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT REVIEW-WORK-FILE
	IF NOT WS-WORKFILE-OPEN-OK
		DISPLAY "Work file open failed, status "
			WS-WORKFILE-STATUS ", queue left untouched"
		CLOSE SECURITY-ALERT-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-END-OF-FILE
		READ SECURITY-ALERT-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 2000-REVIEW-ONE-ALERT
		END-READ
	END-PERFORM
	CLOSE SECURITY-ALERT-FILE
	CLOSE REVIEW-WORK-FILE
	PERFORM 4000-REWRITE-QUEUE
	IF RETURN-CODE = 12
		DISPLAY "Review session abandoned - no control record "
			"written"
		STOP RUN
	END-IF
	DISPLAY "Review session complete for " WS-OPERATOR-ID
	DISPLAY "Reviewed  : " WS-REVIEWED-COUNT
	DISPLAY "Unreviewed: " WS-PENDING-COUNT
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

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

	2000-REVIEW-ONE-ALERT.
	IF NOT SA-UNREVIEWED
	OR WS-OPERATOR-QUIT
		PERFORM 3500-SAVE-ALERT
		IF SA-UNREVIEWED
			ADD 1 TO WS-PENDING-COUNT
		END-IF
		EXIT PARAGRAPH
	END-IF
	DISPLAY " "
	DISPLAY "Name           : " SA-NAME
	DISPLAY "Reason         : " SA-REASON
	DISPLAY "Raised by      : " SA-PROGRAM-ID
	DISPLAY "Operator       : " SA-OPERATOR-ID
		"  Terminal: " SA-TERMINAL-ID
	DISPLAY "Raised on      : " SA-DATE " at " SA-TIME
	DISPLAY "Disposition (E escorted off site, F false match, "
		"P police called, *S skip, *Q quit): "
	MOVE SPACES TO WS-ANSWER
	ACCEPT WS-ANSWER
	MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER
	EVALUATE TRUE
	WHEN WS-ANSWER = '*Q'
		MOVE 'Y' TO WS-QUIT-FLAG
		ADD 1 TO WS-PENDING-COUNT
	WHEN WS-ANSWER = 'E' OR WS-ANSWER = 'F' OR WS-ANSWER = 'P'
		PERFORM 3000-RECORD-DISPOSITION
	WHEN OTHER
		ADD 1 TO WS-PENDING-COUNT
		DISPLAY "Left unreviewed"
	END-EVALUATE
	PERFORM 3500-SAVE-ALERT.

	3000-RECORD-DISPOSITION.
	DISPLAY "Note (40 chars): "
	MOVE SPACES TO WS-NOTE
	ACCEPT WS-NOTE
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	MOVE 'R' TO SA-REVIEW-STATUS
	MOVE WS-ANSWER(1:1) TO SA-DISPOSITION
	MOVE WS-NOTE TO SA-REVIEW-NOTE
	MOVE WS-OPERATOR-ID TO SA-REVIEWED-BY
	MOVE WS-TODAY-DATE TO SA-REVIEW-DATE
	MOVE WS-NOW-TIME TO SA-REVIEW-TIME
	ADD 1 TO WS-REVIEWED-COUNT
	DISPLAY "Alert reviewed by " WS-OPERATOR-ID.

	3500-SAVE-ALERT.
	MOVE SECURITY-ALERT-RECORD TO WORK-ALERT-RECORD
	WRITE WORK-ALERT-RECORD.

	4000-REWRITE-QUEUE.
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT REVIEW-WORK-FILE
	IF NOT WS-WORKFILE-FOUND
		DISPLAY "SECALERT.TMP open failed, status "
			WS-WORKFILE-STATUS ", SECALERT.DAT left "
			"untouched - dispositions not saved"
		CLOSE REVIEW-WORK-FILE
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	OPEN OUTPUT SECURITY-ALERT-FILE
	IF NOT WS-ALERT-OPEN-OK
		DISPLAY "SECALERT.DAT rewrite open failed, status "
			WS-ALERT-STATUS ", reviewed queue is in "
			"SECALERT.TMP"
		CLOSE REVIEW-WORK-FILE
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	PERFORM UNTIL WS-END-OF-FILE
		READ REVIEW-WORK-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END
				MOVE WORK-ALERT-RECORD
					TO SECURITY-ALERT-RECORD
				WRITE SECURITY-ALERT-RECORD
		END-READ
	END-PERFORM
	CLOSE REVIEW-WORK-FILE
	CLOSE SECURITY-ALERT-FILE
	DELETE FILE REVIEW-WORK-FILE.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'ALRTREVW' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-REVIEWED-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
