      * Maintains the TENANT master of the companies we host visitors
      * for - the billing office adds a tenant with its legal name,
      * billing contact, per-visit rate and monthly free allowance,
      * updates those terms, closes a tenant that has left (or
      * reopens one), or lists the whole file. A closed tenant is
      * kept on file so its final month can still be invoiced, but
      * its code is refused for new appointments and arrivals.
      * Every change is stamped with the date and the operator id.
      * The checks themselves are in Appt-Maint, Appt-Load and
      * IF-Batch; the pricing is in Tenant-Invoice.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. tenant-maint.
	AUTHOR. F.PAJOT.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT TENANT-FILE ASSIGN TO "TENANT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TN-COMPANY-CODE
		FILE STATUS IS WS-TENANT-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD TENANT-FILE.
	COPY TENANT.

	WORKING-STORAGE SECTION.
	01 WS-TENANT-STATUS PIC X(2).
	01 WS-FUNCTION PIC X(1).
		88 WS-FN-ADD VALUE 'A'.
		88 WS-FN-UPDATE VALUE 'U'.
		88 WS-FN-CLOSE VALUE 'C'.
		88 WS-FN-REOPEN VALUE 'R'.
		88 WS-FN-LIST VALUE 'L'.
		88 WS-FN-QUIT VALUE 'Q'.
	01 WS-MORE-WORK PIC X(1) VALUE 'Y'.
		88 WS-DONE VALUE 'N'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-TEXT-ANSWER PIC X(40).
	01 WS-NUMBER-ANSWER PIC X(9).
	01 WS-NUMBER-FLAG PIC X(1).
		88 WS-NUMBER-OK VALUE 'Y'.
	01 WS-NUMBER-VALUE PIC S9(7)V99.
	01 WS-RATE-LIMIT PIC 9(5)V99 VALUE 99999.99.
	01 WS-FREE-LIMIT PIC 9(5) VALUE 99999.
	01 WS-DISPLAY-RATE PIC ZZZZ9.99.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	PERFORM 1300-CAPTURE-OPERATOR
	OPEN I-O TENANT-FILE
	IF WS-TENANT-STATUS = '35'
		CLOSE TENANT-FILE
		OPEN OUTPUT TENANT-FILE
		CLOSE TENANT-FILE
		OPEN I-O TENANT-FILE
	END-IF
	IF WS-TENANT-STATUS NOT = '00'
		DISPLAY "TENANT-FILE open failed, status "
			WS-TENANT-STATUS ", no maintenance possible"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM UNTIL WS-DONE
		PERFORM 1000-PROMPT-FUNCTION
		EVALUATE TRUE
		WHEN WS-FN-ADD PERFORM 2000-ADD-TENANT
		WHEN WS-FN-UPDATE PERFORM 3000-UPDATE-TENANT
		WHEN WS-FN-CLOSE PERFORM 5000-CLOSE-TENANT
		WHEN WS-FN-REOPEN PERFORM 5500-REOPEN-TENANT
		WHEN WS-FN-LIST PERFORM 4000-LIST-TENANTS
		WHEN WS-FN-QUIT MOVE 'N' TO WS-MORE-WORK
		WHEN OTHER DISPLAY "Invalid function code"
		END-EVALUATE
	END-PERFORM
	CLOSE TENANT-FILE
	STOP RUN.

	1000-PROMPT-FUNCTION.
	DISPLAY "Function (A)dd, (U)pdate, (C)lose, (R)eopen, "
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

	1400-ACCEPT-COMPANY-CODE.
	DISPLAY "Company code (6 chars): "
	MOVE SPACES TO TN-COMPANY-CODE
	ACCEPT TN-COMPANY-CODE
	MOVE FUNCTION UPPER-CASE (TN-COMPANY-CODE)
		TO TN-COMPANY-CODE.

	1500-STAMP-CHANGE.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE WS-TODAY-DATE TO TN-DATE-CHANGED
	MOVE WS-OPERATOR-ID TO TN-CHANGED-BY.

	2000-ADD-TENANT.
	PERFORM 1400-ACCEPT-COMPANY-CODE
	IF TN-COMPANY-CODE = SPACES
		DISPLAY "Company code may not be blank"
		EXIT PARAGRAPH
	END-IF
	IF TN-COMPANY-CODE = 'NONE  '
		DISPLAY "NONE is reserved for visits with no company"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Legal name (40 chars): "
	MOVE SPACES TO TN-LEGAL-NAME
	ACCEPT TN-LEGAL-NAME
	IF TN-LEGAL-NAME = SPACES
		DISPLAY "Legal name may not be blank"
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Billing contact (30 chars): "
	MOVE SPACES TO TN-BILLING-CONTACT
	ACCEPT TN-BILLING-CONTACT
	MOVE ZERO TO TN-VISIT-RATE
	MOVE ZERO TO TN-FREE-VISITS
	PERFORM 2100-ACCEPT-VISIT-RATE
	IF NOT WS-NUMBER-OK
		EXIT PARAGRAPH
	END-IF
	PERFORM 2200-ACCEPT-FREE-VISITS
	IF NOT WS-NUMBER-OK
		EXIT PARAGRAPH
	END-IF
	MOVE 'A' TO TN-STATUS
	PERFORM 1500-STAMP-CHANGE
	WRITE TENANT-RECORD
		INVALID KEY DISPLAY "Company code already on file"
		NOT INVALID KEY DISPLAY "Tenant added"
	END-WRITE.

	2100-ACCEPT-VISIT-RATE.
	MOVE TN-VISIT-RATE TO WS-DISPLAY-RATE
	DISPLAY "Rate per visit (e.g. 12.50, blank = "
		WS-DISPLAY-RATE "): "
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER
	PERFORM 2300-CHECK-NUMBER
	IF WS-NUMBER-OK
	AND WS-NUMBER-ANSWER NOT = SPACES
		IF WS-NUMBER-VALUE > WS-RATE-LIMIT
			MOVE 'N' TO WS-NUMBER-FLAG
		ELSE
			MOVE WS-NUMBER-VALUE TO TN-VISIT-RATE
		END-IF
	END-IF
	IF NOT WS-NUMBER-OK
		DISPLAY "Rate must be an amount from 0 to 99999.99"
	END-IF.

	2200-ACCEPT-FREE-VISITS.
	DISPLAY "Free visits per month (blank = "
		TN-FREE-VISITS "): "
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER
	PERFORM 2300-CHECK-NUMBER
	IF WS-NUMBER-OK
	AND WS-NUMBER-ANSWER NOT = SPACES
		IF WS-NUMBER-VALUE > WS-FREE-LIMIT
			MOVE 'N' TO WS-NUMBER-FLAG
		ELSE
			MOVE WS-NUMBER-VALUE TO TN-FREE-VISITS
			IF TN-FREE-VISITS NOT = WS-NUMBER-VALUE
				MOVE 'N' TO WS-NUMBER-FLAG
			END-IF
		END-IF
	END-IF
	IF NOT WS-NUMBER-OK
		DISPLAY "Free visits must be a whole number "
			"from 0 to 99999"
	END-IF.

	2300-CHECK-NUMBER.
	MOVE 'Y' TO WS-NUMBER-FLAG
	MOVE ZERO TO WS-NUMBER-VALUE
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
	END-IF.

	3000-UPDATE-TENANT.
	PERFORM 1400-ACCEPT-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			DISPLAY "Company code not on file"
			EXIT PARAGRAPH
	END-READ
	PERFORM 4100-SHOW-TENANT
	DISPLAY "Legal name (40 chars, blank = keep): "
	MOVE SPACES TO WS-TEXT-ANSWER
	ACCEPT WS-TEXT-ANSWER
	IF WS-TEXT-ANSWER NOT = SPACES
		MOVE WS-TEXT-ANSWER TO TN-LEGAL-NAME
	END-IF
	DISPLAY "Billing contact (30 chars, blank = keep): "
	MOVE SPACES TO WS-TEXT-ANSWER
	ACCEPT WS-TEXT-ANSWER
	IF WS-TEXT-ANSWER NOT = SPACES
		MOVE WS-TEXT-ANSWER TO TN-BILLING-CONTACT
	END-IF
	PERFORM 2100-ACCEPT-VISIT-RATE
	IF NOT WS-NUMBER-OK
		DISPLAY "Tenant not changed"
		EXIT PARAGRAPH
	END-IF
	PERFORM 2200-ACCEPT-FREE-VISITS
	IF NOT WS-NUMBER-OK
		DISPLAY "Tenant not changed"
		EXIT PARAGRAPH
	END-IF
	PERFORM 1500-STAMP-CHANGE
	REWRITE TENANT-RECORD
		INVALID KEY DISPLAY "Tenant not changed"
		NOT INVALID KEY DISPLAY "Tenant updated"
	END-REWRITE.

	4000-LIST-TENANTS.
	MOVE ZERO TO WS-LISTED-COUNT
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO TN-COMPANY-CODE
	START TENANT-FILE KEY NOT < TN-COMPANY-CODE
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ TENANT-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END
				ADD 1 TO WS-LISTED-COUNT
				PERFORM 4100-SHOW-TENANT
		END-READ
	END-PERFORM
	DISPLAY "Tenants on file: " WS-LISTED-COUNT.

	4100-SHOW-TENANT.
	MOVE TN-VISIT-RATE TO WS-DISPLAY-RATE
	DISPLAY TN-COMPANY-CODE " " TN-LEGAL-NAME " status "
		TN-STATUS " changed " TN-DATE-CHANGED " by "
		TN-CHANGED-BY
	DISPLAY "       contact " TN-BILLING-CONTACT " rate "
		WS-DISPLAY-RATE " free " TN-FREE-VISITS.

	5000-CLOSE-TENANT.
	PERFORM 1400-ACCEPT-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			DISPLAY "Company code not on file"
			EXIT PARAGRAPH
	END-READ
	IF TN-CLOSED
		DISPLAY "Tenant is already closed"
		EXIT PARAGRAPH
	END-IF
	MOVE 'C' TO TN-STATUS
	PERFORM 1500-STAMP-CHANGE
	REWRITE TENANT-RECORD
		INVALID KEY DISPLAY "Tenant not changed"
		NOT INVALID KEY DISPLAY "Tenant closed"
	END-REWRITE.

	5500-REOPEN-TENANT.
	PERFORM 1400-ACCEPT-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			DISPLAY "Company code not on file"
			EXIT PARAGRAPH
	END-READ
	IF TN-ACTIVE
		DISPLAY "Tenant is already active"
		EXIT PARAGRAPH
	END-IF
	MOVE 'A' TO TN-STATUS
	PERFORM 1500-STAMP-CHANGE
	REWRITE TENANT-RECORD
		INVALID KEY DISPLAY "Tenant not changed"
		NOT INVALID KEY DISPLAY "Tenant reopened"
	END-REWRITE.
