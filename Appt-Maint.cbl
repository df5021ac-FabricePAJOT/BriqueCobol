      * pre-registered arrival is confirmed against the appointment
      * and a true walk-in is flagged as such. Add, delete or list
      * a day's appointments; the status column on the listing shows
      * which expected visitors have already checked in. The booked
      * time keyed with an appointment lets the end-of-day run
      * (Appt-Close) report visitors who arrived well after it.
      * Each appointment is booked for a site; left blank it goes to
      * the desk's own site (SITE_ID, default MAIN).
      * A company code keyed with an appointment must be on the
      * TENANT master and active - an unknown or closed code is
      * refused so it can never reach the visitor log and billing.
	IDENTIFICATION DIVISION.
	PROGRAM-ID. appt-maint.
	AUTHOR. F.PAJOT.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AP-APPT-KEY
		FILE STATUS IS WS-APPT-STATUS.
	SELECT TENANT-FILE ASSIGN TO "TENANT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TN-COMPANY-CODE
		FILE STATUS IS WS-TENANT-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD APPOINTMENT-FILE.
	COPY APPTREC.
	FD TENANT-FILE.
	COPY TENANT.

	WORKING-STORAGE SECTION.
	01 WS-APPT-STATUS PIC X(2).
	01 WS-TENANT-STATUS PIC X(2).
		88 WS-TENANT-OPEN-OK VALUE '00'.
	01 WS-TENANT-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-TENANT-FILE-OPEN VALUE 'Y'.
	01 WS-TENANT-FLAG PIC X(1).
		88 WS-TENANT-OK VALUE 'Y'.
	01 WS-FUNCTION PIC X(1).
		88 WS-FN-ADD VALUE 'A'.
		88 WS-FN-DELETE VALUE 'D'.
		88 WS-DATES-OK VALUE 'Y'.
	01 WS-LIST-DATE PIC 9(8).
	01 WS-LISTED-COUNT PIC 9(6) VALUE ZERO.
	01 WS-TIME-ANSWER PIC X(4).
	01 WS-TIME-FLAG PIC X(1).
		88 WS-TIME-OK VALUE 'Y'.
	01 WS-TIME-CHECK.
		05 WS-TC-HOURS PIC 9(2).
		05 WS-TC-MINUTES PIC 9(2).
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF
	OPEN I-O APPOINTMENT-FILE
	IF WS-APPT-STATUS = '35'
		CLOSE APPOINTMENT-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT TENANT-FILE
	IF WS-TENANT-OPEN-OK
		MOVE 'Y' TO WS-TENANT-OPEN-FLAG
	ELSE
		DISPLAY "TENANT-FILE open failed, status "
			WS-TENANT-STATUS
			", only appointments with no company accepted"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	PERFORM UNTIL WS-DONE
		PERFORM 1000-PROMPT-FUNCTION
		EVALUATE TRUE
		END-EVALUATE
	END-PERFORM
	CLOSE APPOINTMENT-FILE
	IF WS-TENANT-FILE-OPEN
		CLOSE TENANT-FILE
	END-IF
	STOP RUN.

	1000-PROMPT-FUNCTION.
	ACCEPT AP-COMPANY-CODE
	MOVE FUNCTION UPPER-CASE (AP-COMPANY-CODE)
		TO AP-COMPANY-CODE
	IF AP-COMPANY-CODE NOT = SPACES
		PERFORM 2300-CHECK-TENANT
		IF NOT WS-TENANT-OK
			EXIT PARAGRAPH
		END-IF
	END-IF
	PERFORM 2200-ACCEPT-APPT-TIME
	IF NOT WS-TIME-OK
		EXIT PARAGRAPH
	END-IF
	DISPLAY "Site code (4 chars, blank = " WS-SITE-ID "): "
	MOVE SPACES TO AP-SITE-ID
	ACCEPT AP-SITE-ID
	IF AP-SITE-ID = SPACES
		MOVE WS-SITE-ID TO AP-SITE-ID
	END-IF
	MOVE FUNCTION UPPER-CASE (AP-SITE-ID) TO AP-SITE-ID
	MOVE 'E' TO AP-STATUS
	MOVE ZERO TO AP-ARRIVAL-TIME
	WRITE APPOINTMENT-RECORD
		INVALID KEY DISPLAY "Appointment already on file"
		NOT INVALID KEY DISPLAY "Appointment added"
		END-IF
	END-IF.

	2200-ACCEPT-APPT-TIME.
	MOVE 'Y' TO WS-TIME-FLAG
	DISPLAY "Appointment time (HHMM, blank if none): "
	MOVE SPACES TO WS-TIME-ANSWER
	ACCEPT WS-TIME-ANSWER
	IF WS-TIME-ANSWER = SPACES
		MOVE ZERO TO AP-APPT-TIME
	ELSE
		IF WS-TIME-ANSWER IS NOT NUMERIC
			DISPLAY "Time must be HHMM digits"
			MOVE 'N' TO WS-TIME-FLAG
		ELSE
			MOVE WS-TIME-ANSWER TO WS-TIME-CHECK
			IF WS-TC-HOURS > 23
			OR WS-TC-MINUTES > 59
				DISPLAY "Time must be HHMM digits"
				MOVE 'N' TO WS-TIME-FLAG
			ELSE
				MOVE WS-TIME-ANSWER TO AP-APPT-TIME
			END-IF
		END-IF
	END-IF.

	2300-CHECK-TENANT.
	MOVE 'N' TO WS-TENANT-FLAG
	IF NOT WS-TENANT-FILE-OPEN
		DISPLAY "Tenant master not available - "
			"company code cannot be checked"
		EXIT PARAGRAPH
	END-IF
	MOVE AP-COMPANY-CODE TO TN-COMPANY-CODE
	READ TENANT-FILE
		INVALID KEY
			DISPLAY "Company code " AP-COMPANY-CODE
				" is not on the tenant master"
		NOT INVALID KEY
			IF TN-CLOSED
				DISPLAY "Company code " AP-COMPANY-CODE
					" belongs to a closed tenant"
			ELSE
				MOVE 'Y' TO WS-TENANT-FLAG
			END-IF
	END-READ.

	3000-DELETE-APPOINTMENT.
	PERFORM 2100-ACCEPT-VISIT-DATE
	IF NOT WS-DATES-OK
	END-IF
	ADD 1 TO WS-LISTED-COUNT
	DISPLAY AP-NAME " host " AP-HOST-NAME " company "
		AP-COMPANY-CODE " status " AP-STATUS
		" booked " AP-APPT-TIME " arrived " AP-ARRIVAL-TIME
		" site " AP-SITE-ID.
