      * Month-end tenant invoicing - prices each tenant's visits for
      * a closed month from the per-company daily statistics in
      * DAYSTAT.DAT (every site) and the rate and free allowance on
      * the TENANT master: the first free-allowance visits of the
      * month cost nothing, the rest are charged at the per-visit
      * rate. One printed invoice per tenant goes to INVOICE.RPT and
      * one detail record to INVOICE.DAT, the fixed-format interface
      * to the accounts receivable system (see ARINVC.cpy), framed by
      * a header and a trailer carrying the control totals. A closed
      * tenant is still invoiced for the visits it had that month.
      * The report ends with the control totals: the month's logged
      * arrivals must equal the visits invoiced plus the visits left
      * unbilled - codes not on the tenant master (listed one by one
      * for billing to follow up) and visits with no company code.
      * Set INVOICE_MONTH (YYYYMM, default the previous month). Only
      * a closed month is invoiced, and only once Day-Stats has built
      * every day of it; otherwise nothing is written.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. tenant-invoice.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT TENANT-FILE ASSIGN TO "TENANT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS TN-COMPANY-CODE
		FILE STATUS IS WS-TENANT-STATUS.
	SELECT OPTIONAL INVOICE-REPORT-FILE ASSIGN TO "INVOICE.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-INVRPT-STATUS.
	SELECT OPTIONAL AR-INVOICE-FILE ASSIGN TO "INVOICE.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-ARINVC-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD TENANT-FILE.
	COPY TENANT.
	FD INVOICE-REPORT-FILE.
	01 INVOICE-REPORT-RECORD PIC X(80).
	FD AR-INVOICE-FILE.
	COPY ARINVC.
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-TENANT-STATUS PIC X(2).
		88 WS-TENANT-OPEN-OK VALUE '00'.
	01 WS-INVRPT-STATUS PIC X(2).
		88 WS-INVRPT-OPEN-OK VALUE '00' '05'.
	01 WS-ARINVC-STATUS PIC X(2).
		88 WS-ARINVC-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-MONTH-ANSWER PIC X(6).
	01 WS-INVOICE-MONTH PIC 9(6).
	01 WS-CURRENT-MONTH PIC 9(6).
	01 WS-PRIOR-MONTH.
		05 WS-PM-YEAR PIC 9(4).
		05 WS-PM-MONTH PIC 9(2).
	01 WS-MONTH-FIRST-DATE PIC 9(8).
	01 WS-MONTH-LAST-DATE PIC 9(8).
	01 WS-NEXT-MONTH.
		05 WS-NM-YEAR PIC 9(4).
		05 WS-NM-MONTH PIC 9(2).
	01 WS-NEXT-MONTH-DATE PIC 9(8).
	01 WS-DAYS-EXPECTED PIC 9(6) VALUE ZERO.
	01 WS-DAYS-FOUND PIC 9(6) VALUE ZERO.
	01 WS-DAYS-MISSING PIC 9(6) VALUE ZERO.
	01 WS-WORK-COMPANY PIC X(6).
	01 WS-WORK-VISITS PIC 9(6).
	01 WS-COMP-COUNT PIC 9(3) VALUE ZERO.
	01 WS-COMP-INDEX PIC 9(3).
	01 WS-COMP-FOUND PIC X(1).
	01 WS-COMP-LIMIT PIC 9(3) VALUE 500.
	01 WS-COMP-TABLE.
		05 WS-COMP-ENTRY OCCURS 500 TIMES.
			10 WS-CP-CODE PIC X(6).
			10 WS-CP-VISITS PIC 9(6).
			10 WS-CP-BILLED PIC X(1).
	01 WS-LOGGED-ARRIVALS PIC 9(8) VALUE ZERO.
	01 WS-TENANT-VISITS PIC 9(8) VALUE ZERO.
	01 WS-FREE-TOTAL PIC 9(8) VALUE ZERO.
	01 WS-CHARGED-TOTAL PIC 9(8) VALUE ZERO.
	01 WS-UNKNOWN-VISITS PIC 9(8) VALUE ZERO.
	01 WS-UNKNOWN-CODES PIC 9(6) VALUE ZERO.
	01 WS-NO-COMPANY-VISITS PIC 9(8) VALUE ZERO.
	01 WS-OVERFLOW-COUNT PIC 9(8) VALUE ZERO.
	01 WS-DIFFERENCE PIC S9(8) VALUE ZERO.
	01 WS-INVOICE-COUNT PIC 9(6) VALUE ZERO.
	01 WS-INVOICE-NUMBER PIC 9(10).
	01 WS-TOTAL-AMOUNT PIC 9(13)V99 VALUE ZERO.
	01 WS-FREE-USED PIC 9(6).
	01 WS-CHARGED-VISITS PIC 9(6).
	01 WS-AMOUNT PIC 9(11)V99.
	01 WS-RULE-LINE PIC X(60) VALUE ALL '-'.
	01 WS-INVOICE-HEAD-LINE.
		05 FILLER PIC X(8) VALUE "INVOICE ".
		05 WS-IH-NUMBER PIC 9(10).
		05 FILLER PIC X(8) VALUE "  DATED ".
		05 WS-IH-DATE PIC 9(8).
		05 FILLER PIC X(16) VALUE "  VISITS MONTH ".
		05 WS-IH-MONTH PIC 9(6).
	01 WS-INVOICE-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-IL-LABEL PIC X(24).
		05 WS-IL-COUNT PIC ZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-IL-TEXT PIC X(4).
		05 WS-IL-RATE PIC ZZZZ9.99.
	01 WS-AMOUNT-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 FILLER PIC X(24) VALUE "AMOUNT DUE".
		05 WS-AL-AMOUNT PIC ZZ,ZZZ,ZZZ,ZZ9.99.
	01 WS-TOTAL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-TL-LABEL PIC X(30).
		05 WS-TL-COUNT PIC -ZZZZZZZ9.
	01 WS-GRAND-TOTAL-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(22) VALUE "TOTAL AMOUNT INVOICED".
		05 WS-GT-AMOUNT PIC ZZZZ,ZZZ,ZZZ,ZZ9.99.
	01 WS-UNKNOWN-LINE.
		05 FILLER PIC X(4) VALUE SPACES.
		05 WS-UL-CODE PIC X(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-UL-VISITS PIC ZZZZZ9.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	MOVE WS-TODAY-DATE(1:6) TO WS-CURRENT-MONTH
	PERFORM 1000-SET-INVOICE-MONTH
	IF WS-INVOICE-MONTH NOT < WS-CURRENT-MONTH
		DISPLAY "Month " WS-INVOICE-MONTH
			" is not closed yet - nothing invoiced"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 2000-TALLY-DAY-STATS
	IF WS-DAYS-MISSING > ZERO
		DISPLAY "No daily statistics for " WS-DAYS-MISSING
			" days of month " WS-INVOICE-MONTH
			" - run Day-Stats, nothing invoiced"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT TENANT-FILE
	IF NOT WS-TENANT-OPEN-OK
		DISPLAY "TENANT-FILE open failed, status "
			WS-TENANT-STATUS ", nothing invoiced"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT AR-INVOICE-FILE
	IF NOT WS-ARINVC-OPEN-OK
		DISPLAY "AR-INVOICE-FILE open failed, status "
			WS-ARINVC-STATUS ", nothing invoiced"
		CLOSE TENANT-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN OUTPUT INVOICE-REPORT-FILE
	IF NOT WS-INVRPT-OPEN-OK
		DISPLAY "INVOICE-REPORT-FILE open failed, status "
			WS-INVRPT-STATUS ", invoices not printed"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	PERFORM 3000-WRITE-INVOICES
	CLOSE TENANT-FILE
	PERFORM 4000-PRINT-UNBILLED
	PERFORM 4500-PRINT-CONTROL-TOTALS
	PERFORM 4800-WRITE-INTERFACE-TRAILER
	CLOSE AR-INVOICE-FILE
	CLOSE INVOICE-REPORT-FILE
	PERFORM 9000-WRITE-CONTROL-RECORD
	DISPLAY "Invoicing complete for " WS-INVOICE-MONTH " - "
		WS-INVOICE-COUNT " invoices, " WS-CHARGED-TOTAL
		" visits charged"
	IF WS-UNKNOWN-CODES > ZERO
		DISPLAY WS-UNKNOWN-CODES " company codes not on the "
			"tenant master - " WS-UNKNOWN-VISITS
			" visits not billed"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-OVERFLOW-COUNT > ZERO
		DISPLAY "Company table full - " WS-OVERFLOW-COUNT
			" visits not tallied"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	IF WS-DIFFERENCE NOT = ZERO
		DISPLAY "Invoiced visits do not reconcile to logged "
			"arrivals - see INVOICE.RPT"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	STOP RUN.

	1000-SET-INVOICE-MONTH.
	ACCEPT WS-MONTH-ANSWER FROM ENVIRONMENT "INVOICE_MONTH"
	IF WS-MONTH-ANSWER IS NUMERIC
	AND WS-MONTH-ANSWER NOT = '000000'
		MOVE WS-MONTH-ANSWER TO WS-INVOICE-MONTH
	ELSE
		MOVE WS-CURRENT-MONTH TO WS-PRIOR-MONTH
		IF WS-PM-MONTH = 1
			SUBTRACT 1 FROM WS-PM-YEAR
			MOVE 12 TO WS-PM-MONTH
		ELSE
			SUBTRACT 1 FROM WS-PM-MONTH
		END-IF
		MOVE WS-PRIOR-MONTH TO WS-INVOICE-MONTH
	END-IF
	MOVE WS-INVOICE-MONTH TO WS-NEXT-MONTH
	IF WS-NM-MONTH < 1
	OR WS-NM-MONTH > 12
		DISPLAY "INVOICE_MONTH " WS-INVOICE-MONTH
			" is not a valid YYYYMM - nothing invoiced"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	STRING WS-INVOICE-MONTH "01" DELIMITED BY SIZE
		INTO WS-MONTH-FIRST-DATE
	IF WS-NM-MONTH = 12
		ADD 1 TO WS-NM-YEAR
		MOVE 1 TO WS-NM-MONTH
	ELSE
		ADD 1 TO WS-NM-MONTH
	END-IF
	STRING WS-NEXT-MONTH "01" DELIMITED BY SIZE
		INTO WS-NEXT-MONTH-DATE
	COMPUTE WS-MONTH-LAST-DATE = FUNCTION DATE-OF-INTEGER
		(FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-DATE) - 1).

	2000-TALLY-DAY-STATS.
	COMPUTE WS-DAYS-EXPECTED =
		FUNCTION INTEGER-OF-DATE (WS-MONTH-LAST-DATE)
		- FUNCTION INTEGER-OF-DATE (WS-MONTH-FIRST-DATE) + 1
	MOVE WS-DAYS-EXPECTED TO WS-DAYS-MISSING
	OPEN INPUT DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		DISPLAY "DAILY-STATS-FILE open failed, status "
			WS-DAYSTAT-STATUS
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE WS-MONTH-FIRST-DATE TO DS-DATE
	MOVE LOW-VALUES TO DS-CATEGORY
	MOVE LOW-VALUES TO DS-SITE-ID
	MOVE LOW-VALUES TO DS-ITEM
	START DAILY-STATS-FILE KEY NOT < DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 2100-TALLY-ONE-STAT
		END-READ
	END-PERFORM
	CLOSE DAILY-STATS-FILE
	COMPUTE WS-DAYS-MISSING = WS-DAYS-EXPECTED - WS-DAYS-FOUND.

	2100-TALLY-ONE-STAT.
	IF DS-DATE > WS-MONTH-LAST-DATE
		MOVE 'Y' TO WS-EOF-FLAG
		EXIT PARAGRAPH
	END-IF
	IF DS-CAT-DAY
		IF DS-SITE-ID = SPACES
			ADD 1 TO WS-DAYS-FOUND
			ADD DS-ARRIVALS TO WS-LOGGED-ARRIVALS
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF NOT DS-CAT-COMPANY
	OR DS-ARRIVALS = ZERO
		EXIT PARAGRAPH
	END-IF
	IF DS-ITEM = SPACES
		ADD DS-ARRIVALS TO WS-NO-COMPANY-VISITS
		EXIT PARAGRAPH
	END-IF
	MOVE DS-ITEM TO WS-WORK-COMPANY
	MOVE DS-ARRIVALS TO WS-WORK-VISITS
	PERFORM 5000-FIND-COMPANY-ENTRY
	IF WS-COMP-FOUND = 'Y'
		ADD WS-WORK-VISITS TO WS-CP-VISITS (WS-COMP-INDEX)
	ELSE
		ADD WS-WORK-VISITS TO WS-OVERFLOW-COUNT
	END-IF.

	3000-WRITE-INVOICES.
	MOVE SPACES TO AR-INVOICE-HEADER
	MOVE 'HDR' TO AI-HDR-TAG
	MOVE WS-TODAY-DATE TO AI-HDR-DATE
	MOVE 'VISITOR ' TO AI-HDR-SOURCE
	MOVE WS-INVOICE-MONTH TO AI-HDR-MONTH
	WRITE AR-INVOICE-HEADER
	MOVE SPACES TO INVOICE-REPORT-RECORD
	STRING "TENANT INVOICES - VISITS MONTH " WS-INVOICE-MONTH
		"  RUN " WS-TODAY-DATE
		DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO TN-COMPANY-CODE
	START TENANT-FILE KEY NOT < TN-COMPANY-CODE
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ TENANT-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 3100-INVOICE-ONE-TENANT
		END-READ
	END-PERFORM.

	3100-INVOICE-ONE-TENANT.
	MOVE TN-COMPANY-CODE TO WS-WORK-COMPANY
	MOVE 'N' TO WS-COMP-FOUND
	PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
		UNTIL WS-COMP-INDEX > WS-COMP-COUNT
		OR WS-COMP-FOUND = 'Y'
		IF WS-CP-CODE (WS-COMP-INDEX) = WS-WORK-COMPANY
			MOVE 'Y' TO WS-COMP-FOUND
		END-IF
	END-PERFORM
	IF WS-COMP-FOUND NOT = 'Y'
		EXIT PARAGRAPH
	END-IF
	SUBTRACT 1 FROM WS-COMP-INDEX
	MOVE 'Y' TO WS-CP-BILLED (WS-COMP-INDEX)
	MOVE WS-CP-VISITS (WS-COMP-INDEX) TO WS-WORK-VISITS
	IF WS-WORK-VISITS > TN-FREE-VISITS
		MOVE TN-FREE-VISITS TO WS-FREE-USED
	ELSE
		MOVE WS-WORK-VISITS TO WS-FREE-USED
	END-IF
	COMPUTE WS-CHARGED-VISITS = WS-WORK-VISITS - WS-FREE-USED
	COMPUTE WS-AMOUNT = WS-CHARGED-VISITS * TN-VISIT-RATE
	ADD 1 TO WS-INVOICE-COUNT
	COMPUTE WS-INVOICE-NUMBER =
		WS-INVOICE-MONTH * 10000 + WS-INVOICE-COUNT
	ADD WS-WORK-VISITS TO WS-TENANT-VISITS
	ADD WS-FREE-USED TO WS-FREE-TOTAL
	ADD WS-CHARGED-VISITS TO WS-CHARGED-TOTAL
	ADD WS-AMOUNT TO WS-TOTAL-AMOUNT
	PERFORM 3200-WRITE-INTERFACE-DETAIL
	PERFORM 3300-PRINT-INVOICE.

	3200-WRITE-INTERFACE-DETAIL.
	MOVE WS-INVOICE-NUMBER TO AI-INVOICE-NUMBER
	MOVE WS-TODAY-DATE TO AI-INVOICE-DATE
	MOVE WS-INVOICE-MONTH TO AI-INVOICE-MONTH
	MOVE TN-COMPANY-CODE TO AI-COMPANY-CODE
	MOVE TN-LEGAL-NAME TO AI-LEGAL-NAME
	MOVE TN-BILLING-CONTACT TO AI-BILLING-CONTACT
	MOVE WS-WORK-VISITS TO AI-VISITS
	MOVE WS-FREE-USED TO AI-FREE-VISITS
	MOVE WS-CHARGED-VISITS TO AI-CHARGED-VISITS
	MOVE TN-VISIT-RATE TO AI-VISIT-RATE
	MOVE WS-AMOUNT TO AI-AMOUNT
	WRITE AR-INVOICE-RECORD.

	3300-PRINT-INVOICE.
	MOVE SPACES TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE WS-RULE-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE WS-INVOICE-NUMBER TO WS-IH-NUMBER
	MOVE WS-TODAY-DATE TO WS-IH-DATE
	MOVE WS-INVOICE-MONTH TO WS-IH-MONTH
	MOVE WS-INVOICE-HEAD-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE SPACES TO INVOICE-REPORT-RECORD
	STRING "BILL TO: " TN-LEGAL-NAME "  (" TN-COMPANY-CODE ")"
		DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE SPACES TO INVOICE-REPORT-RECORD
	STRING "ATTN:    " TN-BILLING-CONTACT
		DELIMITED BY SIZE INTO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	IF TN-CLOSED
		MOVE "*** TENANT CLOSED - FINAL INVOICE ***"
			TO INVOICE-REPORT-RECORD
		PERFORM 3900-PRINT-LINE
	END-IF
	MOVE SPACES TO WS-IL-TEXT
	MOVE ZERO TO WS-IL-RATE
	MOVE "VISITS IN MONTH" TO WS-IL-LABEL
	MOVE WS-WORK-VISITS TO WS-IL-COUNT
	MOVE WS-INVOICE-LINE TO INVOICE-REPORT-RECORD
	MOVE SPACES TO INVOICE-REPORT-RECORD(41:)
	PERFORM 3900-PRINT-LINE
	MOVE "FREE ALLOWANCE USED" TO WS-IL-LABEL
	MOVE WS-FREE-USED TO WS-IL-COUNT
	MOVE WS-INVOICE-LINE TO INVOICE-REPORT-RECORD
	MOVE SPACES TO INVOICE-REPORT-RECORD(41:)
	PERFORM 3900-PRINT-LINE
	MOVE "VISITS CHARGED" TO WS-IL-LABEL
	MOVE WS-CHARGED-VISITS TO WS-IL-COUNT
	MOVE " AT " TO WS-IL-TEXT
	MOVE TN-VISIT-RATE TO WS-IL-RATE
	MOVE WS-INVOICE-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE WS-AMOUNT TO WS-AL-AMOUNT
	MOVE WS-AMOUNT-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE.

	3900-PRINT-LINE.
	IF WS-INVRPT-OPEN-OK
		WRITE INVOICE-REPORT-RECORD
	END-IF.

	4000-PRINT-UNBILLED.
	MOVE SPACES TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE WS-RULE-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE "COMPANY CODES NOT ON THE TENANT MASTER - NOT BILLED"
		TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
		UNTIL WS-COMP-INDEX > WS-COMP-COUNT
		IF WS-CP-BILLED (WS-COMP-INDEX) NOT = 'Y'
			ADD 1 TO WS-UNKNOWN-CODES
			ADD WS-CP-VISITS (WS-COMP-INDEX)
				TO WS-UNKNOWN-VISITS
			MOVE WS-CP-CODE (WS-COMP-INDEX) TO WS-UL-CODE
			MOVE WS-CP-VISITS (WS-COMP-INDEX)
				TO WS-UL-VISITS
			MOVE WS-UNKNOWN-LINE TO INVOICE-REPORT-RECORD
			PERFORM 3900-PRINT-LINE
		END-IF
	END-PERFORM
	IF WS-UNKNOWN-CODES = ZERO
		MOVE "    NONE" TO INVOICE-REPORT-RECORD
		PERFORM 3900-PRINT-LINE
	END-IF.

	4500-PRINT-CONTROL-TOTALS.
	COMPUTE WS-DIFFERENCE = WS-LOGGED-ARRIVALS
		- WS-TENANT-VISITS - WS-UNKNOWN-VISITS
		- WS-NO-COMPANY-VISITS - WS-OVERFLOW-COUNT
	MOVE SPACES TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE WS-RULE-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE "INVOICING CONTROL TOTALS" TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE
	MOVE "ARRIVALS LOGGED IN MONTH" TO WS-TL-LABEL
	MOVE WS-LOGGED-ARRIVALS TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE "VISITS INVOICED" TO WS-TL-LABEL
	MOVE WS-TENANT-VISITS TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE "  OF WHICH FREE ALLOWANCE" TO WS-TL-LABEL
	MOVE WS-FREE-TOTAL TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE "  OF WHICH CHARGED" TO WS-TL-LABEL
	MOVE WS-CHARGED-TOTAL TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE "CODES NOT ON TENANT MASTER" TO WS-TL-LABEL
	MOVE WS-UNKNOWN-VISITS TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE "NO COMPANY CODE" TO WS-TL-LABEL
	MOVE WS-NO-COMPANY-VISITS TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	IF WS-OVERFLOW-COUNT > ZERO
		MOVE "NOT TALLIED - TABLE FULL" TO WS-TL-LABEL
		MOVE WS-OVERFLOW-COUNT TO WS-TL-COUNT
		PERFORM 4600-PRINT-TOTAL-LINE
	END-IF
	MOVE "DIFFERENCE" TO WS-TL-LABEL
	MOVE WS-DIFFERENCE TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	IF WS-DIFFERENCE = ZERO
	AND WS-OVERFLOW-COUNT = ZERO
		MOVE "  IN BALANCE" TO INVOICE-REPORT-RECORD
	ELSE
		MOVE "  *** OUT OF BALANCE ***" TO INVOICE-REPORT-RECORD
	END-IF
	PERFORM 3900-PRINT-LINE
	MOVE "INVOICES WRITTEN" TO WS-TL-LABEL
	MOVE WS-INVOICE-COUNT TO WS-TL-COUNT
	PERFORM 4600-PRINT-TOTAL-LINE
	MOVE WS-TOTAL-AMOUNT TO WS-GT-AMOUNT
	MOVE WS-GRAND-TOTAL-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE.

	4600-PRINT-TOTAL-LINE.
	MOVE WS-TOTAL-LINE TO INVOICE-REPORT-RECORD
	PERFORM 3900-PRINT-LINE.

	4800-WRITE-INTERFACE-TRAILER.
	MOVE SPACES TO AR-INVOICE-TRAILER
	MOVE 'TRL' TO AI-TRL-TAG
	MOVE WS-INVOICE-COUNT TO AI-TRL-COUNT
	MOVE WS-CHARGED-TOTAL TO AI-TRL-VISITS
	MOVE WS-TOTAL-AMOUNT TO AI-TRL-AMOUNT
	WRITE AR-INVOICE-TRAILER.

	5000-FIND-COMPANY-ENTRY.
	MOVE 'N' TO WS-COMP-FOUND
	PERFORM VARYING WS-COMP-INDEX FROM 1 BY 1
		UNTIL WS-COMP-INDEX > WS-COMP-COUNT
		OR WS-COMP-FOUND = 'Y'
		IF WS-CP-CODE (WS-COMP-INDEX) = WS-WORK-COMPANY
			MOVE 'Y' TO WS-COMP-FOUND
		END-IF
	END-PERFORM
	IF WS-COMP-FOUND = 'Y'
		SUBTRACT 1 FROM WS-COMP-INDEX
	ELSE
		IF WS-COMP-COUNT < WS-COMP-LIMIT
			ADD 1 TO WS-COMP-COUNT
			MOVE WS-COMP-COUNT TO WS-COMP-INDEX
			MOVE WS-WORK-COMPANY
				TO WS-CP-CODE (WS-COMP-INDEX)
			MOVE ZERO TO WS-CP-VISITS (WS-COMP-INDEX)
			MOVE 'N' TO WS-CP-BILLED (WS-COMP-INDEX)
			MOVE 'Y' TO WS-COMP-FOUND
		END-IF
	END-IF.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	ACCEPT WS-SITE-ID FROM ENVIRONMENT "SITE_ID"
	IF WS-SITE-ID = SPACES
		MOVE "MAIN" TO WS-SITE-ID
	END-IF
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		MOVE 'TENINVC ' TO CT-PROGRAM-ID
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		MOVE WS-INVOICE-COUNT TO CT-RECORDS-PROCESSED
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
