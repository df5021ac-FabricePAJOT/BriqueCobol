      * Runnable on demand during a drill or a real evacuation; the
      * live log carries the current month so anyone who arrived and
      * never checked out is still listed.
      * Each visitor is listed against the site of their arrival (a
      * log record with no site is the main building); a check-out
      * at either desk ends the visit. Set REPORT_SITE to muster one
      * building only - blank or ALL lists every site - and the run
      * ends with the number still inside per site.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. on-site-roster.
	01 WS-NAME-LIMIT PIC 9(3) VALUE 500.
	01 WS-OVERFLOW-COUNT PIC 9(6) VALUE ZERO.
	01 WS-ON-SITE-COUNT PIC 9(3) VALUE ZERO.
	01 WS-REPORT-SITE PIC X(4).
		88 WS-ALL-SITES VALUES 'ALL ' SPACES.
	01 WS-SITE-COUNT PIC 9(2) VALUE ZERO.
	01 WS-SITE-INDEX PIC 9(2).
	01 WS-SITE-FOUND PIC X(1).
	01 WS-SITE-LIMIT PIC 9(2) VALUE 20.
	01 WS-SITE-OVERFLOW PIC 9(3) VALUE ZERO.
	01 WS-SITE-TABLE.
		05 WS-SITE-ENTRY OCCURS 20 TIMES.
			10 WS-ST-SITE-ID PIC X(4).
			10 WS-ST-ON-SITE PIC 9(3).
	01 WS-ROSTER-TABLE.
		05 WS-ROSTER-ENTRY OCCURS 500 TIMES.
			10 WS-RT-NAME PIC X(20).
			10 WS-RT-TIME PIC 9(6).
			10 WS-RT-OPERATOR-ID PIC X(8).
			10 WS-RT-TERMINAL-ID PIC X(8).
			10 WS-RT-SITE-ID PIC X(4).
			10 WS-RT-INSIDE-FLAG PIC X(1).

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-REPORT-SITE FROM ENVIRONMENT "REPORT_SITE"
	MOVE FUNCTION UPPER-CASE (WS-REPORT-SITE) TO WS-REPORT-SITE
	OPEN INPUT VISITOR-LOG-FILE
	IF NOT WS-VISLOG-FOUND
		DISPLAY "VISITOR.LOG not available, status "
			TO WS-RT-OPERATOR-ID (WS-NAME-INDEX)
		MOVE VL-TERMINAL-ID
			TO WS-RT-TERMINAL-ID (WS-NAME-INDEX)
		IF VL-SITE-MAIN
			MOVE "MAIN" TO WS-RT-SITE-ID (WS-NAME-INDEX)
		ELSE
			MOVE VL-SITE-ID TO WS-RT-SITE-ID (WS-NAME-INDEX)
		END-IF
	END-IF.

	2000-FIND-NAME-ENTRY.

	3000-PRINT-ROSTER.
	DISPLAY "===== ON-SITE ROSTER - EVACUATION MUSTER ====="
	IF WS-ALL-SITES
		DISPLAY "Sites: ALL"
	ELSE
		DISPLAY "Site : " WS-REPORT-SITE
	END-IF
	PERFORM VARYING WS-NAME-INDEX FROM 1 BY 1
		UNTIL WS-NAME-INDEX > WS-NAME-COUNT
		IF WS-RT-INSIDE-FLAG (WS-NAME-INDEX) = 'Y'
		AND (WS-ALL-SITES
		OR WS-RT-SITE-ID (WS-NAME-INDEX) = WS-REPORT-SITE)
			PERFORM 3100-PRINT-ONE-VISITOR
		END-IF
	END-PERFORM
	DISPLAY "----- VISITORS ON SITE BY SITE -----"
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		DISPLAY "Site " WS-ST-SITE-ID (WS-SITE-INDEX) ": "
			WS-ST-ON-SITE (WS-SITE-INDEX)
	END-PERFORM
	IF WS-SITE-OVERFLOW > ZERO
		DISPLAY "Site table full - " WS-SITE-OVERFLOW
			" visitors listed but not subtotalled"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	DISPLAY "Visitors on site: " WS-ON-SITE-COUNT.

	3100-PRINT-ONE-VISITOR.
	ADD 1 TO WS-ON-SITE-COUNT
	DISPLAY WS-RT-NAME (WS-NAME-INDEX)
		" arrived " WS-RT-DATE (WS-NAME-INDEX)
		" at " WS-RT-TIME (WS-NAME-INDEX)
		" op " WS-RT-OPERATOR-ID (WS-NAME-INDEX)
		" term " WS-RT-TERMINAL-ID (WS-NAME-INDEX)
		" site " WS-RT-SITE-ID (WS-NAME-INDEX)
	MOVE 'N' TO WS-SITE-FOUND
	PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1
		UNTIL WS-SITE-INDEX > WS-SITE-COUNT
		OR WS-SITE-FOUND = 'Y'
		IF WS-ST-SITE-ID (WS-SITE-INDEX)
			= WS-RT-SITE-ID (WS-NAME-INDEX)
			MOVE 'Y' TO WS-SITE-FOUND
		END-IF
	END-PERFORM
	IF WS-SITE-FOUND = 'Y'
		SUBTRACT 1 FROM WS-SITE-INDEX
	ELSE
		IF WS-SITE-COUNT < WS-SITE-LIMIT
			ADD 1 TO WS-SITE-COUNT
			MOVE WS-SITE-COUNT TO WS-SITE-INDEX
			MOVE WS-RT-SITE-ID (WS-NAME-INDEX)
				TO WS-ST-SITE-ID (WS-SITE-INDEX)
			MOVE ZERO TO WS-ST-ON-SITE (WS-SITE-INDEX)
		ELSE
			ADD 1 TO WS-SITE-OVERFLOW
			EXIT PARAGRAPH
		END-IF
	END-IF
	ADD 1 TO WS-ST-ON-SITE (WS-SITE-INDEX).
