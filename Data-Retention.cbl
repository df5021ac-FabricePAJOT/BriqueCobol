      * Personal-data retention for the visitor system. Two duties:
      * Retention purge (RETAIN_FUNC=P, the default, run monthly from
      * the nightly chain) - every record older than RETAIN_MONTHS
      * (default 24; the cut-off is the first of the month that many
      * months back) whose visitor has not been seen since has the
      * name replaced by *ANONYMISED*, on VISITOR.LOG, the VISARCH.
      * YYYYMM archives, REJECTS.RPT, VISAUDIT.LOG, SECALERT.DAT,
      * APPTHIST.DAT, HOSTNOTE.DAT and HOSTACK.DAT. Records are never
      * removed from those files, so every count Ctl-Reconcile,
      * Company-Statement and the other reports take is unchanged.
      * Expired VISMAST.DAT entries are folded into one *ANONYMISED*
      * master record carrying their summed visits, which is exactly
      * what Vis-Rebuild recomputes from the anonymised logs; expired
      * appointments move anonymised to APPTHIST.DAT and expired badge
      * spool entries are deleted. The per-visitor daily statistics
      * in DAYSTAT.DAT are folded into one *ANONYMISED* entry per day
      * in the same way. Pending rejects that are anonymised
      * are marked discarded so they are never reworked.
      * A name on the watch list or on an alert security has not yet
      * reviewed is never anonymised.
      * Subject access (RETAIN_FUNC=S, SUBJECT_NAME set) - every
      * record held for that name, in all of the files above, is
      * printed on RETAIN.RPT. RETAIN_FUNC=E prints them and then
      * anonymises them all whatever their age, unless the name is
      * protected as above, when the erasure is refused. Each run
      * leaves a VISAUDIT.LOG record of what was done and by whom.
      * The VISARCH.YYYYMM archives are searched from RETAIN_FROM
      * (YYYYMM) when it is set, otherwise from the ten years (120
      * months) before the last month the run covers; set it to the
      * oldest archive month still held to reach every archive.
	IDENTIFICATION DIVISION.
	AUTHOR. F.PAJOT.
	PROGRAM-ID. data-retention.

	ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
	SELECT OPTIONAL SCRUB-FILE ASSIGN TO "PURGEIN"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-SCRUB-STATUS.
	SELECT OPTIONAL PURGE-WORK-FILE ASSIGN TO "PURGE.TMP"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-WORKFILE-STATUS.
	SELECT VISITOR-MASTER-FILE ASSIGN TO "VISMAST.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS VM-NAME
		FILE STATUS IS WS-VISMAST-STATUS.
	SELECT WATCHLIST-FILE ASSIGN TO "WATCHLST.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS WL-NAME
		FILE STATUS IS WS-WATCH-STATUS.
	SELECT APPOINTMENT-FILE ASSIGN TO "APPOINTS.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AP-APPT-KEY
		FILE STATUS IS WS-APPT-STATUS.
	SELECT OPTIONAL APPT-HISTORY-FILE ASSIGN TO "APPTHIST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-APPTHIST-STATUS.
	SELECT BADGE-SPOOL-FILE ASSIGN TO "BADGSPL.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS BS-NAME
		FILE STATUS IS WS-BADGSPL-STATUS.
	SELECT DAILY-STATS-FILE ASSIGN TO "DAYSTAT.DAT"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS DS-KEY
		FILE STATUS IS WS-DAYSTAT-STATUS.
	SELECT OPTIONAL VISITOR-AUDIT-FILE ASSIGN TO "VISAUDIT.LOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-AUDIT-STATUS.
	SELECT OPTIONAL RETAIN-REPORT-FILE ASSIGN TO "RETAIN.RPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-RETRPT-STATUS.
	SELECT OPTIONAL CONTROL-FILE ASSIGN TO "CONTROL.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WS-CTLFILE-STATUS.

	DATA DIVISION.
	FILE SECTION.
	FD SCRUB-FILE.
	01 SCRUB-RECORD PIC X(200).
	FD PURGE-WORK-FILE.
	01 WORK-SCRUB-RECORD PIC X(200).
	FD VISITOR-MASTER-FILE.
	COPY VISMAST.
	FD WATCHLIST-FILE.
	COPY WATCHLST.
	FD APPOINTMENT-FILE.
	COPY APPTREC.
	FD APPT-HISTORY-FILE.
	01 APPT-HISTORY-RECORD PIC X(69).
	FD BADGE-SPOOL-FILE.
	COPY BADGSPL.
	FD DAILY-STATS-FILE.
	COPY DAYSTAT.
	FD VISITOR-AUDIT-FILE.
	01 AUDIT-OUT-RECORD PIC X(99).
	FD RETAIN-REPORT-FILE.
	01 RETAIN-REPORT-RECORD PIC X(80).
	FD CONTROL-FILE.
	COPY CTLFILE.

	WORKING-STORAGE SECTION.
	01 WS-SCRUB-STATUS PIC X(2).
		88 WS-SCRUB-FOUND VALUE '00'.
		88 WS-SCRUB-OPEN-OK VALUE '00' '05'.
	01 WS-WORKFILE-STATUS PIC X(2).
		88 WS-WORKFILE-FOUND VALUE '00'.
		88 WS-WORKFILE-OPEN-OK VALUE '00' '05'.
	01 WS-VISMAST-STATUS PIC X(2).
		88 WS-VISMAST-OPEN-OK VALUE '00'.
	01 WS-VISMAST-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-VISMAST-FILE-OPEN VALUE 'Y'.
	01 WS-WATCH-STATUS PIC X(2).
		88 WS-WATCH-OPEN-OK VALUE '00'.
	01 WS-WATCH-OPEN-FLAG PIC X(1) VALUE 'N'.
		88 WS-WATCH-FILE-OPEN VALUE 'Y'.
	01 WS-APPT-STATUS PIC X(2).
		88 WS-APPT-OPEN-OK VALUE '00'.
	01 WS-APPTHIST-STATUS PIC X(2).
		88 WS-APPTHIST-OPEN-OK VALUE '00' '05'.
	01 WS-BADGSPL-STATUS PIC X(2).
		88 WS-BADGSPL-OPEN-OK VALUE '00'.
	01 WS-DAYSTAT-STATUS PIC X(2).
		88 WS-DAYSTAT-OPEN-OK VALUE '00'.
	01 WS-AUDIT-STATUS PIC X(2).
		88 WS-AUDIT-OPEN-OK VALUE '00' '05'.
	01 WS-RETRPT-STATUS PIC X(2).
		88 WS-RETRPT-OPEN-OK VALUE '00' '05'.
	01 WS-CTLFILE-STATUS PIC X(2).
		88 WS-CTLFILE-OPEN-OK VALUE '00' '05'.
	01 WS-EOF-FLAG PIC X(1) VALUE 'N'.
		88 WS-END-OF-FILE VALUE 'Y'.
	01 WS-RETAIN-FUNC PIC X(1).
		88 WS-FN-PURGE VALUE 'P'.
		88 WS-FN-SUBJECT VALUE 'S'.
		88 WS-FN-ERASE VALUE 'E'.
		88 WS-FN-NAMED VALUE 'S' 'E'.
	01 WS-TODAY-DATE PIC 9(8).
	01 WS-FULL-TIME PIC 9(8).
	01 WS-NOW-TIME PIC 9(6).
	01 WS-NUMBER-ANSWER PIC X(9).
	01 WS-FROM-ANSWER PIC X(6).
	01 WS-NUMBER-FLAG PIC X(1).
		88 WS-NUMBER-OK VALUE 'Y'.
	01 WS-NUMBER-VALUE PIC S9(7)V99.
	01 WS-NUMBER-WHOLE PIC 9(3).
	01 WS-RETAIN-MONTHS PIC 9(3) VALUE 24.
	01 WS-SUBJECT-NAME PIC X(20).
	01 WS-ANON-NAME PIC X(20) VALUE '*ANONYMISED*'.
	01 WS-CUTOFF-DATE PIC 9(8).
	01 WS-MONTH-NUMBER PIC 9(6).
	01 WS-FIRST-MONTH-NUMBER PIC 9(6).
	01 WS-LAST-MONTH-NUMBER PIC 9(6).
	01 WS-WORK-MONTH.
		05 WS-WM-YEAR PIC 9(4).
		05 WS-WM-MONTH PIC 9(2).
	01 WS-ARCHIVE-NAME PIC X(14).
	01 WS-SCRUB-FILE-NAME PIC X(14).
	01 WS-SCRUB-TYPE PIC X(1).
		88 WS-TYPE-VISITOR-LOG VALUE 'L'.
		88 WS-TYPE-REJECTS VALUE 'R'.
		88 WS-TYPE-AUDIT VALUE 'U'.
		88 WS-TYPE-ALERTS VALUE 'S'.
		88 WS-TYPE-APPT-HISTORY VALUE 'H'.
		88 WS-TYPE-HOST-NOTIFY VALUE 'N'.
		88 WS-TYPE-HOST-ACK VALUE 'K'.
	01 WS-CHECK-NAME PIC X(20).
	01 WS-CHECK-DATE PIC 9(8).
	01 WS-EXPIRE-FLAG PIC X(1).
		88 WS-EXPIRED VALUE 'Y'.
	01 WS-MATCH-FLAG PIC X(1).
		88 WS-SUBJECT-MATCH VALUE 'Y'.
	01 WS-PROTECTED-FLAG PIC X(1).
		88 WS-PROTECTED VALUE 'Y'.
	01 WS-SUBJECT-FLAG PIC X(1) VALUE 'N'.
		88 WS-SUBJECT-PROTECTED VALUE 'Y'.
	01 WS-RECORD-CHANGED PIC X(1).
		88 WS-CHANGED VALUE 'Y'.
	01 WS-IMAGE PIC X(200).
	01 WS-IMAGE-LENGTH PIC 9(3).
	01 WS-IMAGE-POSITION PIC 9(3).
	01 WS-FILE-READ PIC 9(6).
	01 WS-FILE-ANONYMISED PIC 9(6).
	01 WS-FILE-KEPT PIC 9(6).
	01 WS-FILE-MATCHED PIC 9(6).
	01 WS-TOTAL-ANONYMISED PIC 9(6) VALUE ZERO.
	01 WS-TOTAL-KEPT PIC 9(6) VALUE ZERO.
	01 WS-TOTAL-MATCHED PIC 9(6) VALUE ZERO.
	01 WS-HISTORY-ERRORS PIC 9(6) VALUE ZERO.
	01 WS-FOLD-COUNT PIC 9(6) VALUE ZERO.
	01 WS-FOLD-VISITS PIC 9(6) VALUE ZERO.
	01 WS-FOLD-FIRST-SEEN PIC 9(8).
	01 WS-FOLD-LAST-SEEN PIC 9(8).
	01 WS-SUBJECT-FIRST-SEEN PIC 9(8) VALUE ZERO.
	01 WS-SUBJECT-LAST-SEEN PIC 9(8) VALUE ZERO.
	01 WS-SUBJECT-VISITS PIC 9(6) VALUE ZERO.
	01 WS-ALERT-COUNT PIC 9(3) VALUE ZERO.
	01 WS-ALERT-INDEX PIC 9(3).
	01 WS-ALERT-LIMIT PIC 9(3) VALUE 500.
	01 WS-ALERT-OVERFLOW PIC 9(6) VALUE ZERO.
	01 WS-OPEN-ALERT-TABLE.
		05 WS-OA-NAME OCCURS 500 TIMES PIC X(20).
	01 WS-APPT-HISTORY-IMAGE.
		05 WS-AH-VISIT-DATE PIC 9(8).
		05 WS-AH-NAME PIC X(20).
		05 FILLER PIC X(41).
	01 WS-STAT-FOLD.
		05 WS-SF-KEY PIC X(33).
		05 WS-SF-ARRIVALS PIC 9(6).
		05 WS-SF-DEPARTURES PIC 9(6).
		05 WS-SF-CORRECTED PIC 9(6).
		05 WS-SF-REJECTS PIC 9(6).
		05 WS-SF-WALK-INS PIC 9(6).
		05 WS-SF-PRE-REGISTERED PIC 9(6).
	01 WS-FILE-LINE.
		05 FILLER PIC X(2) VALUE SPACES.
		05 WS-FL-FILE-NAME PIC X(14).
		05 FILLER PIC X(7) VALUE '  READ '.
		05 WS-FL-READ PIC ZZZZZ9.
		05 FILLER PIC X(14) VALUE '  ANONYMISED '.
		05 WS-FL-ANONYMISED PIC ZZZZZ9.
		05 FILLER PIC X(8) VALUE '  KEPT '.
		05 WS-FL-KEPT PIC ZZZZZ9.
		05 FILLER PIC X(9) VALUE '  FOUND '.
		05 WS-FL-MATCHED PIC ZZZZZ9.
	COPY VISLOG.
	COPY REJLOG.
	COPY VISAUDIT.
	COPY SECALERT.
	COPY HOSTNOTE.
	COPY HOSTACK.
	COPY OPTERM.

	PROCEDURE DIVISION.
	MAIN-LOGIC.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	PERFORM 1300-CAPTURE-OPERATOR
	PERFORM 1000-SET-PARAMETERS
	OPEN OUTPUT RETAIN-REPORT-FILE
	IF NOT WS-RETRPT-OPEN-OK
		DISPLAY "RETAIN-REPORT-FILE open failed, status "
			WS-RETRPT-STATUS ", nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	PERFORM 1500-LOAD-OPEN-ALERTS
	IF WS-ALERT-OVERFLOW > ZERO
		DISPLAY "Open alert table full - " WS-ALERT-OVERFLOW
			" alerts not loaded, nothing done"
		CLOSE RETAIN-REPORT-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	OPEN INPUT WATCHLIST-FILE
	IF WS-WATCH-OPEN-OK
		MOVE 'Y' TO WS-WATCH-OPEN-FLAG
	ELSE
		IF WS-WATCH-STATUS NOT = '35'
			DISPLAY "WATCHLIST-FILE open failed, status "
				WS-WATCH-STATUS ", nothing done"
			CLOSE RETAIN-REPORT-FILE
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	OPEN I-O VISITOR-MASTER-FILE
	IF WS-VISMAST-OPEN-OK
		MOVE 'Y' TO WS-VISMAST-OPEN-FLAG
	ELSE
		IF WS-VISMAST-STATUS NOT = '35'
			DISPLAY "VISITOR-MASTER-FILE open failed, "
				"status " WS-VISMAST-STATUS
				", nothing done"
			CLOSE RETAIN-REPORT-FILE
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
	END-IF
	IF WS-FN-NAMED
		PERFORM 1600-CHECK-SUBJECT
	END-IF
	PERFORM 2000-PRINT-HEADINGS
	PERFORM 2500-SCRUB-SEQUENTIAL-FILES
	PERFORM 4000-SCRUB-APPOINTMENTS
	PERFORM 4500-SCRUB-BADGE-SPOOL
	PERFORM 4700-SCRUB-DAY-STATS
	PERFORM 5000-FOLD-VISITOR-MASTER
	IF WS-VISMAST-FILE-OPEN
		CLOSE VISITOR-MASTER-FILE
	END-IF
	IF WS-WATCH-FILE-OPEN
		CLOSE WATCHLIST-FILE
	END-IF
	PERFORM 7000-PRINT-TOTALS
	CLOSE RETAIN-REPORT-FILE
	PERFORM 8000-WRITE-AUDIT
	EVALUATE TRUE
	WHEN WS-FN-PURGE
		DISPLAY "Retention purge before " WS-CUTOFF-DATE
			" - anonymised " WS-TOTAL-ANONYMISED
			", kept (protected) " WS-TOTAL-KEPT
	WHEN WS-FN-SUBJECT
		DISPLAY "Subject access for " WS-SUBJECT-NAME
			" - records found " WS-TOTAL-MATCHED
	WHEN OTHER
		DISPLAY "Erasure for " WS-SUBJECT-NAME
			" - records found " WS-TOTAL-MATCHED
			", anonymised " WS-TOTAL-ANONYMISED
	END-EVALUATE
	PERFORM 9000-WRITE-CONTROL-RECORD
	STOP RUN.

	1000-SET-PARAMETERS.
	ACCEPT WS-RETAIN-FUNC FROM ENVIRONMENT "RETAIN_FUNC"
	MOVE FUNCTION UPPER-CASE (WS-RETAIN-FUNC) TO WS-RETAIN-FUNC
	IF WS-RETAIN-FUNC = SPACE
		MOVE 'P' TO WS-RETAIN-FUNC
	END-IF
	IF NOT WS-FN-PURGE
	AND NOT WS-FN-NAMED
		DISPLAY "RETAIN_FUNC must be P, S or E - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE SPACES TO WS-NUMBER-ANSWER
	ACCEPT WS-NUMBER-ANSWER FROM ENVIRONMENT "RETAIN_MONTHS"
	PERFORM 1050-CHECK-NUMBER
	IF NOT WS-NUMBER-OK
	OR (WS-NUMBER-ANSWER NOT = SPACES
		AND WS-NUMBER-WHOLE = ZERO)
		DISPLAY "RETAIN_MONTHS must be a whole number of "
			"months from 1 to 999 - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	IF WS-NUMBER-ANSWER NOT = SPACES
		MOVE WS-NUMBER-WHOLE TO WS-RETAIN-MONTHS
	END-IF
	MOVE SPACES TO WS-SUBJECT-NAME
	ACCEPT WS-SUBJECT-NAME FROM ENVIRONMENT "SUBJECT_NAME"
	MOVE FUNCTION UPPER-CASE (WS-SUBJECT-NAME)
		TO WS-SUBJECT-NAME
	IF WS-FN-NAMED
	AND (WS-SUBJECT-NAME = SPACES
		OR WS-SUBJECT-NAME = WS-ANON-NAME)
		DISPLAY "SUBJECT_NAME is required for subject access"
			" - nothing done"
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE WS-TODAY-DATE(1:6) TO WS-WORK-MONTH
	COMPUTE WS-MONTH-NUMBER = WS-WM-YEAR * 12 + WS-WM-MONTH - 1
	IF WS-FN-PURGE
		SUBTRACT WS-RETAIN-MONTHS FROM WS-MONTH-NUMBER
		MOVE WS-MONTH-NUMBER TO WS-LAST-MONTH-NUMBER
		PERFORM 1100-CONVERT-MONTH-NUMBER
		STRING WS-WORK-MONTH "01" DELIMITED BY SIZE
			INTO WS-CUTOFF-DATE
	ELSE
		COMPUTE WS-LAST-MONTH-NUMBER = WS-MONTH-NUMBER - 1
		MOVE ZERO TO WS-CUTOFF-DATE
	END-IF
	COMPUTE WS-FIRST-MONTH-NUMBER = WS-LAST-MONTH-NUMBER - 119
	MOVE SPACES TO WS-FROM-ANSWER
	ACCEPT WS-FROM-ANSWER FROM ENVIRONMENT "RETAIN_FROM"
	IF WS-FROM-ANSWER NOT = SPACES
		IF WS-FROM-ANSWER IS NOT NUMERIC
		OR WS-FROM-ANSWER(5:2) < '01'
		OR WS-FROM-ANSWER(5:2) > '12'
			DISPLAY "RETAIN_FROM must be a month YYYYMM"
				" - nothing done"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-FROM-ANSWER TO WS-WORK-MONTH
		COMPUTE WS-FIRST-MONTH-NUMBER =
			WS-WM-YEAR * 12 + WS-WM-MONTH - 1
	END-IF.

	1050-CHECK-NUMBER.
	MOVE 'Y' TO WS-NUMBER-FLAG
	MOVE ZERO TO WS-NUMBER-VALUE
	MOVE ZERO TO WS-NUMBER-WHOLE
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
	END-IF
	MOVE WS-NUMBER-VALUE TO WS-NUMBER-WHOLE
	IF WS-NUMBER-WHOLE NOT = WS-NUMBER-VALUE
		MOVE 'N' TO WS-NUMBER-FLAG
	END-IF.

	1100-CONVERT-MONTH-NUMBER.
	DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-WM-YEAR
		REMAINDER WS-WM-MONTH
	ADD 1 TO WS-WM-MONTH.

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

	1500-LOAD-OPEN-ALERTS.
	MOVE "SECALERT.DAT" TO WS-SCRUB-FILE-NAME
	DISPLAY "DD_PURGEIN" UPON ENVIRONMENT-NAME
	DISPLAY WS-SCRUB-FILE-NAME UPON ENVIRONMENT-VALUE
	MOVE 'N' TO WS-EOF-FLAG
	OPEN INPUT SCRUB-FILE
	IF WS-SCRUB-FOUND
		PERFORM UNTIL WS-END-OF-FILE
			READ SCRUB-FILE
				AT END MOVE 'Y' TO WS-EOF-FLAG
				NOT AT END PERFORM 1550-ADD-OPEN-ALERT
			END-READ
		END-PERFORM
	END-IF
	CLOSE SCRUB-FILE.

	1550-ADD-OPEN-ALERT.
	MOVE SCRUB-RECORD TO SECURITY-ALERT-RECORD
	IF NOT SA-UNREVIEWED
		EXIT PARAGRAPH
	END-IF
	IF WS-ALERT-COUNT NOT < WS-ALERT-LIMIT
		ADD 1 TO WS-ALERT-OVERFLOW
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-ALERT-COUNT
	MOVE FUNCTION UPPER-CASE (SA-NAME)
		TO WS-OA-NAME (WS-ALERT-COUNT).

	1600-CHECK-SUBJECT.
	MOVE WS-SUBJECT-NAME TO WS-CHECK-NAME
	PERFORM 6100-CHECK-PROTECTED
	IF WS-PROTECTED
		MOVE 'Y' TO WS-SUBJECT-FLAG
		DISPLAY WS-SUBJECT-NAME " is on the watch list or has "
			"an open security alert"
		IF WS-FN-ERASE
			DISPLAY "Erasure refused - extract only"
			MOVE 'S' TO WS-RETAIN-FUNC
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
	END-IF.

	2000-PRINT-HEADINGS.
	MOVE SPACES TO RETAIN-REPORT-RECORD
	EVALUATE TRUE
	WHEN WS-FN-PURGE
		STRING "RETENTION PURGE - " WS-TODAY-DATE
			"  RECORDS BEFORE " WS-CUTOFF-DATE
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	WHEN WS-FN-SUBJECT
		STRING "SUBJECT ACCESS EXTRACT - " WS-TODAY-DATE
			"  " WS-SUBJECT-NAME
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	WHEN OTHER
		STRING "SUBJECT ERASURE - " WS-TODAY-DATE
			"  " WS-SUBJECT-NAME
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	END-EVALUATE
	WRITE RETAIN-REPORT-RECORD
	MOVE SPACES TO RETAIN-REPORT-RECORD
	STRING "RUN BY " WS-OPERATOR-ID " AT " WS-TERMINAL-ID
		DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD
	IF WS-SUBJECT-PROTECTED
		MOVE SPACES TO RETAIN-REPORT-RECORD
		STRING "NAME IS PROTECTED (WATCH LIST OR OPEN ALERT)"
			" - NOT ERASED" DELIMITED BY SIZE
			INTO RETAIN-REPORT-RECORD
		WRITE RETAIN-REPORT-RECORD
	END-IF
	MOVE SPACES TO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD.

	2500-SCRUB-SEQUENTIAL-FILES.
	MOVE 'L' TO WS-SCRUB-TYPE
	MOVE "VISITOR.LOG" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE WS-FIRST-MONTH-NUMBER TO WS-MONTH-NUMBER
	PERFORM UNTIL WS-MONTH-NUMBER > WS-LAST-MONTH-NUMBER
		PERFORM 1100-CONVERT-MONTH-NUMBER
		MOVE SPACES TO WS-ARCHIVE-NAME
		STRING "VISARCH." WS-WORK-MONTH DELIMITED BY SIZE
			INTO WS-ARCHIVE-NAME
		MOVE WS-ARCHIVE-NAME TO WS-SCRUB-FILE-NAME
		PERFORM 3000-SCRUB-ONE-FILE
		ADD 1 TO WS-MONTH-NUMBER
	END-PERFORM
	MOVE 'R' TO WS-SCRUB-TYPE
	MOVE "REJECTS.RPT" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE 'U' TO WS-SCRUB-TYPE
	MOVE "VISAUDIT.LOG" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE 'S' TO WS-SCRUB-TYPE
	MOVE "SECALERT.DAT" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE 'H' TO WS-SCRUB-TYPE
	MOVE "APPTHIST.DAT" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE 'N' TO WS-SCRUB-TYPE
	MOVE "HOSTNOTE.DAT" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE
	MOVE 'K' TO WS-SCRUB-TYPE
	MOVE "HOSTACK.DAT" TO WS-SCRUB-FILE-NAME
	PERFORM 3000-SCRUB-ONE-FILE.

	3000-SCRUB-ONE-FILE.
	MOVE ZERO TO WS-FILE-READ
	MOVE ZERO TO WS-FILE-ANONYMISED
	MOVE ZERO TO WS-FILE-KEPT
	MOVE ZERO TO WS-FILE-MATCHED
	DISPLAY "DD_PURGEIN" UPON ENVIRONMENT-NAME
	DISPLAY WS-SCRUB-FILE-NAME UPON ENVIRONMENT-VALUE
	OPEN INPUT SCRUB-FILE
	IF NOT WS-SCRUB-FOUND
		CLOSE SCRUB-FILE
		EXIT PARAGRAPH
	END-IF
	OPEN OUTPUT PURGE-WORK-FILE
	IF NOT WS-WORKFILE-OPEN-OK
		DISPLAY "Work file open failed, status "
			WS-WORKFILE-STATUS ", " WS-SCRUB-FILE-NAME
			" left untouched"
		CLOSE SCRUB-FILE
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	PERFORM UNTIL WS-END-OF-FILE
		READ SCRUB-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 3100-SCRUB-ONE-RECORD
		END-READ
	END-PERFORM
	CLOSE SCRUB-FILE
	CLOSE PURGE-WORK-FILE
	IF WS-FILE-ANONYMISED > ZERO
		PERFORM 3900-COPY-BACK
	END-IF
	DELETE FILE PURGE-WORK-FILE
	PERFORM 7100-PRINT-FILE-LINE.

	3100-SCRUB-ONE-RECORD.
	ADD 1 TO WS-FILE-READ
	MOVE 'N' TO WS-RECORD-CHANGED
	EVALUATE TRUE
	WHEN WS-TYPE-VISITOR-LOG
		PERFORM 3200-SCRUB-VISITOR-LOG
	WHEN WS-TYPE-REJECTS
		PERFORM 3300-SCRUB-REJECT
	WHEN WS-TYPE-AUDIT
		PERFORM 3400-SCRUB-AUDIT
	WHEN WS-TYPE-ALERTS
		PERFORM 3500-SCRUB-ALERT
	WHEN WS-TYPE-APPT-HISTORY
		PERFORM 3600-SCRUB-APPT-HISTORY
	WHEN WS-TYPE-HOST-NOTIFY
		PERFORM 3700-SCRUB-HOST-NOTIFY
	WHEN WS-TYPE-HOST-ACK
		PERFORM 3800-SCRUB-HOST-ACK
	END-EVALUATE
	IF WS-CHANGED
		ADD 1 TO WS-FILE-ANONYMISED
	END-IF
	MOVE SCRUB-RECORD TO WORK-SCRUB-RECORD
	WRITE WORK-SCRUB-RECORD.

	3200-SCRUB-VISITOR-LOG.
	MOVE SCRUB-RECORD TO VISITOR-LOG-RECORD
	MOVE VL-NAME TO WS-CHECK-NAME
	MOVE VL-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF VISITOR-LOG-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO VL-NAME
		MOVE VISITOR-LOG-RECORD TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3300-SCRUB-REJECT.
	MOVE SCRUB-RECORD TO REJECT-RECORD
	MOVE RJ-INPUT TO WS-CHECK-NAME
	MOVE RJ-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF REJECT-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO RJ-INPUT
		IF RJ-DISP-PENDING
			MOVE 'D' TO RJ-DISPOSITION
		END-IF
		MOVE REJECT-RECORD TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3400-SCRUB-AUDIT.
	MOVE SCRUB-RECORD TO VISITOR-AUDIT-RECORD
	MOVE LENGTH OF VISITOR-AUDIT-RECORD TO WS-IMAGE-LENGTH
	MOVE VA-DATE TO WS-CHECK-DATE
	MOVE VA-OLD-NAME TO WS-CHECK-NAME
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO VA-OLD-NAME
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF
	IF WS-SUBJECT-MATCH
		IF WS-FN-ERASE
		AND FUNCTION UPPER-CASE (VA-NEW-NAME) = WS-SUBJECT-NAME
			MOVE WS-ANON-NAME TO VA-NEW-NAME
		END-IF
	ELSE
		MOVE VA-NEW-NAME TO WS-CHECK-NAME
		PERFORM 6000-CHECK-RECORD
		IF WS-EXPIRED
			MOVE WS-ANON-NAME TO VA-NEW-NAME
			MOVE 'Y' TO WS-RECORD-CHANGED
		END-IF
	END-IF
	IF WS-CHANGED
		MOVE VISITOR-AUDIT-RECORD TO SCRUB-RECORD
	END-IF.

	3500-SCRUB-ALERT.
	MOVE SCRUB-RECORD TO SECURITY-ALERT-RECORD
	MOVE SA-NAME TO WS-CHECK-NAME
	MOVE SA-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF SECURITY-ALERT-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO SA-NAME
		MOVE SECURITY-ALERT-RECORD TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3600-SCRUB-APPT-HISTORY.
	MOVE SCRUB-RECORD TO WS-APPT-HISTORY-IMAGE
	MOVE WS-AH-NAME TO WS-CHECK-NAME
	MOVE WS-AH-VISIT-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF WS-APPT-HISTORY-IMAGE TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO WS-AH-NAME
		MOVE WS-APPT-HISTORY-IMAGE TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3700-SCRUB-HOST-NOTIFY.
	MOVE SCRUB-RECORD TO HOST-NOTIFY-RECORD
	MOVE HN-VISITOR-NAME TO WS-CHECK-NAME
	MOVE HN-ARRIVAL-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF HOST-NOTIFY-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO HN-VISITOR-NAME
		MOVE HOST-NOTIFY-RECORD TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3800-SCRUB-HOST-ACK.
	MOVE SCRUB-RECORD TO HOST-ACK-RECORD
	MOVE HK-VISITOR-NAME TO WS-CHECK-NAME
	MOVE HK-ARRIVAL-DATE TO WS-CHECK-DATE
	MOVE LENGTH OF HOST-ACK-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE WS-ANON-NAME TO HK-VISITOR-NAME
		MOVE HOST-ACK-RECORD TO SCRUB-RECORD
		MOVE 'Y' TO WS-RECORD-CHANGED
	END-IF.

	3900-COPY-BACK.
	OPEN INPUT PURGE-WORK-FILE
	IF NOT WS-WORKFILE-FOUND
		DISPLAY "PURGE.TMP open failed, status "
			WS-WORKFILE-STATUS ", " WS-SCRUB-FILE-NAME
			" left untouched"
		CLOSE PURGE-WORK-FILE
		MOVE 12 TO RETURN-CODE
		EXIT PARAGRAPH
	END-IF
	OPEN OUTPUT SCRUB-FILE
	IF NOT WS-SCRUB-OPEN-OK
		DISPLAY WS-SCRUB-FILE-NAME " rewrite open failed, "
			"status " WS-SCRUB-STATUS ", anonymised copy "
			"is in PURGE.TMP"
		CLOSE PURGE-WORK-FILE
		MOVE 12 TO RETURN-CODE
		STOP RUN
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	PERFORM UNTIL WS-END-OF-FILE
		READ PURGE-WORK-FILE
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END
				MOVE WORK-SCRUB-RECORD TO SCRUB-RECORD
				WRITE SCRUB-RECORD
		END-READ
	END-PERFORM
	CLOSE PURGE-WORK-FILE
	CLOSE SCRUB-FILE.

	4000-SCRUB-APPOINTMENTS.
	MOVE ZERO TO WS-FILE-READ
	MOVE ZERO TO WS-FILE-ANONYMISED
	MOVE ZERO TO WS-FILE-KEPT
	MOVE ZERO TO WS-FILE-MATCHED
	MOVE "APPOINTS.DAT" TO WS-SCRUB-FILE-NAME
	OPEN I-O APPOINTMENT-FILE
	IF NOT WS-APPT-OPEN-OK
		IF WS-APPT-STATUS NOT = '35'
			DISPLAY "APPOINTMENT-FILE open failed, status "
				WS-APPT-STATUS
				", appointments not checked"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		EXIT PARAGRAPH
	END-IF
	OPEN EXTEND APPT-HISTORY-FILE
	IF NOT WS-APPTHIST-OPEN-OK
		DISPLAY "APPT-HISTORY-FILE open failed, status "
			WS-APPTHIST-STATUS ", appointments not checked"
		CLOSE APPOINTMENT-FILE
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO AP-APPT-KEY
	START APPOINTMENT-FILE KEY NOT < AP-APPT-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ APPOINTMENT-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 4100-CHECK-ONE-APPOINTMENT
		END-READ
	END-PERFORM
	CLOSE APPT-HISTORY-FILE
	CLOSE APPOINTMENT-FILE
	PERFORM 7100-PRINT-FILE-LINE.

	4100-CHECK-ONE-APPOINTMENT.
	ADD 1 TO WS-FILE-READ
	MOVE AP-NAME TO WS-CHECK-NAME
	MOVE AP-VISIT-DATE TO WS-CHECK-DATE
	MOVE APPOINTMENT-RECORD TO SCRUB-RECORD
	MOVE LENGTH OF APPOINTMENT-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		MOVE APPOINTMENT-RECORD TO WS-APPT-HISTORY-IMAGE
		MOVE WS-ANON-NAME TO WS-AH-NAME
		MOVE WS-APPT-HISTORY-IMAGE TO APPT-HISTORY-RECORD
		WRITE APPT-HISTORY-RECORD
		IF WS-APPTHIST-STATUS NOT = '00'
			DISPLAY "APPT-HISTORY-FILE write failed, "
				"status " WS-APPTHIST-STATUS ", "
				AP-NAME " left on file"
			ADD 1 TO WS-HISTORY-ERRORS
			MOVE 12 TO RETURN-CODE
			EXIT PARAGRAPH
		END-IF
		DELETE APPOINTMENT-FILE
		ADD 1 TO WS-FILE-ANONYMISED
	END-IF.

	4500-SCRUB-BADGE-SPOOL.
	MOVE ZERO TO WS-FILE-READ
	MOVE ZERO TO WS-FILE-ANONYMISED
	MOVE ZERO TO WS-FILE-KEPT
	MOVE ZERO TO WS-FILE-MATCHED
	MOVE "BADGSPL.DAT" TO WS-SCRUB-FILE-NAME
	OPEN I-O BADGE-SPOOL-FILE
	IF NOT WS-BADGSPL-OPEN-OK
		IF WS-BADGSPL-STATUS NOT = '35'
			DISPLAY "BADGE-SPOOL-FILE open failed, status "
				WS-BADGSPL-STATUS
				", badge spool not checked"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO BS-NAME
	START BADGE-SPOOL-FILE KEY NOT < BS-NAME
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ BADGE-SPOOL-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 4600-CHECK-ONE-BADGE
		END-READ
	END-PERFORM
	CLOSE BADGE-SPOOL-FILE
	PERFORM 7100-PRINT-FILE-LINE.

	4600-CHECK-ONE-BADGE.
	ADD 1 TO WS-FILE-READ
	MOVE BS-NAME TO WS-CHECK-NAME
	MOVE BS-RUN-DATE TO WS-CHECK-DATE
	MOVE BADGE-SPOOL-RECORD TO SCRUB-RECORD
	MOVE LENGTH OF BADGE-SPOOL-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF WS-EXPIRED
		DELETE BADGE-SPOOL-FILE
		ADD 1 TO WS-FILE-ANONYMISED
	END-IF.

	4700-SCRUB-DAY-STATS.
	MOVE ZERO TO WS-FILE-READ
	MOVE ZERO TO WS-FILE-ANONYMISED
	MOVE ZERO TO WS-FILE-KEPT
	MOVE ZERO TO WS-FILE-MATCHED
	MOVE "DAYSTAT.DAT" TO WS-SCRUB-FILE-NAME
	OPEN I-O DAILY-STATS-FILE
	IF NOT WS-DAYSTAT-OPEN-OK
		IF WS-DAYSTAT-STATUS NOT = '35'
			DISPLAY "DAILY-STATS-FILE open failed, status "
				WS-DAYSTAT-STATUS
				", daily statistics not checked"
			IF RETURN-CODE < 4
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO DS-KEY
	START DAILY-STATS-FILE KEY NOT < DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ DAILY-STATS-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 4800-CHECK-ONE-DAY-STAT
		END-READ
	END-PERFORM
	CLOSE DAILY-STATS-FILE
	PERFORM 7100-PRINT-FILE-LINE.

	4800-CHECK-ONE-DAY-STAT.
	IF NOT DS-CAT-VISITOR
		EXIT PARAGRAPH
	END-IF
	ADD 1 TO WS-FILE-READ
	MOVE DS-ITEM TO WS-CHECK-NAME
	MOVE DS-DATE TO WS-CHECK-DATE
	MOVE DAILY-STATS-RECORD TO SCRUB-RECORD
	MOVE LENGTH OF DAILY-STATS-RECORD TO WS-IMAGE-LENGTH
	PERFORM 6000-CHECK-RECORD
	IF NOT WS-EXPIRED
		EXIT PARAGRAPH
	END-IF
	MOVE DS-KEY TO WS-SF-KEY
	MOVE DS-ARRIVALS TO WS-SF-ARRIVALS
	MOVE DS-DEPARTURES TO WS-SF-DEPARTURES
	MOVE DS-CORRECTED TO WS-SF-CORRECTED
	MOVE DS-REJECTS TO WS-SF-REJECTS
	MOVE DS-WALK-INS TO WS-SF-WALK-INS
	MOVE DS-PRE-REGISTERED TO WS-SF-PRE-REGISTERED
	DELETE DAILY-STATS-FILE
	ADD 1 TO WS-FILE-ANONYMISED
	MOVE WS-SF-KEY TO DS-KEY
	MOVE WS-ANON-NAME TO DS-ITEM
	READ DAILY-STATS-FILE
		INVALID KEY
			MOVE ZERO TO DS-COUNTS
			MOVE WS-TODAY-DATE TO DS-BUILD-DATE
			MOVE ZERO TO DS-BUILD-TIME
			PERFORM 4900-ADD-FOLDED-STAT
			WRITE DAILY-STATS-RECORD
		NOT INVALID KEY
			PERFORM 4900-ADD-FOLDED-STAT
			REWRITE DAILY-STATS-RECORD
	END-READ
	MOVE WS-SF-KEY TO DS-KEY
	START DAILY-STATS-FILE KEY > DS-KEY
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START.

	4900-ADD-FOLDED-STAT.
	ADD WS-SF-ARRIVALS TO DS-ARRIVALS
	ADD WS-SF-DEPARTURES TO DS-DEPARTURES
	ADD WS-SF-CORRECTED TO DS-CORRECTED
	ADD WS-SF-REJECTS TO DS-REJECTS
	ADD WS-SF-WALK-INS TO DS-WALK-INS
	ADD WS-SF-PRE-REGISTERED TO DS-PRE-REGISTERED.

	5000-FOLD-VISITOR-MASTER.
	MOVE ZERO TO WS-FILE-READ
	MOVE ZERO TO WS-FILE-ANONYMISED
	MOVE ZERO TO WS-FILE-KEPT
	MOVE ZERO TO WS-FILE-MATCHED
	MOVE "VISMAST.DAT" TO WS-SCRUB-FILE-NAME
	IF NOT WS-VISMAST-FILE-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE 99999999 TO WS-FOLD-FIRST-SEEN
	MOVE ZERO TO WS-FOLD-LAST-SEEN
	MOVE 'N' TO WS-EOF-FLAG
	MOVE LOW-VALUES TO VM-NAME
	START VISITOR-MASTER-FILE KEY NOT < VM-NAME
		INVALID KEY MOVE 'Y' TO WS-EOF-FLAG
	END-START
	PERFORM UNTIL WS-END-OF-FILE
		READ VISITOR-MASTER-FILE NEXT
			AT END MOVE 'Y' TO WS-EOF-FLAG
			NOT AT END PERFORM 5100-CHECK-ONE-MASTER
		END-READ
	END-PERFORM
	IF WS-FOLD-COUNT > ZERO
		PERFORM 5200-WRITE-ANONYMISED-MASTER
	END-IF
	PERFORM 7100-PRINT-FILE-LINE.

	5100-CHECK-ONE-MASTER.
	ADD 1 TO WS-FILE-READ
	IF VM-NAME = WS-ANON-NAME
		EXIT PARAGRAPH
	END-IF
	MOVE 'N' TO WS-EXPIRE-FLAG
	MOVE 'N' TO WS-MATCH-FLAG
	IF WS-FN-NAMED
		IF VM-NAME = WS-SUBJECT-NAME
			MOVE 'Y' TO WS-MATCH-FLAG
			MOVE VM-FIRST-SEEN-DATE TO WS-SUBJECT-FIRST-SEEN
			MOVE VM-LAST-SEEN-DATE TO WS-SUBJECT-LAST-SEEN
			MOVE VM-VISIT-COUNT TO WS-SUBJECT-VISITS
			MOVE VISITOR-MASTER-RECORD TO SCRUB-RECORD
			MOVE LENGTH OF VISITOR-MASTER-RECORD
				TO WS-IMAGE-LENGTH
			PERFORM 6500-REPORT-SUBJECT-RECORD
			IF WS-FN-ERASE
				MOVE 'Y' TO WS-EXPIRE-FLAG
			END-IF
		END-IF
	ELSE
		IF VM-LAST-SEEN-DATE < WS-CUTOFF-DATE
			MOVE VM-NAME TO WS-CHECK-NAME
			PERFORM 6100-CHECK-PROTECTED
			IF WS-PROTECTED
				ADD 1 TO WS-FILE-KEPT
				ADD 1 TO WS-TOTAL-KEPT
			ELSE
				MOVE 'Y' TO WS-EXPIRE-FLAG
			END-IF
		END-IF
	END-IF
	IF WS-EXPIRED
		ADD VM-VISIT-COUNT TO WS-FOLD-VISITS
		IF VM-FIRST-SEEN-DATE < WS-FOLD-FIRST-SEEN
			MOVE VM-FIRST-SEEN-DATE TO WS-FOLD-FIRST-SEEN
		END-IF
		IF VM-LAST-SEEN-DATE > WS-FOLD-LAST-SEEN
			MOVE VM-LAST-SEEN-DATE TO WS-FOLD-LAST-SEEN
		END-IF
		DELETE VISITOR-MASTER-FILE
		ADD 1 TO WS-FOLD-COUNT
		ADD 1 TO WS-FILE-ANONYMISED
		ADD 1 TO WS-TOTAL-ANONYMISED
	END-IF.

	5200-WRITE-ANONYMISED-MASTER.
	MOVE WS-ANON-NAME TO VM-NAME
	READ VISITOR-MASTER-FILE
		INVALID KEY
			MOVE WS-FOLD-FIRST-SEEN TO VM-FIRST-SEEN-DATE
			MOVE WS-FOLD-LAST-SEEN TO VM-LAST-SEEN-DATE
			MOVE WS-FOLD-VISITS TO VM-VISIT-COUNT
			WRITE VISITOR-MASTER-RECORD
		NOT INVALID KEY
			ADD WS-FOLD-VISITS TO VM-VISIT-COUNT
			IF WS-FOLD-FIRST-SEEN < VM-FIRST-SEEN-DATE
				MOVE WS-FOLD-FIRST-SEEN
					TO VM-FIRST-SEEN-DATE
			END-IF
			IF WS-FOLD-LAST-SEEN > VM-LAST-SEEN-DATE
				MOVE WS-FOLD-LAST-SEEN
					TO VM-LAST-SEEN-DATE
			END-IF
			REWRITE VISITOR-MASTER-RECORD
	END-READ.

	6000-CHECK-RECORD.
	MOVE 'N' TO WS-EXPIRE-FLAG
	MOVE 'N' TO WS-MATCH-FLAG
	MOVE FUNCTION UPPER-CASE (WS-CHECK-NAME) TO WS-CHECK-NAME
	IF WS-CHECK-NAME = SPACES
	OR WS-CHECK-NAME = WS-ANON-NAME
		EXIT PARAGRAPH
	END-IF
	IF WS-FN-NAMED
		IF WS-CHECK-NAME = WS-SUBJECT-NAME
			MOVE 'Y' TO WS-MATCH-FLAG
			PERFORM 6500-REPORT-SUBJECT-RECORD
			IF WS-FN-ERASE
				MOVE 'Y' TO WS-EXPIRE-FLAG
				ADD 1 TO WS-TOTAL-ANONYMISED
			END-IF
		END-IF
		EXIT PARAGRAPH
	END-IF
	IF WS-CHECK-DATE IS NOT NUMERIC
	OR WS-CHECK-DATE NOT < WS-CUTOFF-DATE
		EXIT PARAGRAPH
	END-IF
	IF WS-VISMAST-FILE-OPEN
		MOVE WS-CHECK-NAME TO VM-NAME
		READ VISITOR-MASTER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF VM-LAST-SEEN-DATE
				NOT < WS-CUTOFF-DATE
					EXIT PARAGRAPH
				END-IF
		END-READ
	END-IF
	PERFORM 6100-CHECK-PROTECTED
	IF WS-PROTECTED
		ADD 1 TO WS-FILE-KEPT
		ADD 1 TO WS-TOTAL-KEPT
		EXIT PARAGRAPH
	END-IF
	MOVE 'Y' TO WS-EXPIRE-FLAG
	ADD 1 TO WS-TOTAL-ANONYMISED.

	6100-CHECK-PROTECTED.
	MOVE 'N' TO WS-PROTECTED-FLAG
	PERFORM VARYING WS-ALERT-INDEX FROM 1 BY 1
		UNTIL WS-ALERT-INDEX > WS-ALERT-COUNT
		OR WS-PROTECTED
		IF WS-OA-NAME (WS-ALERT-INDEX) = WS-CHECK-NAME
			MOVE 'Y' TO WS-PROTECTED-FLAG
		END-IF
	END-PERFORM
	IF WS-PROTECTED
	OR NOT WS-WATCH-FILE-OPEN
		EXIT PARAGRAPH
	END-IF
	MOVE WS-CHECK-NAME TO WL-NAME
	READ WATCHLIST-FILE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE 'Y' TO WS-PROTECTED-FLAG
	END-READ.

	6500-REPORT-SUBJECT-RECORD.
	ADD 1 TO WS-FILE-MATCHED
	ADD 1 TO WS-TOTAL-MATCHED
	MOVE SCRUB-RECORD TO WS-IMAGE
	MOVE 1 TO WS-IMAGE-POSITION
	MOVE SPACES TO RETAIN-REPORT-RECORD
	STRING "  " WS-SCRUB-FILE-NAME "  " WS-IMAGE(1:60)
		DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD
	ADD 60 TO WS-IMAGE-POSITION
	PERFORM UNTIL WS-IMAGE-POSITION > WS-IMAGE-LENGTH
		MOVE SPACES TO RETAIN-REPORT-RECORD
		STRING "                  "
			WS-IMAGE(WS-IMAGE-POSITION:60)
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
		WRITE RETAIN-REPORT-RECORD
		ADD 60 TO WS-IMAGE-POSITION
	END-PERFORM.

	7000-PRINT-TOTALS.
	MOVE SPACES TO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD
	MOVE SPACES TO RETAIN-REPORT-RECORD
	STRING "  Records found " WS-TOTAL-MATCHED
		"  anonymised " WS-TOTAL-ANONYMISED
		"  kept (protected) " WS-TOTAL-KEPT
		DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD
	IF WS-HISTORY-ERRORS > ZERO
		MOVE SPACES TO RETAIN-REPORT-RECORD
		STRING "  Appointments not archived, left on file "
			WS-HISTORY-ERRORS
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
		WRITE RETAIN-REPORT-RECORD
	END-IF
	IF WS-FOLD-COUNT > ZERO
		MOVE SPACES TO RETAIN-REPORT-RECORD
		STRING "  Visitor master entries folded into "
			WS-ANON-NAME " " WS-FOLD-COUNT
			" (visits " WS-FOLD-VISITS ")"
			DELIMITED BY SIZE INTO RETAIN-REPORT-RECORD
		WRITE RETAIN-REPORT-RECORD
	END-IF.

	7100-PRINT-FILE-LINE.
	IF WS-FILE-READ = ZERO
		EXIT PARAGRAPH
	END-IF
	MOVE WS-SCRUB-FILE-NAME TO WS-FL-FILE-NAME
	MOVE WS-FILE-READ TO WS-FL-READ
	MOVE WS-FILE-ANONYMISED TO WS-FL-ANONYMISED
	MOVE WS-FILE-KEPT TO WS-FL-KEPT
	MOVE WS-FILE-MATCHED TO WS-FL-MATCHED
	MOVE WS-FILE-LINE TO RETAIN-REPORT-RECORD
	WRITE RETAIN-REPORT-RECORD.

	8000-WRITE-AUDIT.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	MOVE WS-TODAY-DATE TO VA-DATE
	MOVE WS-NOW-TIME TO VA-TIME
	MOVE WS-RETAIN-FUNC TO VA-FUNCTION
	MOVE WS-SUBJECT-FIRST-SEEN TO VA-OLD-FIRST-SEEN
	MOVE WS-SUBJECT-LAST-SEEN TO VA-OLD-LAST-SEEN
	MOVE WS-SUBJECT-VISITS TO VA-OLD-VISIT-COUNT
	EVALUATE TRUE
	WHEN WS-FN-PURGE
		MOVE SPACES TO VA-OLD-NAME
		MOVE WS-ANON-NAME TO VA-NEW-NAME
		MOVE WS-TOTAL-ANONYMISED TO VA-NEW-VISIT-COUNT
	WHEN WS-FN-SUBJECT
		MOVE WS-SUBJECT-NAME TO VA-OLD-NAME
		MOVE WS-SUBJECT-NAME TO VA-NEW-NAME
		MOVE WS-TOTAL-MATCHED TO VA-NEW-VISIT-COUNT
	WHEN OTHER
		MOVE WS-SUBJECT-NAME TO VA-OLD-NAME
		MOVE WS-ANON-NAME TO VA-NEW-NAME
		MOVE WS-TOTAL-ANONYMISED TO VA-NEW-VISIT-COUNT
	END-EVALUATE
	MOVE WS-OPERATOR-ID TO VA-OPERATOR-ID
	MOVE WS-TERMINAL-ID TO VA-TERMINAL-ID
	OPEN EXTEND VISITOR-AUDIT-FILE
	IF WS-AUDIT-OPEN-OK
		MOVE VISITOR-AUDIT-RECORD TO AUDIT-OUT-RECORD
		WRITE AUDIT-OUT-RECORD
	ELSE
		DISPLAY "VISITOR-AUDIT-FILE open failed, status "
			WS-AUDIT-STATUS ", run not audited"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE VISITOR-AUDIT-FILE.

	9000-WRITE-CONTROL-RECORD.
	ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-FULL-TIME FROM TIME.
	MOVE WS-FULL-TIME(1:6) TO WS-NOW-TIME.
	OPEN EXTEND CONTROL-FILE
	IF WS-CTLFILE-OPEN-OK
		IF WS-FN-PURGE
			MOVE 'RETPURGE' TO CT-PROGRAM-ID
		ELSE
			MOVE 'SUBJACC ' TO CT-PROGRAM-ID
		END-IF
		MOVE WS-TODAY-DATE TO CT-RUN-DATE
		MOVE WS-NOW-TIME TO CT-RUN-TIME
		MOVE WS-SITE-ID TO CT-SITE-ID
		MOVE 1 TO CT-RUN-COUNT
		IF WS-FN-SUBJECT
			MOVE WS-TOTAL-MATCHED TO CT-RECORDS-PROCESSED
		ELSE
			MOVE WS-TOTAL-ANONYMISED TO CT-RECORDS-PROCESSED
		END-IF
		WRITE CONTROL-RECORD
	ELSE
		DISPLAY "CONTROL-FILE open failed, status "
			WS-CTLFILE-STATUS ", control record not written"
		IF RETURN-CODE < 4
			MOVE 4 TO RETURN-CODE
		END-IF
	END-IF
	CLOSE CONTROL-FILE.
