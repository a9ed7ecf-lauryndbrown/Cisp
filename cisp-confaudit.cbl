      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Audit the CISP_* settings - effective value, where it
      *          came from, and whether its file or directory is usable
      * Tectonics: cobc
      ******************************************************************
      *****CISP-CONFIG resolves every setting environment first, then
      *****the site configuration file, then the calling program's
      *****own default - which is exactly why, the morning after, no
      *****one can say for certain what a night ran with. This
      *****subprogram answers it: for every key the system reads it
      *****resolves the value the same way CISP-CONFIG does, records
      *****whether the value came from the environment, the file or
      *****the program default, and checks the thing the value names:
      *****
      *****    input files        must exist (MISSING),
      *****    output files       must take an append if present, or
      *****                       sit in a directory that takes a new
      *****                       file if not yet created (ABSENT is
      *****                       fine, NO DIRECTORY / NOT WRITABLE
      *****                       are not),
      *****    CISP_LOG_DIR       must exist and take a new file.
      *****
      *****Keys in the configuration file that no program reads are
      *****flagged UNREAD KEY (usually a typo that leaves the real key
      *****on its default), and lines past what CISP-CONFIG holds are
      *****flagged NOT LOADED.
      *****
      *****Operations:
      *****    SNAPSHOT  append the lines stamped with the caller's run
      *****              id to CISP_CONFIG_SNAPSHOT_FILE (default
      *****              ..\logs\configsnap.data) - CISP does this as
      *****              every run starts, and INCIDENT bundles them.
      *****    AUDIT     write the lines and a summary to
      *****              CISP_CONFIG_AUDIT_FILE (default
      *****              ..\logs\configaudit.data) - CONFIG-AUDIT.
      *****
      *****The caller gets back how many lines were flagged, and
      *****whether the lines could be written at all. Record layout in
      *****config-snapshot.cpy. The known-key table below is the list
      *****of what the system reads - a program that starts reading a
      *****new key needs a line here as well.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-CONFAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL SITE-CONFIG-FILE
           ASSIGN TO DYNAMIC WS-SITE-CONFIG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SITE-CONFIG-STATUS.
       SELECT OPTIONAL SNAPSHOT-FILE
           ASSIGN TO DYNAMIC WS-SNAPSHOT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.
      *****Not OPTIONAL - an append to a file that is not there must
      *****fail rather than create it; the audit only looks.
       SELECT PROBE-FILE
           ASSIGN TO DYNAMIC WS-PROBE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROBE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD SITE-CONFIG-FILE.
       01 SITE-CONFIG-RECORD PIC X(132).
       FD SNAPSHOT-FILE.
       COPY "config-snapshot.cpy"
           REPLACING LEADING ==PREFIX== BY ==SNAPSHOT==.
       01 SNAPSHOT-TEXT-RECORD PIC X(173).
       FD PROBE-FILE.
       01 PROBE-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****What CISP-CONFIG holds of the configuration file - lines
      *****past this many are dropped there.
       78 WS-CONFIG-HELD VALUE 100.
       78 WS-MAX-SITE-ENTRIES VALUE 200.
       78 WS-KNOWN-KEY-COUNT VALUE 62.
      *****Every key the system reads: the key, its kind - I an input
      *****file, O an output file, D a directory, V a plain setting -
      *****and the default the reading programs fall back to.
       01 WS-KNOWN-KEY-VALUES.
           02 FILLER PIC X(30) VALUE "CISP_ACCESS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\access.data".
           02 FILLER PIC X(30) VALUE "CISP_ACCESS_REPORT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\access-report.data".
           02 FILLER PIC X(30) VALUE "CISP_ALERTS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\alerts.data".
           02 FILLER PIC X(30) VALUE "CISP_ALERT_THRESHOLD".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "50".
           02 FILLER PIC X(30) VALUE "CISP_AUTHORITY_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\authority.data".
           02 FILLER PIC X(30) VALUE "CISP_BATCH_DEADLINE".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "(NONE)".
           02 FILLER PIC X(30) VALUE "CISP_CATALOGUE_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\catalogue.data".
           02 FILLER PIC X(30) VALUE "CISP_CHECKPOINT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\checkpoint.data".
           02 FILLER PIC X(30) VALUE "CISP_COMPARE_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\compare.data".
           02 FILLER PIC X(30) VALUE "CISP_COMPARE_RULES".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\compare.rules".
           02 FILLER PIC X(30) VALUE "CISP_CONFIG_AUDIT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\configaudit.data".
           02 FILLER PIC X(30) VALUE "CISP_CONFIG_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\cisp.config".
           02 FILLER PIC X(30) VALUE "CISP_CONFIG_SNAPSHOT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\configsnap.data".
           02 FILLER PIC X(30) VALUE "CISP_CONVERSION_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\conversions.data".
           02 FILLER PIC X(30) VALUE "CISP_DEADLINE_MARGIN".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "30".
           02 FILLER PIC X(30) VALUE "CISP_ERRCAT_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\errcat.data".
           02 FILLER PIC X(30) VALUE "CISP_ERRORS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\errors.data".
           02 FILLER PIC X(30) VALUE "CISP_EVENTS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\events.data".
           02 FILLER PIC X(30) VALUE "CISP_EVENT_ACTIONS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\eventacts.data".
           02 FILLER PIC X(30) VALUE "CISP_EVENT_REPORT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\eventshift.data".
           02 FILLER PIC X(30) VALUE "CISP_GL_EXCEPTION_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\glexcept.data".
           02 FILLER PIC X(30) VALUE "CISP_GL_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\glextract.data".
           02 FILLER PIC X(30) VALUE "CISP_GL_MAP_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\glmap.data".
           02 FILLER PIC X(30) VALUE "CISP_HISTORY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\history.data".
           02 FILLER PIC X(30) VALUE "CISP_HOLIDAY_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\holidays.data".
           02 FILLER PIC X(30) VALUE "CISP_HOUSEKEEP_REPORT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\housekeep.data".
           02 FILLER PIC X(30) VALUE "CISP_INCIDENT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\incident.data".
           02 FILLER PIC X(30) VALUE "CISP_JOB_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\test\job-stream.txt".
           02 FILLER PIC X(30) VALUE "CISP_JOB_HISTORY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\jobhist.data".
           02 FILLER PIC X(30) VALUE "CISP_LIBRARY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\library.data".
           02 FILLER PIC X(30) VALUE "CISP_LOGQUERY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\logquery.data".
           02 FILLER PIC X(30) VALUE "CISP_LOG_DIR".
           02 FILLER PIC X VALUE "D".
           02 FILLER PIC X(40) VALUE "..\logs".
           02 FILLER PIC X(30) VALUE "CISP_MANIFEST_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\manifest.data".
           02 FILLER PIC X(30) VALUE "CISP_MASK_POLICY_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\maskpolicy.data".
           02 FILLER PIC X(30) VALUE "CISP_MASTER_JOURNAL_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\masterjrnl.data".
           02 FILLER PIC X(30) VALUE "CISP_PROC_DATE".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "(BUSINESS CALENDAR)".
           02 FILLER PIC X(30) VALUE "CISP_PROC_DATE_DEFAULT".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "(TODAY)".
           02 FILLER PIC X(30) VALUE "CISP_PROGRESS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\progress.data".
           02 FILLER PIC X(30) VALUE "CISP_PROGRESS_INTERVAL".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "100".
           02 FILLER PIC X(30) VALUE "CISP_PROGRESS_STALE_MINUTES".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "120".
           02 FILLER PIC X(30) VALUE "CISP_QUARANTINE_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\quarantine.data".
           02 FILLER PIC X(30) VALUE "CISP_QUARANTINE_RUNS".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "3".
           02 FILLER PIC X(30) VALUE "CISP_RATE_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\rates.data".
           02 FILLER PIC X(30) VALUE "CISP_RECEIPT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\receipts.data".
           02 FILLER PIC X(30) VALUE "CISP_RECEIPT_INQUIRY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\receipt-inquiry.data".
           02 FILLER PIC X(30) VALUE "CISP_REFTABLE_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\reftable.data".
           02 FILLER PIC X(30) VALUE "CISP_REPL_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\repl.data".
           02 FILLER PIC X(30) VALUE "CISP_REPORT_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\report.data".
           02 FILLER PIC X(30) VALUE "CISP_RESULTS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\results.data".
           02 FILLER PIC X(30) VALUE "CISP_RESULTS_QUERY_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\resultsquery.data".
           02 FILLER PIC X(30) VALUE "CISP_RETENTION_POLICY_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\logs\retention.policy".
           02 FILLER PIC X(30) VALUE "CISP_SAMPLE_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\sample.data".
           02 FILLER PIC X(30) VALUE "CISP_STATE_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\state.data".
           02 FILLER PIC X(30) VALUE "CISP_STATE_JOURNAL_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\statejrnl.data".
           02 FILLER PIC X(30) VALUE "CISP_STATS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\stats.data".
           02 FILLER PIC X(30) VALUE "CISP_SUSPENSE_AGE_DAYS".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "5".
           02 FILLER PIC X(30) VALUE "CISP_SUSPENSE_AGING_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\suspense-aging.data".
           02 FILLER PIC X(30) VALUE "CISP_SUSPENSE_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\suspense.data".
           02 FILLER PIC X(30) VALUE "CISP_SYMBOLS_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\symbols.data".
           02 FILLER PIC X(30) VALUE "CISP_TESTS_FILE".
           02 FILLER PIC X VALUE "I".
           02 FILLER PIC X(40) VALUE "..\test\tests-lists.txt".
           02 FILLER PIC X(30) VALUE "CISP_TIMEOUT_SECONDS".
           02 FILLER PIC X VALUE "V".
           02 FILLER PIC X(40) VALUE "(NONE)".
           02 FILLER PIC X(30) VALUE "CISP_XREF_FILE".
           02 FILLER PIC X VALUE "O".
           02 FILLER PIC X(40) VALUE "..\logs\xref.data".
       01 WS-KNOWN-KEY-TABLE REDEFINES WS-KNOWN-KEY-VALUES.
           02 WS-KNOWN-ENTRY OCCURS WS-KNOWN-KEY-COUNT TIMES.
               03 WS-KNOWN-KEY PIC X(30).
               03 WS-KNOWN-KIND PIC X.
                  88 WS-KNOWN-INPUT VALUE 'I'.
                  88 WS-KNOWN-OUTPUT VALUE 'O'.
                  88 WS-KNOWN-DIRECTORY VALUE 'D'.
               03 WS-KNOWN-DEFAULT PIC X(40).
       01 WS-KNOWN-INDEX PIC 9(4).
       01 WS-KNOWN-MATCH-FLAG PIC X.
           88 WS-KNOWN-MATCH-YES VALUE 'Y', FALSE 'N'.
      *****The configuration file as read, in file order.
       01 WS-SITE-CONFIG-NAME PIC X(100).
       01 WS-SITE-CONFIG-STATUS PIC XX.
           88 WS-SITE-CONFIG-STATUS-OK VALUE '00'.
       01 WS-SITE-TABLE.
           02 WS-SITE-COUNT PIC 9(4) VALUE 0.
           02 WS-SITE-ENTRY OCCURS WS-MAX-SITE-ENTRIES TIMES.
               03 WS-SITE-KEY PIC X(30).
               03 WS-SITE-VALUE PIC X(100).
       01 WS-SITE-INDEX PIC 9(4).
       01 WS-SITE-HELD PIC 9(4).
       01 WS-PARSE-KEY PIC X(30).
       01 WS-PARSE-VALUE PIC X(100).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SNAPSHOT-FILE-NAME PIC X(100).
       01 WS-SNAPSHOT-FILE-STATUS PIC XX.
           88 WS-SNAPSHOT-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-PROBE-FILE-NAME PIC X(100).
       01 WS-PROBE-FILE-STATUS PIC XX.
           88 WS-PROBE-FILE-STATUS-OK VALUE '00'.
      *****One key as resolved and checked.
       01 WS-EFFECTIVE-VALUE PIC X(100).
       01 WS-EFFECTIVE-SOURCE PIC X(7).
       01 WS-EFFECTIVE-CHECK PIC X(12).
       01 WS-CHECK-PATH PIC X(100).
       01 WS-CHECK-DIR PIC X(100).
       01 WS-CHECK-SEP PIC X.
       01 WS-CHECK-LEN PIC 9(4).
       01 WS-CHECK-POS PIC 9(4).
       01 WS-CHECK-RC PIC S9(9).
       01 WS-FILE-DETAILS PIC X(16).
       01 WS-DIR-RESULT PIC X(12).
      *****Summary counts.
       01 WS-ENV-COUNT PIC 9(4).
       01 WS-FILE-COUNT PIC 9(4).
       01 WS-DEFAULT-COUNT PIC 9(4).
       01 WS-COUNT-EDIT PIC Z(3)9.
       01 WS-COUNT-EDIT-2 PIC Z(3)9.
       01 WS-COUNT-EDIT-3 PIC Z(3)9.
       01 WS-COUNT-EDIT-4 PIC Z(3)9.
       LINKAGE SECTION.
       01 LS-CONFAUDIT-OPERATION PIC X(12).
       01 LS-CONFAUDIT-RUN-ID PIC X(20).
       01 LS-CONFAUDIT-FLAGGED PIC 9(4).
       01 LS-CONFAUDIT-WRITTEN-FLAG PIC X.
           88 LS-CONFAUDIT-WRITTEN-YES VALUE 'Y', FALSE 'N'.
       PROCEDURE DIVISION USING LS-CONFAUDIT-OPERATION,
           LS-CONFAUDIT-RUN-ID, LS-CONFAUDIT-FLAGGED,
           LS-CONFAUDIT-WRITTEN-FLAG.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-CONFAUDIT-FLAGGED.
           SET LS-CONFAUDIT-WRITTEN-YES TO FALSE.
           MOVE 0 TO WS-ENV-COUNT.
           MOVE 0 TO WS-FILE-COUNT.
           MOVE 0 TO WS-DEFAULT-COUNT.
           IF LS-CONFAUDIT-OPERATION = "AUDIT" THEN
               MOVE "CISP_CONFIG_AUDIT_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-SNAPSHOT-FILE-NAME
               IF WS-SNAPSHOT-FILE-NAME = SPACES THEN
                   MOVE '..\logs\configaudit.data'
                     TO WS-SNAPSHOT-FILE-NAME
               END-IF
           ELSE
               MOVE "CISP_CONFIG_SNAPSHOT_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-SNAPSHOT-FILE-NAME
               IF WS-SNAPSHOT-FILE-NAME = SPACES THEN
                   MOVE '..\logs\configsnap.data'
                     TO WS-SNAPSHOT-FILE-NAME
               END-IF
           END-IF.
           PERFORM LOAD-SITE-CONFIG-PROCEDURE.
           IF LS-CONFAUDIT-OPERATION = "AUDIT" THEN
               OPEN OUTPUT SNAPSHOT-FILE
           ELSE
               OPEN EXTEND SNAPSHOT-FILE
           END-IF.
           IF NOT WS-SNAPSHOT-FILE-STATUS-OK THEN
               DISPLAY "CISP-CONFAUDIT: "
                   FUNCTION TRIM(WS-SNAPSHOT-FILE-NAME)
                   " OPEN FAILED, STATUS=" WS-SNAPSHOT-FILE-STATUS
               GOBACK
           END-IF.
           SET LS-CONFAUDIT-WRITTEN-YES TO TRUE.
           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1 UNTIL
           WS-KNOWN-INDEX > WS-KNOWN-KEY-COUNT
               PERFORM RESOLVE-KNOWN-KEY-PROCEDURE
               PERFORM CHECK-KNOWN-KEY-PROCEDURE
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE LS-CONFAUDIT-RUN-ID TO SNAPSHOT-RUN-ID
               MOVE WS-KNOWN-KEY(WS-KNOWN-INDEX) TO SNAPSHOT-KEY
               MOVE WS-EFFECTIVE-SOURCE TO SNAPSHOT-SOURCE
               MOVE WS-EFFECTIVE-CHECK TO SNAPSHOT-CHECK
               MOVE WS-EFFECTIVE-VALUE TO SNAPSHOT-VALUE
               WRITE SNAPSHOT-RECORD
           END-PERFORM.
           PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1 UNTIL
           WS-SITE-INDEX > WS-SITE-COUNT
               PERFORM CHECK-SITE-KEY-PROCEDURE
           END-PERFORM.
           IF LS-CONFAUDIT-OPERATION = "AUDIT" THEN
               PERFORM WRITE-AUDIT-SUMMARY-PROCEDURE
           END-IF.
           CLOSE SNAPSHOT-FILE.
      *****The file-check calls leave their own return codes behind.
           MOVE 0 TO RETURN-CODE.
           GOBACK.
       LOAD-SITE-CONFIG-PROCEDURE.
      *****Read the way CISP-CONFIG reads it - same file name, same
      *****comment and blank-value rules - but every line is kept, so
      *****the ones CISP-CONFIG drops can be shown.
           MOVE 0 TO WS-SITE-COUNT.
           ACCEPT WS-SITE-CONFIG-NAME FROM ENVIRONMENT
             "CISP_CONFIG_FILE".
           IF WS-SITE-CONFIG-NAME = SPACES THEN
               MOVE '..\logs\cisp.config' TO WS-SITE-CONFIG-NAME
           END-IF.
           OPEN INPUT SITE-CONFIG-FILE.
           IF WS-SITE-CONFIG-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ SITE-CONFIG-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF SITE-CONFIG-RECORD NOT = SPACES
                           AND SITE-CONFIG-RECORD(1:1) NOT = "*" THEN
                               PERFORM STORE-SITE-LINE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SITE-CONFIG-FILE
           END-IF.
           IF WS-SITE-COUNT > WS-CONFIG-HELD THEN
               MOVE WS-CONFIG-HELD TO WS-SITE-HELD
           ELSE
               MOVE WS-SITE-COUNT TO WS-SITE-HELD
           END-IF.
       STORE-SITE-LINE-PROCEDURE.
           MOVE SPACES TO WS-PARSE-KEY.
           MOVE SPACES TO WS-PARSE-VALUE.
           UNSTRING SITE-CONFIG-RECORD DELIMITED BY "="
             INTO WS-PARSE-KEY, WS-PARSE-VALUE
           END-UNSTRING.
           IF WS-PARSE-KEY NOT = SPACES
           AND WS-PARSE-VALUE NOT = SPACES
           AND WS-SITE-COUNT < WS-MAX-SITE-ENTRIES THEN
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-PARSE-KEY TO WS-SITE-KEY(WS-SITE-COUNT)
               MOVE WS-PARSE-VALUE TO WS-SITE-VALUE(WS-SITE-COUNT)
           END-IF.
       RESOLVE-KNOWN-KEY-PROCEDURE.
      *****CISP-CONFIG's order: the environment, then the last
      *****matching line CISP-CONFIG holds, then the default. The
      *****configuration file's own name can only come from the
      *****environment.
           MOVE SPACES TO WS-EFFECTIVE-VALUE.
           MOVE WS-KNOWN-KEY(WS-KNOWN-INDEX) TO WS-CONFIG-KEY.
           ACCEPT WS-EFFECTIVE-VALUE FROM ENVIRONMENT WS-CONFIG-KEY.
           IF WS-EFFECTIVE-VALUE NOT = SPACES THEN
               MOVE "ENV" TO WS-EFFECTIVE-SOURCE
               ADD 1 TO WS-ENV-COUNT
           ELSE
               IF WS-CONFIG-KEY NOT = "CISP_CONFIG_FILE" THEN
                   PERFORM VARYING WS-SITE-INDEX FROM 1 BY 1 UNTIL
                   WS-SITE-INDEX > WS-SITE-HELD
                       IF WS-SITE-KEY(WS-SITE-INDEX) = WS-CONFIG-KEY
                       THEN
                           MOVE WS-SITE-VALUE(WS-SITE-INDEX)
                             TO WS-EFFECTIVE-VALUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-EFFECTIVE-VALUE NOT = SPACES THEN
                   MOVE "FILE" TO WS-EFFECTIVE-SOURCE
                   ADD 1 TO WS-FILE-COUNT
               ELSE
                   MOVE "DEFAULT" TO WS-EFFECTIVE-SOURCE
                   MOVE WS-KNOWN-DEFAULT(WS-KNOWN-INDEX)
                     TO WS-EFFECTIVE-VALUE
                   ADD 1 TO WS-DEFAULT-COUNT
               END-IF
           END-IF.
       CHECK-KNOWN-KEY-PROCEDURE.
           MOVE "-" TO WS-EFFECTIVE-CHECK.
           MOVE WS-EFFECTIVE-VALUE TO WS-CHECK-PATH.
           IF WS-KNOWN-INPUT(WS-KNOWN-INDEX) THEN
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH,
                 WS-FILE-DETAILS
               MOVE RETURN-CODE TO WS-CHECK-RC
               IF WS-CHECK-RC = 0 THEN
                   MOVE "OK" TO WS-EFFECTIVE-CHECK
               ELSE
                   MOVE "MISSING" TO WS-EFFECTIVE-CHECK
               END-IF
           ELSE IF WS-KNOWN-OUTPUT(WS-KNOWN-INDEX) THEN
               PERFORM CHECK-OUTPUT-FILE-PROCEDURE
           ELSE IF WS-KNOWN-DIRECTORY(WS-KNOWN-INDEX) THEN
               MOVE WS-CHECK-PATH TO WS-CHECK-DIR
               MOVE "/" TO WS-CHECK-SEP
               IF WS-CHECK-DIR NOT = SPACES THEN
                   MOVE 0 TO WS-CHECK-POS
                   INSPECT WS-CHECK-DIR TALLYING WS-CHECK-POS
                     FOR ALL "\"
                   IF WS-CHECK-POS > 0 THEN
                       MOVE "\" TO WS-CHECK-SEP
                   END-IF
               END-IF
               PERFORM CHECK-DIRECTORY-PROCEDURE
               MOVE WS-DIR-RESULT TO WS-EFFECTIVE-CHECK
           END-IF.
           IF WS-EFFECTIVE-CHECK NOT = "-"
           AND WS-EFFECTIVE-CHECK NOT = "OK"
           AND WS-EFFECTIVE-CHECK NOT = "ABSENT" THEN
               ADD 1 TO LS-CONFAUDIT-FLAGGED
           END-IF.
       CHECK-OUTPUT-FILE-PROCEDURE.
      *****A file already there must take an append - the way every
      *****writer opens it. One not yet there is fine so long as its
      *****directory will take it.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-PATH,
             WS-FILE-DETAILS.
           MOVE RETURN-CODE TO WS-CHECK-RC.
           IF WS-CHECK-RC = 0 THEN
               MOVE WS-CHECK-PATH TO WS-PROBE-FILE-NAME
               OPEN EXTEND PROBE-FILE
               IF WS-PROBE-FILE-STATUS-OK THEN
                   CLOSE PROBE-FILE
                   MOVE "OK" TO WS-EFFECTIVE-CHECK
               ELSE
                   MOVE "NOT WRITABLE" TO WS-EFFECTIVE-CHECK
               END-IF
           ELSE
      *****The directory part is everything before the last \ or /;
      *****a bare file name lives in the current directory.
               MOVE 0 TO WS-CHECK-POS
               PERFORM VARYING WS-CHECK-LEN FROM 100 BY -1 UNTIL
               WS-CHECK-LEN < 1 OR WS-CHECK-POS > 0
                   IF WS-CHECK-PATH(WS-CHECK-LEN:1) = "\"
                   OR WS-CHECK-PATH(WS-CHECK-LEN:1) = "/" THEN
                       MOVE WS-CHECK-LEN TO WS-CHECK-POS
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-CHECK-DIR
               IF WS-CHECK-POS = 0 THEN
                   MOVE "." TO WS-CHECK-DIR
                   MOVE "/" TO WS-CHECK-SEP
               ELSE IF WS-CHECK-POS = 1 THEN
                   MOVE WS-CHECK-PATH(1:1) TO WS-CHECK-DIR
                   MOVE WS-CHECK-PATH(1:1) TO WS-CHECK-SEP
               ELSE
                   MOVE WS-CHECK-PATH(1:WS-CHECK-POS - 1)
                     TO WS-CHECK-DIR
                   MOVE WS-CHECK-PATH(WS-CHECK-POS:1) TO WS-CHECK-SEP
               END-IF
               PERFORM CHECK-DIRECTORY-PROCEDURE
               IF WS-DIR-RESULT = "OK" THEN
                   MOVE "ABSENT" TO WS-EFFECTIVE-CHECK
               ELSE
                   MOVE WS-DIR-RESULT TO WS-EFFECTIVE-CHECK
               END-IF
           END-IF.
       CHECK-DIRECTORY-PROCEDURE.
      *****A directory takes writes if a scratch file can be created
      *****in it; the scratch file is removed straight after.
           IF WS-CHECK-DIR = SPACES THEN
               MOVE "NO DIRECTORY" TO WS-DIR-RESULT
           ELSE
               CALL "CBL_CHECK_FILE_EXIST" USING WS-CHECK-DIR,
                 WS-FILE-DETAILS
               MOVE RETURN-CODE TO WS-CHECK-RC
               IF WS-CHECK-RC NOT = 0 THEN
                   MOVE "NO DIRECTORY" TO WS-DIR-RESULT
               ELSE
                   MOVE SPACES TO WS-PROBE-FILE-NAME
                   STRING WS-CHECK-DIR DELIMITED BY SPACE
                     WS-CHECK-SEP DELIMITED BY SIZE
                     "cispaudit.probe" DELIMITED BY SIZE
                     INTO WS-PROBE-FILE-NAME
                   OPEN OUTPUT PROBE-FILE
                   IF WS-PROBE-FILE-STATUS-OK THEN
                       CLOSE PROBE-FILE
                       CALL "CBL_DELETE_FILE" USING WS-PROBE-FILE-NAME
                       MOVE "OK" TO WS-DIR-RESULT
                   ELSE
                       MOVE "NOT WRITABLE" TO WS-DIR-RESULT
                   END-IF
               END-IF
           END-IF.
       CHECK-SITE-KEY-PROCEDURE.
      *****A configuration file line is worth a line of its own only
      *****when something is wrong with it: a key nothing reads, or
      *****a line CISP-CONFIG never loads.
           SET WS-KNOWN-MATCH-YES TO FALSE.
           PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1 UNTIL
           WS-KNOWN-INDEX > WS-KNOWN-KEY-COUNT
               IF WS-KNOWN-KEY(WS-KNOWN-INDEX) =
               WS-SITE-KEY(WS-SITE-INDEX) THEN
                   SET WS-KNOWN-MATCH-YES TO TRUE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-EFFECTIVE-CHECK.
           IF WS-SITE-INDEX > WS-CONFIG-HELD THEN
               MOVE "NOT LOADED" TO WS-EFFECTIVE-CHECK
           ELSE IF NOT WS-KNOWN-MATCH-YES THEN
               MOVE "UNREAD KEY" TO WS-EFFECTIVE-CHECK
           END-IF.
           IF WS-EFFECTIVE-CHECK NOT = SPACES THEN
               ADD 1 TO LS-CONFAUDIT-FLAGGED
               MOVE SPACES TO SNAPSHOT-RECORD
               MOVE LS-CONFAUDIT-RUN-ID TO SNAPSHOT-RUN-ID
               MOVE WS-SITE-KEY(WS-SITE-INDEX) TO SNAPSHOT-KEY
               MOVE "FILE" TO SNAPSHOT-SOURCE
               MOVE WS-EFFECTIVE-CHECK TO SNAPSHOT-CHECK
               MOVE WS-SITE-VALUE(WS-SITE-INDEX) TO SNAPSHOT-VALUE
               WRITE SNAPSHOT-RECORD
           END-IF.
       WRITE-AUDIT-SUMMARY-PROCEDURE.
           MOVE SPACES TO SNAPSHOT-TEXT-RECORD.
           WRITE SNAPSHOT-TEXT-RECORD.
           MOVE WS-KNOWN-KEY-COUNT TO WS-COUNT-EDIT.
           MOVE WS-ENV-COUNT TO WS-COUNT-EDIT-2.
           MOVE WS-FILE-COUNT TO WS-COUNT-EDIT-3.
           MOVE WS-DEFAULT-COUNT TO WS-COUNT-EDIT-4.
           MOVE SPACES TO SNAPSHOT-TEXT-RECORD.
           STRING "*SUMMARY " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
             " KEYS: " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT-2) DELIMITED BY SIZE
             " FROM ENVIRONMENT, " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT-3) DELIMITED BY SIZE
             " FROM FILE, " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT-4) DELIMITED BY SIZE
             " DEFAULT" DELIMITED BY SIZE
             INTO SNAPSHOT-TEXT-RECORD.
           WRITE SNAPSHOT-TEXT-RECORD.
           MOVE LS-CONFAUDIT-FLAGGED TO WS-COUNT-EDIT.
           MOVE SPACES TO SNAPSHOT-TEXT-RECORD.
           STRING "*FLAGGED " DELIMITED BY SIZE
             FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
             " - CONFIGURATION FILE " DELIMITED BY SIZE
             WS-SITE-CONFIG-NAME DELIMITED BY SPACE
             INTO SNAPSHOT-TEXT-RECORD.
           WRITE SNAPSHOT-TEXT-RECORD.
       END PROGRAM CISP-CONFAUDIT.
