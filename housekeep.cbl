      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Age the shared feed files by a retention policy -
      *          archive to dated generations or purge, and report
      * Tectonics: cobc
      ******************************************************************
      *****LOGARCHIVE looks after log.data and RESULTS-ROLL after
      *****results.data; everything else CISP appends to - stats,
      *****errors, manifest, alerts, symbols, the REPL file, the
      *****rehearsal shadows - only ever grew, and STATS-ALERT,
      *****RUN-HISTORY and CISP's quarantine check re-read them in
      *****full every night. This program works through a retention
      *****policy, one line per file, and moves each file's aged
      *****records out: to a dated monthly generation beside the file
      *****(stats-YYYYMM.data beside stats.data, EXTENDed so repeat
      *****runs land in order) or nowhere at all. What stays is
      *****copied back over the live file only once the whole file
      *****has been read cleanly, the RESULTS-ROLL way.
      *****
      *****Policy (CISP_RETENTION_POLICY_FILE, default
      *****..\logs\retention.policy), one file per line,
      *****blank-separated:
      *****    FILE DAYS ACTION BASIS [COLUMN]
      *****FILE is a CISP_* key, resolved the way the writing program
      *****resolves it (anything after the key's first "." is added
      *****to the path - how a ".rehearsal" shadow is named), or a
      *****path as it stands. DAYS, at least 1, is how long a record
      *****stays. ACTION is ARCHIVE or PURGE. BASIS is where a
      *****record's age is read, from COLUMN on:
      *****    RUN    the record's run id - its date decides, so every
      *****           record of one run goes the same way and lands in
      *****           the same generation; a run is never split
      *****    STAMP  a YYYYMMDD... stamp of the record's own
      *****    FILE   the file as a whole, by the date it was last
      *****           written - no COLUMN
      *****A record with no date in the column (a continuation line,
      *****a blank) goes the way of the record above it. Lines
      *****starting "*" are comments. Example:
      *****    CISP_STATS_FILE            90  ARCHIVE RUN   1
      *****    CISP_ERRORS_FILE           90  ARCHIVE RUN   16
      *****    CISP_MANIFEST_FILE         365 ARCHIVE RUN   1
      *****    CISP_ALERTS_FILE           30  PURGE   RUN   16
      *****    CISP_SYMBOLS_FILE          7   PURGE   RUN   1
      *****    CISP_EVENT_ACTIONS_FILE    180 ARCHIVE STAMP 11
      *****    CISP_REPL_FILE             7   PURGE   FILE
      *****    CISP_STATE_FILE.rehearsal  14  PURGE   FILE
      *****DAYS is a floor of 1 because a run started late yesterday
      *****may still be writing - a run is only ever aged once it is
      *****at least a whole day behind the as-of date. CISP's
      *****quarantine check counts failures over its last
      *****CISP_QUARANTINE_RUNS runs from errors.data, so errors.data
      *****wants to keep comfortably more than that many nights.
      *****
      *****Every policy line gets one line in the housekeeping report
      *****(CISP_HOUSEKEEP_REPORT_FILE, default ..\logs\housekeep.data,
      *****appended - the retention audit's evidence): the file, the
      *****rule, the cutoff, and records read, kept, archived and
      *****purged, with the generations touched.
      *****
      *****Usage: HOUSEKEEP [-asof YYYYMMDD] [-preview]
      *****-asof ages against a date other than today; -preview counts
      *****and reports what would go without moving a record.
      *****RETURN-CODE 0 when every line was applied, 4 when a policy
      *****line was unusable and skipped, 8 when a file could not be
      *****processed or the policy/report could not be opened.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEKEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POLICY-FILE
           ASSIGN TO DYNAMIC WS-POLICY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.
       SELECT OPTIONAL HK-REPORT-FILE
           ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.
       SELECT LIVE-FILE
           ASSIGN TO DYNAMIC WS-LIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-FILE-STATUS.
       SELECT OPTIONAL GENERATION-FILE
           ASSIGN TO DYNAMIC WS-GENERATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GENERATION-FILE-STATUS.
      *****The records a live file keeps are staged here, beside it,
      *****then copied back once the whole file has been read.
       SELECT OPTIONAL KEEP-FILE
           ASSIGN TO DYNAMIC WS-KEEP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEEP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       01 POLICY-RECORD PIC X(132).
       FD HK-REPORT-FILE.
      *****Fixed layout, errors.data style - one record per policy
      *****line per housekeeping run. STATUS is DONE, PREVIEW, ABSENT
      *****(no such file - nothing to do), NO PATH (a key with no
      *****value and no known default), BAD POLICY or FAILED.
       01 HK-REPORT-RECORD.
           02 HK-REC-STAMP PIC X(14).
           02 FILLER PIC X.
           02 HK-REC-FILE PIC X(100).
           02 FILLER PIC X.
           02 HK-REC-BASIS PIC X(5).
           02 FILLER PIC X.
           02 HK-REC-ACTION PIC X(7).
           02 FILLER PIC X.
           02 HK-REC-DAYS PIC 9(4).
           02 FILLER PIC X.
           02 HK-REC-CUTOFF PIC X(8).
           02 FILLER PIC X.
           02 HK-REC-READ PIC 9(9).
           02 FILLER PIC X.
           02 HK-REC-KEPT PIC 9(9).
           02 FILLER PIC X.
           02 HK-REC-ARCHIVED PIC 9(9).
           02 FILLER PIC X.
           02 HK-REC-PURGED PIC 9(9).
           02 FILLER PIC X.
           02 HK-REC-GENERATIONS PIC 9(4).
           02 FILLER PIC X.
           02 HK-REC-STATUS PIC X(12).
       FD LIVE-FILE.
      *****Wide enough for the widest shared record (the manifest).
       01 LIVE-RECORD PIC X(1000).
       FD GENERATION-FILE.
       01 GENERATION-RECORD PIC X(1000).
       FD KEEP-FILE.
       01 KEEP-RECORD PIC X(1000).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****The writing programs' own defaults for the files a policy
      *****is likely to name, for a key neither exported nor in the
      *****configuration file.
       78 WS-DEFAULT-KEY-COUNT VALUE 17.
       01 WS-DEFAULT-KEY-VALUES.
           02 FILLER PIC X(30) VALUE "CISP_ACCESS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\access.data".
           02 FILLER PIC X(30) VALUE "CISP_ALERTS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\alerts.data".
           02 FILLER PIC X(30) VALUE "CISP_CONFIG_SNAPSHOT_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\configsnap.data".
           02 FILLER PIC X(30) VALUE "CISP_CONVERSION_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\conversions.data".
           02 FILLER PIC X(30) VALUE "CISP_ERRORS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\errors.data".
           02 FILLER PIC X(30) VALUE "CISP_EVENTS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\events.data".
           02 FILLER PIC X(30) VALUE "CISP_EVENT_ACTIONS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\eventacts.data".
           02 FILLER PIC X(30) VALUE "CISP_HISTORY_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\history.data".
           02 FILLER PIC X(30) VALUE "CISP_JOB_HISTORY_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\jobhist.data".
           02 FILLER PIC X(30) VALUE "CISP_MANIFEST_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\manifest.data".
           02 FILLER PIC X(30) VALUE "CISP_MASTER_JOURNAL_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\masterjrnl.data".
           02 FILLER PIC X(30) VALUE "CISP_RECEIPT_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\receipts.data".
           02 FILLER PIC X(30) VALUE "CISP_REPL_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\repl.data".
           02 FILLER PIC X(30) VALUE "CISP_STATE_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\state.data".
           02 FILLER PIC X(30) VALUE "CISP_STATE_JOURNAL_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\statejrnl.data".
           02 FILLER PIC X(30) VALUE "CISP_STATS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\stats.data".
           02 FILLER PIC X(30) VALUE "CISP_SYMBOLS_FILE".
           02 FILLER PIC X(40) VALUE "..\logs\symbols.data".
       01 WS-DEFAULT-KEY-TABLE REDEFINES WS-DEFAULT-KEY-VALUES.
           02 WS-DEFAULT-ENTRY OCCURS WS-DEFAULT-KEY-COUNT TIMES.
               03 WS-DEFAULT-KEY PIC X(30).
               03 WS-DEFAULT-PATH PIC X(40).
       01 WS-DEFAULT-INDEX PIC 9(4).
       78 WS-MAX-HK-GENERATIONS VALUE 120.
       01 WS-POLICY-FILE-NAME PIC X(100).
       01 WS-POLICY-FILE-STATUS PIC XX.
           88 WS-POLICY-FILE-STATUS-OK VALUE '00'.
       01 WS-REPORT-FILE-NAME PIC X(100).
       01 WS-REPORT-FILE-STATUS PIC XX.
           88 WS-REPORT-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-LIVE-FILE-NAME PIC X(100).
       01 WS-LIVE-FILE-STATUS PIC XX.
           88 WS-LIVE-FILE-STATUS-OK VALUE '00'.
       01 WS-GENERATION-FILE-NAME PIC X(100).
       01 WS-GENERATION-FILE-STATUS PIC XX.
           88 WS-GENERATION-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-KEEP-FILE-NAME PIC X(100).
       01 WS-KEEP-FILE-STATUS PIC XX.
           88 WS-KEEP-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
       01 WS-ASOF-DATE PIC X(8).
       01 WS-ASOF-DATE-NUM REDEFINES WS-ASOF-DATE PIC 9(8).
       01 WS-PREVIEW-FLAG PIC X VALUE 'N'.
           88 WS-PREVIEW-YES VALUE 'Y', FALSE 'N'.
       01 WS-RUN-STAMP PIC X(14).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-LINE-NUM PIC 9(4).
      *****One policy line as parsed.
       01 WS-POL-FILE PIC X(60).
       01 WS-POL-DAYS-TEXT PIC X(10).
       01 WS-POL-ACTION PIC X(10).
       01 WS-POL-BASIS PIC X(10).
       01 WS-POL-AT-TEXT PIC X(10).
       01 WS-POL-EXTRA PIC X(10).
       01 WS-POL-DAYS PIC 9(4).
       01 WS-POL-AT PIC 9(4).
       01 WS-POL-TEXT-LEN PIC 9(4).
       01 WS-POL-KEY-LEN PIC 9(4).
       01 WS-POL-BAD-FLAG PIC X.
           88 WS-POL-BAD-YES VALUE 'Y', FALSE 'N'.
       01 WS-CUTOFF-DATE PIC 9(8).
      *****The date a record's age is read from, and the generation
      *****month the current aged stretch belongs to.
       01 WS-RECORD-DATE PIC X(8).
       01 WS-RECORD-DATE-NUM REDEFINES WS-RECORD-DATE PIC 9(8).
       01 WS-AGED-DATE PIC X(8).
       01 WS-RECORD-AGED-FLAG PIC X.
           88 WS-RECORD-AGED-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPEN-GEN-MONTH PIC X(6).
       01 WS-GENERATION-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-GENERATION-OPEN-YES VALUE 'Y', FALSE 'N'.
      *****The generation months one file's run has touched.
       01 WS-HK-GEN-TABLE.
           02 WS-HK-GEN-COUNT PIC 9(4) VALUE 0.
           02 WS-HK-GEN-MONTH PIC X(6)
             OCCURS WS-MAX-HK-GENERATIONS TIMES.
       01 WS-HK-GEN-INDEX PIC 9(4).
       01 WS-HK-GEN-FOUND-FLAG PIC X.
           88 WS-HK-GEN-FOUND-YES VALUE 'Y', FALSE 'N'.
      *****Generation naming - the file's path split at its last "."
      *****(after the last directory separator).
       01 WS-PATH-LEN PIC 9(4).
       01 WS-PATH-DOT PIC 9(4).
       01 WS-PATH-SCAN PIC 9(4).
      *****CBL_CHECK_FILE_EXIST's answer - size, then the date and
      *****time the file was last written.
       01 WS-FILE-DETAILS.
           02 WS-FILE-SIZE PIC 9(18) COMP.
           02 WS-FILE-DAY PIC X.
           02 WS-FILE-MONTH PIC X.
           02 WS-FILE-YEAR PIC X(2).
           02 FILLER PIC X(4).
       01 WS-FILE-DATE PIC 9(8).
       01 WS-CHECK-RC PIC S9(9).
      *****One file's tallies.
       01 WS-READ-COUNT PIC 9(9).
       01 WS-KEPT-COUNT PIC 9(9).
       01 WS-ARCHIVED-COUNT PIC 9(9).
       01 WS-PURGED-COUNT PIC 9(9).
       01 WS-FILE-STATUS-TEXT PIC X(12).
       01 WS-FILE-FAILED-FLAG PIC X.
           88 WS-FILE-FAILED-YES VALUE 'Y', FALSE 'N'.
      *****The whole run's.
       01 WS-FILES-DONE PIC 9(4) VALUE 0.
       01 WS-TOTAL-ARCHIVED PIC 9(9) VALUE 0.
       01 WS-TOTAL-PURGED PIC 9(9) VALUE 0.
       01 WS-SKIPPED-FLAG PIC X VALUE 'N'.
           88 WS-SKIPPED-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-PROBLEM-YES VALUE 'Y', FALSE 'N'.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-ASOF-DATE = SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE "CISP_RETENTION_POLICY_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-POLICY-FILE-NAME.
           IF WS-POLICY-FILE-NAME = SPACES THEN
               MOVE '..\logs\retention.policy' TO WS-POLICY-FILE-NAME
           END-IF.
           MOVE "CISP_HOUSEKEEP_REPORT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-REPORT-FILE-NAME.
           IF WS-REPORT-FILE-NAME = SPACES THEN
               MOVE '..\logs\housekeep.data' TO WS-REPORT-FILE-NAME
           END-IF.
           OPEN INPUT POLICY-FILE.
           IF NOT WS-POLICY-FILE-STATUS-OK THEN
               DISPLAY "HOUSEKEEP: COULD NOT OPEN POLICY '"
                   FUNCTION TRIM(WS-POLICY-FILE-NAME)
                   "', STATUS=" WS-POLICY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND HK-REPORT-FILE.
           IF NOT WS-REPORT-FILE-STATUS-OK THEN
               DISPLAY "HOUSEKEEP: COULD NOT OPEN REPORT '"
                   FUNCTION TRIM(WS-REPORT-FILE-NAME)
                   "', STATUS=" WS-REPORT-FILE-STATUS
               CLOSE POLICY-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-PREVIEW-YES THEN
               DISPLAY "HOUSEKEEP: PREVIEW AS OF " WS-ASOF-DATE
                   " - NOTHING WILL BE MOVED"
           END-IF.
           MOVE 0 TO WS-LINE-NUM.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               READ POLICY-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINE-NUM
                       IF POLICY-RECORD = SPACES
                       OR POLICY-RECORD(1:1) = "*" THEN
                           CONTINUE
                       ELSE
                           PERFORM APPLY-POLICY-LINE-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
      *****APPLY-POLICY-LINE-PROCEDURE reads LIVE-FILE to its own end
      *****with the same switch - it is the policy file's EOF only
      *****once the loop above has stopped.
           CLOSE POLICY-FILE.
           CLOSE HK-REPORT-FILE.
           DISPLAY "HOUSEKEEP: FILES " WS-FILES-DONE
               " ARCHIVED " WS-TOTAL-ARCHIVED
               " PURGED " WS-TOTAL-PURGED
               " REPORT " FUNCTION TRIM(WS-REPORT-FILE-NAME).
           IF WS-PROBLEM-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-SKIPPED-YES THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-ASOF-DATE.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   IF WS-CMD-LINE-ARG(1:8) IS NUMERIC
                   AND WS-CMD-LINE-ARG(9:1) = SPACE THEN
                       MOVE WS-CMD-LINE-ARG(1:8) TO WS-ASOF-DATE
                   ELSE
                       DISPLAY "HOUSEKEEP: -asof NOT YYYYMMDD,"
                           " IGNORING"
                   END-IF
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-asof" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-preview" THEN
                   SET WS-PREVIEW-YES TO TRUE
               ELSE
                   DISPLAY "HOUSEKEEP: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "HOUSEKEEP: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       APPLY-POLICY-LINE-PROCEDURE.
           MOVE 0 TO WS-READ-COUNT.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE 0 TO WS-PURGED-COUNT.
           MOVE 0 TO WS-HK-GEN-COUNT.
           MOVE 0 TO WS-CUTOFF-DATE.
           MOVE SPACES TO WS-FILE-STATUS-TEXT.
           SET WS-FILE-FAILED-YES TO FALSE.
           PERFORM PARSE-POLICY-LINE-PROCEDURE.
           IF WS-POL-BAD-YES THEN
               MOVE "BAD POLICY" TO WS-FILE-STATUS-TEXT
               MOVE WS-POL-FILE TO WS-LIVE-FILE-NAME
               SET WS-SKIPPED-YES TO TRUE
           ELSE
               PERFORM RESOLVE-POLICY-FILE-PROCEDURE
           END-IF.
           IF WS-FILE-STATUS-TEXT = SPACES THEN
               COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-ASOF-DATE-NUM)
                 - WS-POL-DAYS)
               CALL "CBL_CHECK_FILE_EXIST" USING WS-LIVE-FILE-NAME,
                 WS-FILE-DETAILS
               MOVE RETURN-CODE TO WS-CHECK-RC
               MOVE 0 TO RETURN-CODE
               IF WS-CHECK-RC NOT = 0 THEN
                   MOVE "ABSENT" TO WS-FILE-STATUS-TEXT
               ELSE IF WS-POL-BASIS = "FILE" THEN
                   PERFORM AGE-WHOLE-FILE-PROCEDURE
               ELSE
                   PERFORM AGE-RECORDS-PROCEDURE
               END-IF
           END-IF.
           IF WS-FILE-STATUS-TEXT = SPACES THEN
               EVALUATE TRUE
               WHEN WS-FILE-FAILED-YES
                   MOVE "FAILED" TO WS-FILE-STATUS-TEXT
                   SET WS-PROBLEM-YES TO TRUE
               WHEN WS-PREVIEW-YES
                   MOVE "PREVIEW" TO WS-FILE-STATUS-TEXT
               WHEN OTHER
                   MOVE "DONE" TO WS-FILE-STATUS-TEXT
               END-EVALUATE
               ADD 1 TO WS-FILES-DONE
               ADD WS-ARCHIVED-COUNT TO WS-TOTAL-ARCHIVED
               ADD WS-PURGED-COUNT TO WS-TOTAL-PURGED
           END-IF.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       PARSE-POLICY-LINE-PROCEDURE.
           SET WS-POL-BAD-YES TO FALSE.
           MOVE SPACES TO WS-POL-FILE, WS-POL-DAYS-TEXT,
             WS-POL-ACTION, WS-POL-BASIS, WS-POL-AT-TEXT,
             WS-POL-EXTRA.
           MOVE 0 TO WS-POL-DAYS.
           MOVE 0 TO WS-POL-AT.
           UNSTRING FUNCTION TRIM(POLICY-RECORD) DELIMITED BY ALL " "
             INTO WS-POL-FILE, WS-POL-DAYS-TEXT, WS-POL-ACTION,
               WS-POL-BASIS, WS-POL-AT-TEXT, WS-POL-EXTRA
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(WS-POL-ACTION) TO WS-POL-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-POL-BASIS) TO WS-POL-BASIS.
           IF WS-POL-DAYS-TEXT = SPACES THEN
               MOVE 0 TO WS-POL-TEXT-LEN
           ELSE
               COMPUTE WS-POL-TEXT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-POL-DAYS-TEXT))
           END-IF.
           IF WS-POL-TEXT-LEN = 0 OR WS-POL-TEXT-LEN > 4 THEN
               SET WS-POL-BAD-YES TO TRUE
           ELSE IF WS-POL-DAYS-TEXT(1:WS-POL-TEXT-LEN) IS NOT NUMERIC
           THEN
               SET WS-POL-BAD-YES TO TRUE
           ELSE
               COMPUTE WS-POL-DAYS = FUNCTION NUMVAL(WS-POL-DAYS-TEXT)
           END-IF.
           IF WS-POL-DAYS < 1 THEN
               SET WS-POL-BAD-YES TO TRUE
           END-IF.
           IF WS-POL-ACTION NOT = "ARCHIVE"
           AND WS-POL-ACTION NOT = "PURGE" THEN
               SET WS-POL-BAD-YES TO TRUE
           END-IF.
           EVALUATE WS-POL-BASIS
           WHEN "FILE"
               IF WS-POL-AT-TEXT NOT = SPACES THEN
                   SET WS-POL-BAD-YES TO TRUE
               END-IF
           WHEN "RUN"
           WHEN "STAMP"
               IF WS-POL-AT-TEXT = SPACES THEN
                   MOVE 0 TO WS-POL-TEXT-LEN
               ELSE
                   COMPUTE WS-POL-TEXT-LEN = FUNCTION LENGTH(
                     FUNCTION TRIM(WS-POL-AT-TEXT))
               END-IF
               IF WS-POL-TEXT-LEN = 0 OR WS-POL-TEXT-LEN > 3 THEN
                   SET WS-POL-BAD-YES TO TRUE
               ELSE IF WS-POL-AT-TEXT(1:WS-POL-TEXT-LEN) IS NOT
               NUMERIC THEN
                   SET WS-POL-BAD-YES TO TRUE
               ELSE
                   COMPUTE WS-POL-AT = FUNCTION NUMVAL(WS-POL-AT-TEXT)
      *****The eight date characters must sit inside the record.
                   IF WS-POL-AT < 1 OR WS-POL-AT > 993 THEN
                       SET WS-POL-BAD-YES TO TRUE
                   END-IF
               END-IF
           WHEN OTHER
               SET WS-POL-BAD-YES TO TRUE
           END-EVALUATE.
           IF WS-POL-EXTRA NOT = SPACES THEN
               SET WS-POL-BAD-YES TO TRUE
           END-IF.
           IF WS-POL-BAD-YES THEN
               DISPLAY "HOUSEKEEP: POLICY LINE " WS-LINE-NUM
                   " NEEDS FILE DAYS ARCHIVE|PURGE RUN|STAMP COLUMN"
                   " OR FILE DAYS ARCHIVE|PURGE FILE - SKIPPED"
           END-IF.
       RESOLVE-POLICY-FILE-PROCEDURE.
      *****A CISP_* key resolves through CISP-CONFIG, then the known
      *****defaults; whatever followed its first "." rides on the end.
           MOVE SPACES TO WS-LIVE-FILE-NAME.
           IF WS-POL-FILE(1:5) NOT = "CISP_" THEN
               MOVE WS-POL-FILE TO WS-LIVE-FILE-NAME
           ELSE
               MOVE 0 TO WS-POL-KEY-LEN
               INSPECT WS-POL-FILE TALLYING WS-POL-KEY-LEN
                 FOR CHARACTERS BEFORE INITIAL "."
               IF WS-POL-KEY-LEN > 30 THEN
                   MOVE 30 TO WS-POL-KEY-LEN
               END-IF
               MOVE SPACES TO WS-CONFIG-KEY
               MOVE WS-POL-FILE(1:WS-POL-KEY-LEN) TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               IF WS-CONFIG-VALUE = SPACES THEN
                   PERFORM VARYING WS-DEFAULT-INDEX FROM 1 BY 1 UNTIL
                   WS-DEFAULT-INDEX > WS-DEFAULT-KEY-COUNT
                       IF WS-DEFAULT-KEY(WS-DEFAULT-INDEX) =
                       WS-CONFIG-KEY THEN
                           MOVE WS-DEFAULT-PATH(WS-DEFAULT-INDEX)
                             TO WS-CONFIG-VALUE
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-CONFIG-VALUE = SPACES THEN
                   MOVE "NO PATH" TO WS-FILE-STATUS-TEXT
                   MOVE WS-POL-FILE TO WS-LIVE-FILE-NAME
                   SET WS-SKIPPED-YES TO TRUE
                   DISPLAY "HOUSEKEEP: POLICY LINE " WS-LINE-NUM
                       " - " FUNCTION TRIM(WS-CONFIG-KEY)
                       " HAS NO VALUE AND NO KNOWN DEFAULT - SKIPPED"
               ELSE
                   STRING WS-CONFIG-VALUE DELIMITED BY SPACE
                     WS-POL-FILE(WS-POL-KEY-LEN + 1:)
                     DELIMITED BY SPACE
                     INTO WS-LIVE-FILE-NAME
               END-IF
           END-IF.
       AGE-RECORDS-PROCEDURE.
      *****One pass: each dated record decides whether it - and the
      *****undated records after it - stay, go to a generation, or go.
           OPEN INPUT LIVE-FILE.
           IF NOT WS-LIVE-FILE-STATUS-OK THEN
               DISPLAY "HOUSEKEEP: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-LIVE-FILE-NAME)
                   "', STATUS=" WS-LIVE-FILE-STATUS
               SET WS-FILE-FAILED-YES TO TRUE
           ELSE
               MOVE SPACES TO WS-KEEP-FILE-NAME
               STRING WS-LIVE-FILE-NAME DELIMITED BY SPACE
                 ".hskeep" DELIMITED BY SIZE
                 INTO WS-KEEP-FILE-NAME
               IF NOT WS-PREVIEW-YES THEN
                   OPEN OUTPUT KEEP-FILE
                   IF NOT WS-KEEP-FILE-STATUS-OK THEN
                       DISPLAY "HOUSEKEEP: KEEP-FILE OPEN FAILED,"
                           " STATUS=" WS-KEEP-FILE-STATUS
                       SET WS-FILE-FAILED-YES TO TRUE
                   END-IF
               END-IF
               SET WS-RECORD-AGED-YES TO FALSE
               MOVE SPACES TO WS-AGED-DATE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES OR WS-FILE-FAILED-YES
                   READ LIVE-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM ROUTE-LIVE-RECORD-PROCEDURE
                   END-READ
               END-PERFORM
               SET WS-READ-EOF-YES TO FALSE
               IF WS-GENERATION-OPEN-YES THEN
                   CLOSE GENERATION-FILE
                   SET WS-GENERATION-OPEN-YES TO FALSE
               END-IF
               CLOSE LIVE-FILE
               IF NOT WS-PREVIEW-YES THEN
                   CLOSE KEEP-FILE
                   IF NOT WS-FILE-FAILED-YES
                   AND WS-KEPT-COUNT < WS-READ-COUNT THEN
                       PERFORM COMPACT-LIVE-FILE-PROCEDURE
                   END-IF
                   CALL "CBL_DELETE_FILE" USING WS-KEEP-FILE-NAME
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
       ROUTE-LIVE-RECORD-PROCEDURE.
           MOVE LIVE-RECORD(WS-POL-AT:8) TO WS-RECORD-DATE.
           IF WS-RECORD-DATE IS NUMERIC THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-RECORD-DATE-NUM) = 0
               THEN
                   IF WS-RECORD-DATE-NUM < WS-CUTOFF-DATE THEN
                       SET WS-RECORD-AGED-YES TO TRUE
                       MOVE WS-RECORD-DATE TO WS-AGED-DATE
                   ELSE
                       SET WS-RECORD-AGED-YES TO FALSE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-RECORD-AGED-YES THEN
               ADD 1 TO WS-KEPT-COUNT
               IF NOT WS-PREVIEW-YES THEN
                   MOVE LIVE-RECORD TO KEEP-RECORD
                   WRITE KEEP-RECORD
               END-IF
           ELSE IF WS-POL-ACTION = "PURGE" THEN
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               PERFORM ARCHIVE-LIVE-RECORD-PROCEDURE
           END-IF.
       ARCHIVE-LIVE-RECORD-PROCEDURE.
      *****The generation is the aged date's month - for a RUN basis
      *****the run id's, so a run's records all land together.
           IF WS-GENERATION-OPEN-YES
           AND WS-AGED-DATE(1:6) NOT = WS-OPEN-GEN-MONTH THEN
               CLOSE GENERATION-FILE
               SET WS-GENERATION-OPEN-YES TO FALSE
           END-IF.
           PERFORM TALLY-GENERATION-PROCEDURE.
           IF NOT WS-GENERATION-OPEN-YES AND NOT WS-PREVIEW-YES THEN
               PERFORM BUILD-GENERATION-NAME-PROCEDURE
               OPEN EXTEND GENERATION-FILE
               IF NOT WS-GENERATION-FILE-STATUS-OK THEN
                   DISPLAY "HOUSEKEEP: GENERATION OPEN FAILED FOR '"
                       FUNCTION TRIM(WS-GENERATION-FILE-NAME)
                       "', STATUS=" WS-GENERATION-FILE-STATUS
                   SET WS-FILE-FAILED-YES TO TRUE
               ELSE
                   SET WS-GENERATION-OPEN-YES TO TRUE
                   MOVE WS-AGED-DATE(1:6) TO WS-OPEN-GEN-MONTH
               END-IF
           END-IF.
           IF WS-GENERATION-OPEN-YES THEN
               MOVE LIVE-RECORD TO GENERATION-RECORD
               WRITE GENERATION-RECORD
           END-IF.
           ADD 1 TO WS-ARCHIVED-COUNT.
       TALLY-GENERATION-PROCEDURE.
           SET WS-HK-GEN-FOUND-YES TO FALSE.
           PERFORM VARYING WS-HK-GEN-INDEX FROM 1 BY 1 UNTIL
           WS-HK-GEN-INDEX > WS-HK-GEN-COUNT OR WS-HK-GEN-FOUND-YES
               IF WS-HK-GEN-MONTH(WS-HK-GEN-INDEX) = WS-AGED-DATE(1:6)
               THEN
                   SET WS-HK-GEN-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-HK-GEN-FOUND-YES
           AND WS-HK-GEN-COUNT < WS-MAX-HK-GENERATIONS THEN
               ADD 1 TO WS-HK-GEN-COUNT
               MOVE WS-AGED-DATE(1:6)
                 TO WS-HK-GEN-MONTH(WS-HK-GEN-COUNT)
           END-IF.
       BUILD-GENERATION-NAME-PROCEDURE.
      *****stats.data -> stats-YYYYMM.data; a name with no extension
      *****gets the month on the end.
           COMPUTE WS-PATH-LEN = FUNCTION LENGTH(
             FUNCTION TRIM(WS-LIVE-FILE-NAME TRAILING)).
           MOVE 0 TO WS-PATH-DOT.
           PERFORM VARYING WS-PATH-SCAN FROM WS-PATH-LEN BY -1 UNTIL
           WS-PATH-SCAN < 1 OR WS-PATH-DOT > 0
           OR WS-LIVE-FILE-NAME(WS-PATH-SCAN:1) = "\"
           OR WS-LIVE-FILE-NAME(WS-PATH-SCAN:1) = "/"
               IF WS-LIVE-FILE-NAME(WS-PATH-SCAN:1) = "." THEN
                   MOVE WS-PATH-SCAN TO WS-PATH-DOT
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-GENERATION-FILE-NAME.
           IF WS-PATH-DOT > 1 THEN
               STRING WS-LIVE-FILE-NAME(1:WS-PATH-DOT - 1)
                 DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-AGED-DATE(1:6) DELIMITED BY SIZE
                 WS-LIVE-FILE-NAME(WS-PATH-DOT:
                   WS-PATH-LEN - WS-PATH-DOT + 1) DELIMITED BY SIZE
                 INTO WS-GENERATION-FILE-NAME
           ELSE
               STRING WS-LIVE-FILE-NAME(1:WS-PATH-LEN)
                 DELIMITED BY SIZE
                 "-" DELIMITED BY SIZE
                 WS-AGED-DATE(1:6) DELIMITED BY SIZE
                 INTO WS-GENERATION-FILE-NAME
           END-IF.
       COMPACT-LIVE-FILE-PROCEDURE.
      *****Copy the kept records back over the live file - only after
      *****the pass finished cleanly, so a failed file is left as it
      *****was (its generation may hold a copy of some records; the
      *****next run's cutoff moves them again, EXTENDed after them).
           OPEN INPUT KEEP-FILE.
           IF NOT WS-KEEP-FILE-STATUS-OK THEN
               DISPLAY "HOUSEKEEP: KEEP-FILE REOPEN FAILED, STATUS="
                   WS-KEEP-FILE-STATUS
               SET WS-FILE-FAILED-YES TO TRUE
           ELSE
               OPEN OUTPUT LIVE-FILE
               IF NOT WS-LIVE-FILE-STATUS-OK THEN
                   DISPLAY "HOUSEKEEP: LIVE FILE REOPEN FAILED,"
                       " STATUS=" WS-LIVE-FILE-STATUS
                   SET WS-FILE-FAILED-YES TO TRUE
                   CLOSE KEEP-FILE
               ELSE
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ KEEP-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               MOVE KEEP-RECORD TO LIVE-RECORD
                               WRITE LIVE-RECORD
                       END-READ
                   END-PERFORM
                   SET WS-READ-EOF-YES TO FALSE
                   CLOSE LIVE-FILE
                   CLOSE KEEP-FILE
               END-IF
           END-IF.
       AGE-WHOLE-FILE-PROCEDURE.
      *****A file with no dates of its own (the REPL line, a
      *****rehearsal shadow) ages as a whole, by when it was last
      *****written; an aged file is archived whole to that month's
      *****generation, or just removed.
           COMPUTE WS-FILE-DATE =
             ((FUNCTION ORD(WS-FILE-YEAR(1:1)) - 1) * 256
             + FUNCTION ORD(WS-FILE-YEAR(2:1)) - 1) * 10000
             + (FUNCTION ORD(WS-FILE-MONTH) - 1) * 100
             + FUNCTION ORD(WS-FILE-DAY) - 1.
           MOVE WS-FILE-DATE TO WS-AGED-DATE.
           IF WS-FILE-DATE < WS-CUTOFF-DATE THEN
               SET WS-RECORD-AGED-YES TO TRUE
           ELSE
               SET WS-RECORD-AGED-YES TO FALSE
           END-IF.
           OPEN INPUT LIVE-FILE.
           IF NOT WS-LIVE-FILE-STATUS-OK THEN
               DISPLAY "HOUSEKEEP: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-LIVE-FILE-NAME)
                   "', STATUS=" WS-LIVE-FILE-STATUS
               SET WS-FILE-FAILED-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES OR WS-FILE-FAILED-YES
                   READ LIVE-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           IF NOT WS-RECORD-AGED-YES THEN
                               ADD 1 TO WS-KEPT-COUNT
                           ELSE IF WS-POL-ACTION = "PURGE" THEN
                               ADD 1 TO WS-PURGED-COUNT
                           ELSE
                               PERFORM ARCHIVE-LIVE-RECORD-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               SET WS-READ-EOF-YES TO FALSE
               IF WS-GENERATION-OPEN-YES THEN
                   CLOSE GENERATION-FILE
                   SET WS-GENERATION-OPEN-YES TO FALSE
               END-IF
               CLOSE LIVE-FILE
               IF WS-RECORD-AGED-YES AND NOT WS-PREVIEW-YES
               AND NOT WS-FILE-FAILED-YES THEN
                   CALL "CBL_DELETE_FILE" USING WS-LIVE-FILE-NAME
                   MOVE RETURN-CODE TO WS-CHECK-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-CHECK-RC NOT = 0 THEN
                       DISPLAY "HOUSEKEEP: COULD NOT REMOVE '"
                           FUNCTION TRIM(WS-LIVE-FILE-NAME) "'"
                       SET WS-FILE-FAILED-YES TO TRUE
                   END-IF
               END-IF
           END-IF.
       WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO HK-REPORT-RECORD.
           MOVE WS-RUN-STAMP TO HK-REC-STAMP.
           MOVE WS-LIVE-FILE-NAME TO HK-REC-FILE.
           MOVE WS-POL-BASIS TO HK-REC-BASIS.
           MOVE WS-POL-ACTION TO HK-REC-ACTION.
           MOVE WS-POL-DAYS TO HK-REC-DAYS.
           IF WS-CUTOFF-DATE = 0 THEN
               MOVE SPACES TO HK-REC-CUTOFF
           ELSE
               MOVE WS-CUTOFF-DATE TO HK-REC-CUTOFF
           END-IF.
           MOVE WS-READ-COUNT TO HK-REC-READ.
           MOVE WS-KEPT-COUNT TO HK-REC-KEPT.
           MOVE WS-ARCHIVED-COUNT TO HK-REC-ARCHIVED.
           MOVE WS-PURGED-COUNT TO HK-REC-PURGED.
           MOVE WS-HK-GEN-COUNT TO HK-REC-GENERATIONS.
           MOVE WS-FILE-STATUS-TEXT TO HK-REC-STATUS.
           WRITE HK-REPORT-RECORD.
           DISPLAY "HOUSEKEEP: " FUNCTION TRIM(WS-LIVE-FILE-NAME)
               " READ " WS-READ-COUNT
               " KEPT " WS-KEPT-COUNT
               " ARCHIVED " WS-ARCHIVED-COUNT
               " PURGED " WS-PURGED-COUNT
               " GENERATIONS " WS-HK-GEN-COUNT
               " " FUNCTION TRIM(WS-FILE-STATUS-TEXT).
       END PROGRAM HOUSEKEEP.
