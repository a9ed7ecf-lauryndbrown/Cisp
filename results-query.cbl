      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Query results across the live file and the rolled
      *          generations
      * Tectonics: cobc
      ******************************************************************
      *****"What did premium-summary.lisp form 4 produce every day in
      *****August?" - the answer is spread over the results-YYYYMMDD
      *****generations RESULTS-ROLL writes and the live results file,
      *****and RESULTS-COMPARE only diffs two of them. This program
      *****walks the generation index in date order, then the live
      *****file, and selects results lines by script, form, value
      *****pattern, numeric range, run id and run date, the way
      *****LOGQUERY selects log records.
      *****
      *****Usage: RESULTS-QUERY [-script NAME] [-form N] [-v PATTERN]
      *****               [-min N] [-max N] [-run RUNID]
      *****               [-from YYYYMMDD] [-to YYYYMMDD]
      *****-script is the script name as the results key carries it;
      *****-form its top-level form number. -v matches anywhere in
      *****the value, or with a trailing "*" its leading characters,
      *****or with a leading "*" its trailing ones. -min/-max keep
      *****numeric values in the range (a value that is not a number
      *****never passes a range). -run matches the run id's leading
      *****characters; -from/-to bound the date the run id carries.
      *****Filters combine with AND.
      *****
      *****Every match displays and lands in CISP_RESULTS_QUERY_FILE
      *****(default ..\logs\resultsquery.data) as
      *****    YYYYMMDD RUN-ID SCRIPT#FORM: VALUE
      *****When -script and -form name one key, a time series follows:
      *****one line per day from -from to -to (default the first and
      *****last day a match was found), each run's value that day, or
      *****"** NO VALUE **" for a day with none - the missing line is
      *****the finding auditors care about most. Days the business
      *****calendar does not count are marked as such so a quiet
      *****weekend reads differently from a missed business day.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESULTS-QUERY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL GEN-INDEX-FILE
           ASSIGN TO DYNAMIC WS-INDEX-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.
       SELECT QUERY-RESULTS-FILE
           ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.
       SELECT OPTIONAL RESPONSE-FILE
           ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GEN-INDEX-FILE.
      *****Mirrors RESULTS-ROLL.cbl's GEN-INDEX-RECORD layout - a
      *****change there needs the same change here.
       01 GEN-INDEX-RECORD.
           02 GEN-IDX-DATE PIC X(8).
           02 FILLER PIC X.
           02 GEN-IDX-FILE PIC X(100).
           02 FILLER PIC X.
           02 GEN-IDX-SECTIONS PIC 9(6).
           02 FILLER PIC X.
           02 GEN-IDX-LINES PIC 9(8).
       FD QUERY-RESULTS-FILE.
       01 QUERY-RESULTS-RECORD PIC X(250).
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(300).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-CALENDAR SubRoutine
      *****************************************
       01 WS-CALENDAR-OPERATION PIC X(20).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       78 WS-MAX-QUERY-GENERATIONS VALUE 400.
       78 WS-MAX-SERIES-ENTRIES VALUE 2000.
       01 WS-LOG-DIR PIC X(80).
       01 WS-INDEX-FILE-NAME PIC X(100).
       01 WS-INDEX-FILE-STATUS PIC XX.
           88 WS-INDEX-FILE-STATUS-OK VALUE '00'.
       01 WS-RESULTS-FILE-NAME PIC X(100).
       01 WS-LIVE-FILE-NAME PIC X(100).
       01 WS-RESULTS-FILE-STATUS PIC XX.
           88 WS-RESULTS-FILE-STATUS-OK VALUE '00'.
       01 WS-RESPONSE-FILE-NAME PIC X(100)
           VALUE '..\logs\resultsquery.data'.
       01 WS-RESPONSE-FILE-STATUS PIC XX.
           88 WS-RESPONSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
      *****Filters; a blank filter matches everything.
       01 WS-FILTER-SCRIPT PIC X(100).
       01 WS-FILTER-FORM-TEXT PIC X(10).
       01 WS-FILTER-FORM PIC 9(4).
       01 WS-FILTER-VALUE PIC X(100).
       01 WS-FILTER-VALUE-LEN PIC 9(4).
      *****"A" anywhere, "P" leading characters, "S" trailing ones.
       01 WS-FILTER-VALUE-MODE PIC X.
       01 WS-FILTER-MIN-TEXT PIC X(30).
       01 WS-FILTER-MAX-TEXT PIC X(30).
       01 WS-FILTER-MIN PIC S9(14)V9(4) COMP-3.
       01 WS-FILTER-MAX PIC S9(14)V9(4) COMP-3.
       01 WS-FILTER-RUN PIC X(20).
       01 WS-FILTER-RUN-LEN PIC 9(4).
       01 WS-FILTER-FROM PIC X(8).
       01 WS-FILTER-TO PIC X(8).
       01 WS-SERIES-FLAG PIC X VALUE 'N'.
           88 WS-SERIES-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECORD-MATCHES-FLAG PIC X.
           88 WS-RECORD-MATCHES-YES VALUE 'Y', FALSE 'N'.
      *****Generations to read, in date order - a date the index
      *****names more than once is one generation file.
       01 WS-GENERATION-TABLE.
           02 WS-GEN-COUNT PIC 9(4) VALUE 0.
           02 WS-GEN-ENTRY OCCURS WS-MAX-QUERY-GENERATIONS TIMES.
               03 WS-GEN-DATE PIC X(8).
               03 WS-GEN-FILE PIC X(100).
       01 WS-GEN-INDEX PIC 9(4).
       01 WS-GEN-MATCH PIC 9(4).
       01 WS-GEN-SHIFT PIC 9(4).
       01 WS-GEN-MISSING-COUNT PIC 9(4) VALUE 0.
      *****The section being read: the *RUN marker's run id and the
      *****date it carries. Lines before any marker have neither.
       01 WS-SECTION-RUN-ID PIC X(20).
       01 WS-SECTION-DATE PIC X(8).
      *****One results line, split the way RESULTS-COMPARE splits it.
       01 WS-PARSE-KEY PIC X(120).
       01 WS-PARSE-VALUE PIC X(130).
       01 WS-PARSE-PTR PIC 9(4).
       01 WS-PARSE-SCRIPT PIC X(100).
       01 WS-PARSE-FORM-TEXT PIC X(10).
       01 WS-PARSE-FORM PIC 9(4).
       01 WS-VALUE-LEN PIC 9(4).
       01 WS-VALUE-HITS PIC 9(4).
       01 WS-VALUE-OFFSET PIC 9(4).
       01 WS-VALUE-NUM PIC S9(14)V9(4) COMP-3.
      *****Number test scratch - digits, one decimal point, an
      *****optional leading minus.
       01 WS-NUM-TEXT PIC X(130).
       01 WS-NUM-LEN PIC 9(4).
       01 WS-NUM-SCAN PIC 9(4).
       01 WS-NUM-DIGITS PIC 9(4).
       01 WS-NUM-DOTS PIC 9(4).
       01 WS-NUM-OK-FLAG PIC X.
           88 WS-NUM-OK-YES VALUE 'Y', FALSE 'N'.
      *****The one key's matches, held for the time series.
       01 WS-SERIES-TABLE.
           02 WS-SERIES-COUNT PIC 9(4) VALUE 0.
           02 WS-SERIES-ENTRY OCCURS WS-MAX-SERIES-ENTRIES TIMES.
               03 WS-SERIES-DATE PIC X(8).
               03 WS-SERIES-RUN-ID PIC X(20).
               03 WS-SERIES-VALUE PIC X(130).
       01 WS-SERIES-INDEX PIC 9(4).
       01 WS-SERIES-DROPPED PIC 9(6) VALUE 0.
       01 WS-SERIES-FIRST PIC X(8).
       01 WS-SERIES-LAST PIC X(8).
       01 WS-DAY-NUM PIC S9(9) COMP-3.
       01 WS-DAY-NUM-END PIC S9(9) COMP-3.
       01 WS-DAY-DATE PIC 9(8).
       01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE PIC X(8).
       01 WS-DAY-HAS-VALUE-FLAG PIC X.
           88 WS-DAY-HAS-VALUE-YES VALUE 'Y', FALSE 'N'.
       01 WS-DAY-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-VALUE-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-EMPTY-COUNT PIC 9(6) VALUE 0.
       01 WS-DAY-EMPTY-BUSINESS PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE PIC X(300).
       01 WS-MATCH-COUNT PIC 9(8) VALUE 0.
       01 WS-SCANNED-COUNT PIC 9(8) VALUE 0.
       01 WS-FILE-COUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           MOVE "CISP_LOG_DIR" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-LOG-DIR.
           IF WS-LOG-DIR = SPACES THEN
               MOVE '..\logs' TO WS-LOG-DIR
           END-IF.
           MOVE SPACES TO WS-INDEX-FILE-NAME.
           STRING WS-LOG-DIR DELIMITED BY SPACE
               '\results-gen.index' DELIMITED BY SIZE
               INTO WS-INDEX-FILE-NAME.
           MOVE "CISP_RESULTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-LIVE-FILE-NAME.
           IF WS-LIVE-FILE-NAME = SPACES THEN
               MOVE '..\logs\results.data' TO WS-LIVE-FILE-NAME
           END-IF.
           MOVE "CISP_RESULTS_QUERY_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESPONSE-FILE-NAME.
           IF WS-RESPONSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\resultsquery.data'
                 TO WS-RESPONSE-FILE-NAME
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           IF NOT WS-RESPONSE-FILE-STATUS-OK THEN
               DISPLAY "RESULTS-QUERY: RESPONSE-FILE OPEN FAILED,"
                   " STATUS=" WS-RESPONSE-FILE-STATUS
           END-IF.
           PERFORM LOAD-GENERATION-INDEX-PROCEDURE.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1 UNTIL
           WS-GEN-INDEX > WS-GEN-COUNT
               MOVE WS-GEN-FILE(WS-GEN-INDEX) TO WS-RESULTS-FILE-NAME
               PERFORM SCAN-RESULTS-FILE-PROCEDURE
           END-PERFORM.
           MOVE WS-LIVE-FILE-NAME TO WS-RESULTS-FILE-NAME.
           PERFORM SCAN-RESULTS-FILE-PROCEDURE.
           IF WS-SERIES-YES THEN
               PERFORM WRITE-SERIES-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RESULTS-QUERY: " DELIMITED BY SIZE
               WS-MATCH-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               " RESULTS LINES MATCHED IN " DELIMITED BY SIZE
               WS-FILE-COUNT DELIMITED BY SIZE
               " FILE(S)" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-GEN-MISSING-COUNT > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RESULTS-QUERY: " DELIMITED BY SIZE
                   WS-GEN-MISSING-COUNT DELIMITED BY SIZE
                   " INDEXED GENERATION(S) COULD NOT BE READ"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               CLOSE RESPONSE-FILE
           END-IF.
           IF WS-GEN-MISSING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
      *****Switch/value pairs in any order; an unknown switch or a
      *****trailing switch with no value is reported and ignored.
           MOVE SPACES TO WS-FILTER-SCRIPT.
           MOVE SPACES TO WS-FILTER-FORM-TEXT.
           MOVE SPACES TO WS-FILTER-VALUE.
           MOVE SPACES TO WS-FILTER-MIN-TEXT.
           MOVE SPACES TO WS-FILTER-MAX-TEXT.
           MOVE SPACES TO WS-FILTER-RUN.
           MOVE SPACES TO WS-FILTER-FROM.
           MOVE SPACES TO WS-FILTER-TO.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-script" OR "-form" OR "-v"
               OR "-min" OR "-max" OR "-run" OR "-from" OR "-to" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "RESULTS-QUERY: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "RESULTS-QUERY: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
           PERFORM CHECK-FILTERS-PROCEDURE.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-script"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-SCRIPT
           WHEN "-form"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-FORM-TEXT
           WHEN "-v"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-VALUE
           WHEN "-min"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-MIN-TEXT
           WHEN "-max"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-MAX-TEXT
           WHEN "-run"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-RUN
           WHEN "-from"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-FROM
           WHEN "-to"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-TO
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       CHECK-FILTERS-PROCEDURE.
      *****A filter that cannot be read is dropped with a message
      *****rather than silently matching nothing.
           IF WS-FILTER-FORM-TEXT NOT = SPACES THEN
               IF FUNCTION TRIM(WS-FILTER-FORM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-FILTER-FORM-TEXT)
                     TO WS-FILTER-FORM
               ELSE
                   DISPLAY "RESULTS-QUERY: -form NOT A FORM NUMBER,"
                       " IGNORING"
                   MOVE SPACES TO WS-FILTER-FORM-TEXT
               END-IF
           END-IF.
           IF WS-FILTER-VALUE = SPACES THEN
               MOVE 0 TO WS-FILTER-VALUE-LEN
           ELSE
               COMPUTE WS-FILTER-VALUE-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-FILTER-VALUE))
               MOVE "A" TO WS-FILTER-VALUE-MODE
               IF WS-FILTER-VALUE-LEN > 1
               AND WS-FILTER-VALUE(WS-FILTER-VALUE-LEN:1) = "*" THEN
                   MOVE "P" TO WS-FILTER-VALUE-MODE
                   SUBTRACT 1 FROM WS-FILTER-VALUE-LEN
               ELSE IF WS-FILTER-VALUE-LEN > 1
               AND WS-FILTER-VALUE(1:1) = "*" THEN
                   MOVE "S" TO WS-FILTER-VALUE-MODE
                   SUBTRACT 1 FROM WS-FILTER-VALUE-LEN
                   MOVE WS-FILTER-VALUE(2:) TO WS-NUM-TEXT
                   MOVE WS-NUM-TEXT TO WS-FILTER-VALUE
               END-IF
           END-IF.
           IF WS-FILTER-MIN-TEXT NOT = SPACES THEN
               MOVE WS-FILTER-MIN-TEXT TO WS-NUM-TEXT
               PERFORM CHECK-NUMBER-PROCEDURE
               IF WS-NUM-OK-YES THEN
                   MOVE FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
                     TO WS-FILTER-MIN
               ELSE
                   DISPLAY "RESULTS-QUERY: -min NOT A NUMBER, IGNORING"
                   MOVE SPACES TO WS-FILTER-MIN-TEXT
               END-IF
           END-IF.
           IF WS-FILTER-MAX-TEXT NOT = SPACES THEN
               MOVE WS-FILTER-MAX-TEXT TO WS-NUM-TEXT
               PERFORM CHECK-NUMBER-PROCEDURE
               IF WS-NUM-OK-YES THEN
                   MOVE FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
                     TO WS-FILTER-MAX
               ELSE
                   DISPLAY "RESULTS-QUERY: -max NOT A NUMBER, IGNORING"
                   MOVE SPACES TO WS-FILTER-MAX-TEXT
               END-IF
           END-IF.
           IF WS-FILTER-RUN = SPACES THEN
               MOVE 0 TO WS-FILTER-RUN-LEN
           ELSE
               COMPUTE WS-FILTER-RUN-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-FILTER-RUN))
           END-IF.
           IF WS-FILTER-FROM NOT = SPACES
           AND WS-FILTER-FROM IS NOT NUMERIC THEN
               DISPLAY "RESULTS-QUERY: -from NOT YYYYMMDD, IGNORING"
               MOVE SPACES TO WS-FILTER-FROM
           END-IF.
           IF WS-FILTER-TO NOT = SPACES
           AND WS-FILTER-TO IS NOT NUMERIC THEN
               DISPLAY "RESULTS-QUERY: -to NOT YYYYMMDD, IGNORING"
               MOVE SPACES TO WS-FILTER-TO
           END-IF.
           IF WS-FILTER-SCRIPT NOT = SPACES
           AND WS-FILTER-FORM-TEXT NOT = SPACES THEN
               SET WS-SERIES-YES TO TRUE
           END-IF.
       LOAD-GENERATION-INDEX-PROCEDURE.
      *****Every generation the index names whose date the -from/-to
      *****range can use, one file per date, sorted by date as they
      *****are taken in. No index means nothing has rolled yet - the
      *****live file is the whole history.
           MOVE 0 TO WS-GEN-COUNT.
           OPEN INPUT GEN-INDEX-FILE.
           IF NOT WS-INDEX-FILE-STATUS-OK THEN
               DISPLAY "RESULTS-QUERY: NO GENERATION INDEX, READING"
                   " THE LIVE RESULTS ONLY"
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ GEN-INDEX-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF GEN-IDX-DATE IS NUMERIC
                           AND (WS-FILTER-FROM = SPACES
                           OR GEN-IDX-DATE >= WS-FILTER-FROM)
                           AND (WS-FILTER-TO = SPACES
                           OR GEN-IDX-DATE <= WS-FILTER-TO) THEN
                               PERFORM STORE-GENERATION-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GEN-INDEX-FILE
           END-IF.
       STORE-GENERATION-PROCEDURE.
           MOVE 0 TO WS-GEN-MATCH.
           PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1 UNTIL
           WS-GEN-INDEX > WS-GEN-COUNT OR WS-GEN-MATCH > 0
               IF WS-GEN-DATE(WS-GEN-INDEX) = GEN-IDX-DATE THEN
                   MOVE WS-GEN-INDEX TO WS-GEN-MATCH
               END-IF
           END-PERFORM.
           IF WS-GEN-MATCH > 0 THEN
               MOVE GEN-IDX-FILE TO WS-GEN-FILE(WS-GEN-MATCH)
           ELSE IF WS-GEN-COUNT >= WS-MAX-QUERY-GENERATIONS THEN
               DISPLAY "RESULTS-QUERY: GENERATION TABLE FULL, "
                   GEN-IDX-DATE " NOT READ - NARROW -from/-to"
               ADD 1 TO WS-GEN-MISSING-COUNT
           ELSE
      *****Insert in date order - the index appends in roll order,
      *****which a late -before roll can take out of date order.
               MOVE WS-GEN-COUNT TO WS-GEN-SHIFT
               PERFORM UNTIL WS-GEN-SHIFT = 0
               OR WS-GEN-DATE(WS-GEN-SHIFT) < GEN-IDX-DATE
                   MOVE WS-GEN-ENTRY(WS-GEN-SHIFT)
                     TO WS-GEN-ENTRY(WS-GEN-SHIFT + 1)
                   SUBTRACT 1 FROM WS-GEN-SHIFT
               END-PERFORM
               ADD 1 TO WS-GEN-COUNT
               MOVE GEN-IDX-DATE TO WS-GEN-DATE(WS-GEN-SHIFT + 1)
               MOVE GEN-IDX-FILE TO WS-GEN-FILE(WS-GEN-SHIFT + 1)
           END-IF.
       SCAN-RESULTS-FILE-PROCEDURE.
      *****One generation or the live file, section by section. An
      *****indexed generation that is gone is a gap in the history
      *****and is reported as one.
           MOVE SPACES TO WS-SECTION-RUN-ID.
           MOVE SPACES TO WS-SECTION-DATE.
           OPEN INPUT QUERY-RESULTS-FILE.
           IF NOT WS-RESULTS-FILE-STATUS-OK THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RESULTS-QUERY: COULD NOT OPEN '"
                   DELIMITED BY SIZE
                   WS-RESULTS-FILE-NAME DELIMITED BY SPACE
                   "', STATUS=" DELIMITED BY SIZE
                   WS-RESULTS-FILE-STATUS DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               IF WS-RESULTS-FILE-NAME NOT = WS-LIVE-FILE-NAME THEN
                   ADD 1 TO WS-GEN-MISSING-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-FILE-COUNT
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ QUERY-RESULTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM QUERY-RESULTS-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE QUERY-RESULTS-FILE
           END-IF.
       QUERY-RESULTS-LINE-PROCEDURE.
           IF QUERY-RESULTS-RECORD(1:4) = "*RUN" THEN
      *****The run id's leading YYYYMMDD dates the whole section.
               MOVE QUERY-RESULTS-RECORD(6:20) TO WS-SECTION-RUN-ID
               MOVE WS-SECTION-RUN-ID(1:8) TO WS-SECTION-DATE
               IF WS-SECTION-DATE IS NOT NUMERIC THEN
                   MOVE SPACES TO WS-SECTION-DATE
               END-IF
           ELSE
               PERFORM PARSE-RESULT-RECORD-PROCEDURE
               IF WS-PARSE-KEY NOT = SPACES THEN
                   ADD 1 TO WS-SCANNED-COUNT
                   PERFORM MATCH-RECORD-PROCEDURE
                   IF WS-RECORD-MATCHES-YES THEN
                       PERFORM REPORT-MATCH-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       PARSE-RESULT-RECORD-PROCEDURE.
      *****Key is everything before the first ": " - SCRIPT#FORM -
      *****and the value the remainder, leading blanks dropped (LISP
      *****right-aligns the numbers it prints).
           MOVE SPACES TO WS-PARSE-KEY.
           MOVE SPACES TO WS-PARSE-VALUE.
           MOVE SPACES TO WS-PARSE-SCRIPT.
           MOVE SPACES TO WS-PARSE-FORM-TEXT.
           MOVE 0 TO WS-PARSE-FORM.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING QUERY-RESULTS-RECORD DELIMITED BY ": " INTO
             WS-PARSE-KEY WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           IF WS-PARSE-PTR > 250 THEN
               MOVE SPACES TO WS-PARSE-KEY
           ELSE
               IF QUERY-RESULTS-RECORD(WS-PARSE-PTR:251 - WS-PARSE-PTR)
               NOT = SPACES THEN
                   MOVE FUNCTION TRIM(QUERY-RESULTS-RECORD
                     (WS-PARSE-PTR:251 - WS-PARSE-PTR) LEADING)
                     TO WS-PARSE-VALUE
               END-IF
               UNSTRING WS-PARSE-KEY DELIMITED BY "#" INTO
                 WS-PARSE-SCRIPT, WS-PARSE-FORM-TEXT
               END-UNSTRING
               IF FUNCTION TRIM(WS-PARSE-FORM-TEXT) IS NUMERIC THEN
                   MOVE FUNCTION NUMVAL(WS-PARSE-FORM-TEXT)
                     TO WS-PARSE-FORM
               END-IF
           END-IF.
       MATCH-RECORD-PROCEDURE.
           SET WS-RECORD-MATCHES-YES TO TRUE.
           IF WS-FILTER-SCRIPT NOT = SPACES
           AND WS-PARSE-SCRIPT NOT = WS-FILTER-SCRIPT THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           END-IF.
           IF WS-RECORD-MATCHES-YES AND WS-FILTER-FORM-TEXT NOT = SPACES
           AND WS-PARSE-FORM NOT = WS-FILTER-FORM THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           END-IF.
           IF WS-RECORD-MATCHES-YES AND WS-FILTER-RUN-LEN > 0
           AND WS-SECTION-RUN-ID(1:WS-FILTER-RUN-LEN) NOT =
           WS-FILTER-RUN(1:WS-FILTER-RUN-LEN) THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           END-IF.
      *****A line outside any *RUN section has no date, so a date
      *****range never selects it.
           IF WS-RECORD-MATCHES-YES AND WS-FILTER-FROM NOT = SPACES
           AND (WS-SECTION-DATE = SPACES
           OR WS-SECTION-DATE < WS-FILTER-FROM) THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           END-IF.
           IF WS-RECORD-MATCHES-YES AND WS-FILTER-TO NOT = SPACES
           AND (WS-SECTION-DATE = SPACES
           OR WS-SECTION-DATE > WS-FILTER-TO) THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           END-IF.
           IF WS-RECORD-MATCHES-YES AND WS-FILTER-VALUE-LEN > 0 THEN
               PERFORM MATCH-VALUE-PATTERN-PROCEDURE
           END-IF.
           IF WS-RECORD-MATCHES-YES
           AND (WS-FILTER-MIN-TEXT NOT = SPACES
           OR WS-FILTER-MAX-TEXT NOT = SPACES) THEN
               MOVE WS-PARSE-VALUE TO WS-NUM-TEXT
               PERFORM CHECK-NUMBER-PROCEDURE
               IF NOT WS-NUM-OK-YES THEN
                   SET WS-RECORD-MATCHES-YES TO FALSE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-NUM-TEXT(1:WS-NUM-LEN))
                     TO WS-VALUE-NUM
                   IF (WS-FILTER-MIN-TEXT NOT = SPACES
                   AND WS-VALUE-NUM < WS-FILTER-MIN)
                   OR (WS-FILTER-MAX-TEXT NOT = SPACES
                   AND WS-VALUE-NUM > WS-FILTER-MAX) THEN
                       SET WS-RECORD-MATCHES-YES TO FALSE
                   END-IF
               END-IF
           END-IF.
       MATCH-VALUE-PATTERN-PROCEDURE.
           IF WS-PARSE-VALUE = SPACES THEN
               MOVE 0 TO WS-VALUE-LEN
           ELSE
               COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(WS-PARSE-VALUE TRAILING))
           END-IF.
           IF WS-VALUE-LEN < WS-FILTER-VALUE-LEN THEN
               SET WS-RECORD-MATCHES-YES TO FALSE
           ELSE
               EVALUATE WS-FILTER-VALUE-MODE
               WHEN "P"
                   IF WS-PARSE-VALUE(1:WS-FILTER-VALUE-LEN) NOT =
                   WS-FILTER-VALUE(1:WS-FILTER-VALUE-LEN) THEN
                       SET WS-RECORD-MATCHES-YES TO FALSE
                   END-IF
               WHEN "S"
                   COMPUTE WS-VALUE-OFFSET = WS-VALUE-LEN
                     - WS-FILTER-VALUE-LEN + 1
                   IF WS-PARSE-VALUE(WS-VALUE-OFFSET:
                   WS-FILTER-VALUE-LEN) NOT =
                   WS-FILTER-VALUE(1:WS-FILTER-VALUE-LEN) THEN
                       SET WS-RECORD-MATCHES-YES TO FALSE
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-VALUE-HITS
                   INSPECT WS-PARSE-VALUE TALLYING WS-VALUE-HITS
                     FOR ALL WS-FILTER-VALUE(1:WS-FILTER-VALUE-LEN)
                   IF WS-VALUE-HITS = 0 THEN
                       SET WS-RECORD-MATCHES-YES TO FALSE
                   END-IF
               END-EVALUATE
           END-IF.
       CHECK-NUMBER-PROCEDURE.
      *****The same test CISP's trailer hash applies to an amount.
           SET WS-NUM-OK-YES TO FALSE.
           IF WS-NUM-TEXT NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-NUM-TEXT) TO WS-NUM-TEXT
               COMPUTE WS-NUM-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(WS-NUM-TEXT))
               MOVE 0 TO WS-NUM-DIGITS
               MOVE 0 TO WS-NUM-DOTS
               PERFORM VARYING WS-NUM-SCAN FROM 1 BY 1 UNTIL
               WS-NUM-SCAN > WS-NUM-LEN
                   IF WS-NUM-TEXT(WS-NUM-SCAN:1) = "." THEN
                       ADD 1 TO WS-NUM-DOTS
                   ELSE IF WS-NUM-TEXT(WS-NUM-SCAN:1) IS NUMERIC THEN
                       ADD 1 TO WS-NUM-DIGITS
                   ELSE IF WS-NUM-SCAN = 1
                   AND WS-NUM-TEXT(1:1) = "-" THEN
                       CONTINUE
                   ELSE
                       MOVE 99 TO WS-NUM-DOTS
                   END-IF
               END-PERFORM
               IF WS-NUM-DIGITS > 0 AND WS-NUM-DOTS < 2 THEN
                   SET WS-NUM-OK-YES TO TRUE
               END-IF
           END-IF.
       REPORT-MATCH-PROCEDURE.
           ADD 1 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SECTION-DATE = SPACES THEN
               MOVE "--------" TO WS-REPORT-LINE(1:8)
           ELSE
               MOVE WS-SECTION-DATE TO WS-REPORT-LINE(1:8)
           END-IF.
           MOVE WS-SECTION-RUN-ID TO WS-REPORT-LINE(10:20).
           STRING WS-PARSE-KEY DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-PARSE-VALUE DELIMITED BY SIZE
               INTO WS-REPORT-LINE(31:270).
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-SERIES-YES THEN
               IF WS-SERIES-COUNT >= WS-MAX-SERIES-ENTRIES THEN
                   ADD 1 TO WS-SERIES-DROPPED
               ELSE IF WS-SECTION-DATE NOT = SPACES THEN
                   ADD 1 TO WS-SERIES-COUNT
                   MOVE WS-SECTION-DATE
                     TO WS-SERIES-DATE(WS-SERIES-COUNT)
                   MOVE WS-SECTION-RUN-ID
                     TO WS-SERIES-RUN-ID(WS-SERIES-COUNT)
                   MOVE WS-PARSE-VALUE
                     TO WS-SERIES-VALUE(WS-SERIES-COUNT)
               END-IF
           END-IF.
       WRITE-SERIES-PROCEDURE.
      *****Day by day across the range, every run's value for the one
      *****key; a day without one is flagged, and the business
      *****calendar says whether the day should have had a run.
           MOVE WS-FILTER-FROM TO WS-SERIES-FIRST.
           MOVE WS-FILTER-TO TO WS-SERIES-LAST.
           PERFORM VARYING WS-SERIES-INDEX FROM 1 BY 1 UNTIL
           WS-SERIES-INDEX > WS-SERIES-COUNT
               IF WS-FILTER-FROM = SPACES AND (WS-SERIES-FIRST = SPACES
               OR WS-SERIES-DATE(WS-SERIES-INDEX) < WS-SERIES-FIRST)
               THEN
                   MOVE WS-SERIES-DATE(WS-SERIES-INDEX)
                     TO WS-SERIES-FIRST
               END-IF
               IF WS-FILTER-TO = SPACES AND (WS-SERIES-LAST = SPACES
               OR WS-SERIES-DATE(WS-SERIES-INDEX) > WS-SERIES-LAST)
               THEN
                   MOVE WS-SERIES-DATE(WS-SERIES-INDEX)
                     TO WS-SERIES-LAST
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "*SERIES " DELIMITED BY SIZE
               WS-FILTER-SCRIPT DELIMITED BY SPACE
               "#" DELIMITED BY SIZE
               WS-FILTER-FORM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SERIES-FIRST DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-SERIES-LAST DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-SERIES-FIRST = SPACES OR WS-SERIES-LAST = SPACES THEN
               MOVE "*SERIES NO DATED VALUES AND NO -from/-to RANGE"
                 TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE IF WS-SERIES-FIRST > WS-SERIES-LAST THEN
               MOVE "*SERIES -from IS AFTER -to" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               MOVE WS-SERIES-FIRST TO WS-DAY-DATE-X
               COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE
                 (WS-DAY-DATE)
               MOVE WS-SERIES-LAST TO WS-DAY-DATE-X
               COMPUTE WS-DAY-NUM-END = FUNCTION INTEGER-OF-DATE
                 (WS-DAY-DATE)
               PERFORM UNTIL WS-DAY-NUM > WS-DAY-NUM-END
                   COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER
                     (WS-DAY-NUM)
                   PERFORM WRITE-SERIES-DAY-PROCEDURE
                   ADD 1 TO WS-DAY-NUM
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*SERIES DAYS " DELIMITED BY SIZE
                   WS-DAY-COUNT DELIMITED BY SIZE
                   "  WITH A VALUE " DELIMITED BY SIZE
                   WS-DAY-VALUE-COUNT DELIMITED BY SIZE
                   "  NO VALUE " DELIMITED BY SIZE
                   WS-DAY-EMPTY-COUNT DELIMITED BY SIZE
                   " (BUSINESS DAYS " DELIMITED BY SIZE
                   WS-DAY-EMPTY-BUSINESS DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           IF WS-SERIES-DROPPED > 0 THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*SERIES " DELIMITED BY SIZE
                   WS-SERIES-DROPPED DELIMITED BY SIZE
                   " LATER VALUE(S) PAST THE 2000 HELD, NARROW"
                   " -from/-to" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       WRITE-SERIES-DAY-PROCEDURE.
           ADD 1 TO WS-DAY-COUNT.
           SET WS-DAY-HAS-VALUE-YES TO FALSE.
           PERFORM VARYING WS-SERIES-INDEX FROM 1 BY 1 UNTIL
           WS-SERIES-INDEX > WS-SERIES-COUNT
               IF WS-SERIES-DATE(WS-SERIES-INDEX) = WS-DAY-DATE-X THEN
                   SET WS-DAY-HAS-VALUE-YES TO TRUE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-DAY-DATE-X DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SERIES-RUN-ID(WS-SERIES-INDEX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-SERIES-VALUE(WS-SERIES-INDEX)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-DAY-HAS-VALUE-YES THEN
               ADD 1 TO WS-DAY-VALUE-COUNT
           ELSE
               ADD 1 TO WS-DAY-EMPTY-COUNT
               MOVE "IS-BUSINESS" TO WS-CALENDAR-OPERATION
               MOVE WS-DAY-DATE TO WS-CAL-DATE-1
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               MOVE SPACES TO WS-REPORT-LINE
               IF WS-CAL-RESULT-YES THEN
                   ADD 1 TO WS-DAY-EMPTY-BUSINESS
                   STRING WS-DAY-DATE-X DELIMITED BY SIZE
                       " ** NO VALUE **" DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               ELSE
                   STRING WS-DAY-DATE-X DELIMITED BY SIZE
                       " ** NO VALUE ** (NOT A BUSINESS DAY)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               END-IF
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       WRITE-REPORT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               MOVE WS-REPORT-LINE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-IF.
       END PROGRAM RESULTS-QUERY.
