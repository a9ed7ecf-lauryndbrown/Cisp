      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Project a running batch's completion from its
      *          progress files and warn ahead of the deadline
      * Tectonics: cobc
      ******************************************************************
      *****"Will we make the 6 AM window?" used to be a guess from
      *****the console. CISP now keeps its progress file
      *****(CISP_PROGRESS_FILE, default ..\logs\progress.data, layout
      *****in batch-progress.cpy) current as it goes, and each -worker
      *****instance keeps a "-wK" sibling of it. This program reads
      *****every one of them and works out when the whole run will
      *****be done:
      *****
      *****    a batch worker's remaining entries are costed at each
      *****    script's average elapsed time in stats.data (or, while
      *****    a running CISP holds that file, the average CISP took
      *****    from it at the start and wrote beside the entry) - the
      *****    one running now less what it has already used, entries
      *****    their run-day rule passes over tonight at nothing, and
      *****    a script with no history at the worker's own average
      *****    so far;
      *****    a -data run's remaining records at its rate so far.
      *****
      *****Workers run side by side, so the run finishes when the
      *****slowest worker does. A file still RUNNING but not updated
      *****for CISP_PROGRESS_STALE_MINUTES (default 120) is reported
      *****STALE - that instance has most likely died - and left out
      *****of the projection.
      *****
      *****The deadline is CISP_BATCH_DEADLINE (or -deadline) as HHMM,
      *****the first such time after the run started - an 0600
      *****deadline for a 2300 start is the next morning. The WARN is
      *****raised while there is still time to act: as soon as the
      *****projection comes within CISP_DEADLINE_MARGIN minutes
      *****(or -margin, default 30) of the deadline, not once it has
      *****passed. The scheduler runs this every few minutes while
      *****the batch is up.
      *****
      *****Usage: PROGRESS-STATUS [-deadline HHMM] [-margin MINUTES]
      *****RETURN-CODE 0 on time (or nothing running), 4 when the
      *****projection crosses the deadline less the margin or a
      *****worker is stale, 8 when there is no progress file at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRESS-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PROGRESS-FILE
           ASSIGN TO DYNAMIC WS-PROGRESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROGRESS-FILE-STATUS.
       SELECT OPTIONAL PS-STATS-FILE
           ASSIGN TO DYNAMIC WS-STATS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PROGRESS-FILE.
       COPY "batch-progress.cpy"
           REPLACING LEADING ==PREFIX== BY ==PROGRESS==.
       FD PS-STATS-FILE.
      *****Mirrors CISP.cbl's STATS-RECORD layout - a change there
      *****needs the same change here.
       01 PS-STATS-RECORD.
           02 PS-STATS-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PS-STATS-SCRIPT-NAME PIC X(100).
           02 FILLER PIC X.
           02 PS-STATS-ELAPSED-CS PIC 9(8).
           02 FILLER PIC X.
           02 PS-STATS-REST PIC X(43).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-RUN-ID PIC X(20).
       01 WS-PROGRESS-BASE-NAME PIC X(100).
       01 WS-PROGRESS-FILE-NAME PIC X(100).
       01 WS-PROGRESS-FILE-STATUS PIC XX.
           88 WS-PROGRESS-FILE-STATUS-OK VALUE '00'.
       01 WS-STATS-FILE-NAME PIC X(100).
       01 WS-STATS-FILE-STATUS PIC XX.
           88 WS-STATS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(9).
       01 WS-DEADLINE-TEXT PIC X(10).
       01 WS-MARGIN-TEXT PIC X(10).
       01 WS-DEADLINE-HHMM PIC 9(4).
       01 WS-DEADLINE-SET-FLAG PIC X VALUE 'N'.
           88 WS-DEADLINE-SET-YES VALUE 'Y', FALSE 'N'.
       01 WS-MARGIN-MINUTES PIC 9(4) VALUE 30.
       01 WS-STALE-MINUTES PIC 9(4) VALUE 120.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-PROBLEM-YES VALUE 'Y', FALSE 'N'.
       01 WS-WARN-FLAG PIC X VALUE 'N'.
           88 WS-WARN-YES VALUE 'Y', FALSE 'N'.
      *****One row per progress file found - the base file and
      *****any "-w01".."-w99" siblings.
       78 WS-MAX-WORKERS VALUE 100.
       01 WS-WORKER-TABLE.
           02 WS-WORKER-COUNT PIC 9(3) VALUE 0.
           02 WS-WORKER-ENTRY OCCURS WS-MAX-WORKERS TIMES.
               03 WS-WK-RUN-ID PIC X(20).
               03 WS-WK-WORKER PIC 9(2).
               03 WS-WK-MODE PIC X(8).
               03 WS-WK-STATE PIC X(8).
               03 WS-WK-START-STAMP PIC X(14).
               03 WS-WK-UPDATE-STAMP PIC X(14).
               03 WS-WK-DONE PIC 9(9).
               03 WS-WK-REMAINING PIC 9(9).
               03 WS-WK-ELAPSED-SECS PIC 9(8).
               03 WS-WK-CURRENT-START PIC X(14).
               03 WS-WK-SCRIPT PIC X(100).
               03 WS-WK-LISTED PIC 9(9).
               03 WS-WK-EST-SECS PIC 9(9).
               03 WS-WK-NO-HISTORY PIC 9(6).
       01 WS-WORKER-INDEX PIC 9(3).
       01 WS-WORKER-PROBE PIC 9(3).
       01 WS-WORKER-SUFFIX PIC X(4).
      *****Entries still to run, across every worker.
       78 WS-MAX-PENDING VALUE 2000.
       01 WS-PENDING-TABLE.
           02 WS-PENDING-COUNT PIC 9(5) VALUE 0.
           02 WS-PENDING-ENTRY OCCURS WS-MAX-PENDING TIMES.
               03 WS-PENDING-WORKER PIC 9(3).
               03 WS-PENDING-STATE PIC X(8).
               03 WS-PENDING-SCRIPT-INDEX PIC 9(4).
               03 WS-PENDING-AVERAGE-CS PIC 9(8).
               03 WS-PENDING-HISTORY-RUNS PIC 9(6).
       01 WS-PENDING-INDEX PIC 9(5).
      *****Distinct scripts still to run, with their stats.data
      *****history.
       78 WS-MAX-SCRIPTS VALUE 500.
       01 WS-SCRIPT-TABLE.
           02 WS-SCRIPT-COUNT PIC 9(4) VALUE 0.
           02 WS-SCRIPT-ENTRY OCCURS WS-MAX-SCRIPTS TIMES.
               03 WS-SCRIPT-NAME PIC X(100).
               03 WS-SCRIPT-TOTAL-CS PIC 9(12).
               03 WS-SCRIPT-RUNS PIC 9(6).
       01 WS-SCRIPT-INDEX PIC 9(4).
       01 WS-SCRIPT-MATCH PIC 9(4).
       01 WS-SCRIPT-LOOKUP PIC X(100).
       01 WS-STAMP-WORK.
           02 WS-STAMP-DATE PIC 9(8).
           02 WS-STAMP-HH PIC 99.
           02 WS-STAMP-MI PIC 99.
           02 WS-STAMP-SS PIC 99.
       01 WS-SECONDS-WORK PIC 9(12).
       01 WS-NOW-SECONDS PIC 9(12).
       01 WS-EARLIEST-START-SECONDS PIC 9(12).
       01 WS-EARLIEST-START-STAMP PIC X(14).
       01 WS-FINISH-SECONDS PIC 9(12).
       01 WS-DEADLINE-SECONDS PIC 9(12).
       01 WS-LONGEST-EST-SECS PIC 9(9).
       01 WS-AVERAGE-SECS PIC 9(9).
       01 WS-SPENT-SECS PIC 9(9).
       01 WS-ENTRY-SECS PIC 9(9).
       01 WS-RUNNING-COUNT PIC 9(3) VALUE 0.
       01 WS-STALE-COUNT PIC 9(3) VALUE 0.
       01 WS-DAYS-WORK PIC 9(8).
       01 WS-DAY-SECONDS-WORK PIC 9(6).
       01 WS-DATE-WORK PIC 9(8).
       01 WS-DURATION-SECS PIC 9(9).
       01 WS-DURATION-HH PIC 9(3).
       01 WS-DURATION-REST PIC 9(4).
       01 WS-DURATION-MI PIC 99.
       01 WS-DURATION-SS PIC 99.
       01 WS-DURATION-TEXT PIC X(9).
       01 WS-CLOCK-TEXT PIC X(19).
       01 WS-FINISH-TEXT PIC X(19).
       01 WS-DEADLINE-TEXT-OUT PIC X(19).
       01 WS-MESSAGE-LINE PIC X(200).
      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
       01 WS-LOG-OPERATION-FLAG PIC X(5).
       COPY "log-record.cpy"
           REPLACING ==PREFIX-LOG-RECORD-RUN-ID==
                  BY ==WS-LOG-RECORD-RUN-ID==
                     ==PREFIX-LOG-RECORD-SEVERITY==
                  BY ==WS-LOG-RECORD-SEVERITY==
                     ==PREFIX-LOG-RECORD-FUNCTION-NAME==
                  BY ==WS-LOG-RECORD-FUNCTION-NAME==
                     ==PREFIX-LOG-RECORD-MESSAGE==
                  BY ==WS-LOG-RECORD-MESSAGE==
                     ==PREFIX-LOG-RECORD==
                  BY ==WS-LOG-RECORD==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
           PERFORM RESOLVE-SETTINGS-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE WS-RUN-ID(1:14) TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS-PROCEDURE.
           MOVE WS-SECONDS-WORK TO WS-NOW-SECONDS.
           PERFORM LOAD-PROGRESS-FILES-PROCEDURE.
           IF WS-WORKER-COUNT = 0 THEN
               DISPLAY "PROGRESS-STATUS: NO PROGRESS FILE AT '"
                   FUNCTION TRIM(WS-PROGRESS-BASE-NAME) "'"
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               PERFORM LOAD-STATS-HISTORY-PROCEDURE
               PERFORM VARYING WS-WORKER-INDEX FROM 1 BY 1 UNTIL
               WS-WORKER-INDEX > WS-WORKER-COUNT
                   PERFORM PROJECT-WORKER-PROCEDURE
               END-PERFORM
               PERFORM PROJECT-RUN-PROCEDURE
           END-IF.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF WS-PROBLEM-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-WARN-YES THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       RESOLVE-SETTINGS-PROCEDURE.
           MOVE "CISP_PROGRESS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-PROGRESS-BASE-NAME.
           IF WS-PROGRESS-BASE-NAME = SPACES THEN
               MOVE '..\logs\progress.data' TO WS-PROGRESS-BASE-NAME
           END-IF.
           MOVE "CISP_STATS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-STATS-FILE-NAME.
           IF WS-STATS-FILE-NAME = SPACES THEN
               MOVE '..\logs\stats.data' TO WS-STATS-FILE-NAME
           END-IF.
           MOVE "CISP_BATCH_DEADLINE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-DEADLINE-TEXT.
           MOVE "CISP_DEADLINE_MARGIN" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-MARGIN-TEXT.
           MOVE "CISP_PROGRESS_STALE_MINUTES" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-CONFIG-VALUE) = 0
           AND FUNCTION NUMVAL(WS-CONFIG-VALUE) >= 1 THEN
               MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                 TO WS-STALE-MINUTES
           END-IF.
       READ-CMD-LINE-PROCEDURE.
      *****Switches override the configured deadline and margin; the
      *****values are checked once both sources have had their say.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING = "-deadline" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-DEADLINE-TEXT
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-ARG-PENDING = "-margin" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-MARGIN-TEXT
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-deadline"
               OR WS-CMD-LINE-ARG = "-margin" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "PROGRESS-STATUS: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "PROGRESS-STATUS: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
           IF WS-DEADLINE-TEXT = SPACES THEN
               CONTINUE
           ELSE IF WS-DEADLINE-TEXT(1:4) IS NUMERIC
           AND WS-DEADLINE-TEXT(5:6) = SPACES
           AND WS-DEADLINE-TEXT(1:2) < "24"
           AND WS-DEADLINE-TEXT(3:2) < "60" THEN
               MOVE WS-DEADLINE-TEXT(1:4) TO WS-DEADLINE-HHMM
               SET WS-DEADLINE-SET-YES TO TRUE
           ELSE
               DISPLAY "PROGRESS-STATUS: DEADLINE NOT HHMM, IGNORED: "
                   FUNCTION TRIM(WS-DEADLINE-TEXT)
           END-IF.
           IF WS-MARGIN-TEXT = SPACES THEN
               CONTINUE
           ELSE IF FUNCTION TEST-NUMVAL(WS-MARGIN-TEXT) = 0
           AND FUNCTION NUMVAL(WS-MARGIN-TEXT) >= 0
           AND FUNCTION NUMVAL(WS-MARGIN-TEXT) < 10000 THEN
               MOVE FUNCTION NUMVAL(WS-MARGIN-TEXT)
                 TO WS-MARGIN-MINUTES
           ELSE
               DISPLAY "PROGRESS-STATUS: MARGIN NOT MINUTES, IGNORED: "
                   FUNCTION TRIM(WS-MARGIN-TEXT)
           END-IF.
       LOAD-PROGRESS-FILES-PROCEDURE.
      *****The base file, then every worker sibling that exists.
           MOVE WS-PROGRESS-BASE-NAME TO WS-PROGRESS-FILE-NAME.
           PERFORM READ-PROGRESS-FILE-PROCEDURE.
           PERFORM VARYING WS-WORKER-PROBE FROM 1 BY 1 UNTIL
           WS-WORKER-PROBE > 99
               MOVE SPACES TO WS-WORKER-SUFFIX
               STRING "-w" DELIMITED BY SIZE
                 WS-WORKER-PROBE(2:2) DELIMITED BY SIZE
                 INTO WS-WORKER-SUFFIX
               MOVE SPACES TO WS-PROGRESS-FILE-NAME
               STRING WS-PROGRESS-BASE-NAME DELIMITED BY SPACE
                 WS-WORKER-SUFFIX DELIMITED BY SIZE
                 INTO WS-PROGRESS-FILE-NAME
               PERFORM READ-PROGRESS-FILE-PROCEDURE
           END-PERFORM.
       READ-PROGRESS-FILE-PROCEDURE.
      *****An absent file opens with status 05 and is passed over.
           OPEN INPUT PROGRESS-FILE.
           IF WS-PROGRESS-FILE-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ PROGRESS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF PROGRESS-TYPE = "P" THEN
                               PERFORM ADD-WORKER-PROCEDURE
                           ELSE IF PROGRESS-TYPE = "R"
                           AND WS-WORKER-COUNT > 0 THEN
                               PERFORM ADD-PENDING-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRESS-FILE
           ELSE IF WS-PROGRESS-FILE-STATUS = '05' THEN
               CLOSE PROGRESS-FILE
           END-IF.
       ADD-WORKER-PROCEDURE.
           IF WS-WORKER-COUNT < WS-MAX-WORKERS THEN
               ADD 1 TO WS-WORKER-COUNT
               MOVE WS-WORKER-COUNT TO WS-WORKER-INDEX
               MOVE PROGRESS-RUN-ID TO WS-WK-RUN-ID(WS-WORKER-INDEX)
               MOVE PROGRESS-WORKER TO WS-WK-WORKER(WS-WORKER-INDEX)
               MOVE PROGRESS-MODE TO WS-WK-MODE(WS-WORKER-INDEX)
               MOVE PROGRESS-STATE TO WS-WK-STATE(WS-WORKER-INDEX)
               MOVE PROGRESS-START-STAMP
                 TO WS-WK-START-STAMP(WS-WORKER-INDEX)
               MOVE PROGRESS-UPDATE-STAMP
                 TO WS-WK-UPDATE-STAMP(WS-WORKER-INDEX)
               MOVE PROGRESS-DONE TO WS-WK-DONE(WS-WORKER-INDEX)
               MOVE PROGRESS-REMAINING
                 TO WS-WK-REMAINING(WS-WORKER-INDEX)
               MOVE PROGRESS-ELAPSED-SECS
                 TO WS-WK-ELAPSED-SECS(WS-WORKER-INDEX)
               MOVE PROGRESS-CURRENT-START
                 TO WS-WK-CURRENT-START(WS-WORKER-INDEX)
               MOVE PROGRESS-SCRIPT TO WS-WK-SCRIPT(WS-WORKER-INDEX)
               MOVE 0 TO WS-WK-LISTED(WS-WORKER-INDEX)
               MOVE 0 TO WS-WK-EST-SECS(WS-WORKER-INDEX)
               MOVE 0 TO WS-WK-NO-HISTORY(WS-WORKER-INDEX)
           END-IF.
       ADD-PENDING-PROCEDURE.
      *****Belongs to the worker whose summary record came first in
      *****this file - the last row added.
           ADD 1 TO WS-WK-LISTED(WS-WORKER-COUNT).
           IF WS-PENDING-COUNT < WS-MAX-PENDING THEN
               MOVE PROGRESS-SCRIPT TO WS-SCRIPT-LOOKUP
               PERFORM FIND-SCRIPT-PROCEDURE
               IF WS-SCRIPT-MATCH = 0
               AND WS-SCRIPT-COUNT < WS-MAX-SCRIPTS THEN
                   ADD 1 TO WS-SCRIPT-COUNT
                   MOVE WS-SCRIPT-COUNT TO WS-SCRIPT-MATCH
                   MOVE PROGRESS-SCRIPT
                     TO WS-SCRIPT-NAME(WS-SCRIPT-MATCH)
                   MOVE 0 TO WS-SCRIPT-TOTAL-CS(WS-SCRIPT-MATCH)
                   MOVE 0 TO WS-SCRIPT-RUNS(WS-SCRIPT-MATCH)
               END-IF
               ADD 1 TO WS-PENDING-COUNT
               MOVE WS-WORKER-COUNT
                 TO WS-PENDING-WORKER(WS-PENDING-COUNT)
               MOVE PROGRESS-STATE TO WS-PENDING-STATE(WS-PENDING-COUNT)
               MOVE WS-SCRIPT-MATCH
                 TO WS-PENDING-SCRIPT-INDEX(WS-PENDING-COUNT)
               MOVE 0 TO WS-PENDING-AVERAGE-CS(WS-PENDING-COUNT)
               MOVE 0 TO WS-PENDING-HISTORY-RUNS(WS-PENDING-COUNT)
               IF PROGRESS-HISTORY-RUNS IS NUMERIC
               AND PROGRESS-AVERAGE-CS IS NUMERIC THEN
                   MOVE PROGRESS-AVERAGE-CS
                     TO WS-PENDING-AVERAGE-CS(WS-PENDING-COUNT)
                   MOVE PROGRESS-HISTORY-RUNS
                     TO WS-PENDING-HISTORY-RUNS(WS-PENDING-COUNT)
               END-IF
           END-IF.
       FIND-SCRIPT-PROCEDURE.
           MOVE 0 TO WS-SCRIPT-MATCH.
           PERFORM VARYING WS-SCRIPT-INDEX FROM 1 BY 1 UNTIL
           WS-SCRIPT-INDEX > WS-SCRIPT-COUNT OR WS-SCRIPT-MATCH > 0
               IF WS-SCRIPT-NAME(WS-SCRIPT-INDEX) = WS-SCRIPT-LOOKUP
               THEN
                   MOVE WS-SCRIPT-INDEX TO WS-SCRIPT-MATCH
               END-IF
           END-PERFORM.
       LOAD-STATS-HISTORY-PROCEDURE.
      *****Every stats.data record for a script still to run, summed
      *****- the average is taken over all the history there is.
           IF WS-SCRIPT-COUNT > 0 THEN
               OPEN INPUT PS-STATS-FILE
               IF WS-STATS-FILE-STATUS-OK THEN
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ PS-STATS-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM TALLY-STATS-RECORD-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE PS-STATS-FILE
               ELSE
                   DISPLAY "PROGRESS-STATUS: STATS FILE IN USE, STATUS="
                       WS-STATS-FILE-STATUS " - COSTING FROM THE"
                       " AVERAGES CISP RECORDED AT THE START"
               END-IF
           END-IF.
       TALLY-STATS-RECORD-PROCEDURE.
           IF PS-STATS-ELAPSED-CS IS NUMERIC THEN
               MOVE PS-STATS-SCRIPT-NAME TO WS-SCRIPT-LOOKUP
               PERFORM FIND-SCRIPT-PROCEDURE
               IF WS-SCRIPT-MATCH > 0 THEN
                   ADD PS-STATS-ELAPSED-CS
                     TO WS-SCRIPT-TOTAL-CS(WS-SCRIPT-MATCH)
                   ADD 1 TO WS-SCRIPT-RUNS(WS-SCRIPT-MATCH)
               END-IF
           END-IF.
       PROJECT-WORKER-PROCEDURE.
      *****Seconds this worker still needs, into WS-WK-EST-SECS, and
      *****its line of the status display.
           MOVE WS-WK-UPDATE-STAMP(WS-WORKER-INDEX) TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS-PROCEDURE.
           IF WS-WK-STATE(WS-WORKER-INDEX) = "RUNNING"
           AND WS-NOW-SECONDS > WS-SECONDS-WORK + WS-STALE-MINUTES * 60
           THEN
               MOVE "STALE" TO WS-WK-STATE(WS-WORKER-INDEX)
               ADD 1 TO WS-STALE-COUNT
           END-IF.
           IF WS-WK-STATE(WS-WORKER-INDEX) = "RUNNING" THEN
               ADD 1 TO WS-RUNNING-COUNT
               IF WS-WK-MODE(WS-WORKER-INDEX) = "DATA" THEN
                   PERFORM PROJECT-DATA-WORKER-PROCEDURE
               ELSE
                   PERFORM PROJECT-BATCH-WORKER-PROCEDURE
               END-IF
           END-IF.
           MOVE WS-WK-ELAPSED-SECS(WS-WORKER-INDEX) TO WS-DURATION-SECS.
           PERFORM FORMAT-DURATION-PROCEDURE.
           MOVE SPACES TO WS-MESSAGE-LINE.
           STRING "PROGRESS-STATUS: WORKER " DELIMITED BY SIZE
             WS-WK-WORKER(WS-WORKER-INDEX) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-WK-STATE(WS-WORKER-INDEX) DELIMITED BY SIZE
             " RUN " DELIMITED BY SIZE
             WS-WK-RUN-ID(WS-WORKER-INDEX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-WK-MODE(WS-WORKER-INDEX) DELIMITED BY SPACE
             " DONE " DELIMITED BY SIZE
             WS-WK-DONE(WS-WORKER-INDEX) DELIMITED BY SIZE
             " LEFT " DELIMITED BY SIZE
             WS-WK-REMAINING(WS-WORKER-INDEX) DELIMITED BY SIZE
             " ELAPSED " DELIMITED BY SIZE
             WS-DURATION-TEXT DELIMITED BY SIZE
             INTO WS-MESSAGE-LINE.
           DISPLAY FUNCTION TRIM(WS-MESSAGE-LINE TRAILING).
           IF WS-WK-STATE(WS-WORKER-INDEX) = "RUNNING" THEN
               IF WS-WK-SCRIPT(WS-WORKER-INDEX) NOT = SPACES THEN
                   DISPLAY "PROGRESS-STATUS:     RUNNING NOW "
                       FUNCTION TRIM(WS-WK-SCRIPT(WS-WORKER-INDEX))
               END-IF
               MOVE WS-WK-EST-SECS(WS-WORKER-INDEX) TO WS-DURATION-SECS
               PERFORM FORMAT-DURATION-PROCEDURE
               DISPLAY "PROGRESS-STATUS:     PROJECTED TO FINISH IN "
                   WS-DURATION-TEXT
               IF WS-WK-NO-HISTORY(WS-WORKER-INDEX) > 0 THEN
                   DISPLAY "PROGRESS-STATUS:     "
                       WS-WK-NO-HISTORY(WS-WORKER-INDEX)
                       " SCRIPT(S) WITH NO STATS HISTORY, COSTED AT"
                       " THE RUN'S AVERAGE"
               END-IF
           ELSE IF WS-WK-STATE(WS-WORKER-INDEX) = "STALE" THEN
               SET WS-WARN-YES TO TRUE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "STALE WORKER " DELIMITED BY SIZE
                 WS-WK-WORKER(WS-WORKER-INDEX) DELIMITED BY SIZE
                 " run " DELIMITED BY SIZE
                 WS-WK-RUN-ID(WS-WORKER-INDEX) DELIMITED BY SPACE
                 " last update " DELIMITED BY SIZE
                 WS-WK-UPDATE-STAMP(WS-WORKER-INDEX) DELIMITED BY SIZE
                 INTO WS-MESSAGE-LINE
               DISPLAY "PROGRESS-STATUS: "
                   FUNCTION TRIM(WS-MESSAGE-LINE)
                   " - NOT UPDATED FOR OVER " WS-STALE-MINUTES
                   " MINUTES"
               PERFORM LOG-WARN-PROCEDURE
           END-IF.
       PROJECT-BATCH-WORKER-PROCEDURE.
      *****The worker's own average so far stands in for a script
      *****with no history, and for entries past the listed ones.
           IF WS-WK-DONE(WS-WORKER-INDEX) > 0 THEN
               COMPUTE WS-AVERAGE-SECS =
                 WS-WK-ELAPSED-SECS(WS-WORKER-INDEX)
                 / WS-WK-DONE(WS-WORKER-INDEX)
           ELSE
               MOVE 0 TO WS-AVERAGE-SECS
           END-IF.
           PERFORM VARYING WS-PENDING-INDEX FROM 1 BY 1 UNTIL
           WS-PENDING-INDEX > WS-PENDING-COUNT
               IF WS-PENDING-WORKER(WS-PENDING-INDEX) = WS-WORKER-INDEX
               AND WS-PENDING-STATE(WS-PENDING-INDEX) NOT = "NOT-DUE"
               THEN
                   PERFORM COST-PENDING-ENTRY-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-WK-REMAINING(WS-WORKER-INDEX) >
           WS-WK-LISTED(WS-WORKER-INDEX) THEN
               COMPUTE WS-WK-EST-SECS(WS-WORKER-INDEX) =
                 WS-WK-EST-SECS(WS-WORKER-INDEX) + WS-AVERAGE-SECS *
                 (WS-WK-REMAINING(WS-WORKER-INDEX)
                 - WS-WK-LISTED(WS-WORKER-INDEX))
           END-IF.
       COST-PENDING-ENTRY-PROCEDURE.
           MOVE WS-PENDING-SCRIPT-INDEX(WS-PENDING-INDEX)
             TO WS-SCRIPT-MATCH.
           IF WS-SCRIPT-MATCH > 0
           AND WS-SCRIPT-RUNS(WS-SCRIPT-MATCH) > 0 THEN
               COMPUTE WS-ENTRY-SECS ROUNDED =
                 WS-SCRIPT-TOTAL-CS(WS-SCRIPT-MATCH)
                 / WS-SCRIPT-RUNS(WS-SCRIPT-MATCH) / 100
           ELSE IF WS-PENDING-HISTORY-RUNS(WS-PENDING-INDEX) > 0 THEN
               COMPUTE WS-ENTRY-SECS ROUNDED =
                 WS-PENDING-AVERAGE-CS(WS-PENDING-INDEX) / 100
           ELSE
               MOVE WS-AVERAGE-SECS TO WS-ENTRY-SECS
               ADD 1 TO WS-WK-NO-HISTORY(WS-WORKER-INDEX)
           END-IF.
      *****The entry running now has already used part of its time.
           IF WS-PENDING-STATE(WS-PENDING-INDEX) = "CURRENT"
           AND WS-WK-CURRENT-START(WS-WORKER-INDEX) IS NUMERIC THEN
               MOVE WS-WK-CURRENT-START(WS-WORKER-INDEX)
                 TO WS-STAMP-WORK
               PERFORM STAMP-TO-SECONDS-PROCEDURE
               IF WS-NOW-SECONDS > WS-SECONDS-WORK THEN
                   COMPUTE WS-SPENT-SECS =
                     WS-NOW-SECONDS - WS-SECONDS-WORK
               ELSE
                   MOVE 0 TO WS-SPENT-SECS
               END-IF
               IF WS-SPENT-SECS >= WS-ENTRY-SECS THEN
                   MOVE 0 TO WS-ENTRY-SECS
               ELSE
                   SUBTRACT WS-SPENT-SECS FROM WS-ENTRY-SECS
               END-IF
           END-IF.
           ADD WS-ENTRY-SECS TO WS-WK-EST-SECS(WS-WORKER-INDEX).
       PROJECT-DATA-WORKER-PROCEDURE.
      *****Records left at the rate so far; nothing done yet gives
      *****no rate, and the worker projects as zero.
           IF WS-WK-DONE(WS-WORKER-INDEX) > 0 THEN
               COMPUTE WS-WK-EST-SECS(WS-WORKER-INDEX) ROUNDED =
                 WS-WK-ELAPSED-SECS(WS-WORKER-INDEX)
                 * WS-WK-REMAINING(WS-WORKER-INDEX)
                 / WS-WK-DONE(WS-WORKER-INDEX)
           END-IF.
       PROJECT-RUN-PROCEDURE.
      *****The run ends with its slowest running worker; the deadline
      *****is the first HHMM after the earliest of their starts.
           IF WS-RUNNING-COUNT = 0 THEN
               DISPLAY "PROGRESS-STATUS: NO RUN IN PROGRESS"
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "PROGRESS-STATUS" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE "No run in progress" TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD
           ELSE
               MOVE 0 TO WS-LONGEST-EST-SECS
               MOVE 0 TO WS-EARLIEST-START-SECONDS
               PERFORM VARYING WS-WORKER-INDEX FROM 1 BY 1 UNTIL
               WS-WORKER-INDEX > WS-WORKER-COUNT
                   IF WS-WK-STATE(WS-WORKER-INDEX) = "RUNNING" THEN
                       PERFORM NOTE-RUNNING-WORKER-PROCEDURE
                   END-IF
               END-PERFORM
               COMPUTE WS-FINISH-SECONDS =
                 WS-NOW-SECONDS + WS-LONGEST-EST-SECS
               MOVE WS-FINISH-SECONDS TO WS-SECONDS-WORK
               PERFORM SECONDS-TO-CLOCK-PROCEDURE
               MOVE WS-CLOCK-TEXT TO WS-FINISH-TEXT
               DISPLAY "PROGRESS-STATUS: PROJECTED COMPLETION "
                   WS-FINISH-TEXT
               IF WS-DEADLINE-SET-YES THEN
                   PERFORM CHECK-DEADLINE-PROCEDURE
               ELSE
                   MOVE "ADD" TO WS-LOG-OPERATION-FLAG
                   MOVE "PROGRESS-STATUS"
                     TO WS-LOG-RECORD-FUNCTION-NAME
                   MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                   STRING "PROJECTED COMPLETION " DELIMITED BY SIZE
                     WS-FINISH-TEXT DELIMITED BY SIZE
                     " - no deadline set" DELIMITED BY SIZE
                     INTO WS-LOG-RECORD-MESSAGE
                   CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                     WS-LOG-RECORD
               END-IF
           END-IF.
       NOTE-RUNNING-WORKER-PROCEDURE.
           IF WS-WK-EST-SECS(WS-WORKER-INDEX) > WS-LONGEST-EST-SECS
           THEN
               MOVE WS-WK-EST-SECS(WS-WORKER-INDEX)
                 TO WS-LONGEST-EST-SECS
           END-IF.
           MOVE WS-WK-START-STAMP(WS-WORKER-INDEX) TO WS-STAMP-WORK.
           PERFORM STAMP-TO-SECONDS-PROCEDURE.
           IF WS-EARLIEST-START-SECONDS = 0
           OR WS-SECONDS-WORK < WS-EARLIEST-START-SECONDS THEN
               MOVE WS-SECONDS-WORK TO WS-EARLIEST-START-SECONDS
               MOVE WS-WK-START-STAMP(WS-WORKER-INDEX)
                 TO WS-EARLIEST-START-STAMP
           END-IF.
       CHECK-DEADLINE-PROCEDURE.
           MOVE WS-EARLIEST-START-STAMP(1:8) TO WS-STAMP-DATE.
           MOVE WS-DEADLINE-HHMM(1:2) TO WS-STAMP-HH.
           MOVE WS-DEADLINE-HHMM(3:2) TO WS-STAMP-MI.
           MOVE 0 TO WS-STAMP-SS.
           PERFORM STAMP-TO-SECONDS-PROCEDURE.
           IF WS-SECONDS-WORK <= WS-EARLIEST-START-SECONDS THEN
               ADD 86400 TO WS-SECONDS-WORK
           END-IF.
           MOVE WS-SECONDS-WORK TO WS-DEADLINE-SECONDS.
           PERFORM SECONDS-TO-CLOCK-PROCEDURE.
           MOVE WS-CLOCK-TEXT TO WS-DEADLINE-TEXT-OUT.
           IF WS-FINISH-SECONDS + WS-MARGIN-MINUTES * 60 >
           WS-DEADLINE-SECONDS THEN
               SET WS-WARN-YES TO TRUE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING "PROJECTED COMPLETION " DELIMITED BY SIZE
                 WS-FINISH-TEXT DELIMITED BY SIZE
                 " WITHIN " DELIMITED BY SIZE
                 WS-MARGIN-MINUTES DELIMITED BY SIZE
                 " MIN OF DEADLINE " DELIMITED BY SIZE
                 WS-DEADLINE-TEXT-OUT DELIMITED BY SIZE
                 INTO WS-MESSAGE-LINE
               IF WS-FINISH-SECONDS > WS-DEADLINE-SECONDS THEN
                   MOVE SPACES TO WS-MESSAGE-LINE
                   STRING "PROJECTED COMPLETION " DELIMITED BY SIZE
                     WS-FINISH-TEXT DELIMITED BY SIZE
                     " PAST DEADLINE " DELIMITED BY SIZE
                     WS-DEADLINE-TEXT-OUT DELIMITED BY SIZE
                     INTO WS-MESSAGE-LINE
               END-IF
               DISPLAY "PROGRESS-STATUS: WARNING - "
                   FUNCTION TRIM(WS-MESSAGE-LINE)
               PERFORM LOG-WARN-PROCEDURE
           ELSE
               DISPLAY "PROGRESS-STATUS: ON TIME FOR DEADLINE "
                   WS-DEADLINE-TEXT-OUT " WITH " WS-MARGIN-MINUTES
                   " MIN MARGIN"
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "PROGRESS-STATUS" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "PROJECTED COMPLETION " DELIMITED BY SIZE
                 WS-FINISH-TEXT DELIMITED BY SIZE
                 " on time for deadline " DELIMITED BY SIZE
                 WS-DEADLINE-TEXT-OUT DELIMITED BY SIZE
                 INTO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
           END-IF.
       LOG-WARN-PROCEDURE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "PROGRESS-STATUS" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-MESSAGE-LINE TO WS-LOG-RECORD-MESSAGE.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       STAMP-TO-SECONDS-PROCEDURE.
      *****YYYYMMDDHHMMSS in WS-STAMP-WORK as seconds since the
      *****calendar's day one, into WS-SECONDS-WORK; a stamp that is
      *****not a date gives zero.
           IF WS-STAMP-WORK IS NUMERIC
           AND FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0 THEN
               COMPUTE WS-SECONDS-WORK =
                 FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
                 + WS-STAMP-HH * 3600 + WS-STAMP-MI * 60 + WS-STAMP-SS
           ELSE
               MOVE 0 TO WS-SECONDS-WORK
           END-IF.
       SECONDS-TO-CLOCK-PROCEDURE.
      *****WS-SECONDS-WORK back to "YYYY-MM-DD HH:MM:SS".
           DIVIDE WS-SECONDS-WORK BY 86400 GIVING WS-DAYS-WORK
             REMAINDER WS-DAY-SECONDS-WORK.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAYS-WORK)
             TO WS-DATE-WORK.
           MOVE WS-DAY-SECONDS-WORK TO WS-DURATION-SECS.
           PERFORM FORMAT-DURATION-PROCEDURE.
           MOVE SPACES TO WS-CLOCK-TEXT.
           STRING WS-DATE-WORK(1:4) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-DATE-WORK(5:2) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-DATE-WORK(7:2) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             WS-DURATION-TEXT(2:8) DELIMITED BY SIZE
             INTO WS-CLOCK-TEXT.
       FORMAT-DURATION-PROCEDURE.
      *****WS-DURATION-SECS as "HHH:MM:SS".
           DIVIDE WS-DURATION-SECS BY 3600 GIVING WS-DURATION-HH
             REMAINDER WS-DURATION-REST.
           DIVIDE WS-DURATION-REST BY 60 GIVING WS-DURATION-MI
             REMAINDER WS-DURATION-SS.
           MOVE SPACES TO WS-DURATION-TEXT.
           STRING WS-DURATION-HH DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             WS-DURATION-MI DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             WS-DURATION-SS DELIMITED BY SIZE
             INTO WS-DURATION-TEXT.
       END PROGRAM PROGRESS-STATUS.
