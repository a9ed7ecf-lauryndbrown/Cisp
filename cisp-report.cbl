      *****(A script failed only by an expected-results mismatch
      *****throws nothing, so it reads PASSED here; the mismatch is
      *****on the operator console and in the driver's counts.)
      *****Every FAILED script is followed in the error section by its
      *****error code's runbook entry from the error catalogue
      *****(CISP-ERRCAT) - what the code means, its owning team,
      *****whether a rerun is safe, and what to do - so the 3 AM
      *****operator has the answer on the same page as the failure.
      *****Called by CISP at the end of a batch run; the report lands
      *****in the file named by CISP_REPORT_FILE (default
      *****..\logs\report.data). A -match run reports the same way,
      *****its script standing in for the tests list, with the match
      *****outcome counts - matched, transactions with no master,
      *****masters with no activity - under the totals.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-REPORT.
       ENVIRONMENT DIVISION.
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-ERRCAT SubRoutine
      *****************************************
       01 WS-ERRCAT-OPERATION PIC X(12).
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-ERRCAT==.
       01 WS-ERRCAT-FOUND-FLAG PIC X.
           88 WS-ERRCAT-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-GUIDANCE-HEADER-DONE PIC X.
           88 WS-GUIDANCE-HEADER-DONE-YES VALUE 'Y', FALSE 'N'.
       78 WS-MAX-REPORT-SCRIPTS VALUE 400.
       78 WS-REPORT-PAGE-LINES VALUE 50.
       01 WS-RESULTS-FILE-NAME PIC X(100)
       01 LS-REPORT-QUAR-COUNT PIC 9(4).
       01 LS-REPORT-TESTS-FILE PIC X(100).
       01 LS-REPORT-RUN-ID PIC X(20).
      *****Mirrors CISP.cbl's WS-MATCH-TOTALS - the flag is 'N' on a
      *****batch run.
       01 LS-REPORT-MATCH-TOTALS.
           02 LS-REPORT-MATCH-FLAG PIC X.
               88 LS-REPORT-MATCH-YES VALUE 'Y', FALSE 'N'.
           02 LS-REPORT-MATCHED-COUNT PIC 9(9).
           02 LS-REPORT-NO-MASTER-COUNT PIC 9(9).
           02 LS-REPORT-NO-ACTIVITY-COUNT PIC 9(9).
       PROCEDURE DIVISION USING LS-REPORT-PASS-COUNT,
           LS-REPORT-FAIL-COUNT, LS-REPORT-SKIP-COUNT,
           LS-REPORT-QUAR-COUNT, LS-REPORT-TESTS-FILE,
           LS-REPORT-RUN-ID, LS-REPORT-MATCH-TOTALS.
       MAIN-PROCEDURE.
           MOVE "CISP_RESULTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
               MOVE '..\logs\errors.data' TO WS-ERRORS-FILE-NAME
           END-IF.
           MOVE LS-REPORT-TESTS-FILE TO WS-TESTS-FILE-NAME.
           IF LS-REPORT-MATCH-YES THEN
      *****A script, not a list - its results lines seed its entry.
               MOVE 0 TO WS-SCRIPT-COUNT
               MOVE 0 TO WS-TOTAL-RESULT-COUNT
           ELSE
               PERFORM LOAD-TESTS-LIST-PROCEDURE
           END-IF.
           PERFORM TALLY-RESULTS-PROCEDURE.
           PERFORM SCAN-ERRORS-FEED-PROCEDURE.
           PERFORM SCAN-SKIPS-PROCEDURE.
           ADD 1 TO WS-REPORT-LINE-COUNT.
       WRITE-SCRIPT-SECTION-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF LS-REPORT-MATCH-YES THEN
               STRING "MATCH SCRIPT: " DELIMITED BY SIZE
                 LS-REPORT-TESTS-FILE DELIMITED BY SPACE
                 INTO WS-REPORT-LINE
           ELSE
               STRING "BATCH LIST: " DELIMITED BY SIZE
                 LS-REPORT-TESTS-FILE DELIMITED BY SPACE
                 INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
               END-PERFORM
               CLOSE RPT-LOG-FILE
           END-IF.
           SET WS-GUIDANCE-HEADER-DONE-YES TO FALSE.
           PERFORM VARYING WS-SEARCH-INDEX FROM 1 BY 1 UNTIL
           WS-SEARCH-INDEX > WS-SCRIPT-COUNT
               IF WS-SCRIPT-STATUS(WS-SEARCH-INDEX) = "FAILED"
               AND WS-SCRIPT-ERROR-CODE(WS-SEARCH-INDEX) NOT = SPACES
               THEN
                   PERFORM WRITE-GUIDANCE-PROCEDURE
               END-IF
           END-PERFORM.
       WRITE-GUIDANCE-PROCEDURE.
      *****One failed script: its code's catalogue entry, or a plain
      *****statement that the catalogue has none - never silence.
           IF NOT WS-GUIDANCE-HEADER-DONE-YES THEN
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE "OPERATOR GUIDANCE:" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               SET WS-GUIDANCE-HEADER-DONE-YES TO TRUE
           END-IF.
           MOVE "LOOKUP" TO WS-ERRCAT-OPERATION.
           MOVE WS-SCRIPT-ERROR-CODE(WS-SEARCH-INDEX)
             TO WS-ERRCAT-CODE.
           CALL 'CISP-ERRCAT' USING WS-ERRCAT-OPERATION,
             WS-ERRCAT-RECORD, WS-ERRCAT-FOUND-FLAG.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE WS-SCRIPT-NAME(WS-SEARCH-INDEX)(1:60)
             TO WS-REPORT-LINE(3:60).
           MOVE WS-ERRCAT-CODE TO WS-REPORT-LINE(64:8).
           IF WS-ERRCAT-FOUND-YES THEN
               MOVE WS-ERRCAT-SEVERITY TO WS-REPORT-LINE(73:5)
               MOVE WS-ERRCAT-OWNER TO WS-REPORT-LINE(79:12)
               IF WS-ERRCAT-RERUN-SAFE-YES THEN
                   MOVE "RERUN SAFE" TO WS-REPORT-LINE(92:13)
               ELSE
                   MOVE "DO NOT RERUN" TO WS-REPORT-LINE(92:13)
               END-IF
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-ERRCAT-DESCRIPTION TO WS-REPORT-LINE(7:60)
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "ACTION: " TO WS-REPORT-LINE(7:8)
               MOVE WS-ERRCAT-ACTION TO WS-REPORT-LINE(15:100)
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           ELSE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE "NOT IN THE ERROR CATALOGUE - REFER TO DEVELOPMENT"
                 TO WS-REPORT-LINE(7:60)
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       WRITE-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
             WS-ERROR-LINE-COUNT DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF LS-REPORT-MATCH-YES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MATCH  - MATCHED: " DELIMITED BY SIZE
                 LS-REPORT-MATCHED-COUNT DELIMITED BY SIZE
                 "  NO MASTER: " DELIMITED BY SIZE
                 LS-REPORT-NO-MASTER-COUNT DELIMITED BY SIZE
                 "  NO ACTIVITY: " DELIMITED BY SIZE
                 LS-REPORT-NO-ACTIVITY-COUNT DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       END PROGRAM CISP-REPORT.
