      *****
      *****The threshold is CISP_ALERT_THRESHOLD percent (default 50);
      *****the feed lands in CISP_ALERTS_FILE (default
      *****..\logs\alerts.data). Each alert is raised on the
      *****operations event feed through CISP-EVENT as well.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATS-ALERT.
       ENVIRONMENT DIVISION.
           02 AS-TOKEN-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 AS-FORM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 AS-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 AS-APPROVAL PIC X(12).
       FD ALERTS-FILE.
      *****Fixed-layout machine-readable feed, errors.data style -
      *****stamp, run id, script, prior average, tonight's time, and
       01 WS-MATCH-INDEX PIC 9(4).
       01 WS-PRIOR-AVG-CS PIC 9(8).
       01 WS-PCT-CHANGE PIC 9(8).
      *****************************************
      *    WS Shared with CISP-EVENT SubRoutine
      *****************************************
       01 WS-EVENT-OPERATION PIC X(12).
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-EVENT==.
       01 WS-ALERT-COUNT PIC 9(4) VALUE 0.
       LINKAGE SECTION.
       01 LS-ALERT-RUN-ID PIC X(20).
               WRITE ALERTS-RECORD
               ADD 1 TO WS-ALERT-COUNT
           END-IF.
           PERFORM RAISE-ALERT-EVENT-PROCEDURE.
       RAISE-ALERT-EVENT-PROCEDURE.
      *****Onto the operations event feed as well, whether or not the
      *****alerts file itself could be written.
           MOVE SPACES TO WS-EVENT-RECORD.
           MOVE "ALERT" TO WS-EVENT-TYPE.
           MOVE "WARN" TO WS-EVENT-SEVERITY.
           MOVE LS-ALERT-RUN-ID TO WS-EVENT-RUN-ID.
           MOVE "STATS-ALERT" TO WS-EVENT-SOURCE.
           MOVE WS-SCRIPT-NAME(WS-SEARCH-INDEX) TO WS-EVENT-REFERENCE.
           STRING "Elapsed " DELIMITED BY SIZE
             WS-SCRIPT-TONIGHT-CS(WS-SEARCH-INDEX) DELIMITED BY SIZE
             " cs against a prior average of " DELIMITED BY SIZE
             WS-PRIOR-AVG-CS DELIMITED BY SIZE
             " cs, up " DELIMITED BY SIZE
             WS-PCT-CHANGE DELIMITED BY SIZE
             " percent" DELIMITED BY SIZE
             INTO WS-EVENT-TEXT.
           MOVE "RAISE" TO WS-EVENT-OPERATION.
           CALL 'CISP-EVENT' USING WS-EVENT-OPERATION,
             WS-EVENT-RECORD.
       END PROGRAM STATS-ALERT.
