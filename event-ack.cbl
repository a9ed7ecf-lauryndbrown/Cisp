      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: List, acknowledge, assign and close operations events
      * Tectonics: cobc
      ******************************************************************
      *****Every producer now raises its failures, rejects, timing
      *****alerts and quarantines on the one operations event feed
      *****(CISP_EVENTS_FILE, default ..\logs\events.data, layout in
      *****ops-event.cpy). This is the console's side of it: what is
      *****still open, and a record of who has dealt with what.
      *****
      *****    -list [-all]          every event not yet closed, with
      *****                          its standing and the last action;
      *****                          -all takes in the closed ones too
      *****    -ack SEQ -by NAME     NAME has seen event SEQ
      *****    -assign SEQ -to WHO -by NAME
      *****                          NAME hands event SEQ to WHO
      *****    -close SEQ -by NAME   event SEQ is dealt with
      *****    -shift                end-of-shift report: every event
      *****                          still unacknowledged, and how many
      *****                          stand at each state
      *****
      *****Any action may carry -note TEXT. Actions are appended to
      *****CISP_EVENT_ACTIONS_FILE (default ..\logs\eventacts.data,
      *****layout in ops-event-action.cpy); the feed itself is never
      *****rewritten. An event's standing is the last action against
      *****it - OPEN (none yet), ACKED, ASSIGNED or CLOSED. An
      *****assignment counts as acknowledged. The shift report
      *****displays and also lands in CISP_EVENT_REPORT_FILE (default
      *****..\logs\eventshift.data).
      *****
      *****Usage: EVENT-ACK [-list [-all]] | -shift |
      *****       -ack SEQ -by NAME [-note TEXT] |
      *****       -assign SEQ -to WHO -by NAME [-note TEXT] |
      *****       -close SEQ -by NAME [-note TEXT]
      *****RETURN-CODE 0 done; 4 when an action is refused for the
      *****event's standing (already acknowledged, already closed) or
      *****the shift report finds unacknowledged events; 8 on a usage
      *****error, an event number not on the feed, or a file that
      *****cannot be read or written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVENT-ACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EVENTS-FILE
           ASSIGN TO DYNAMIC WS-EVENTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTS-FILE-STATUS.
       SELECT OPTIONAL ACTIONS-FILE
           ASSIGN TO DYNAMIC WS-ACTIONS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACTIONS-FILE-STATUS.
       SELECT OPTIONAL RESPONSE-FILE
           ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENTS-FILE.
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==EVENTS==.
       FD ACTIONS-FILE.
       COPY "ops-event-action.cpy"
           REPLACING LEADING ==PREFIX== BY ==ACTIONS==.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-RUN-ID PIC X(20).
       01 WS-EVENTS-FILE-NAME PIC X(100).
       01 WS-EVENTS-FILE-STATUS PIC XX.
           88 WS-EVENTS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-ACTIONS-FILE-NAME PIC X(100).
       01 WS-ACTIONS-FILE-STATUS PIC XX.
           88 WS-ACTIONS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RESPONSE-FILE-NAME PIC X(100).
       01 WS-RESPONSE-FILE-STATUS PIC XX.
           88 WS-RESPONSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
       01 WS-ACTION PIC X(7).
       01 WS-TARGET-SEQ-TEXT PIC X(100).
       01 WS-TARGET-SEQ PIC 9(9).
       01 WS-OPERATOR PIC X(100).
       01 WS-ASSIGNEE PIC X(100).
       01 WS-NOTE PIC X(100).
       01 WS-LIST-ALL-FLAG PIC X VALUE 'N'.
           88 WS-LIST-ALL-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-PROBLEM-YES VALUE 'Y', FALSE 'N'.
       01 WS-WARN-FLAG PIC X VALUE 'N'.
           88 WS-WARN-YES VALUE 'Y', FALSE 'N'.
      *****The whole feed, each event with its standing once the
      *****actions file has been laid over it.
       78 WS-MAX-EVENTS VALUE 5000.
       01 WS-EVENT-TABLE.
           02 WS-EVENT-COUNT PIC 9(5) VALUE 0.
           02 WS-EVENT-ENTRY OCCURS WS-MAX-EVENTS TIMES.
               03 WS-EV-DATA PIC X(286).
               03 WS-EV-STATE PIC X(8).
               03 WS-EV-ACTION-STAMP PIC X(14).
               03 WS-EV-ACTION PIC X(8).
               03 WS-EV-OPERATOR PIC X(12).
               03 WS-EV-ASSIGNEE PIC X(12).
               03 WS-EV-NOTE PIC X(100).
       01 WS-EVENT-INDEX PIC 9(5).
       01 WS-EVENT-MATCH PIC 9(5).
       01 WS-LOOKUP-SEQ PIC 9(9).
       01 WS-OVERFLOW-COUNT PIC 9(6) VALUE 0.
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-SHOW==.
       01 WS-OPEN-COUNT PIC 9(6) VALUE 0.
       01 WS-ACKED-COUNT PIC 9(6) VALUE 0.
       01 WS-ASSIGNED-COUNT PIC 9(6) VALUE 0.
       01 WS-CLOSED-COUNT PIC 9(6) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE PIC X(200).
       01 WS-MESSAGE-LINE PIC X(200).
       01 WS-LINE-PTR PIC 9(4).
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
           PERFORM READ-CMD-LINE-PROCEDURE.
           PERFORM CHECK-USAGE-PROCEDURE.
           IF WS-PROBLEM-YES THEN
               DISPLAY "EVENT-ACK: USAGE: EVENT-ACK [-list [-all]]"
                   " | -shift | -ack SEQ -by NAME [-note TEXT]"
                   " | -assign SEQ -to WHO -by NAME [-note TEXT]"
                   " | -close SEQ -by NAME [-note TEXT]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM RESOLVE-SETTINGS-PROCEDURE.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           PERFORM LOAD-EVENTS-PROCEDURE.
           IF NOT WS-PROBLEM-YES THEN
               PERFORM LOAD-ACTIONS-PROCEDURE
           END-IF.
           IF WS-PROBLEM-YES THEN
               CONTINUE
           ELSE IF WS-ACTION = "-list" THEN
               PERFORM LIST-EVENTS-PROCEDURE
           ELSE IF WS-ACTION = "-shift" THEN
               PERFORM SHIFT-REPORT-PROCEDURE
           ELSE
               PERFORM RECORD-ACTION-PROCEDURE
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
       READ-CMD-LINE-PROCEDURE.
           MOVE "-list" TO WS-ACTION.
           MOVE SPACES TO WS-TARGET-SEQ-TEXT.
           MOVE SPACES TO WS-OPERATOR.
           MOVE SPACES TO WS-ASSIGNEE.
           MOVE SPACES TO WS-NOTE.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-SWITCH-VALUE-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-ack" OR "-assign"
               OR "-close" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ACTION
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-by" OR "-to"
               OR "-note" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-list" OR "-shift" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ACTION
               ELSE IF WS-CMD-LINE-ARG = "-all" THEN
                   SET WS-LIST-ALL-YES TO TRUE
               ELSE
                   DISPLAY "EVENT-ACK: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "EVENT-ACK: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       STORE-SWITCH-VALUE-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-ack"
               MOVE WS-CMD-LINE-ARG TO WS-TARGET-SEQ-TEXT
           WHEN "-assign"
               MOVE WS-CMD-LINE-ARG TO WS-TARGET-SEQ-TEXT
           WHEN "-close"
               MOVE WS-CMD-LINE-ARG TO WS-TARGET-SEQ-TEXT
           WHEN "-by"
               MOVE WS-CMD-LINE-ARG TO WS-OPERATOR
           WHEN "-to"
               MOVE WS-CMD-LINE-ARG TO WS-ASSIGNEE
           WHEN "-note"
               MOVE WS-CMD-LINE-ARG TO WS-NOTE
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       CHECK-USAGE-PROCEDURE.
      *****An action needs an event number, a name to record it
      *****under, and - for an assignment - someone to hand it to.
           IF WS-ACTION = "-list" OR "-shift" THEN
               CONTINUE
           ELSE IF WS-TARGET-SEQ-TEXT = SPACES
           OR FUNCTION TEST-NUMVAL(WS-TARGET-SEQ-TEXT) NOT = 0 THEN
               SET WS-PROBLEM-YES TO TRUE
           ELSE IF FUNCTION NUMVAL(WS-TARGET-SEQ-TEXT) < 1
           OR FUNCTION NUMVAL(WS-TARGET-SEQ-TEXT) > 999999999 THEN
               SET WS-PROBLEM-YES TO TRUE
           ELSE IF WS-OPERATOR = SPACES THEN
               SET WS-PROBLEM-YES TO TRUE
           ELSE IF WS-ACTION = "-assign" AND WS-ASSIGNEE = SPACES THEN
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               MOVE FUNCTION NUMVAL(WS-TARGET-SEQ-TEXT)
                 TO WS-TARGET-SEQ
           END-IF.
       RESOLVE-SETTINGS-PROCEDURE.
           MOVE "CISP_EVENTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-EVENTS-FILE-NAME.
           IF WS-EVENTS-FILE-NAME = SPACES THEN
               MOVE '..\logs\events.data' TO WS-EVENTS-FILE-NAME
           END-IF.
           MOVE "CISP_EVENT_ACTIONS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-ACTIONS-FILE-NAME.
           IF WS-ACTIONS-FILE-NAME = SPACES THEN
               MOVE '..\logs\eventacts.data' TO WS-ACTIONS-FILE-NAME
           END-IF.
           MOVE "CISP_EVENT_REPORT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESPONSE-FILE-NAME.
           IF WS-RESPONSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\eventshift.data' TO WS-RESPONSE-FILE-NAME
           END-IF.
       LOAD-EVENTS-PROCEDURE.
      *****An absent feed is an empty one - nothing has been raised.
           OPEN INPUT EVENTS-FILE.
           IF NOT WS-EVENTS-FILE-STATUS-OK THEN
               DISPLAY "EVENT-ACK: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-EVENTS-FILE-NAME)
                   "', STATUS=" WS-EVENTS-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ EVENTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM LOAD-EVENT-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               IF WS-OVERFLOW-COUNT > 0 THEN
                   DISPLAY "EVENT-ACK: EVENT TABLE FULL, "
                       WS-OVERFLOW-COUNT " LATER EVENT(S) NOT LOADED"
                   SET WS-WARN-YES TO TRUE
               END-IF
           END-IF.
       LOAD-EVENT-LINE-PROCEDURE.
           IF EVENTS-SEQ IS NOT NUMERIC THEN
               CONTINUE
           ELSE IF WS-EVENT-COUNT >= WS-MAX-EVENTS THEN
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               MOVE EVENTS-RECORD TO WS-EV-DATA(WS-EVENT-COUNT)
               MOVE "OPEN" TO WS-EV-STATE(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-ACTION-STAMP(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-ACTION(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-OPERATOR(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-ASSIGNEE(WS-EVENT-COUNT)
               MOVE SPACES TO WS-EV-NOTE(WS-EVENT-COUNT)
           END-IF.
       LOAD-ACTIONS-PROCEDURE.
      *****Laid over the feed in the order they were taken, so the
      *****last one against an event is its standing. Actions on
      *****events no longer on the feed are passed over.
           OPEN INPUT ACTIONS-FILE.
           IF NOT WS-ACTIONS-FILE-STATUS-OK THEN
               DISPLAY "EVENT-ACK: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-ACTIONS-FILE-NAME)
                   "', STATUS=" WS-ACTIONS-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ ACTIONS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM APPLY-ACTION-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE ACTIONS-FILE
           END-IF.
       APPLY-ACTION-LINE-PROCEDURE.
           IF ACTIONS-SEQ IS NUMERIC THEN
               MOVE ACTIONS-SEQ TO WS-LOOKUP-SEQ
               PERFORM FIND-EVENT-PROCEDURE
               IF WS-EVENT-MATCH > 0 THEN
                   EVALUATE ACTIONS-ACTION
                   WHEN "ACK"
                       MOVE "ACKED" TO WS-EV-STATE(WS-EVENT-MATCH)
                   WHEN "ASSIGN"
                       MOVE "ASSIGNED" TO WS-EV-STATE(WS-EVENT-MATCH)
                       MOVE ACTIONS-ASSIGNEE
                         TO WS-EV-ASSIGNEE(WS-EVENT-MATCH)
                   WHEN "CLOSE"
                       MOVE "CLOSED" TO WS-EV-STATE(WS-EVENT-MATCH)
                   END-EVALUATE
                   MOVE ACTIONS-STAMP
                     TO WS-EV-ACTION-STAMP(WS-EVENT-MATCH)
                   MOVE ACTIONS-ACTION TO WS-EV-ACTION(WS-EVENT-MATCH)
                   MOVE ACTIONS-OPERATOR
                     TO WS-EV-OPERATOR(WS-EVENT-MATCH)
                   MOVE ACTIONS-NOTE TO WS-EV-NOTE(WS-EVENT-MATCH)
               END-IF
           END-IF.
       FIND-EVENT-PROCEDURE.
           MOVE 0 TO WS-EVENT-MATCH.
           PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1 UNTIL
           WS-EVENT-INDEX > WS-EVENT-COUNT OR WS-EVENT-MATCH > 0
               IF WS-EV-DATA(WS-EVENT-INDEX)(1:9) = WS-LOOKUP-SEQ THEN
                   MOVE WS-EVENT-INDEX TO WS-EVENT-MATCH
               END-IF
           END-PERFORM.
       RECORD-ACTION-PROCEDURE.
      *****Refused outright for an event that is not on the feed, and
      *****for an action its standing makes pointless - a closed
      *****event takes nothing further, and acknowledging one that
      *****is already acknowledged or assigned records nothing new.
           MOVE WS-TARGET-SEQ TO WS-LOOKUP-SEQ.
           PERFORM FIND-EVENT-PROCEDURE.
           IF WS-EVENT-MATCH = 0 THEN
               DISPLAY "EVENT-ACK: NO EVENT " WS-TARGET-SEQ
                   " ON THE FEED"
               SET WS-PROBLEM-YES TO TRUE
           ELSE IF WS-EV-STATE(WS-EVENT-MATCH) = "CLOSED" THEN
               DISPLAY "EVENT-ACK: EVENT " WS-TARGET-SEQ
                   " IS ALREADY CLOSED BY "
                   FUNCTION TRIM(WS-EV-OPERATOR(WS-EVENT-MATCH))
               SET WS-WARN-YES TO TRUE
           ELSE IF WS-ACTION = "-ack"
           AND WS-EV-STATE(WS-EVENT-MATCH) NOT = "OPEN" THEN
               DISPLAY "EVENT-ACK: EVENT " WS-TARGET-SEQ
                   " IS ALREADY "
                   FUNCTION TRIM(WS-EV-STATE(WS-EVENT-MATCH))
                   " BY " FUNCTION TRIM(WS-EV-OPERATOR(WS-EVENT-MATCH))
               SET WS-WARN-YES TO TRUE
           ELSE
               PERFORM WRITE-ACTION-PROCEDURE
           END-IF.
       WRITE-ACTION-PROCEDURE.
           MOVE SPACES TO ACTIONS-RECORD.
           MOVE WS-TARGET-SEQ TO ACTIONS-SEQ.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACTIONS-STAMP.
           EVALUATE WS-ACTION
           WHEN "-ack"
               MOVE "ACK" TO ACTIONS-ACTION
           WHEN "-assign"
               MOVE "ASSIGN" TO ACTIONS-ACTION
               MOVE WS-ASSIGNEE TO ACTIONS-ASSIGNEE
           WHEN "-close"
               MOVE "CLOSE" TO ACTIONS-ACTION
           END-EVALUATE.
           MOVE WS-OPERATOR TO ACTIONS-OPERATOR.
           MOVE WS-NOTE TO ACTIONS-NOTE.
           OPEN EXTEND ACTIONS-FILE.
           IF NOT WS-ACTIONS-FILE-STATUS-OK THEN
               DISPLAY "EVENT-ACK: ACTIONS-FILE OPEN FAILED, STATUS="
                   WS-ACTIONS-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               WRITE ACTIONS-RECORD
               CLOSE ACTIONS-FILE
               MOVE SPACES TO WS-MESSAGE-LINE
               MOVE 1 TO WS-LINE-PTR
               STRING "EVENT " DELIMITED BY SIZE
                 WS-TARGET-SEQ DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ACTIONS-ACTION DELIMITED BY SPACE
                 " BY " DELIMITED BY SIZE
                 ACTIONS-OPERATOR DELIMITED BY SPACE
                 INTO WS-MESSAGE-LINE WITH POINTER WS-LINE-PTR
               IF WS-ACTION = "-assign" THEN
                   STRING " TO " DELIMITED BY SIZE
                     ACTIONS-ASSIGNEE DELIMITED BY SPACE
                     INTO WS-MESSAGE-LINE WITH POINTER WS-LINE-PTR
               END-IF
               DISPLAY "EVENT-ACK: " FUNCTION TRIM(WS-MESSAGE-LINE)
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "EVENT-ACK" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE WS-MESSAGE-LINE TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
           END-IF.
       LIST-EVENTS-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SEQ       RAISED         TYPE       SEV   STATE    "
             "CODE     REFERENCE" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1 UNTIL
           WS-EVENT-INDEX > WS-EVENT-COUNT
               PERFORM COUNT-STATE-PROCEDURE
               IF WS-LIST-ALL-YES
               OR WS-EV-STATE(WS-EVENT-INDEX) NOT = "CLOSED" THEN
                   PERFORM SHOW-EVENT-PROCEDURE
               END-IF
           END-PERFORM.
           PERFORM SHOW-TOTALS-PROCEDURE.
       SHIFT-REPORT-PROCEDURE.
      *****Everything still unacknowledged when the shift hands over,
      *****oldest first, then the feed's standing as a whole. Any
      *****left unacknowledged is a WARN - the next shift inherits it.
           OPEN OUTPUT RESPONSE-FILE.
           IF NOT WS-RESPONSE-FILE-STATUS-OK THEN
               DISPLAY "EVENT-ACK: RESPONSE-FILE OPEN FAILED,"
                   " STATUS=" WS-RESPONSE-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "END OF SHIFT - UNACKNOWLEDGED EVENTS AS OF "
               DELIMITED BY SIZE
               WS-RUN-ID(1:4) "-" WS-RUN-ID(5:2) "-" WS-RUN-ID(7:2)
               " " WS-RUN-ID(9:2) ":" WS-RUN-ID(11:2)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SEQ       RAISED         TYPE       SEV   STATE    "
             "CODE     REFERENCE" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1 UNTIL
           WS-EVENT-INDEX > WS-EVENT-COUNT
               PERFORM COUNT-STATE-PROCEDURE
               IF WS-EV-STATE(WS-EVENT-INDEX) = "OPEN" THEN
                   PERFORM SHOW-EVENT-PROCEDURE
               END-IF
           END-PERFORM.
           IF WS-LISTED-COUNT = 0 THEN
               MOVE "  NONE" TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           PERFORM SHOW-TOTALS-PROCEDURE.
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               CLOSE RESPONSE-FILE
           END-IF.
           IF WS-OPEN-COUNT > 0 THEN
               SET WS-WARN-YES TO TRUE
               MOVE SPACES TO WS-MESSAGE-LINE
               STRING WS-OPEN-COUNT DELIMITED BY SIZE
                 " EVENT(S) UNACKNOWLEDGED AT END OF SHIFT"
                 DELIMITED BY SIZE
                 INTO WS-MESSAGE-LINE
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "EVENT-ACK" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE WS-MESSAGE-LINE TO WS-LOG-RECORD-MESSAGE
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           END-IF.
       COUNT-STATE-PROCEDURE.
           EVALUATE WS-EV-STATE(WS-EVENT-INDEX)
           WHEN "OPEN"
               ADD 1 TO WS-OPEN-COUNT
           WHEN "ACKED"
               ADD 1 TO WS-ACKED-COUNT
           WHEN "ASSIGNED"
               ADD 1 TO WS-ASSIGNED-COUNT
           WHEN "CLOSED"
               ADD 1 TO WS-CLOSED-COUNT
           END-EVALUATE.
       SHOW-EVENT-PROCEDURE.
      *****The event line, its text, and the last action if any.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE WS-EV-DATA(WS-EVENT-INDEX) TO WS-SHOW-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SHOW-SEQ DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHOW-STAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHOW-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHOW-SEVERITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EV-STATE(WS-EVENT-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHOW-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SHOW-REFERENCE DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "          " DELIMITED BY SIZE
               WS-SHOW-SOURCE DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               WS-SHOW-RUN-ID DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-SHOW-TEXT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-EV-ACTION(WS-EVENT-INDEX) NOT = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 11 TO WS-LINE-PTR
               STRING WS-EV-ACTION(WS-EVENT-INDEX) DELIMITED BY SPACE
                   " BY " DELIMITED BY SIZE
                   WS-EV-OPERATOR(WS-EVENT-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-EV-ACTION-STAMP(WS-EVENT-INDEX) DELIMITED BY SIZE
                   INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               IF WS-EV-STATE(WS-EVENT-INDEX) = "ASSIGNED" THEN
                   STRING " TO " DELIMITED BY SIZE
                       WS-EV-ASSIGNEE(WS-EVENT-INDEX) DELIMITED BY SPACE
                       INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               IF WS-EV-NOTE(WS-EVENT-INDEX) NOT = SPACES THEN
                   STRING ": " DELIMITED BY SIZE
                       WS-EV-NOTE(WS-EVENT-INDEX) DELIMITED BY SIZE
                       INTO WS-REPORT-LINE WITH POINTER WS-LINE-PTR
               END-IF
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       SHOW-TOTALS-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EVENTS ON FEED " DELIMITED BY SIZE
               WS-EVENT-COUNT DELIMITED BY SIZE
               "  UNACKNOWLEDGED " DELIMITED BY SIZE
               WS-OPEN-COUNT DELIMITED BY SIZE
               "  ACKNOWLEDGED " DELIMITED BY SIZE
               WS-ACKED-COUNT DELIMITED BY SIZE
               "  ASSIGNED " DELIMITED BY SIZE
               WS-ASSIGNED-COUNT DELIMITED BY SIZE
               "  CLOSED " DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               MOVE WS-REPORT-LINE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-IF.
       END PROGRAM EVENT-ACK.
