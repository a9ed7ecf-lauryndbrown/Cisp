       01 WS-ERRORS-FILE-NAME PIC X(100).
       01 WS-ERRORS-FILE-STATUS PIC XX.
           88 WS-ERRORS-FILE-STATUS-OK VALUE '00', '05'.
      *****The most recent fatal thrown through here, held so a driver
      *****that only sees LISP's fatal flag come back (the -data
      *****record loop) can ask which code and form stopped the
      *****record. Cleared as it is handed over.
       01 WS-LAST-ERROR-CODE PIC X(8) VALUE SPACES.
       01 WS-LAST-ERROR-FORM PIC 9(4) VALUE 0.
      *****************************************
      *    WS Shared with CISP-EVENT SubRoutine
      *****************************************
       01 WS-EVENT-OPERATION PIC X(12).
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-EVENT==.
      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
       MAIN-PROCEDURE.
           EVALUATE LS-CISP-ERROR-FLAG
           WHEN "THROW-ERROR"
           PERFORM THROW-ERROR-PROCEDURE
           WHEN "LAST-ERROR"
           PERFORM LAST-ERROR-PROCEDURE.
           GOBACK.
       THROW-ERROR-PROCEDURE.
      *****A fatal thrown inside a script's try body is the script's
      *****to handle - a WARN in the log with its code, and nothing
      *****on the errors feed or the event feed, so it is not a
      *****script failure and never counts toward quarantine.
           IF LS-ERROR-HANDLED-YES AND LS-ERROR-FATAL-YES THEN
               PERFORM LOG-HANDLED-ERROR-PROCEDURE
           ELSE
               DISPLAY LS-ERROR-NAME
               DISPLAY LS-ERROR-MESSAGE
               PERFORM WRITE-ERROR-FEED-PROCEDURE
               PERFORM RAISE-ERROR-EVENT-PROCEDURE
               IF LS-ERROR-FATAL-YES THEN
                   MOVE LS-ERROR-CODE TO WS-LAST-ERROR-CODE
                   MOVE LS-ERROR-FORM TO WS-LAST-ERROR-FORM
                   PERFORM PRINT-CALL-STACK-PROCEDURE
                   IF LS-ERROR-BATCH-MODE-YES THEN
      *****Batch mode - log it and return so the caller (LISP.cbl) can
      *****abort just this one script and let CISP move on to the next
      *****file in TESTS-FILE instead of taking the whole run down.
                       PERFORM LOG-ERROR-PROCEDURE
                   ELSE
                       PERFORM END-CISP-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       LAST-ERROR-PROCEDURE.
      *****Hand back the last fatal's code and form and forget them, so
      *****the next record's failure is never blamed on this one's.
           MOVE WS-LAST-ERROR-CODE TO LS-ERROR-CODE.
           MOVE WS-LAST-ERROR-FORM TO LS-ERROR-FORM.
           MOVE SPACES TO WS-LAST-ERROR-CODE.
           MOVE 0 TO WS-LAST-ERROR-FORM.
       PRINT-CALL-STACK-PROCEDURE.
      *****Show what was on the call stack when the fatal error hit,
      *****same RECURSION flag LISP.cbl's own PRINT-CALL-STACK uses.
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       LOG-HANDLED-ERROR-PROCEDURE.
      *****WARN, with the code first, so the handled ones can still be
      *****counted out of the log by code.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           MOVE "CISP-ERROR" TO
                WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "HANDLED " DELIMITED BY SIZE
             LS-ERROR-CODE DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             LS-ERROR-NAME DELIMITED BY "  "
             " " DELIMITED BY SIZE
             LS-ERROR-MESSAGE DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       LOG-ERROR-PROCEDURE.
      ******log error
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
               WRITE ERRORS-RECORD
               CLOSE ERRORS-FILE
           END-IF.
       RAISE-ERROR-EVENT-PROCEDURE.
      *****The same failure onto the operations event feed. CE3xxx
      *****codes are the driver turning a data file or a script away
      *****before it ran, so they go up as REJECTs; anything else is
      *****a script that failed while it ran.
           MOVE SPACES TO WS-EVENT-RECORD.
           IF LS-ERROR-CODE(1:3) = "CE3" THEN
               MOVE "REJECT" TO WS-EVENT-TYPE
               MOVE "CISP" TO WS-EVENT-SOURCE
           ELSE
               MOVE "ERROR" TO WS-EVENT-TYPE
               IF LS-ERROR-CODE(1:3) = "CE2" THEN
                   MOVE "TOKENIZER" TO WS-EVENT-SOURCE
               ELSE
                   MOVE "LISP" TO WS-EVENT-SOURCE
               END-IF
           END-IF.
           IF LS-ERROR-FATAL-YES THEN
               MOVE "FATAL" TO WS-EVENT-SEVERITY
           ELSE
               MOVE "ERROR" TO WS-EVENT-SEVERITY
           END-IF.
           MOVE LS-ERROR-RUN-ID TO WS-EVENT-RUN-ID.
           MOVE LS-ERROR-CODE TO WS-EVENT-CODE.
           MOVE LS-ERROR-FILE TO WS-EVENT-REFERENCE.
           MOVE LS-ERROR-MESSAGE TO WS-EVENT-TEXT.
           MOVE "RAISE" TO WS-EVENT-OPERATION.
           CALL 'CISP-EVENT' USING WS-EVENT-OPERATION,
             WS-EVENT-RECORD.
       CLOSE-OPEN-FILES-PROCEDURE.
           MOVE "STACK-FILE-STATUS" TO WS-RECURSION-FLAG.
           CALL "RECURSION" USING WS-RECURSION-FLAG.
