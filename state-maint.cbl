      *****
      *****Every change writes a WARN record to the shared log with
      *****the before and after values, so the audit trail shows who
      *****touched the carry-forwards and when, and appends the same
      *****before/after images to the state journal LISP's persist
      *****writes (CISP_STATE_JOURNAL_FILE) so STATE-RESTORE can roll
      *****a hand edit back like any run's. The store path comes from
      *****CISP_STATE_FILE like LISP.cbl's.
      *****
      *****The operator signs on through CISP-SIGNON when the program
      *****starts and is turned away (RC 8) unless the authority file
      *****holds them. LIST and SHOW then need the VIEW function, SET,
      *****ADD, DELETE and IMPORT the UPDATE function; each command is
      *****checked as it is given, so the access log shows every one,
      *****and the operator goes on the WARN record and the journal.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-MAINT.
       ENVIRONMENT DIVISION.
           ASSIGN TO DYNAMIC WS-OLD-STATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATE-STATUS.
       SELECT OPTIONAL STATE-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-STATE-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATE-FILE.
       01 OLD-STATE-RECORD.
           02 OLD-STATE-NAME PIC X(50).
           02 OLD-STATE-VALUE PIC X(100).
       FD STATE-JOURNAL-FILE.
       COPY "state-journal.cpy"
           REPLACING LEADING ==PREFIX== BY ==STATE==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
           88 WS-OLD-STATE-STATUS-OK VALUE '00'.
       01 WS-IMPORT-COUNT PIC 9(6).
       01 WS-IMPORT-DUP-COUNT PIC 9(6).
       01 WS-STATE-JOURNAL-NAME PIC X(100).
       01 WS-STATE-JOURNAL-STATUS PIC XX.
           88 WS-STATE-JOURNAL-STATUS-OK VALUE '00', '05'.
      *****Before/after images for the journal record of one change.
       01 WS-JOURNAL-ACTION PIC X(6).
       01 WS-JOURNAL-KEY PIC X(50).
       01 WS-JOURNAL-BEFORE-FLAG PIC X.
           88 WS-JOURNAL-BEFORE-YES VALUE 'Y', FALSE 'N'.
       01 WS-JOURNAL-BEFORE PIC X(100).
       01 WS-JOURNAL-AFTER-FLAG PIC X.
           88 WS-JOURNAL-AFTER-YES VALUE 'Y', FALSE 'N'.
       01 WS-JOURNAL-AFTER PIC X(100).
      *****The function the command being dispatched needs.
       01 WS-NEEDED-FUNCTION PIC X(10).
      *****************************************
      *    WS Shared with CISP-SIGNON SubRoutine
      *****************************************
       01 WS-SIGNON-OPERATION PIC X(12).
       COPY "signon-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-OPERATOR PIC X(12).
      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
           IF WS-STATE-FILE-NAME = SPACES THEN
               MOVE '..\logs\state.data' TO WS-STATE-FILE-NAME
           END-IF.
           MOVE "CISP_STATE_JOURNAL_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-STATE-JOURNAL-NAME.
           IF WS-STATE-JOURNAL-NAME = SPACES THEN
               MOVE '..\logs\statejrnl.data' TO WS-STATE-JOURNAL-NAME
           END-IF.
           MOVE SPACES TO WS-SIGNON-REQUEST.
           MOVE "STATE-MAINT" TO WS-SIGNON-PROGRAM.
           MOVE WS-RUN-ID TO WS-SIGNON-RUN-ID.
           MOVE "SIGNON" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               DISPLAY "STATE-MAINT: OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR) " NOT SIGNED ON - "
                   FUNCTION TRIM(WS-SIGNON-REASON)
               MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "SIGNED ON AS " FUNCTION TRIM(WS-OPERATOR).
           DISPLAY "State store maintenance. Commands: LIST, SHOW"
               " name, SET name value, ADD name value, DELETE name,"
               " IMPORT path, QUIT.".
               ACCEPT WS-INPUT-LINE FROM CONSOLE
               IF WS-INPUT-LINE NOT = SPACES THEN
                   PERFORM PARSE-COMMAND-PROCEDURE
                   PERFORM AUTHORIZE-COMMAND-PROCEDURE
                   IF WS-SIGNON-GRANTED-YES THEN
                       PERFORM DISPATCH-COMMAND-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
               MOVE WS-INPUT-LINE(WS-PARSE-PTR:
                 WS-INPUT-LEN - WS-PARSE-PTR + 1) TO WS-CMD-VALUE
           END-IF.
       AUTHORIZE-COMMAND-PROCEDURE.
      *****QUIT and a mistyped word need nothing; the rest are checked
      *****with the entry or file named, for the access log.
           EVALUATE WS-CMD-WORD
           WHEN "LIST"
           WHEN "SHOW"
               MOVE "VIEW" TO WS-NEEDED-FUNCTION
           WHEN "SET"
           WHEN "ADD"
           WHEN "DELETE"
           WHEN "IMPORT"
               MOVE "UPDATE" TO WS-NEEDED-FUNCTION
           WHEN OTHER
               MOVE SPACES TO WS-NEEDED-FUNCTION
           END-EVALUATE.
           IF WS-NEEDED-FUNCTION = SPACES THEN
               SET WS-SIGNON-GRANTED-YES TO TRUE
           ELSE
               MOVE WS-NEEDED-FUNCTION TO WS-SIGNON-FUNCTION
               MOVE SPACES TO WS-SIGNON-DETAIL
               STRING WS-CMD-WORD DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-CMD-NAME DELIMITED BY SIZE
                 INTO WS-SIGNON-DETAIL
               MOVE "CHECK" TO WS-SIGNON-OPERATION
               CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
                 WS-SIGNON-REQUEST
               IF NOT WS-SIGNON-GRANTED-YES THEN
                   DISPLAY "STATE-MAINT: "
                       FUNCTION TRIM(WS-CMD-WORD) " REFUSED - "
                       FUNCTION TRIM(WS-OPERATOR) " "
                       FUNCTION TRIM(WS-SIGNON-REASON) " ("
                       FUNCTION TRIM(WS-NEEDED-FUNCTION) ")"
               END-IF
           END-IF.
       DISPATCH-COMMAND-PROCEDURE.
           EVALUATE WS-CMD-WORD
           WHEN "LIST"
                       IF WS-STATE-FILE-STATUS-OK THEN
                           DISPLAY "  CHANGED"
                           PERFORM LOG-CHANGE-PROCEDURE
                           MOVE "CHANGE" TO WS-JOURNAL-ACTION
                           MOVE WS-CMD-NAME TO WS-JOURNAL-KEY
                           SET WS-JOURNAL-BEFORE-YES TO TRUE
                           MOVE WS-BEFORE-VALUE TO WS-JOURNAL-BEFORE
                           SET WS-JOURNAL-AFTER-YES TO TRUE
                           MOVE WS-CMD-VALUE TO WS-JOURNAL-AFTER
                           PERFORM WRITE-JOURNAL-PROCEDURE
                       ELSE
                           DISPLAY "STATE-MAINT: REWRITE FAILED,"
                               " STATUS=" WS-STATE-FILE-STATUS
                       DISPLAY "  ADDED"
                       MOVE "(none)" TO WS-BEFORE-VALUE
                       PERFORM LOG-CHANGE-PROCEDURE
                       MOVE "ADD" TO WS-JOURNAL-ACTION
                       MOVE WS-CMD-NAME TO WS-JOURNAL-KEY
                       SET WS-JOURNAL-BEFORE-YES TO FALSE
                       MOVE SPACES TO WS-JOURNAL-BEFORE
                       SET WS-JOURNAL-AFTER-YES TO TRUE
                       MOVE WS-CMD-VALUE TO WS-JOURNAL-AFTER
                       PERFORM WRITE-JOURNAL-PROCEDURE
                   ELSE
                       DISPLAY "STATE-MAINT: WRITE FAILED (ENTRY MAY"
                           " ALREADY EXIST), STATUS="
                           DISPLAY "  DELETED"
                           MOVE "(deleted)" TO WS-CMD-VALUE
                           PERFORM LOG-CHANGE-PROCEDURE
                           MOVE "DELETE" TO WS-JOURNAL-ACTION
                           MOVE WS-CMD-NAME TO WS-JOURNAL-KEY
                           SET WS-JOURNAL-BEFORE-YES TO TRUE
                           MOVE WS-BEFORE-VALUE TO WS-JOURNAL-BEFORE
                           SET WS-JOURNAL-AFTER-YES TO FALSE
                           MOVE SPACES TO WS-JOURNAL-AFTER
                           PERFORM WRITE-JOURNAL-PROCEDURE
                       ELSE
                           DISPLAY "STATE-MAINT: DELETE FAILED,"
                               " STATUS=" WS-STATE-FILE-STATUS
               END-IF
           END-IF.
       IMPORT-ONE-ENTRY.
      *****Read first so an entry already present journals the value
      *****the import replaced.
           MOVE "ADD" TO WS-JOURNAL-ACTION.
           SET WS-JOURNAL-BEFORE-YES TO FALSE.
           MOVE SPACES TO WS-JOURNAL-BEFORE.
           MOVE OLD-STATE-NAME TO STATE-RECORD-NAME.
           READ STATE-FILE.
           IF WS-STATE-FILE-STATUS-OK THEN
               MOVE "CHANGE" TO WS-JOURNAL-ACTION
               SET WS-JOURNAL-BEFORE-YES TO TRUE
               MOVE STATE-RECORD-VALUE TO WS-JOURNAL-BEFORE
           END-IF.
           MOVE OLD-STATE-NAME TO STATE-RECORD-NAME.
           MOVE OLD-STATE-VALUE TO STATE-RECORD-VALUE.
           WRITE STATE-RECORD.
           IF WS-STATE-FILE-STATUS-OK
           OR WS-STATE-FILE-STATUS = '22' THEN
               ADD 1 TO WS-IMPORT-COUNT
               MOVE OLD-STATE-NAME TO WS-JOURNAL-KEY
               SET WS-JOURNAL-AFTER-YES TO TRUE
               MOVE OLD-STATE-VALUE TO WS-JOURNAL-AFTER
               PERFORM WRITE-JOURNAL-PROCEDURE
           ELSE
               DISPLAY "STATE-MAINT: IMPORT WRITE FAILED FOR "
                   FUNCTION TRIM(OLD-STATE-NAME)
             WS-OLD-STATE-NAME DELIMITED BY SPACE
             " entries=" DELIMITED BY SIZE
             WS-IMPORT-COUNT DELIMITED BY SIZE
             " by " DELIMITED BY SIZE
             WS-OPERATOR DELIMITED BY SPACE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
             WS-BEFORE-VALUE DELIMITED BY SPACE
             " now=" DELIMITED BY SIZE
             WS-CMD-VALUE DELIMITED BY SPACE
             " by " DELIMITED BY SIZE
             WS-OPERATOR DELIMITED BY SPACE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       WRITE-JOURNAL-PROCEDURE.
      *****One before/after record in the shared state journal,
      *****stamped with this session's run id.
           OPEN EXTEND STATE-JOURNAL-FILE.
           IF NOT WS-STATE-JOURNAL-STATUS-OK THEN
               DISPLAY "STATE-MAINT: STATE-JOURNAL-FILE OPEN FAILED,"
                   " STATUS=" WS-STATE-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO STATE-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO STATE-JOURNAL-STAMP
               MOVE WS-RUN-ID TO STATE-JOURNAL-RUN-ID
               MOVE "STATE-MAINT" TO STATE-JOURNAL-SCRIPT
               MOVE WS-JOURNAL-ACTION TO STATE-JOURNAL-ACTION
               MOVE WS-JOURNAL-KEY TO STATE-JOURNAL-KEY
               MOVE WS-JOURNAL-BEFORE-FLAG TO STATE-JOURNAL-BEFORE-FLAG
               MOVE WS-JOURNAL-BEFORE TO STATE-JOURNAL-BEFORE
               MOVE WS-JOURNAL-AFTER-FLAG TO STATE-JOURNAL-AFTER-FLAG
               MOVE WS-JOURNAL-AFTER TO STATE-JOURNAL-AFTER
               MOVE WS-OPERATOR TO STATE-JOURNAL-OPERATOR
               WRITE STATE-JOURNAL-RECORD
               CLOSE STATE-JOURNAL-FILE
           END-IF.
       END PROGRAM STATE-MAINT.
