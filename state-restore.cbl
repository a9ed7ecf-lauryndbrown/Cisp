      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Roll the persistent state store back from its journal
      * Tectonics: cobc
      ******************************************************************
      *****persist overwrites a carried-forward balance in place, so a
      *****bad -data run that corrupts forty balances used to leave
      *****nothing to put them back from. Every live persist, and every
      *****STATE-MAINT change, now appends a before/after image to the
      *****state journal (CISP_STATE_JOURNAL_FILE, see
      *****state-journal.cpy). This program reads that journal and
      *****puts state.data back to its contents as of a run or a point
      *****in time:
      *****
      *****    -run RUNID   undo RUNID's changes and all journaled
      *****                 after them - the store as it stood just
      *****                 before that run first persisted. A run id's
      *****                 leading part matches every -wK worker of a
      *****                 parallel run.
      *****    -to STAMP    undo every change journaled after STAMP
      *****                 (YYYYMMDDHHMMSS; a shorter stamp means the
      *****                 start of that day, hour or minute).
      *****    -preview     list what would change, change nothing.
      *****
      *****Each key goes back to the before image of the earliest undone
      *****change to it - an entry that did not exist then is deleted.
      *****Every key the restore touches is listed with its value before
      *****and after, logged at WARN, and journaled under the restore's
      *****own run id, so a restore can itself be audited and, if need
      *****be, undone the same way.
      *****
      *****The operator signs on through CISP-SIGNON when the program
      *****starts and is turned away (RC 8) unless the authority file
      *****holds them. The restore itself then needs the UPDATE
      *****function - VIEW for a -preview - and is refused (RC 8,
      *****nothing changed) without it; the operator goes on the WARN
      *****records and the journal.
      *****
      *****Usage: STATE-RESTORE -run RUNID | -to STAMP [-preview]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATE-RESTORE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL STATE-FILE
           ASSIGN TO DYNAMIC WS-STATE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STATE-RECORD-NAME
           FILE STATUS IS WS-STATE-FILE-STATUS.
       SELECT OPTIONAL STATE-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-STATE-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD STATE-FILE.
      *****Mirrors LISP.cbl's STATE-RECORD layout - a change there
      *****needs the same change here.
       01 STATE-RECORD.
           02 STATE-RECORD-NAME PIC X(50).
           02 STATE-RECORD-VALUE PIC X(100).
       FD STATE-JOURNAL-FILE.
       COPY "state-journal.cpy"
           REPLACING LEADING ==PREFIX== BY ==STATE==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-STATE-FILE-NAME PIC X(100).
       01 WS-STATE-FILE-STATUS PIC XX.
           88 WS-STATE-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-STATE-RECORD-ABSENT VALUE '23', '35'.
       01 WS-STATE-JOURNAL-NAME PIC X(100).
       01 WS-STATE-JOURNAL-STATUS PIC XX.
           88 WS-STATE-JOURNAL-STATUS-OK VALUE '00', '05'.
       01 WS-RUN-ID PIC X(20).
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
       01 WS-FILTER-RUN-ID PIC X(20).
       01 WS-FILTER-RUN-LEN PIC 9(2).
       01 WS-FILTER-STAMP PIC X(14).
       01 WS-PREVIEW-FLAG PIC X VALUE 'N'.
           88 WS-PREVIEW-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CUTOFF-FLAG PIC X VALUE 'N'.
           88 WS-CUTOFF-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-OVERFLOW-YES VALUE 'Y', FALSE 'N'.
      *****One entry per key the undone stretch of the journal touched,
      *****holding the value the key goes back to.
       78 WS-MAX-RESTORE-KEYS VALUE 1000.
       01 WS-RESTORE-TABLE.
           02 WS-RESTORE-COUNT PIC 9(4) VALUE 0.
           02 WS-RESTORE-ENTRY OCCURS WS-MAX-RESTORE-KEYS TIMES.
               03 WS-RESTORE-KEY PIC X(50).
               03 WS-RESTORE-TARGET-FLAG PIC X.
                   88 WS-RESTORE-TARGET-YES VALUE 'Y', FALSE 'N'.
               03 WS-RESTORE-TARGET PIC X(100).
       01 WS-RESTORE-INDEX PIC 9(4).
       01 WS-RESTORE-MATCH PIC 9(4).
       01 WS-UNDONE-COUNT PIC 9(6) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNCHANGED-COUNT PIC 9(6) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(6) VALUE 0.
       01 WS-CURRENT-FLAG PIC X.
           88 WS-CURRENT-YES VALUE 'Y', FALSE 'N'.
       01 WS-CURRENT-VALUE PIC X(100).
       01 WS-RESTORE-ACTION PIC X(6).
       01 WS-SHOW-BEFORE PIC X(100).
       01 WS-SHOW-AFTER PIC X(100).
       01 WS-LIST-VERB PIC X(12).
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
           MOVE SPACES TO WS-SIGNON-REQUEST.
           MOVE "STATE-RESTORE" TO WS-SIGNON-PROGRAM.
           MOVE WS-RUN-ID TO WS-SIGNON-RUN-ID.
           MOVE "SIGNON" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               DISPLAY "STATE-RESTORE: OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR) " NOT SIGNED ON - "
                   FUNCTION TRIM(WS-SIGNON-REASON)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF (WS-FILTER-RUN-ID = SPACES AND WS-FILTER-STAMP = SPACES)
           OR (WS-FILTER-RUN-ID NOT = SPACES
           AND WS-FILTER-STAMP NOT = SPACES) THEN
               DISPLAY "STATE-RESTORE: USAGE: STATE-RESTORE -run RUNID"
                   " | -to YYYYMMDDHHMMSS [-preview]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "CISP_STATE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-STATE-FILE-NAME.
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
           PERFORM SCAN-JOURNAL-PROCEDURE.
           IF NOT WS-STATE-JOURNAL-STATUS-OK THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT WS-CUTOFF-FOUND-YES THEN
               IF WS-FILTER-RUN-ID NOT = SPACES THEN
                   DISPLAY "STATE-RESTORE: RUN "
                       FUNCTION TRIM(WS-FILTER-RUN-ID)
                       " CHANGED NOTHING IN THE JOURNAL"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "STATE-RESTORE: NOTHING JOURNALED AFTER "
                       WS-FILTER-STAMP " - STORE ALREADY AS OF THEN"
               END-IF
               GOBACK
           END-IF.
      *****A partial rollback would leave the store matching no point
      *****in time at all - refuse rather than restore half of it.
           IF WS-OVERFLOW-YES THEN
               DISPLAY "STATE-RESTORE: MORE THAN 1000 KEYS CHANGED"
                   " SINCE THAT POINT - NOTHING RESTORED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM AUTHORIZE-RESTORE-PROCEDURE.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           PERFORM APPLY-RESTORE-PROCEDURE.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF WS-FAILED-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
       AUTHORIZE-RESTORE-PROCEDURE.
      *****Rolling the carry-forwards back is an update like any
      *****STATE-MAINT SET; only looking at what it would do is a view.
      *****Checked with the restore point named, for the access log.
           IF WS-PREVIEW-YES THEN
               MOVE "VIEW" TO WS-SIGNON-FUNCTION
           ELSE
               MOVE "UPDATE" TO WS-SIGNON-FUNCTION
           END-IF.
           MOVE SPACES TO WS-SIGNON-DETAIL.
           IF WS-FILTER-RUN-ID NOT = SPACES THEN
               STRING "RESTORE -run " DELIMITED BY SIZE
                 WS-FILTER-RUN-ID DELIMITED BY SPACE
                 INTO WS-SIGNON-DETAIL
           ELSE
               STRING "RESTORE -to " DELIMITED BY SIZE
                 WS-FILTER-STAMP DELIMITED BY SIZE
                 INTO WS-SIGNON-DETAIL
           END-IF.
           MOVE "CHECK" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               DISPLAY "STATE-RESTORE: RESTORE REFUSED - "
                   FUNCTION TRIM(WS-OPERATOR) " "
                   FUNCTION TRIM(WS-SIGNON-REASON) " ("
                   FUNCTION TRIM(WS-SIGNON-FUNCTION) ")"
                   " - NOTHING RESTORED"
           END-IF.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-FILTER-RUN-ID.
           MOVE SPACES TO WS-FILTER-STAMP.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-run" OR "-to" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-preview" THEN
                   SET WS-PREVIEW-YES TO TRUE
               ELSE
                   DISPLAY "STATE-RESTORE: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "STATE-RESTORE: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-run"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-RUN-ID
               COMPUTE WS-FILTER-RUN-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(WS-FILTER-RUN-ID))
           WHEN "-to"
      *****Zero-fill a short stamp: 20261014 is the start of that day.
               MOVE ALL "0" TO WS-FILTER-STAMP
               STRING WS-CMD-LINE-ARG DELIMITED BY SPACE
                 INTO WS-FILTER-STAMP
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       SCAN-JOURNAL-PROCEDURE.
      *****Find the first journal record past the restore point; from
      *****there on every record is undone, and the first one seen for
      *****a key carries the image that key goes back to.
           OPEN INPUT STATE-JOURNAL-FILE.
           IF NOT WS-STATE-JOURNAL-STATUS-OK THEN
               DISPLAY "STATE-RESTORE: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-STATE-JOURNAL-NAME)
                   "', STATUS=" WS-STATE-JOURNAL-STATUS
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ STATE-JOURNAL-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM CHECK-CUTOFF-PROCEDURE
                           IF WS-CUTOFF-FOUND-YES THEN
                               PERFORM NOTE-UNDONE-KEY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATE-JOURNAL-FILE
           END-IF.
       CHECK-CUTOFF-PROCEDURE.
           IF WS-CUTOFF-FOUND-YES THEN
               CONTINUE
           ELSE IF WS-FILTER-RUN-ID NOT = SPACES THEN
               IF STATE-JOURNAL-RUN-ID(1:WS-FILTER-RUN-LEN) =
               WS-FILTER-RUN-ID(1:WS-FILTER-RUN-LEN) THEN
                   SET WS-CUTOFF-FOUND-YES TO TRUE
               END-IF
           ELSE
               IF STATE-JOURNAL-STAMP > WS-FILTER-STAMP THEN
                   SET WS-CUTOFF-FOUND-YES TO TRUE
               END-IF
           END-IF.
       NOTE-UNDONE-KEY-PROCEDURE.
           ADD 1 TO WS-UNDONE-COUNT.
           MOVE 0 TO WS-RESTORE-MATCH.
           PERFORM VARYING WS-RESTORE-INDEX FROM 1 BY 1 UNTIL
           WS-RESTORE-INDEX > WS-RESTORE-COUNT
           OR WS-RESTORE-MATCH > 0
               IF WS-RESTORE-KEY(WS-RESTORE-INDEX) = STATE-JOURNAL-KEY
               THEN
                   MOVE WS-RESTORE-INDEX TO WS-RESTORE-MATCH
               END-IF
           END-PERFORM.
           IF WS-RESTORE-MATCH > 0 THEN
               CONTINUE
           ELSE IF WS-RESTORE-COUNT >= WS-MAX-RESTORE-KEYS THEN
               SET WS-OVERFLOW-YES TO TRUE
           ELSE
               ADD 1 TO WS-RESTORE-COUNT
               MOVE STATE-JOURNAL-KEY
                 TO WS-RESTORE-KEY(WS-RESTORE-COUNT)
               MOVE STATE-JOURNAL-BEFORE-FLAG
                 TO WS-RESTORE-TARGET-FLAG(WS-RESTORE-COUNT)
               MOVE STATE-JOURNAL-BEFORE
                 TO WS-RESTORE-TARGET(WS-RESTORE-COUNT)
           END-IF.
       APPLY-RESTORE-PROCEDURE.
           IF WS-PREVIEW-YES THEN
               DISPLAY "STATE-RESTORE: PREVIEW - NOTHING BELOW IS"
                   " WRITTEN"
               OPEN INPUT STATE-FILE
           ELSE
               OPEN I-O STATE-FILE
           END-IF.
           IF NOT WS-STATE-FILE-STATUS-OK
           AND NOT WS-STATE-RECORD-ABSENT THEN
               DISPLAY "STATE-RESTORE: STATE-FILE OPEN FAILED, STATUS="
                   WS-STATE-FILE-STATUS
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               PERFORM VARYING WS-RESTORE-INDEX FROM 1 BY 1 UNTIL
               WS-RESTORE-INDEX > WS-RESTORE-COUNT
                   PERFORM RESTORE-ONE-KEY-PROCEDURE
               END-PERFORM
               CLOSE STATE-FILE
           END-IF.
           DISPLAY "STATE-RESTORE: " WS-UNDONE-COUNT
               " JOURNAL RECORD(S) UNDONE, " WS-CHANGED-COUNT
               " KEY(S) CHANGED, " WS-UNCHANGED-COUNT
               " ALREADY AT THEIR RESTORED VALUE, " WS-FAILED-COUNT
               " FAILED".
       RESTORE-ONE-KEY-PROCEDURE.
           SET WS-CURRENT-YES TO FALSE.
           MOVE SPACES TO WS-CURRENT-VALUE.
           MOVE WS-RESTORE-KEY(WS-RESTORE-INDEX) TO STATE-RECORD-NAME.
           READ STATE-FILE.
           IF WS-STATE-FILE-STATUS-OK THEN
               SET WS-CURRENT-YES TO TRUE
               MOVE STATE-RECORD-VALUE TO WS-CURRENT-VALUE
           END-IF.
           MOVE SPACES TO WS-RESTORE-ACTION.
           IF WS-RESTORE-TARGET-YES(WS-RESTORE-INDEX) THEN
               IF NOT WS-CURRENT-YES THEN
                   MOVE "ADD" TO WS-RESTORE-ACTION
               ELSE IF WS-CURRENT-VALUE NOT =
               WS-RESTORE-TARGET(WS-RESTORE-INDEX) THEN
                   MOVE "CHANGE" TO WS-RESTORE-ACTION
               END-IF
           ELSE IF WS-CURRENT-YES THEN
               MOVE "DELETE" TO WS-RESTORE-ACTION
           END-IF.
           IF WS-RESTORE-ACTION = SPACES THEN
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               IF NOT WS-PREVIEW-YES THEN
                   PERFORM WRITE-RESTORED-KEY-PROCEDURE
               END-IF
               IF WS-STATE-FILE-STATUS-OK OR WS-PREVIEW-YES THEN
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM LIST-RESTORED-KEY-PROCEDURE
                   IF NOT WS-PREVIEW-YES THEN
                       PERFORM LOG-RESTORED-KEY-PROCEDURE
                       PERFORM WRITE-JOURNAL-PROCEDURE
                   END-IF
               ELSE
                   ADD 1 TO WS-FAILED-COUNT
                   DISPLAY "STATE-RESTORE: " WS-RESTORE-ACTION
                       " FAILED FOR "
                       FUNCTION TRIM(WS-RESTORE-KEY(WS-RESTORE-INDEX))
                       ", STATUS=" WS-STATE-FILE-STATUS
               END-IF
           END-IF.
       WRITE-RESTORED-KEY-PROCEDURE.
           MOVE WS-RESTORE-KEY(WS-RESTORE-INDEX) TO STATE-RECORD-NAME.
           MOVE WS-RESTORE-TARGET(WS-RESTORE-INDEX)
             TO STATE-RECORD-VALUE.
           EVALUATE WS-RESTORE-ACTION
           WHEN "ADD"
               WRITE STATE-RECORD
           WHEN "CHANGE"
               REWRITE STATE-RECORD
           WHEN "DELETE"
               DELETE STATE-FILE RECORD
           END-EVALUATE.
       LIST-RESTORED-KEY-PROCEDURE.
           MOVE "(absent)" TO WS-SHOW-BEFORE.
           MOVE "(absent)" TO WS-SHOW-AFTER.
           IF WS-CURRENT-YES THEN
               MOVE WS-CURRENT-VALUE TO WS-SHOW-BEFORE
           END-IF.
           IF WS-RESTORE-TARGET-YES(WS-RESTORE-INDEX) THEN
               MOVE WS-RESTORE-TARGET(WS-RESTORE-INDEX)
                 TO WS-SHOW-AFTER
           END-IF.
           IF WS-PREVIEW-YES THEN
               MOVE "WOULD " TO WS-LIST-VERB
               MOVE WS-RESTORE-ACTION TO WS-LIST-VERB(7:6)
           ELSE
               MOVE WS-RESTORE-ACTION TO WS-LIST-VERB
           END-IF.
           DISPLAY "  " WS-LIST-VERB " "
               FUNCTION TRIM(WS-RESTORE-KEY(WS-RESTORE-INDEX))
               " WAS=" FUNCTION TRIM(WS-SHOW-BEFORE)
               " NOW=" FUNCTION TRIM(WS-SHOW-AFTER).
       LOG-RESTORED-KEY-PROCEDURE.
      *****WARN, STATE-MAINT's wording - a restore is an operator
      *****change to the carry-forwards like any other.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           MOVE "STATE-RESTORE" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING WS-RESTORE-ACTION DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-RESTORE-KEY(WS-RESTORE-INDEX) DELIMITED BY SPACE
             " was=" DELIMITED BY SIZE
             WS-SHOW-BEFORE DELIMITED BY SPACE
             " now=" DELIMITED BY SIZE
             WS-SHOW-AFTER DELIMITED BY SPACE
             " by " DELIMITED BY SIZE
             WS-OPERATOR DELIMITED BY SPACE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       WRITE-JOURNAL-PROCEDURE.
           OPEN EXTEND STATE-JOURNAL-FILE.
           IF NOT WS-STATE-JOURNAL-STATUS-OK THEN
               DISPLAY "STATE-RESTORE: STATE-JOURNAL-FILE OPEN FAILED,"
                   " STATUS=" WS-STATE-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO STATE-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO STATE-JOURNAL-STAMP
               MOVE WS-RUN-ID TO STATE-JOURNAL-RUN-ID
               MOVE "STATE-RESTORE" TO STATE-JOURNAL-SCRIPT
               MOVE WS-RESTORE-ACTION TO STATE-JOURNAL-ACTION
               MOVE WS-RESTORE-KEY(WS-RESTORE-INDEX)
                 TO STATE-JOURNAL-KEY
               MOVE WS-CURRENT-FLAG TO STATE-JOURNAL-BEFORE-FLAG
               MOVE WS-CURRENT-VALUE TO STATE-JOURNAL-BEFORE
               MOVE WS-RESTORE-TARGET-FLAG(WS-RESTORE-INDEX)
                 TO STATE-JOURNAL-AFTER-FLAG
               IF WS-RESTORE-TARGET-YES(WS-RESTORE-INDEX) THEN
                   MOVE WS-RESTORE-TARGET(WS-RESTORE-INDEX)
                     TO STATE-JOURNAL-AFTER
               END-IF
               MOVE WS-OPERATOR TO STATE-JOURNAL-OPERATOR
               WRITE STATE-JOURNAL-RECORD
               CLOSE STATE-JOURNAL-FILE
           END-IF.
       END PROGRAM STATE-RESTORE.
