      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: List the quarantine list and clear a script from it
      *          under the operator's authority
      * Tectonics: cobc
      ******************************************************************
      *****A script CISP quarantined stays out of every batch run until
      *****its line leaves CISP_QUARANTINE_FILE (default
      *****..\logs\quarantine.data). Taking it out used to mean editing
      *****the file by hand, with no record of who let the script back
      *****in. This program does it under the operator's sign-on:
      *****
      *****    -list            every quarantined script (VIEW)
      *****    -clear SCRIPT    take SCRIPT off the list (QCLEAR) - the
      *****                     next batch run drives it again
      *****
      *****The operator signs on through CISP-SIGNON and each action is
      *****checked against the authority file; a clear is logged WARN
      *****with the script and the operator, like a STATE-MAINT change.
      *****The script is named as it appears in the list - as the
      *****tests file gives it.
      *****
      *****Usage: QUARANTINE-MAINT -list | -clear SCRIPT
      *****RETURN-CODE 0 done, 4 when -clear names a script that is not
      *****quarantined, 8 when the operator is refused or the list
      *****cannot be read or rewritten.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARANTINE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL QUARANTINE-FILE
           ASSIGN TO DYNAMIC WS-QUARANTINE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUARANTINE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD QUARANTINE-FILE.
      *****Mirrors CISP.cbl's QUARANTINE-RECORD - one script per line.
       01 QUARANTINE-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-QUAR-LINES VALUE 400.
       01 WS-QUARANTINE-FILE-NAME PIC X(100).
       01 WS-QUARANTINE-FILE-STATUS PIC XX.
           88 WS-QUARANTINE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RUN-ID PIC X(20).
      *****Held apart from RETURN-CODE, which the LOGGER calls reset.
       01 WS-QUARANTINE-RC PIC 9 VALUE 0.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
       01 WS-ACTION PIC X(6).
           88 WS-ACTION-LIST VALUE '-list'.
           88 WS-ACTION-CLEAR VALUE '-clear'.
       01 WS-CLEAR-SCRIPT PIC X(100).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
      *****The list as read, so -clear can write back all but one.
       01 WS-QUAR-TABLE.
           02 WS-QUAR-COUNT PIC 9(4) VALUE 0.
           02 WS-QUAR-LINE PIC X(100)
             OCCURS WS-MAX-QUAR-LINES TIMES.
       01 WS-QUAR-INDEX PIC 9(4).
       01 WS-QUAR-CLEARED PIC 9(4) VALUE 0.
       01 WS-QUAR-OVERFLOW-FLAG PIC X VALUE 'N'.
           88 WS-QUAR-OVERFLOW-YES VALUE 'Y', FALSE 'N'.
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
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-ACTION = SPACES
           OR (WS-ACTION-CLEAR AND WS-CLEAR-SCRIPT = SPACES) THEN
               DISPLAY "QUARANTINE-MAINT: USAGE -list | -clear SCRIPT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE "CISP_QUARANTINE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-QUARANTINE-FILE-NAME.
           IF WS-QUARANTINE-FILE-NAME = SPACES THEN
               MOVE '..\logs\quarantine.data'
                 TO WS-QUARANTINE-FILE-NAME
           END-IF.
           PERFORM AUTHORIZE-ACTION-PROCEDURE.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               MOVE 8 TO WS-QUARANTINE-RC
           ELSE
               PERFORM LOAD-QUARANTINE-PROCEDURE
               IF NOT WS-QUARANTINE-FILE-STATUS-OK THEN
                   MOVE 8 TO WS-QUARANTINE-RC
               ELSE IF WS-ACTION-LIST THEN
                   PERFORM LIST-QUARANTINE-PROCEDURE
                   MOVE 0 TO WS-QUARANTINE-RC
               ELSE
                   PERFORM CLEAR-QUARANTINE-PROCEDURE
               END-IF
           END-IF.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE WS-QUARANTINE-RC TO RETURN-CODE.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-ACTION.
           MOVE SPACES TO WS-CLEAR-SCRIPT.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-CLEAR-SCRIPT
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-list" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ACTION
               ELSE IF WS-CMD-LINE-ARG = "-clear" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ACTION
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "QUARANTINE-MAINT: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "QUARANTINE-MAINT: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       AUTHORIZE-ACTION-PROCEDURE.
           MOVE SPACES TO WS-SIGNON-REQUEST.
           MOVE "QUARANTINE-MAINT" TO WS-SIGNON-PROGRAM.
           MOVE WS-RUN-ID TO WS-SIGNON-RUN-ID.
           MOVE "SIGNON" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               DISPLAY "QUARANTINE-MAINT: OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR) " NOT SIGNED ON - "
                   FUNCTION TRIM(WS-SIGNON-REASON)
           ELSE
               IF WS-ACTION-LIST THEN
                   MOVE "VIEW" TO WS-SIGNON-FUNCTION
                   MOVE "quarantine list" TO WS-SIGNON-DETAIL
               ELSE
                   MOVE "QCLEAR" TO WS-SIGNON-FUNCTION
                   MOVE WS-CLEAR-SCRIPT TO WS-SIGNON-DETAIL
               END-IF
               MOVE "CHECK" TO WS-SIGNON-OPERATION
               CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
                 WS-SIGNON-REQUEST
               IF NOT WS-SIGNON-GRANTED-YES THEN
                   DISPLAY "QUARANTINE-MAINT: "
                       FUNCTION TRIM(WS-ACTION) " REFUSED - "
                       FUNCTION TRIM(WS-OPERATOR) " "
                       FUNCTION TRIM(WS-SIGNON-REASON) " ("
                       FUNCTION TRIM(WS-SIGNON-FUNCTION) ")"
               END-IF
           END-IF.
       LOAD-QUARANTINE-PROCEDURE.
      *****No list at all is an empty list, not an error.
           MOVE 0 TO WS-QUAR-COUNT.
           OPEN INPUT QUARANTINE-FILE.
           IF NOT WS-QUARANTINE-FILE-STATUS-OK THEN
               DISPLAY "QUARANTINE-MAINT: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-QUARANTINE-FILE-NAME)
                   "', STATUS=" WS-QUARANTINE-FILE-STATUS
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ QUARANTINE-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF QUARANTINE-RECORD = SPACES THEN
                               CONTINUE
                           ELSE IF WS-QUAR-COUNT >= WS-MAX-QUAR-LINES
                           THEN
                               SET WS-QUAR-OVERFLOW-YES TO TRUE
                           ELSE
                               ADD 1 TO WS-QUAR-COUNT
                               MOVE QUARANTINE-RECORD
                                 TO WS-QUAR-LINE(WS-QUAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUARANTINE-FILE
               MOVE '00' TO WS-QUARANTINE-FILE-STATUS
           END-IF.
       LIST-QUARANTINE-PROCEDURE.
           PERFORM VARYING WS-QUAR-INDEX FROM 1 BY 1 UNTIL
           WS-QUAR-INDEX > WS-QUAR-COUNT
               DISPLAY "  " FUNCTION TRIM(WS-QUAR-LINE(WS-QUAR-INDEX))
           END-PERFORM.
           DISPLAY "  " WS-QUAR-COUNT " SCRIPT(S) QUARANTINED".
           IF WS-QUAR-OVERFLOW-YES THEN
               DISPLAY "QUARANTINE-MAINT: LIST LONGER THAN "
                   WS-MAX-QUAR-LINES " LINES, REST NOT SHOWN"
           END-IF.
       CLEAR-QUARANTINE-PROCEDURE.
      *****Rewritten whole without the script's line(s) - a list too
      *****long to hold is left alone rather than cut short.
           MOVE 0 TO WS-QUAR-CLEARED.
           PERFORM VARYING WS-QUAR-INDEX FROM 1 BY 1 UNTIL
           WS-QUAR-INDEX > WS-QUAR-COUNT
               IF WS-QUAR-LINE(WS-QUAR-INDEX) = WS-CLEAR-SCRIPT THEN
                   ADD 1 TO WS-QUAR-CLEARED
               END-IF
           END-PERFORM.
           IF WS-QUAR-CLEARED = 0 THEN
               DISPLAY "QUARANTINE-MAINT: "
                   FUNCTION TRIM(WS-CLEAR-SCRIPT) " IS NOT QUARANTINED"
               MOVE 4 TO WS-QUARANTINE-RC
           ELSE IF WS-QUAR-OVERFLOW-YES THEN
               DISPLAY "QUARANTINE-MAINT: LIST LONGER THAN "
                   WS-MAX-QUAR-LINES " LINES, NOT REWRITTEN"
               MOVE 8 TO WS-QUARANTINE-RC
           ELSE
               OPEN OUTPUT QUARANTINE-FILE
               IF NOT WS-QUARANTINE-FILE-STATUS-OK THEN
                   DISPLAY "QUARANTINE-MAINT: QUARANTINE FILE OPEN"
                       " FAILED, STATUS=" WS-QUARANTINE-FILE-STATUS
                   MOVE 8 TO WS-QUARANTINE-RC
               ELSE
                   PERFORM VARYING WS-QUAR-INDEX FROM 1 BY 1 UNTIL
                   WS-QUAR-INDEX > WS-QUAR-COUNT
                       IF WS-QUAR-LINE(WS-QUAR-INDEX)
                       NOT = WS-CLEAR-SCRIPT THEN
                           MOVE WS-QUAR-LINE(WS-QUAR-INDEX)
                             TO QUARANTINE-RECORD
                           WRITE QUARANTINE-RECORD
                       END-IF
                   END-PERFORM
                   CLOSE QUARANTINE-FILE
                   DISPLAY "  CLEARED " FUNCTION TRIM(WS-CLEAR-SCRIPT)
                   PERFORM LOG-CLEAR-PROCEDURE
                   MOVE 0 TO WS-QUARANTINE-RC
               END-IF
           END-IF.
       LOG-CLEAR-PROCEDURE.
      *****WARN, so the shift log shows who let the script back in.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           MOVE "QUARANTINE-MAINT" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "CLEAR " DELIMITED BY SIZE
             WS-CLEAR-SCRIPT DELIMITED BY SPACE
             " by " DELIMITED BY SIZE
             WS-OPERATOR DELIMITED BY SPACE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       END PROGRAM QUARANTINE-MAINT.
