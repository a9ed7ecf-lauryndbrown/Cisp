      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Maintain and check the approved script catalogue
      * Tectonics: cobc
      ******************************************************************
      *****The auditors want evidence that only approved logic touched
      *****production data. The script catalogue (CISP_CATALOGUE_FILE,
      *****layout in script-catalogue.cpy) holds, for every TESTS-FILE
      *****script and every file it loads, the fingerprint and size it
      *****was approved at, the date, and who approved it. This
      *****program keeps it:
      *****
      *****    -approve SCRIPT -by NAME   fingerprint SCRIPT and each
      *****                               file it loads and record them
      *****                               as approved today by NAME
      *****    -approve-list -by NAME     the same for every script in
      *****                               TESTS-FILE
      *****    -check [-refuse]           the pre-batch check - every
      *****                               TESTS-FILE script and load
      *****                               compared with the catalogue,
      *****                               each difference listed
      *****    -list                      every catalogue entry
      *****
      *****-check ends RC 0 when everything matches and RC 4 when
      *****anything is CHANGED, UNCATALOGUED or MISSING - or RC 8 with
      *****-refuse, so a JOB-STREAM step condition holds the batch
      *****back. Approvals are logged at WARN.
      *****
      *****Usage: CATALOGUE-MAINT -approve SCRIPT -by NAME |
      *****       -approve-list -by NAME | -check [-refuse] | -list
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATALOGUE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CATALOGUE-FILE
           ASSIGN TO DYNAMIC WS-CATALOGUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
       SELECT TESTS-FILE
           ASSIGN TO DYNAMIC WS-TESTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TESTS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CATALOGUE-FILE.
       COPY "script-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==CATALOGUE==.
       FD TESTS-FILE.
       01 TESTS-RECORD PIC X(100).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-CATALOGUE SubRoutine
      *****************************************
       01 WS-CATALOGUE-OPERATION PIC X(12).
       COPY "script-fingerprint.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-CATALOGUE-FILE-NAME PIC X(100).
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
           88 WS-CATALOGUE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-TESTS-FILE-NAME PIC X(100).
       01 WS-TESTS-FILE-STATUS PIC XX.
           88 WS-TESTS-FILE-STATUS-OK VALUE '00'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(8).
       01 WS-ACTION PIC X(13).
       01 WS-APPROVE-SCRIPT PIC X(100).
       01 WS-APPROVER PIC X(20).
       01 WS-REFUSE-FLAG PIC X VALUE 'N'.
           88 WS-REFUSE-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TODAY PIC X(8).
       01 WS-RUN-ID PIC X(20).
       01 WS-ENTRY-SCRIPT PIC X(100).
      *****The whole catalogue, held while approvals replace entries,
      *****then written back in one pass.
       78 WS-MAX-CATALOGUE-ENTRIES VALUE 500.
       01 WS-CATALOGUE-TABLE.
           02 WS-CATALOGUE-COUNT PIC 9(4) VALUE 0.
           02 WS-CATALOGUE-ENTRY OCCURS WS-MAX-CATALOGUE-ENTRIES TIMES.
               03 WS-CATALOGUE-LINE PIC X(170).
       01 WS-CATALOGUE-INDEX PIC 9(4).
       01 WS-CATALOGUE-MATCH PIC 9(4).
       01 WS-CATALOGUE-FULL-FLAG PIC X VALUE 'N'.
           88 WS-CATALOGUE-FULL-YES VALUE 'Y', FALSE 'N'.
       COPY "script-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-CAT==.
       01 WS-LOAD-INDEX PIC 9(2).
       01 WS-APPROVED-COUNT PIC 9(4) VALUE 0.
       01 WS-CHECKED-COUNT PIC 9(4) VALUE 0.
       01 WS-PROBLEM-COUNT PIC 9(4) VALUE 0.
      *****Held apart from RETURN-CODE, which the LOGGER calls reset.
       01 WS-CATALOGUE-RC PIC 9 VALUE 0.
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
           MOVE WS-RUN-ID(1:8) TO WS-TODAY.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-ACTION = SPACES
           OR (WS-ACTION = "-approve" AND WS-APPROVE-SCRIPT = SPACES)
           OR ((WS-ACTION = "-approve" OR "-approve-list")
           AND WS-APPROVER = SPACES) THEN
               DISPLAY "CATALOGUE-MAINT: USAGE: CATALOGUE-MAINT"
                   " -approve SCRIPT -by NAME | -approve-list -by NAME"
                   " | -check [-refuse] | -list"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "CISP_CATALOGUE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-CATALOGUE-FILE-NAME.
           IF WS-CATALOGUE-FILE-NAME = SPACES THEN
               MOVE '..\logs\catalogue.data' TO WS-CATALOGUE-FILE-NAME
           END-IF.
           MOVE "CISP_TESTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-TESTS-FILE-NAME.
           IF WS-TESTS-FILE-NAME = SPACES THEN
               MOVE "..\test\tests-lists.txt" TO WS-TESTS-FILE-NAME
           END-IF.
           EVALUATE WS-ACTION
           WHEN "-approve"
               PERFORM APPROVE-DRIVER-PROCEDURE
           WHEN "-approve-list"
               PERFORM APPROVE-DRIVER-PROCEDURE
           WHEN "-check"
               PERFORM CHECK-DRIVER-PROCEDURE
           WHEN "-list"
               PERFORM LIST-CATALOGUE-PROCEDURE
           END-EVALUATE.
           MOVE WS-CATALOGUE-RC TO RETURN-CODE.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-ACTION.
           MOVE SPACES TO WS-APPROVE-SCRIPT.
           MOVE SPACES TO WS-APPROVER.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-approve" OR "-by" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
                   IF WS-CMD-LINE-ARG = "-approve" THEN
                       MOVE WS-CMD-LINE-ARG TO WS-ACTION
                   END-IF
               ELSE IF WS-CMD-LINE-ARG = "-approve-list" OR "-check"
               OR "-list" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ACTION
               ELSE IF WS-CMD-LINE-ARG = "-refuse" THEN
                   SET WS-REFUSE-YES TO TRUE
               ELSE
                   DISPLAY "CATALOGUE-MAINT: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "CATALOGUE-MAINT: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-approve"
               MOVE WS-CMD-LINE-ARG TO WS-APPROVE-SCRIPT
           WHEN "-by"
               MOVE WS-CMD-LINE-ARG TO WS-APPROVER
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       APPROVE-DRIVER-PROCEDURE.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           PERFORM LOAD-CATALOGUE-PROCEDURE.
           IF WS-CATALOGUE-FILE-STATUS-OK THEN
               IF WS-ACTION = "-approve" THEN
                   MOVE WS-APPROVE-SCRIPT TO WS-ENTRY-SCRIPT
                   PERFORM APPROVE-SCRIPT-PROCEDURE
               ELSE
                   OPEN INPUT TESTS-FILE
                   IF NOT WS-TESTS-FILE-STATUS-OK THEN
                       DISPLAY "CATALOGUE-MAINT: TESTS-FILE OPEN"
                           " FAILED, STATUS=" WS-TESTS-FILE-STATUS
                       MOVE 8 TO WS-CATALOGUE-RC
                   ELSE
                       SET WS-READ-EOF-YES TO FALSE
                       PERFORM UNTIL WS-READ-EOF-YES
                           READ TESTS-FILE
                               AT END
                                   SET WS-READ-EOF-YES TO TRUE
                               NOT AT END
                                   PERFORM GET-ENTRY-SCRIPT-PROCEDURE
                                   IF WS-ENTRY-SCRIPT NOT = SPACES THEN
                                       PERFORM APPROVE-SCRIPT-PROCEDURE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE TESTS-FILE
                   END-IF
               END-IF
               IF WS-APPROVED-COUNT > 0 THEN
                   PERFORM WRITE-CATALOGUE-PROCEDURE
               END-IF
               DISPLAY "CATALOGUE-MAINT: " WS-APPROVED-COUNT
                   " FILE(S) APPROVED BY " FUNCTION TRIM(WS-APPROVER)
           ELSE
               MOVE 8 TO WS-CATALOGUE-RC
           END-IF.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
       GET-ENTRY-SCRIPT-PROCEDURE.
      *****A TESTS-FILE entry is the script name first, then optional
      *****expected-output and needs= tokens.
           MOVE SPACES TO WS-ENTRY-SCRIPT.
           UNSTRING TESTS-RECORD DELIMITED BY ALL " "
             INTO WS-ENTRY-SCRIPT
           END-UNSTRING.
       APPROVE-SCRIPT-PROCEDURE.
           MOVE "FINGERPRINT" TO WS-CATALOGUE-OPERATION.
           MOVE WS-ENTRY-SCRIPT TO WS-FP-SCRIPT.
           CALL 'CISP-CATALOGUE' USING WS-CATALOGUE-OPERATION,
             WS-FP-REQUEST.
           IF NOT WS-FP-FOUND-YES THEN
               DISPLAY "CATALOGUE-MAINT: CANNOT OPEN "
                   FUNCTION TRIM(WS-ENTRY-SCRIPT) " - NOT APPROVED"
               MOVE 8 TO WS-CATALOGUE-RC
           ELSE
               MOVE SPACES TO WS-CAT-RECORD
               MOVE WS-ENTRY-SCRIPT TO WS-CAT-SCRIPT
               MOVE "SCRIPT" TO WS-CAT-KIND
               MOVE WS-FP-FINGERPRINT TO WS-CAT-FINGERPRINT
               MOVE WS-FP-SIZE TO WS-CAT-SIZE
               PERFORM STORE-APPROVAL-PROCEDURE
               PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1 UNTIL
               WS-LOAD-INDEX > WS-FP-LOAD-COUNT
                   IF NOT WS-FP-LOAD-FOUND-YES(WS-LOAD-INDEX) THEN
                       DISPLAY "CATALOGUE-MAINT: CANNOT OPEN LOADED "
                           FUNCTION TRIM(
                           WS-FP-LOAD-NAME(WS-LOAD-INDEX))
                           " - NOT APPROVED"
                       MOVE 8 TO WS-CATALOGUE-RC
                   ELSE
                       MOVE SPACES TO WS-CAT-RECORD
                       MOVE WS-FP-LOAD-NAME(WS-LOAD-INDEX)
                         TO WS-CAT-SCRIPT
                       MOVE "INCLUDE" TO WS-CAT-KIND
                       MOVE WS-FP-LOAD-FINGERPRINT(WS-LOAD-INDEX)
                         TO WS-CAT-FINGERPRINT
                       MOVE WS-FP-LOAD-SIZE(WS-LOAD-INDEX)
                         TO WS-CAT-SIZE
                       PERFORM STORE-APPROVAL-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
       STORE-APPROVAL-PROCEDURE.
      *****Replace the file's entry, or add one.
           MOVE WS-TODAY TO WS-CAT-APPROVED-DATE.
           MOVE WS-APPROVER TO WS-CAT-APPROVER.
           MOVE 0 TO WS-CATALOGUE-MATCH.
           PERFORM VARYING WS-CATALOGUE-INDEX FROM 1 BY 1 UNTIL
           WS-CATALOGUE-INDEX > WS-CATALOGUE-COUNT
           OR WS-CATALOGUE-MATCH > 0
               IF WS-CATALOGUE-LINE(WS-CATALOGUE-INDEX)(1:100) =
               WS-CAT-SCRIPT THEN
                   MOVE WS-CATALOGUE-INDEX TO WS-CATALOGUE-MATCH
               END-IF
           END-PERFORM.
           IF WS-CATALOGUE-MATCH = 0 THEN
               IF WS-CATALOGUE-COUNT >= WS-MAX-CATALOGUE-ENTRIES THEN
                   SET WS-CATALOGUE-FULL-YES TO TRUE
               ELSE
                   ADD 1 TO WS-CATALOGUE-COUNT
                   MOVE WS-CATALOGUE-COUNT TO WS-CATALOGUE-MATCH
               END-IF
           END-IF.
           IF WS-CATALOGUE-MATCH = 0 THEN
               DISPLAY "CATALOGUE-MAINT: CATALOGUE FULL (500 ENTRIES),"
                   " " FUNCTION TRIM(WS-CAT-SCRIPT) " NOT APPROVED"
               MOVE 8 TO WS-CATALOGUE-RC
           ELSE
               MOVE WS-CAT-RECORD
                 TO WS-CATALOGUE-LINE(WS-CATALOGUE-MATCH)
               ADD 1 TO WS-APPROVED-COUNT
               DISPLAY "  APPROVED " WS-CAT-KIND " "
                   FUNCTION TRIM(WS-CAT-SCRIPT) " "
                   WS-CAT-FINGERPRINT " SIZE " WS-CAT-SIZE
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               MOVE "CATALOGUE-MAINT" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "APPROVE " DELIMITED BY SIZE
                 WS-CAT-SCRIPT DELIMITED BY SPACE
                 " fp=" DELIMITED BY SIZE
                 WS-CAT-FINGERPRINT DELIMITED BY SIZE
                 " by=" DELIMITED BY SIZE
                 WS-APPROVER DELIMITED BY SPACE
                 INTO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           END-IF.
       CHECK-DRIVER-PROCEDURE.
      *****The pre-batch check: every TESTS-FILE script, with its
      *****loads, verified against the catalogue.
           OPEN INPUT TESTS-FILE.
           IF NOT WS-TESTS-FILE-STATUS-OK THEN
               DISPLAY "CATALOGUE-MAINT: TESTS-FILE OPEN FAILED,"
                   " STATUS=" WS-TESTS-FILE-STATUS
               MOVE 8 TO WS-CATALOGUE-RC
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ TESTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM GET-ENTRY-SCRIPT-PROCEDURE
                           IF WS-ENTRY-SCRIPT NOT = SPACES THEN
                               PERFORM CHECK-SCRIPT-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TESTS-FILE
               DISPLAY "CATALOGUE-MAINT: " WS-CHECKED-COUNT
                   " SCRIPT(S) CHECKED, " WS-PROBLEM-COUNT
                   " NOT AS APPROVED"
               IF WS-PROBLEM-COUNT > 0 THEN
                   IF WS-REFUSE-YES THEN
                       DISPLAY "CATALOGUE-MAINT: BATCH REFUSED -"
                           " UNAPPROVED LOGIC"
                       MOVE 8 TO WS-CATALOGUE-RC
                   ELSE
                       MOVE 4 TO WS-CATALOGUE-RC
                   END-IF
               END-IF
           END-IF.
       CHECK-SCRIPT-PROCEDURE.
           ADD 1 TO WS-CHECKED-COUNT.
           MOVE "VERIFY" TO WS-CATALOGUE-OPERATION.
           MOVE WS-ENTRY-SCRIPT TO WS-FP-SCRIPT.
           CALL 'CISP-CATALOGUE' USING WS-CATALOGUE-OPERATION,
             WS-FP-REQUEST.
           IF WS-FP-APPROVED THEN
               DISPLAY "  APPROVED     " FUNCTION TRIM(WS-FP-SCRIPT)
           ELSE
               ADD 1 TO WS-PROBLEM-COUNT
               DISPLAY "  " WS-FP-STATUS " " FUNCTION TRIM(WS-FP-SCRIPT)
                   " (" FUNCTION TRIM(WS-FP-PROBLEM-FILE) ")"
           END-IF.
       LIST-CATALOGUE-PROCEDURE.
           OPEN INPUT CATALOGUE-FILE.
           IF NOT WS-CATALOGUE-FILE-STATUS-OK THEN
               DISPLAY "CATALOGUE-MAINT: CATALOGUE-FILE OPEN FAILED,"
                   " STATUS=" WS-CATALOGUE-FILE-STATUS
               MOVE 8 TO WS-CATALOGUE-RC
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ CATALOGUE-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           DISPLAY "  " CATALOGUE-KIND " "
                               CATALOGUE-FINGERPRINT " "
                               CATALOGUE-SIZE " "
                               CATALOGUE-APPROVED-DATE " "
                               CATALOGUE-APPROVER " "
                               FUNCTION TRIM(CATALOGUE-SCRIPT)
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.
       LOAD-CATALOGUE-PROCEDURE.
           MOVE 0 TO WS-CATALOGUE-COUNT.
           OPEN INPUT CATALOGUE-FILE.
           IF NOT WS-CATALOGUE-FILE-STATUS-OK THEN
               DISPLAY "CATALOGUE-MAINT: CATALOGUE-FILE OPEN FAILED,"
                   " STATUS=" WS-CATALOGUE-FILE-STATUS
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ CATALOGUE-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF CATALOGUE-SCRIPT NOT = SPACES
                           AND WS-CATALOGUE-COUNT <
                           WS-MAX-CATALOGUE-ENTRIES THEN
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CATALOGUE-RECORD TO
                                 WS-CATALOGUE-LINE(WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.
       WRITE-CATALOGUE-PROCEDURE.
           OPEN OUTPUT CATALOGUE-FILE.
           IF NOT WS-CATALOGUE-FILE-STATUS-OK THEN
               DISPLAY "CATALOGUE-MAINT: CATALOGUE-FILE OPEN FAILED,"
                   " STATUS=" WS-CATALOGUE-FILE-STATUS
                   " - APPROVALS NOT SAVED"
               MOVE 8 TO WS-CATALOGUE-RC
           ELSE
               PERFORM VARYING WS-CATALOGUE-INDEX FROM 1 BY 1 UNTIL
               WS-CATALOGUE-INDEX > WS-CATALOGUE-COUNT
                   MOVE WS-CATALOGUE-LINE(WS-CATALOGUE-INDEX)
                     TO CATALOGUE-RECORD
                   WRITE CATALOGUE-RECORD
               END-PERFORM
               CLOSE CATALOGUE-FILE
           END-IF.
       END PROGRAM CATALOGUE-MAINT.
