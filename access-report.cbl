      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Report access to the operator functions by operator
      * Tectonics: cobc
      ******************************************************************
      *****CISP-SIGNON appends a record to CISP_ACCESS_FILE (default
      *****..\logs\access.data, layout in access-record.cpy) for every
      *****sign-on and every authority check made by STATE-MAINT, a
      *****-i, -rehearse or -reprocess run and QUARANTINE-MAINT. This
      *****is the periodic review of those records:
      *****
      *****    by operator and function - how many times granted and
      *****    refused, and the first and last time it was used
      *****    then every refused attempt - when, which program, what
      *****    it was for and why it was refused
      *****
      *****    -from YYYYMMDD   first day reported (default all)
      *****    -to YYYYMMDD     last day reported (default all)
      *****    -operator ID     one operator only
      *****
      *****The report displays and also lands in CISP_ACCESS_REPORT_FILE
      *****(default ..\logs\access-report.data).
      *****
      *****Usage: ACCESS-REPORT [-from YYYYMMDD] [-to YYYYMMDD]
      *****       [-operator ID]
      *****RETURN-CODE 0 when there was access to report, 4 when none
      *****in the period, 8 when the access file cannot be read or a
      *****date is not a date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ACCESS-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.
       SELECT OPTIONAL RESPONSE-FILE
           ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCESS-FILE.
       COPY "access-record.cpy"
           REPLACING LEADING ==PREFIX== BY ==ACCESS==.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-ACCESS-LINES VALUE 300.
       01 WS-ACCESS-FILE-NAME PIC X(100).
       01 WS-ACCESS-FILE-STATUS PIC XX.
           88 WS-ACCESS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RESPONSE-FILE-NAME PIC X(100).
       01 WS-RESPONSE-FILE-STATUS PIC XX.
           88 WS-RESPONSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(9).
       01 WS-FILTER-FROM PIC X(100).
       01 WS-FILTER-TO PIC X(100).
       01 WS-FILTER-OPERATOR PIC X(100).
       01 WS-BAD-DATE-FLAG PIC X VALUE 'N'.
           88 WS-BAD-DATE-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SELECTED-FLAG PIC X.
           88 WS-SELECTED-YES VALUE 'Y', FALSE 'N'.
      *****One line per operator and function, kept in operator then
      *****function order as they are found.
       01 WS-ACCESS-TABLE.
           02 WS-ACC-COUNT PIC 9(4) VALUE 0.
           02 WS-ACC-ENTRY OCCURS WS-MAX-ACCESS-LINES TIMES.
               03 WS-ACC-PAIR.
                   04 WS-ACC-OPERATOR PIC X(12).
                   04 WS-ACC-FUNCTION PIC X(10).
               03 WS-ACC-GRANTED PIC 9(6).
               03 WS-ACC-REFUSED PIC 9(6).
               03 WS-ACC-FIRST PIC X(14).
               03 WS-ACC-LAST PIC X(14).
       01 WS-ACC-INDEX PIC 9(4).
       01 WS-ACC-MATCH PIC 9(4).
       01 WS-ACC-INSERT-AT PIC 9(4).
       01 WS-ACC-SHIFT PIC 9(4).
       01 WS-ACC-FULL-FLAG PIC X VALUE 'N'.
           88 WS-ACC-FULL-YES VALUE 'Y', FALSE 'N'.
       01 WS-ACC-KEY PIC X(22).
       01 WS-SELECTED-COUNT PIC 9(6) VALUE 0.
       01 WS-GRANTED-TOTAL PIC 9(6) VALUE 0.
       01 WS-REFUSED-TOTAL PIC 9(6) VALUE 0.
       01 WS-PRIOR-OPERATOR PIC X(12).
       01 WS-REPORT-LINE PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-FILTER-FROM NOT = SPACES
           AND (WS-FILTER-FROM(1:8) IS NOT NUMERIC
           OR WS-FILTER-FROM(9:92) NOT = SPACES) THEN
               DISPLAY "ACCESS-REPORT: -from NOT YYYYMMDD: "
                   FUNCTION TRIM(WS-FILTER-FROM)
               SET WS-BAD-DATE-YES TO TRUE
           END-IF.
           IF WS-FILTER-TO NOT = SPACES
           AND (WS-FILTER-TO(1:8) IS NOT NUMERIC
           OR WS-FILTER-TO(9:92) NOT = SPACES) THEN
               DISPLAY "ACCESS-REPORT: -to NOT YYYYMMDD: "
                   FUNCTION TRIM(WS-FILTER-TO)
               SET WS-BAD-DATE-YES TO TRUE
           END-IF.
           IF WS-BAD-DATE-YES THEN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-FILTER-OPERATOR)
             TO WS-FILTER-OPERATOR.
           MOVE "CISP_ACCESS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-ACCESS-FILE-NAME.
           IF WS-ACCESS-FILE-NAME = SPACES THEN
               MOVE '..\logs\access.data' TO WS-ACCESS-FILE-NAME
           END-IF.
           MOVE "CISP_ACCESS_REPORT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESPONSE-FILE-NAME.
           IF WS-RESPONSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\access-report.data'
                 TO WS-RESPONSE-FILE-NAME
           END-IF.
           OPEN INPUT ACCESS-FILE.
           IF NOT WS-ACCESS-FILE-STATUS-OK THEN
               DISPLAY "ACCESS-REPORT: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-ACCESS-FILE-NAME)
                   "', STATUS=" WS-ACCESS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               READ ACCESS-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM SELECT-ACCESS-PROCEDURE
                       IF WS-SELECTED-YES THEN
                           PERFORM TALLY-ACCESS-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCESS-FILE.
           OPEN OUTPUT RESPONSE-FILE.
           IF NOT WS-RESPONSE-FILE-STATUS-OK THEN
               DISPLAY "ACCESS-REPORT: RESPONSE-FILE OPEN FAILED,"
                   " STATUS=" WS-RESPONSE-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCESS BY OPERATOR FROM " DELIMITED BY SIZE
               WS-FILTER-FROM DELIMITED BY SPACE
               " TO " DELIMITED BY SIZE
               WS-FILTER-TO DELIMITED BY SPACE
               " OPERATOR " DELIMITED BY SIZE
               WS-FILTER-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPERATOR     FUNCTION   GRANTED REFUSED FIRST USED"
             "     LAST USED" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-PRIOR-OPERATOR.
           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1 UNTIL
           WS-ACC-INDEX > WS-ACC-COUNT
               PERFORM SHOW-ACCESS-LINE-PROCEDURE
           END-PERFORM.
           IF WS-ACC-FULL-YES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MORE OPERATOR/FUNCTION PAIRS THAN THE REPORT"
                 " HOLDS - NARROW THE PERIOD OR THE OPERATOR"
                 DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL " DELIMITED BY SIZE
               WS-SELECTED-COUNT DELIMITED BY SIZE
               " ACCESS(ES), " DELIMITED BY SIZE
               WS-GRANTED-TOTAL DELIMITED BY SIZE
               " GRANTED, " DELIMITED BY SIZE
               WS-REFUSED-TOTAL DELIMITED BY SIZE
               " REFUSED" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-REFUSED-TOTAL > 0 THEN
               PERFORM LIST-REFUSED-PROCEDURE
           END-IF.
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               CLOSE RESPONSE-FILE
           END-IF.
           IF WS-SELECTED-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-FILTER-FROM.
           MOVE SPACES TO WS-FILTER-TO.
           MOVE SPACES TO WS-FILTER-OPERATOR.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-from" OR "-to"
               OR "-operator" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "ACCESS-REPORT: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "ACCESS-REPORT: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-from"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-FROM
           WHEN "-to"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-TO
           WHEN "-operator"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-OPERATOR
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       SELECT-ACCESS-PROCEDURE.
           SET WS-SELECTED-YES TO TRUE.
           IF ACCESS-RECORD = SPACES THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-FROM NOT = SPACES
           AND ACCESS-STAMP(1:8) < WS-FILTER-FROM(1:8) THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-TO NOT = SPACES
           AND ACCESS-STAMP(1:8) > WS-FILTER-TO(1:8) THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-OPERATOR NOT = SPACES
           AND ACCESS-OPERATOR NOT = WS-FILTER-OPERATOR THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
       TALLY-ACCESS-PROCEDURE.
           ADD 1 TO WS-SELECTED-COUNT.
           IF ACCESS-OUTCOME-GRANTED THEN
               ADD 1 TO WS-GRANTED-TOTAL
           ELSE
               ADD 1 TO WS-REFUSED-TOTAL
           END-IF.
      *****Find the pair, or the place it belongs in operator/function
      *****order - the file is in time order, the report is not.
           MOVE ACCESS-OPERATOR TO WS-ACC-KEY(1:12).
           MOVE ACCESS-FUNCTION TO WS-ACC-KEY(13:10).
           MOVE 0 TO WS-ACC-MATCH.
           MOVE 0 TO WS-ACC-INSERT-AT.
           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1 UNTIL
           WS-ACC-INDEX > WS-ACC-COUNT OR WS-ACC-MATCH > 0
           OR WS-ACC-INSERT-AT > 0
               IF WS-ACC-PAIR(WS-ACC-INDEX) = WS-ACC-KEY THEN
                   MOVE WS-ACC-INDEX TO WS-ACC-MATCH
               ELSE IF WS-ACC-PAIR(WS-ACC-INDEX) > WS-ACC-KEY THEN
                   MOVE WS-ACC-INDEX TO WS-ACC-INSERT-AT
               END-IF
           END-PERFORM.
           IF WS-ACC-MATCH = 0 THEN
               IF WS-ACC-INSERT-AT = 0 THEN
                   COMPUTE WS-ACC-INSERT-AT = WS-ACC-COUNT + 1
               END-IF
               PERFORM INSERT-ACCESS-LINE-PROCEDURE
           END-IF.
           IF WS-ACC-MATCH > 0 THEN
               IF ACCESS-OUTCOME-GRANTED THEN
                   ADD 1 TO WS-ACC-GRANTED(WS-ACC-MATCH)
               ELSE
                   ADD 1 TO WS-ACC-REFUSED(WS-ACC-MATCH)
               END-IF
               IF WS-ACC-FIRST(WS-ACC-MATCH) = SPACES
               OR ACCESS-STAMP < WS-ACC-FIRST(WS-ACC-MATCH) THEN
                   MOVE ACCESS-STAMP TO WS-ACC-FIRST(WS-ACC-MATCH)
               END-IF
               IF ACCESS-STAMP > WS-ACC-LAST(WS-ACC-MATCH) THEN
                   MOVE ACCESS-STAMP TO WS-ACC-LAST(WS-ACC-MATCH)
               END-IF
           END-IF.
       INSERT-ACCESS-LINE-PROCEDURE.
      *****Open a new line at WS-ACC-INSERT-AT; a full table drops the
      *****pair from the summary (the totals still count it).
           IF WS-ACC-COUNT >= WS-MAX-ACCESS-LINES THEN
               SET WS-ACC-FULL-YES TO TRUE
           ELSE
               PERFORM VARYING WS-ACC-SHIFT FROM WS-ACC-COUNT BY -1
               UNTIL WS-ACC-SHIFT < WS-ACC-INSERT-AT
                   MOVE WS-ACC-ENTRY(WS-ACC-SHIFT)
                     TO WS-ACC-ENTRY(WS-ACC-SHIFT + 1)
               END-PERFORM
               ADD 1 TO WS-ACC-COUNT
               MOVE WS-ACC-KEY TO WS-ACC-PAIR(WS-ACC-INSERT-AT)
               MOVE 0 TO WS-ACC-GRANTED(WS-ACC-INSERT-AT)
               MOVE 0 TO WS-ACC-REFUSED(WS-ACC-INSERT-AT)
               MOVE SPACES TO WS-ACC-FIRST(WS-ACC-INSERT-AT)
               MOVE SPACES TO WS-ACC-LAST(WS-ACC-INSERT-AT)
               MOVE WS-ACC-INSERT-AT TO WS-ACC-MATCH
           END-IF.
       SHOW-ACCESS-LINE-PROCEDURE.
      *****The operator is printed once, at the first of their lines.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ACC-OPERATOR(WS-ACC-INDEX) NOT = WS-PRIOR-OPERATOR THEN
               MOVE WS-ACC-OPERATOR(WS-ACC-INDEX)
                 TO WS-REPORT-LINE(1:12)
               MOVE WS-ACC-OPERATOR(WS-ACC-INDEX) TO WS-PRIOR-OPERATOR
           END-IF.
           MOVE WS-ACC-FUNCTION(WS-ACC-INDEX) TO WS-REPORT-LINE(14:10).
           MOVE WS-ACC-GRANTED(WS-ACC-INDEX) TO WS-REPORT-LINE(25:6).
           MOVE WS-ACC-REFUSED(WS-ACC-INDEX) TO WS-REPORT-LINE(33:6).
           MOVE WS-ACC-FIRST(WS-ACC-INDEX) TO WS-REPORT-LINE(41:14).
           MOVE WS-ACC-LAST(WS-ACC-INDEX) TO WS-REPORT-LINE(56:14).
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       LIST-REFUSED-PROCEDURE.
      *****Second pass - each refusal in time order, for follow-up.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE "REFUSED ATTEMPTS" TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WHEN           OPERATOR     PROGRAM          "
             "FUNCTION   REASON / FOR" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           OPEN INPUT ACCESS-FILE.
           IF WS-ACCESS-FILE-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ ACCESS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM SELECT-ACCESS-PROCEDURE
                           IF WS-SELECTED-YES
                           AND NOT ACCESS-OUTCOME-GRANTED THEN
                               PERFORM SHOW-REFUSED-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-FILE
           END-IF.
       SHOW-REFUSED-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ACCESS-STAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCESS-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCESS-PROGRAM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCESS-FUNCTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ACCESS-REASON DELIMITED BY "  "
               " / " DELIMITED BY SIZE
               ACCESS-DETAIL DELIMITED BY "  "
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
       WRITE-REPORT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               MOVE WS-REPORT-LINE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-IF.
       END PROGRAM ACCESS-REPORT.
