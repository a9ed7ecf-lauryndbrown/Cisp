      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: General-ledger interface extract from results.data
      * Tectonics: cobc
      ******************************************************************
      *****Finance used to re-key the nightly totals from report.data
      *****into the ledger, because "script#form: value" lines are not
      *****something their load job can take. This program turns one
      *****run's *RUN section of the results file into the fixed-width
      *****GL interface file (gl-interface.cpy): a header, a detail
      *****per mapped result, and a trailer with the detail count and
      *****the debit/credit hash total.
      *****
      *****The mapping file (CISP_GL_MAP_FILE, default
      *****..\logs\glmap.data) assigns a results key to a GL account,
      *****a cost center and a debit/credit indicator, one per line:
      *****
      *****    script#form  account  cost-center  D|C
      *****
      *****with the key exactly as results.data shows it. Lines
      *****starting "*" are comments. A key may be mapped more than
      *****once - the debit and the credit leg of the same total - and
      *****every mapping of it gets a detail record.
      *****
      *****Values are amounts as LISP prints them, format-amount
      *****renderings ("$1,234.50") included; each detail is rounded
      *****to cents. A negative amount posts the other way - its
      *****indicator flips and the amount goes out unsigned. When a
      *****key has several results in the run (a -data run prints one
      *****per record) the last one wins, as in RESULTS-COMPARE.
      *****
      *****Nothing drops silently between the run and the ledger:
      *****a mapped key with no result, a mapped key whose result is
      *****not an amount, and a result with no mapping each go to the
      *****exceptions listing (CISP_GL_EXCEPTION_FILE, default
      *****..\logs\glexcept.data).
      *****
      *****Usage: GL-EXTRACT [-run RUNID]
      *****Without -run the last *RUN section in the results file
      *****(CISP_RESULTS_FILE) is extracted - the run that just
      *****finished. The extract goes to CISP_GL_FILE (default
      *****..\logs\glextract.data); its business date is
      *****CISP_PROC_DATE, else the run id's date.
      *****RETURN-CODE 0 clean, 4 when anything was listed as an
      *****exception, 8 when there is nothing to extract (no mapping,
      *****no results file, no such run).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GL-RESULTS-FILE
           ASSIGN TO DYNAMIC WS-RESULTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULTS-FILE-STATUS.
       SELECT OPTIONAL GL-MAP-FILE
           ASSIGN TO DYNAMIC WS-MAP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-FILE-STATUS.
       SELECT OPTIONAL GL-FILE
           ASSIGN TO DYNAMIC WS-GL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GL-FILE-STATUS.
       SELECT OPTIONAL GL-EXCEPTION-FILE
           ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GL-RESULTS-FILE.
       01 GL-RESULTS-RECORD PIC X(250).
       FD GL-MAP-FILE.
       01 GL-MAP-RECORD PIC X(200).
       FD GL-FILE.
       COPY "gl-interface.cpy" REPLACING LEADING ==PREFIX== BY ==GL==.
       FD GL-EXCEPTION-FILE.
       01 GL-EXCEPTION-RECORD PIC X(250).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-RESULTS-FILE-NAME PIC X(100).
       01 WS-RESULTS-FILE-STATUS PIC XX.
           88 WS-RESULTS-FILE-STATUS-OK VALUE '00'.
       01 WS-MAP-FILE-NAME PIC X(100).
       01 WS-MAP-FILE-STATUS PIC XX.
           88 WS-MAP-FILE-STATUS-OK VALUE '00'.
       01 WS-GL-FILE-NAME PIC X(100).
       01 WS-GL-FILE-STATUS PIC XX.
           88 WS-GL-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-EXCEPTION-FILE-NAME PIC X(100).
       01 WS-EXCEPTION-FILE-STATUS PIC XX.
           88 WS-EXCEPTION-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RUN-ID PIC X(20).
       01 WS-BUSINESS-DATE PIC X(8).
      *****The *RUN section being extracted (-run, else the last one
      *****in the file) and the one the scan is currently inside.
       01 WS-EXTRACT-RUN-ID PIC X(20).
       01 WS-CURRENT-SECTION-ID PIC X(20).
       01 WS-SECTION-SEEN-FLAG PIC X VALUE 'N'.
           88 WS-SECTION-SEEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(20).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-PARSE-KEY PIC X(120).
       01 WS-PARSE-VALUE PIC X(130).
       01 WS-PARSE-PTR PIC 9(4).
       01 WS-VALUE-TEXT PIC X(130).
       01 WS-VALUE-LEN PIC 9(4).
      *****************************************
      *    Mapping table - one entry per mapping line, with the last
      *    result the run produced for its key
      *****************************************
       78 WS-MAX-MAPPINGS VALUE 500.
       01 WS-MAP-TOKEN-1 PIC X(100).
       01 WS-MAP-TOKEN-2 PIC X(20).
       01 WS-MAP-TOKEN-3 PIC X(10).
       01 WS-MAP-TOKEN-4 PIC X(5).
       01 WS-MAP-BAD-COUNT PIC 9(6) VALUE 0.
       01 WS-MAP-TABLE.
           02 WS-MAP-COUNT PIC 9(4) VALUE 0.
           02 WS-MAP-ENTRY OCCURS WS-MAX-MAPPINGS TIMES.
               03 WS-MAP-KEY PIC X(100).
               03 WS-MAP-ACCOUNT PIC X(20).
               03 WS-MAP-COST-CENTER PIC X(10).
               03 WS-MAP-DC PIC X.
               03 WS-MAP-RESULT-FLAG PIC X.
                   88 WS-MAP-RESULT-YES VALUE 'Y', FALSE 'N'.
               03 WS-MAP-VALUE PIC X(130).
       01 WS-MAP-INDEX PIC 9(4).
       01 WS-MAP-MATCH-FLAG PIC X.
           88 WS-MAP-MATCH-YES VALUE 'Y', FALSE 'N'.
      *****Results with no mapping, listed once per key however many
      *****records of a -data run printed them.
       78 WS-MAX-UNMAPPED VALUE 500.
       01 WS-UNMAPPED-TABLE.
           02 WS-UNMAPPED-COUNT PIC 9(4) VALUE 0.
           02 WS-UNMAPPED-KEY PIC X(100)
               OCCURS WS-MAX-UNMAPPED TIMES.
       01 WS-UNMAPPED-INDEX PIC 9(4).
       01 WS-UNMAPPED-FOUND-FLAG PIC X.
           88 WS-UNMAPPED-FOUND-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Amounts and control totals
      *****************************************
       01 WS-AMOUNT PIC S9(16)V9(4) COMP-3.
       01 WS-AMOUNT-CENTS PIC S9(13)V99 COMP-3.
       01 WS-POST-DC PIC X.
       01 WS-DETAIL-COUNT PIC 9(9) VALUE 0.
       01 WS-DEBIT-TOTAL PIC 9(15)V99 VALUE 0.
       01 WS-CREDIT-TOTAL PIC 9(15)V99 VALUE 0.
       01 WS-HASH-TOTAL PIC 9(17)V99 VALUE 0.
       01 WS-RESULT-LINE-COUNT PIC 9(9) VALUE 0.
       01 WS-NO-RESULT-COUNT PIC 9(6) VALUE 0.
       01 WS-NOT-AMOUNT-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-EDIT PIC Z(16)9.99.
       01 WS-EXCEPTION-LINE PIC X(250).
       01 WS-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-PROBLEM-YES VALUE 'Y', FALSE 'N'.
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
           PERFORM RESOLVE-FILES-PROCEDURE.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           PERFORM LOAD-MAPPING-PROCEDURE.
           IF WS-MAP-COUNT = 0 THEN
               DISPLAY "GL-EXTRACT: NO MAPPINGS IN '"
                   FUNCTION TRIM(WS-MAP-FILE-NAME) "'"
               SET WS-PROBLEM-YES TO TRUE
           END-IF.
           IF NOT WS-PROBLEM-YES AND WS-EXTRACT-RUN-ID = SPACES THEN
               PERFORM FIND-LAST-RUN-PROCEDURE
           END-IF.
           IF NOT WS-PROBLEM-YES THEN
               PERFORM OPEN-EXCEPTIONS-PROCEDURE
               PERFORM SCAN-RESULTS-PROCEDURE
           END-IF.
           IF NOT WS-PROBLEM-YES AND NOT WS-SECTION-SEEN-YES THEN
               DISPLAY "GL-EXTRACT: NO *RUN SECTION "
                   FUNCTION TRIM(WS-EXTRACT-RUN-ID)
                   " IN '" FUNCTION TRIM(WS-RESULTS-FILE-NAME) "'"
               SET WS-PROBLEM-YES TO TRUE
           END-IF.
           IF NOT WS-PROBLEM-YES THEN
               PERFORM WRITE-EXTRACT-PROCEDURE
           END-IF.
           IF WS-EXCEPTION-FILE-STATUS-OK THEN
               CLOSE GL-EXCEPTION-FILE
           END-IF.
           PERFORM LOG-SUMMARY-PROCEDURE.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF WS-PROBLEM-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-EXCEPTION-COUNT > 0 OR WS-MAP-BAD-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-EXTRACT-RUN-ID.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-EXTRACT-RUN-ID
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-run" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "GL-EXTRACT: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "GL-EXTRACT: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       RESOLVE-FILES-PROCEDURE.
           MOVE "CISP_RESULTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESULTS-FILE-NAME.
           IF WS-RESULTS-FILE-NAME = SPACES THEN
               MOVE '..\logs\results.data' TO WS-RESULTS-FILE-NAME
           END-IF.
           MOVE "CISP_GL_MAP_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-MAP-FILE-NAME.
           IF WS-MAP-FILE-NAME = SPACES THEN
               MOVE '..\logs\glmap.data' TO WS-MAP-FILE-NAME
           END-IF.
           MOVE "CISP_GL_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-GL-FILE-NAME.
           IF WS-GL-FILE-NAME = SPACES THEN
               MOVE '..\logs\glextract.data' TO WS-GL-FILE-NAME
           END-IF.
           MOVE "CISP_GL_EXCEPTION_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-EXCEPTION-FILE-NAME.
           IF WS-EXCEPTION-FILE-NAME = SPACES THEN
               MOVE '..\logs\glexcept.data' TO WS-EXCEPTION-FILE-NAME
           END-IF.
           MOVE "CISP_PROC_DATE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-BUSINESS-DATE.
       LOAD-MAPPING-PROCEDURE.
           OPEN INPUT GL-MAP-FILE.
           IF NOT WS-MAP-FILE-STATUS-OK THEN
               DISPLAY "GL-EXTRACT: GL-MAP-FILE OPEN FAILED, STATUS="
                   WS-MAP-FILE-STATUS
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ GL-MAP-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF GL-MAP-RECORD NOT = SPACES
                           AND GL-MAP-RECORD(1:1) NOT = "*" THEN
                               PERFORM STORE-MAPPING-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY "GL-EXTRACT: " WS-MAP-COUNT
                   " MAPPING(S) LOADED"
           END-IF.
       STORE-MAPPING-PROCEDURE.
           MOVE SPACES TO WS-MAP-TOKEN-1.
           MOVE SPACES TO WS-MAP-TOKEN-2.
           MOVE SPACES TO WS-MAP-TOKEN-3.
           MOVE SPACES TO WS-MAP-TOKEN-4.
           UNSTRING GL-MAP-RECORD DELIMITED BY ALL " " INTO
             WS-MAP-TOKEN-1, WS-MAP-TOKEN-2, WS-MAP-TOKEN-3,
             WS-MAP-TOKEN-4
           END-UNSTRING.
           IF WS-MAP-TOKEN-4 NOT = "D" AND WS-MAP-TOKEN-4 NOT = "C"
           OR WS-MAP-TOKEN-3 = SPACES THEN
               DISPLAY "GL-EXTRACT: MAPPING LINE NEEDS KEY, ACCOUNT,"
                   " COST CENTER AND D OR C, IGNORED: "
                   FUNCTION TRIM(GL-MAP-RECORD)
               ADD 1 TO WS-MAP-BAD-COUNT
           ELSE IF WS-MAP-COUNT >= WS-MAX-MAPPINGS THEN
               DISPLAY "GL-EXTRACT: MAPPING TABLE FULL, MAPPING"
                   " DROPPED: " FUNCTION TRIM(WS-MAP-TOKEN-1)
               ADD 1 TO WS-MAP-BAD-COUNT
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE WS-MAP-TOKEN-1 TO WS-MAP-KEY(WS-MAP-COUNT)
               MOVE WS-MAP-TOKEN-2 TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
               MOVE WS-MAP-TOKEN-3 TO WS-MAP-COST-CENTER(WS-MAP-COUNT)
               MOVE WS-MAP-TOKEN-4 TO WS-MAP-DC(WS-MAP-COUNT)
               SET WS-MAP-RESULT-YES(WS-MAP-COUNT) TO FALSE
               MOVE SPACES TO WS-MAP-VALUE(WS-MAP-COUNT)
           END-IF.
       FIND-LAST-RUN-PROCEDURE.
      *****No -run given: the section the last *RUN marker opens is
      *****the run that just finished.
           OPEN INPUT GL-RESULTS-FILE.
           IF NOT WS-RESULTS-FILE-STATUS-OK THEN
               DISPLAY "GL-EXTRACT: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-RESULTS-FILE-NAME)
                   "', STATUS=" WS-RESULTS-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ GL-RESULTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF GL-RESULTS-RECORD(1:4) = "*RUN" THEN
                               MOVE GL-RESULTS-RECORD(6:20)
                                 TO WS-EXTRACT-RUN-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-RESULTS-FILE
               IF WS-EXTRACT-RUN-ID = SPACES THEN
                   DISPLAY "GL-EXTRACT: NO *RUN SECTION IN '"
                       FUNCTION TRIM(WS-RESULTS-FILE-NAME) "'"
                   SET WS-PROBLEM-YES TO TRUE
               END-IF
           END-IF.
       OPEN-EXCEPTIONS-PROCEDURE.
           OPEN OUTPUT GL-EXCEPTION-FILE.
           IF NOT WS-EXCEPTION-FILE-STATUS-OK THEN
               DISPLAY "GL-EXTRACT: GL-EXCEPTION-FILE OPEN FAILED,"
                   " STATUS=" WS-EXCEPTION-FILE-STATUS
           ELSE
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "GL EXTRACT EXCEPTIONS - RUN " DELIMITED BY SIZE
                   WS-EXTRACT-RUN-ID DELIMITED BY SPACE
                   "  EXTRACTED " DELIMITED BY SIZE
                   WS-RUN-ID DELIMITED BY SPACE
                   INTO WS-EXCEPTION-LINE
               MOVE WS-EXCEPTION-LINE TO GL-EXCEPTION-RECORD
               WRITE GL-EXCEPTION-RECORD
           END-IF.
       SCAN-RESULTS-PROCEDURE.
      *****Every result line of the extracted run's section(s) lands
      *****on each mapping of its key, or on the unmapped list.
           MOVE SPACES TO WS-CURRENT-SECTION-ID.
           OPEN INPUT GL-RESULTS-FILE.
           IF NOT WS-RESULTS-FILE-STATUS-OK THEN
               DISPLAY "GL-EXTRACT: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-RESULTS-FILE-NAME)
                   "', STATUS=" WS-RESULTS-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ GL-RESULTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF GL-RESULTS-RECORD(1:4) = "*RUN" THEN
                               MOVE GL-RESULTS-RECORD(6:20)
                                 TO WS-CURRENT-SECTION-ID
                               IF WS-CURRENT-SECTION-ID =
                               WS-EXTRACT-RUN-ID THEN
                                   SET WS-SECTION-SEEN-YES TO TRUE
                               END-IF
                           ELSE IF WS-CURRENT-SECTION-ID =
                           WS-EXTRACT-RUN-ID
                           AND GL-RESULTS-RECORD NOT = SPACES THEN
                               PERFORM APPLY-RESULT-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-RESULTS-FILE
           END-IF.
       APPLY-RESULT-PROCEDURE.
      *****Key is everything before the first ": ", the value the raw
      *****remainder - RESULTS-COMPARE's split.
           MOVE SPACES TO WS-PARSE-KEY.
           MOVE SPACES TO WS-PARSE-VALUE.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING GL-RESULTS-RECORD DELIMITED BY ": " INTO
             WS-PARSE-KEY WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           IF WS-PARSE-PTR <= 250 THEN
               MOVE GL-RESULTS-RECORD(WS-PARSE-PTR:251 - WS-PARSE-PTR)
                 TO WS-PARSE-VALUE
               ADD 1 TO WS-RESULT-LINE-COUNT
               SET WS-MAP-MATCH-YES TO FALSE
               PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1 UNTIL
               WS-MAP-INDEX > WS-MAP-COUNT
                   IF WS-MAP-KEY(WS-MAP-INDEX) = WS-PARSE-KEY THEN
                       SET WS-MAP-MATCH-YES TO TRUE
                       SET WS-MAP-RESULT-YES(WS-MAP-INDEX) TO TRUE
                       MOVE WS-PARSE-VALUE TO WS-MAP-VALUE(WS-MAP-INDEX)
                   END-IF
               END-PERFORM
               IF NOT WS-MAP-MATCH-YES THEN
                   PERFORM NOTE-UNMAPPED-PROCEDURE
               END-IF
           END-IF.
       NOTE-UNMAPPED-PROCEDURE.
           SET WS-UNMAPPED-FOUND-YES TO FALSE.
           PERFORM VARYING WS-UNMAPPED-INDEX FROM 1 BY 1 UNTIL
           WS-UNMAPPED-INDEX > WS-UNMAPPED-COUNT
           OR WS-UNMAPPED-FOUND-YES
               IF WS-UNMAPPED-KEY(WS-UNMAPPED-INDEX) = WS-PARSE-KEY
               THEN
                   SET WS-UNMAPPED-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-UNMAPPED-FOUND-YES THEN
               IF WS-UNMAPPED-COUNT < WS-MAX-UNMAPPED THEN
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-PARSE-KEY
                     TO WS-UNMAPPED-KEY(WS-UNMAPPED-COUNT)
               END-IF
               ADD 1 TO WS-UNMAPPED-LINE-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "NO MAPPING   " DELIMITED BY SIZE
                   WS-PARSE-KEY DELIMITED BY SPACE
                   "  VALUE " DELIMITED BY SIZE
                   WS-PARSE-VALUE DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           END-IF.
       WRITE-EXTRACT-PROCEDURE.
           IF WS-BUSINESS-DATE = SPACES THEN
               MOVE WS-EXTRACT-RUN-ID(1:8) TO WS-BUSINESS-DATE
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT WS-GL-FILE-STATUS-OK THEN
               DISPLAY "GL-EXTRACT: GL-FILE OPEN FAILED, STATUS="
                   WS-GL-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
           ELSE
               MOVE SPACES TO GL-HEADER
               MOVE "H" TO GL-HDR-TYPE
               MOVE "CISP" TO GL-HDR-SOURCE
               MOVE WS-BUSINESS-DATE TO GL-HDR-BUSINESS-DATE
               MOVE WS-EXTRACT-RUN-ID TO GL-HDR-RUN-ID
               MOVE WS-RUN-ID(1:14) TO GL-HDR-CREATED
               WRITE GL-HEADER
               PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1 UNTIL
               WS-MAP-INDEX > WS-MAP-COUNT
                   PERFORM EXTRACT-MAPPING-PROCEDURE
               END-PERFORM
               COMPUTE WS-HASH-TOTAL = WS-DEBIT-TOTAL + WS-CREDIT-TOTAL
               MOVE SPACES TO GL-TRAILER
               MOVE "T" TO GL-TRL-TYPE
               MOVE WS-DETAIL-COUNT TO GL-TRL-RECORD-COUNT
               MOVE WS-DEBIT-TOTAL TO GL-TRL-DEBIT-TOTAL
               MOVE WS-CREDIT-TOTAL TO GL-TRL-CREDIT-TOTAL
               MOVE WS-HASH-TOTAL TO GL-TRL-HASH-TOTAL
               WRITE GL-TRAILER
               CLOSE GL-FILE
           END-IF.
       EXTRACT-MAPPING-PROCEDURE.
      *****One mapping: a detail record, or the reason it has none.
           IF NOT WS-MAP-RESULT-YES(WS-MAP-INDEX) THEN
               ADD 1 TO WS-NO-RESULT-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "NO RESULT    " DELIMITED BY SIZE
                   WS-MAP-KEY(WS-MAP-INDEX) DELIMITED BY SPACE
                   "  ACCOUNT " DELIMITED BY SIZE
                   WS-MAP-ACCOUNT(WS-MAP-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MAP-COST-CENTER(WS-MAP-INDEX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   WS-MAP-DC(WS-MAP-INDEX) DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           ELSE
               PERFORM CONVERT-AMOUNT-PROCEDURE
           END-IF.
       CONVERT-AMOUNT-PROCEDURE.
      *****Peel the quotes a string result prints with; NUMVAL-C then
      *****takes plain numbers and format-amount renderings alike.
           MOVE FUNCTION TRIM(WS-MAP-VALUE(WS-MAP-INDEX))
             TO WS-VALUE-TEXT.
           COMPUTE WS-VALUE-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-VALUE-TEXT)).
           IF WS-VALUE-LEN > 2 AND WS-VALUE-TEXT(1:1) = '"'
           AND WS-VALUE-TEXT(WS-VALUE-LEN:1) = '"' THEN
               MOVE WS-VALUE-TEXT(2:WS-VALUE-LEN - 2)
                 TO WS-PARSE-VALUE
               MOVE WS-PARSE-VALUE TO WS-VALUE-TEXT
           END-IF.
           IF WS-VALUE-TEXT = SPACES
           OR FUNCTION TEST-NUMVAL-C(WS-VALUE-TEXT) NOT = 0 THEN
               ADD 1 TO WS-NOT-AMOUNT-COUNT
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "NOT AN AMOUNT " DELIMITED BY SIZE
                   WS-MAP-KEY(WS-MAP-INDEX) DELIMITED BY SPACE
                   "  VALUE " DELIMITED BY SIZE
                   WS-MAP-VALUE(WS-MAP-INDEX) DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE-PROCEDURE
           ELSE
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(WS-VALUE-TEXT)
               COMPUTE WS-AMOUNT-CENTS ROUNDED = WS-AMOUNT
               MOVE WS-MAP-DC(WS-MAP-INDEX) TO WS-POST-DC
               IF WS-AMOUNT-CENTS < 0 THEN
                   COMPUTE WS-AMOUNT-CENTS = 0 - WS-AMOUNT-CENTS
                   IF WS-POST-DC = "D" THEN
                       MOVE "C" TO WS-POST-DC
                   ELSE
                       MOVE "D" TO WS-POST-DC
                   END-IF
               END-IF
               MOVE SPACES TO GL-DETAIL
               MOVE "D" TO GL-DTL-TYPE
               MOVE WS-MAP-ACCOUNT(WS-MAP-INDEX) TO GL-DTL-ACCOUNT
               MOVE WS-MAP-COST-CENTER(WS-MAP-INDEX)
                 TO GL-DTL-COST-CENTER
               MOVE WS-POST-DC TO GL-DTL-DC
               MOVE WS-AMOUNT-CENTS TO GL-DTL-AMOUNT
               MOVE WS-BUSINESS-DATE TO GL-DTL-BUSINESS-DATE
               MOVE WS-MAP-KEY(WS-MAP-INDEX) TO GL-DTL-SOURCE-KEY
               WRITE GL-DETAIL
               ADD 1 TO WS-DETAIL-COUNT
               IF WS-POST-DC = "D" THEN
                   ADD WS-AMOUNT-CENTS TO WS-DEBIT-TOTAL
               ELSE
                   ADD WS-AMOUNT-CENTS TO WS-CREDIT-TOTAL
               END-IF
           END-IF.
       WRITE-EXCEPTION-LINE-PROCEDURE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           DISPLAY "  " FUNCTION TRIM(WS-EXCEPTION-LINE).
           IF WS-EXCEPTION-FILE-STATUS-OK THEN
               MOVE WS-EXCEPTION-LINE TO GL-EXCEPTION-RECORD
               WRITE GL-EXCEPTION-RECORD
           END-IF.
       LOG-SUMMARY-PROCEDURE.
      *****Counts and control totals to the console and the shared
      *****log - WARN when anything needs explaining to finance.
           DISPLAY "GL-EXTRACT: RUN " FUNCTION TRIM(WS-EXTRACT-RUN-ID)
               " RESULTS " WS-RESULT-LINE-COUNT
               " DETAILS " WS-DETAIL-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "  DEBITS  " WS-TOTAL-EDIT.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY "  CREDITS " WS-TOTAL-EDIT.
           DISPLAY "  EXCEPTIONS " WS-EXCEPTION-COUNT
               " (NO RESULT " WS-NO-RESULT-COUNT
               ", NOT AN AMOUNT " WS-NOT-AMOUNT-COUNT
               ", NO MAPPING " WS-UNMAPPED-LINE-COUNT ")".
           IF WS-MAP-BAD-COUNT > 0 THEN
               DISPLAY "  MAPPING LINES IGNORED " WS-MAP-BAD-COUNT
           END-IF.
           IF WS-EXCEPTION-FILE-STATUS-OK THEN
               MOVE SPACES TO WS-EXCEPTION-LINE
               STRING "EXCEPTIONS " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   "  DETAILS WRITTEN " DELIMITED BY SIZE
                   WS-DETAIL-COUNT DELIMITED BY SIZE
                   INTO WS-EXCEPTION-LINE
               MOVE WS-EXCEPTION-LINE TO GL-EXCEPTION-RECORD
               WRITE GL-EXCEPTION-RECORD
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           IF WS-PROBLEM-YES OR WS-EXCEPTION-COUNT > 0 THEN
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
           END-IF.
           MOVE "GL-EXTRACT" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "RUN " DELIMITED BY SIZE
             WS-EXTRACT-RUN-ID DELIMITED BY SPACE
             " details=" DELIMITED BY SIZE
             WS-DETAIL-COUNT DELIMITED BY SIZE
             " exceptions=" DELIMITED BY SIZE
             WS-EXCEPTION-COUNT DELIMITED BY SIZE
             " debits=" DELIMITED BY SIZE
             WS-DEBIT-TOTAL DELIMITED BY SIZE
             " credits=" DELIMITED BY SIZE
             WS-CREDIT-TOTAL DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       END PROGRAM GL-EXTRACT.
