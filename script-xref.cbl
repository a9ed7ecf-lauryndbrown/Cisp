      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Cross-reference of what every production script uses
      * Tectonics: cobc
      ******************************************************************
      *****Before a rate table, a state key, or a shared defun changes,
      *****the change ticket has to say which scripts it reaches. This
      *****program runs every script in TESTS-FILE through TOKENIZER -
      *****so (load "path") includes and the spliced function library
      *****are seen exactly as a run sees them - and walks each symbol
      *****table for what the script uses:
      *****
      *****    FUNCTION  CALL   a user function (defun) applied
      *****              SAVE   a defun banked with save-function
      *****    TABLE     LOAD   a load-table table name
      *****              READ   a lookup table name - the only use a
      *****                     keyed reference table shows
      *****    FILE      READ   a load-table or read-line path
      *****              WRITE  a write-line or report-define path
      *****              KEYED  a master-open path - the keyed master
      *****                     the script reads and updates
      *****    STATE     READ   a fetch key
      *****              WRITE  a persist key
      *****    PARAM     REF    a CISP_* name the script mentions
      *****    INCLUDE   LOAD   a file pulled in with (load "path")
      *****
      *****A usage inside an included file is charged to the
      *****TESTS-FILE script that loads it - that script is what a
      *****change reaches. An argument that is itself a form, not a
      *****literal, is listed as "(computed)" so a dynamic path or key
      *****still shows up as a risk.
      *****
      *****Every usage is written to CISP_XREF_FILE (default
      *****..\logs\xref.data, rebuilt each run) and the report is
      *****displayed by script, or with -invert by what is used - the
      *****"who writes state key YTD-PREMIUM" question. The filters
      *****narrow either view; -name alone implies -invert, since it
      *****asks for the blast radius of one name. Names compare without
      *****regard to case.
      *****
      *****Ends RC 4 when a script could not be tokenized (it is
      *****listed, and missing from the report), RC 8 when TESTS-FILE
      *****would not open.
      *****
      *****Usage: SCRIPT-XREF [-invert] [-kind KIND] [-name NAME]
      *****       [-use USE] [-script SCRIPT]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCRIPT-XREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TESTS-FILE
           ASSIGN TO DYNAMIC WS-TESTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TESTS-FILE-STATUS.
       SELECT OPTIONAL XREF-FILE
           ASSIGN TO DYNAMIC WS-XREF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-XREF-FILE-STATUS.
       SELECT XREF-SORT-FILE ASSIGN TO "SORTWORK".
       DATA DIVISION.
       FILE SECTION.
       FD TESTS-FILE.
       01 TESTS-RECORD PIC X(100).
       FD XREF-FILE.
      *****Fixed layout, errors.data style - the run that built it,
      *****the TESTS-FILE script, and one thing it uses.
       01 XREF-RECORD.
           02 XREF-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 XREF-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 XREF-KIND PIC X(8).
           02 FILLER PIC X.
           02 XREF-USE PIC X(5).
           02 FILLER PIC X.
           02 XREF-NAME PIC X(100).
       SD XREF-SORT-FILE.
       01 XREF-SORT-RECORD.
           02 XS-SCRIPT PIC X(100).
           02 XS-KIND PIC X(8).
           02 XS-NAME PIC X(100).
           02 XS-USE PIC X(5).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-CATALOGUE SubRoutine
      *****************************************
      *****Its FINGERPRINT scan already lists a script's (load "path")
      *****files - TOKENIZER splices them in without a trace.
       01 WS-CATALOGUE-OPERATION PIC X(12).
       COPY "script-fingerprint.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****************************************
      *    WS Shared with TOKENIZER SubRoutine
      *****************************************
       01 WS-LISP-FILE-NAME PIC X(100).
       01 WS-BATCH-MODE-FLAG PIC X VALUE 'Y'.
       01 WS-TOKENIZER-RESULT-FLAG PIC X.
           88 WS-TOKENIZER-RESULT-FATAL-YES VALUE 'Y', FALSE 'N'.
       01 WS-TRACE-FLAG PIC X VALUE 'N'.
       01 WS-RUN-ID PIC X(20).
       COPY "lisp-symbols.cpy"
           REPLACING ==PREFIX-SYMBOL-TABLE-SIZE==
                  BY ==WS-SYMBOL-TABLE-SIZE==
                     ==PREFIX-SYMBOL-LEN==
                  BY ==WS-SYMBOL-LEN==
                     ==PREFIX-SYMBOL==
                  BY ==WS-SYMBOL==
                     ==PREFIX-LISP-SYMBOLS==
                  BY ==WS-LISP-SYMBOLS==
                     ==PREFIX-MAX-SYMBOLS==
                  BY ==WS-MAX-SYMBOLS==.
       01 WS-TESTS-FILE-NAME PIC X(100).
       01 WS-TESTS-FILE-STATUS PIC XX.
           88 WS-TESTS-FILE-STATUS-OK VALUE '00'.
       01 WS-XREF-FILE-NAME PIC X(100).
       01 WS-XREF-FILE-STATUS PIC XX.
           88 WS-XREF-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-XREF-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-XREF-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(8).
       01 WS-INVERT-FLAG PIC X VALUE 'N'.
           88 WS-INVERT-YES VALUE 'Y', FALSE 'N'.
      *****Filters, held upper-cased for the comparison.
       01 WS-FILTER-KIND PIC X(8).
       01 WS-FILTER-NAME PIC X(100).
       01 WS-FILTER-USE PIC X(5).
       01 WS-FILTER-SCRIPT PIC X(100).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SCRIPT-COUNT PIC 9(4) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT PIC 9(6) VALUE 0.
       01 WS-DRIVER-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-DRIVER-PROBLEM-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    One script's token walk
      *****************************************
       01 WS-TOKEN-INDEX PIC 9(4).
       01 WS-ARG-INDEX PIC 9(4).
       01 WS-TOKEN PIC X(200).
       01 WS-VERB PIC X(200).
       01 WS-ARG-TEXT PIC X(200).
       01 WS-ARG-LEN PIC 9(4).
      *****Defun names in this script's symbol table (its own, its
      *****includes', and the library's) - a command-position token
      *****matching one is a user function call.
       78 WS-MAX-DEFUNS VALUE 200.
       01 WS-DEFUN-TABLE.
           02 WS-DEFUN-COUNT PIC 9(4).
           02 WS-DEFUN-NAME PIC X(100) OCCURS WS-MAX-DEFUNS TIMES.
       01 WS-DEFUN-INDEX PIC 9(4).
       01 WS-DEFUN-FOUND-FLAG PIC X.
           88 WS-DEFUN-FOUND-YES VALUE 'Y', FALSE 'N'.
      *****Usages already recorded for this script - each is listed
      *****once however often the script repeats it.
       78 WS-MAX-USES VALUE 500.
       01 WS-USE-TABLE.
           02 WS-USE-COUNT PIC 9(4).
           02 WS-USE-ENTRY OCCURS WS-MAX-USES TIMES.
               03 WS-USE-KIND PIC X(8).
               03 WS-USE-NAME PIC X(100).
               03 WS-USE-VERB PIC X(5).
       01 WS-USE-INDEX PIC 9(4).
       01 WS-USE-FOUND-FLAG PIC X.
           88 WS-USE-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-NEW-KIND PIC X(8).
       01 WS-NEW-NAME PIC X(100).
       01 WS-NEW-USE PIC X(5).
       01 WS-LOAD-INDEX PIC 9(2).
      *****************************************
      *    Report breaks
      *****************************************
       01 WS-PRINT-FLAG PIC X.
           88 WS-PRINT-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAST-SCRIPT PIC X(100).
       01 WS-LAST-KIND PIC X(8).
       01 WS-LAST-NAME PIC X(100).
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
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE "CISP_TESTS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-TESTS-FILE-NAME.
           IF WS-TESTS-FILE-NAME = SPACES THEN
               MOVE "..\test\tests-lists.txt" TO WS-TESTS-FILE-NAME
           END-IF.
           MOVE "CISP_XREF_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-XREF-FILE-NAME.
           IF WS-XREF-FILE-NAME = SPACES THEN
               MOVE '..\logs\xref.data' TO WS-XREF-FILE-NAME
           END-IF.
           IF WS-INVERT-YES THEN
               DISPLAY "SCRIPT-XREF: CROSS-REFERENCE BY NAME USED"
               SORT XREF-SORT-FILE
                   ON ASCENDING KEY XS-KIND
                   ON ASCENDING KEY XS-NAME
                   ON ASCENDING KEY XS-SCRIPT
                   ON ASCENDING KEY XS-USE
                   INPUT PROCEDURE IS RELEASE-USES-PROCEDURE
                   OUTPUT PROCEDURE IS PRINT-INVERTED-PROCEDURE
           ELSE
               DISPLAY "SCRIPT-XREF: CROSS-REFERENCE BY SCRIPT"
               SORT XREF-SORT-FILE
                   ON ASCENDING KEY XS-SCRIPT
                   ON ASCENDING KEY XS-KIND
                   ON ASCENDING KEY XS-NAME
                   ON ASCENDING KEY XS-USE
                   INPUT PROCEDURE IS RELEASE-USES-PROCEDURE
                   OUTPUT PROCEDURE IS PRINT-BY-SCRIPT-PROCEDURE
           END-IF.
           DISPLAY "SCRIPT-XREF: " WS-SCRIPT-COUNT " SCRIPT(S), "
               WS-FAILED-COUNT " NOT TOKENIZED, " WS-LISTED-COUNT
               " LINE(S) LISTED".
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "SCRIPT-XREF" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "Cross-reference built over " DELIMITED BY SIZE
             WS-SCRIPT-COUNT DELIMITED BY SIZE
             " script(s), " DELIMITED BY SIZE
             WS-FAILED-COUNT DELIMITED BY SIZE
             " not tokenized" DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF WS-DRIVER-PROBLEM-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-FAILED-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-FILTER-KIND.
           MOVE SPACES TO WS-FILTER-NAME.
           MOVE SPACES TO WS-FILTER-USE.
           MOVE SPACES TO WS-FILTER-SCRIPT.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-kind" OR "-name" OR "-use"
               OR "-script" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-invert" THEN
                   SET WS-INVERT-YES TO TRUE
               ELSE
                   DISPLAY "SCRIPT-XREF: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "SCRIPT-XREF: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
           IF WS-FILTER-NAME NOT = SPACES THEN
               SET WS-INVERT-YES TO TRUE
           END-IF.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-kind"
               MOVE FUNCTION UPPER-CASE(WS-CMD-LINE-ARG)
                 TO WS-FILTER-KIND
           WHEN "-name"
               MOVE FUNCTION UPPER-CASE(WS-CMD-LINE-ARG)
                 TO WS-FILTER-NAME
           WHEN "-use"
               MOVE FUNCTION UPPER-CASE(WS-CMD-LINE-ARG)
                 TO WS-FILTER-USE
           WHEN "-script"
               MOVE FUNCTION UPPER-CASE(WS-CMD-LINE-ARG)
                 TO WS-FILTER-SCRIPT
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       RELEASE-USES-PROCEDURE.
      *****Every TESTS-FILE script tokenized and walked; the usages go
      *****to the sort and to the xref file together.
           OPEN OUTPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS-OK THEN
               SET WS-XREF-OPEN-YES TO TRUE
           ELSE
               DISPLAY "SCRIPT-XREF: XREF-FILE OPEN FAILED, STATUS="
                   WS-XREF-FILE-STATUS
           END-IF.
           OPEN INPUT TESTS-FILE.
           IF NOT WS-TESTS-FILE-STATUS-OK THEN
               DISPLAY "SCRIPT-XREF: TESTS-FILE OPEN FAILED, STATUS="
                   WS-TESTS-FILE-STATUS
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ TESTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
      *****The script is the entry's first token - the same split the
      *****batch loop makes.
                           MOVE SPACES TO WS-LISP-FILE-NAME
                           UNSTRING TESTS-RECORD DELIMITED BY ALL " "
                             INTO WS-LISP-FILE-NAME
                           END-UNSTRING
                           IF WS-LISP-FILE-NAME NOT = SPACES THEN
                               PERFORM XREF-SCRIPT-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TESTS-FILE
           END-IF.
           IF WS-XREF-OPEN-YES THEN
               CLOSE XREF-FILE
               SET WS-XREF-OPEN-YES TO FALSE
           END-IF.
       XREF-SCRIPT-PROCEDURE.
           ADD 1 TO WS-SCRIPT-COUNT.
           MOVE 0 TO WS-USE-COUNT.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "TOKENIZER" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "Starting Tokenizer" TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           CALL "TOKENIZER" USING WS-LISP-FILE-NAME,
                WS-MAX-SYMBOLS, WS-LISP-SYMBOLS, WS-BATCH-MODE-FLAG,
                WS-TOKENIZER-RESULT-FLAG, WS-TRACE-FLAG, WS-RUN-ID.
           IF WS-TOKENIZER-RESULT-FATAL-YES THEN
               ADD 1 TO WS-FAILED-COUNT
               DISPLAY "SCRIPT-XREF: " FUNCTION TRIM(WS-LISP-FILE-NAME)
                   " DID NOT TOKENIZE - NOT CROSS-REFERENCED"
           ELSE
               PERFORM COLLECT-DEFUNS-PROCEDURE
               PERFORM WALK-SYMBOLS-PROCEDURE
               PERFORM RECORD-INCLUDES-PROCEDURE
           END-IF.
       COLLECT-DEFUNS-PROCEDURE.
      *****(defun NAME ...) - the token after "(" "defun".
           MOVE 0 TO WS-DEFUN-COUNT.
           PERFORM VARYING WS-TOKEN-INDEX FROM 2 BY 1 UNTIL
           WS-TOKEN-INDEX >= WS-SYMBOL-TABLE-SIZE
               IF WS-SYMBOL(WS-TOKEN-INDEX) = "defun"
               AND WS-SYMBOL(WS-TOKEN-INDEX - 1) = "("
               AND WS-DEFUN-COUNT < WS-MAX-DEFUNS THEN
                   ADD 1 TO WS-DEFUN-COUNT
                   MOVE WS-SYMBOL(WS-TOKEN-INDEX + 1)
                     TO WS-DEFUN-NAME(WS-DEFUN-COUNT)
               END-IF
           END-PERFORM.
       WALK-SYMBOLS-PROCEDURE.
      *****A verb is the token right after "("; its literal arguments
      *****are the tokens after it. CISP_* names count wherever they
      *****appear.
           PERFORM VARYING WS-TOKEN-INDEX FROM 1 BY 1 UNTIL
           WS-TOKEN-INDEX > WS-SYMBOL-TABLE-SIZE
               IF WS-SYMBOL(WS-TOKEN-INDEX)(1:1) = '"' THEN
                   MOVE WS-SYMBOL(WS-TOKEN-INDEX)(2:199) TO WS-TOKEN
               ELSE
                   MOVE WS-SYMBOL(WS-TOKEN-INDEX) TO WS-TOKEN
               END-IF
               IF WS-TOKEN(1:5) = "CISP_" THEN
                   MOVE "PARAM" TO WS-NEW-KIND
                   UNSTRING WS-TOKEN DELIMITED BY '"' OR " "
                     INTO WS-NEW-NAME
                   END-UNSTRING
                   MOVE "REF" TO WS-NEW-USE
                   PERFORM ADD-USE-PROCEDURE
               END-IF
               IF WS-TOKEN-INDEX > 1 THEN
                   IF WS-SYMBOL(WS-TOKEN-INDEX - 1) = "(" THEN
                       MOVE WS-SYMBOL(WS-TOKEN-INDEX) TO WS-VERB
                       PERFORM CLASSIFY-VERB-PROCEDURE
                   END-IF
               END-IF
           END-PERFORM.
       CLASSIFY-VERB-PROCEDURE.
           EVALUATE WS-VERB
           WHEN "persist"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "STATE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "WRITE" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "fetch"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "STATE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "READ" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "load-table"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "TABLE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "LOAD" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
               MOVE 2 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "FILE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "READ" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "lookup"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "TABLE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "READ" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "read-line"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "FILE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "READ" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "write-line" WHEN "report-define"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "FILE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "WRITE" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "master-open"
               MOVE 2 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "FILE" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "KEYED" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN "save-function"
               MOVE 1 TO WS-ARG-INDEX
               PERFORM GET-ARGUMENT-PROCEDURE
               MOVE "FUNCTION" TO WS-NEW-KIND
               MOVE WS-ARG-TEXT TO WS-NEW-NAME
               MOVE "SAVE" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           WHEN OTHER
               PERFORM FIND-DEFUN-PROCEDURE
               IF WS-DEFUN-FOUND-YES THEN
                   MOVE "FUNCTION" TO WS-NEW-KIND
                   MOVE WS-VERB TO WS-NEW-NAME
                   MOVE "CALL" TO WS-NEW-USE
                   PERFORM ADD-USE-PROCEDURE
               END-IF
           END-EVALUATE.
       GET-ARGUMENT-PROCEDURE.
      *****The WS-ARG-INDEXth token after the verb, quotes stripped.
      *****Only the first two arguments are ever asked for, and both
      *****lie before any nested form, so a plain offset finds them.
           MOVE SPACES TO WS-ARG-TEXT.
           IF WS-TOKEN-INDEX + WS-ARG-INDEX > WS-SYMBOL-TABLE-SIZE THEN
               MOVE "(missing)" TO WS-ARG-TEXT
           ELSE
               MOVE WS-SYMBOL(WS-TOKEN-INDEX + WS-ARG-INDEX)
                 TO WS-ARG-TEXT
               IF WS-ARG-TEXT = "(" THEN
                   MOVE "(computed)" TO WS-ARG-TEXT
               ELSE IF WS-ARG-TEXT = ")" THEN
                   MOVE "(missing)" TO WS-ARG-TEXT
               ELSE IF WS-ARG-TEXT(1:1) = '"' THEN
                   COMPUTE WS-ARG-LEN = FUNCTION LENGTH(
                     FUNCTION TRIM(WS-ARG-TEXT)) - 2
                   IF WS-ARG-LEN > 0 THEN
                       MOVE WS-SYMBOL(WS-TOKEN-INDEX + WS-ARG-INDEX)
                         (2:WS-ARG-LEN) TO WS-ARG-TEXT
                   ELSE
                       MOVE SPACES TO WS-ARG-TEXT
                   END-IF
               END-IF
           END-IF.
       FIND-DEFUN-PROCEDURE.
           SET WS-DEFUN-FOUND-YES TO FALSE.
           PERFORM VARYING WS-DEFUN-INDEX FROM 1 BY 1 UNTIL
           WS-DEFUN-INDEX > WS-DEFUN-COUNT OR WS-DEFUN-FOUND-YES
               IF WS-DEFUN-NAME(WS-DEFUN-INDEX) = WS-VERB THEN
                   SET WS-DEFUN-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
       RECORD-INCLUDES-PROCEDURE.
           MOVE "FINGERPRINT" TO WS-CATALOGUE-OPERATION.
           MOVE WS-LISP-FILE-NAME TO WS-FP-SCRIPT.
           CALL 'CISP-CATALOGUE' USING WS-CATALOGUE-OPERATION,
             WS-FP-REQUEST.
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1 UNTIL
           WS-LOAD-INDEX > WS-FP-LOAD-COUNT
               MOVE "INCLUDE" TO WS-NEW-KIND
               MOVE WS-FP-LOAD-NAME(WS-LOAD-INDEX) TO WS-NEW-NAME
               MOVE "LOAD" TO WS-NEW-USE
               PERFORM ADD-USE-PROCEDURE
           END-PERFORM.
       ADD-USE-PROCEDURE.
      *****Once per script per kind, name and use.
           SET WS-USE-FOUND-YES TO FALSE.
           PERFORM VARYING WS-USE-INDEX FROM 1 BY 1 UNTIL
           WS-USE-INDEX > WS-USE-COUNT OR WS-USE-FOUND-YES
               IF WS-USE-KIND(WS-USE-INDEX) = WS-NEW-KIND
               AND WS-USE-NAME(WS-USE-INDEX) = WS-NEW-NAME
               AND WS-USE-VERB(WS-USE-INDEX) = WS-NEW-USE THEN
                   SET WS-USE-FOUND-YES TO TRUE
               END-IF
           END-PERFORM.
           IF WS-USE-FOUND-YES OR WS-NEW-NAME = SPACES THEN
               CONTINUE
           ELSE
               IF WS-USE-COUNT < WS-MAX-USES THEN
                   ADD 1 TO WS-USE-COUNT
                   MOVE WS-NEW-KIND TO WS-USE-KIND(WS-USE-COUNT)
                   MOVE WS-NEW-NAME TO WS-USE-NAME(WS-USE-COUNT)
                   MOVE WS-NEW-USE TO WS-USE-VERB(WS-USE-COUNT)
               END-IF
               MOVE WS-LISP-FILE-NAME TO XS-SCRIPT
               MOVE WS-NEW-KIND TO XS-KIND
               MOVE WS-NEW-NAME TO XS-NAME
               MOVE WS-NEW-USE TO XS-USE
               RELEASE XREF-SORT-RECORD
               IF WS-XREF-OPEN-YES THEN
                   MOVE SPACES TO XREF-RECORD
                   MOVE WS-RUN-ID TO XREF-RUN-ID
                   MOVE WS-LISP-FILE-NAME TO XREF-SCRIPT
                   MOVE WS-NEW-KIND TO XREF-KIND
                   MOVE WS-NEW-USE TO XREF-USE
                   MOVE WS-NEW-NAME TO XREF-NAME
                   WRITE XREF-RECORD
               END-IF
           END-IF.
       APPLY-FILTERS-PROCEDURE.
           SET WS-PRINT-YES TO TRUE.
           IF WS-FILTER-KIND NOT = SPACES
           AND FUNCTION UPPER-CASE(XS-KIND) NOT = WS-FILTER-KIND THEN
               SET WS-PRINT-YES TO FALSE
           END-IF.
           IF WS-FILTER-NAME NOT = SPACES
           AND FUNCTION UPPER-CASE(XS-NAME) NOT = WS-FILTER-NAME THEN
               SET WS-PRINT-YES TO FALSE
           END-IF.
           IF WS-FILTER-USE NOT = SPACES
           AND FUNCTION UPPER-CASE(XS-USE) NOT = WS-FILTER-USE THEN
               SET WS-PRINT-YES TO FALSE
           END-IF.
           IF WS-FILTER-SCRIPT NOT = SPACES
           AND FUNCTION UPPER-CASE(XS-SCRIPT) NOT = WS-FILTER-SCRIPT
           THEN
               SET WS-PRINT-YES TO FALSE
           END-IF.
       PRINT-BY-SCRIPT-PROCEDURE.
           MOVE HIGH-VALUES TO WS-LAST-SCRIPT.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               RETURN XREF-SORT-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-FILTERS-PROCEDURE
                       IF WS-PRINT-YES THEN
                           IF XS-SCRIPT NOT = WS-LAST-SCRIPT THEN
                               DISPLAY FUNCTION TRIM(XS-SCRIPT)
                               MOVE XS-SCRIPT TO WS-LAST-SCRIPT
                           END-IF
                           DISPLAY "    " XS-KIND " " XS-USE " "
                               FUNCTION TRIM(XS-NAME)
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-RETURN
           END-PERFORM.
       PRINT-INVERTED-PROCEDURE.
           MOVE HIGH-VALUES TO WS-LAST-KIND.
           MOVE HIGH-VALUES TO WS-LAST-NAME.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               RETURN XREF-SORT-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       PERFORM APPLY-FILTERS-PROCEDURE
                       IF WS-PRINT-YES THEN
                           IF XS-KIND NOT = WS-LAST-KIND
                           OR XS-NAME NOT = WS-LAST-NAME THEN
                               DISPLAY XS-KIND " "
                                   FUNCTION TRIM(XS-NAME)
                               MOVE XS-KIND TO WS-LAST-KIND
                               MOVE XS-NAME TO WS-LAST-NAME
                           END-IF
                           DISPLAY "    " XS-USE " "
                               FUNCTION TRIM(XS-SCRIPT)
                           ADD 1 TO WS-LISTED-COUNT
                       END-IF
               END-RETURN
           END-PERFORM.
       END PROGRAM SCRIPT-XREF.
