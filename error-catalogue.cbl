      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: List the error catalogue and check the errors feed
      *          against it
      * Tectonics: cobc
      ******************************************************************
      *****The error catalogue (CISP_ERRCAT_FILE, default
      *****..\logs\errcat.data, layout in error-catalogue.cpy) is only
      *****worth having if every code the system throws is in it. This
      *****program keeps it honest:
      *****
      *****    -check        (the default) every distinct code in
      *****                  errors.data that the catalogue does not
      *****                  list, with how often it was thrown and the
      *****                  last run id that threw it; and every
      *****                  catalogue line whose severity is not
      *****                  FATAL, ERROR or WARN or whose rerun flag
      *****                  is not Y or N
      *****    -list         every catalogue entry
      *****    -show CODE    one code's entry, action included
      *****
      *****-check ends RC 0 when everything thrown is catalogued and
      *****every entry is well formed, RC 4 otherwise, RC 8 when the
      *****catalogue cannot be read. -show ends RC 4 for a code the
      *****catalogue does not list.
      *****
      *****Usage: ERROR-CATALOGUE [-check | -list | -show CODE]
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERROR-CATALOGUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ERRCAT-FILE
           ASSIGN TO DYNAMIC WS-ERRCAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRCAT-FILE-STATUS.
       SELECT OPTIONAL CHECK-ERRORS-FILE
           ASSIGN TO DYNAMIC WS-ERRORS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRORS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ERRCAT-FILE.
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==ERRCAT==.
       FD CHECK-ERRORS-FILE.
      *****Mirrors CISP-ERROR.cbl's ERRORS-RECORD layout - a change
      *****there needs the same change here.
       01 CHECK-ERRORS-RECORD.
           02 CE-ERR-STAMP PIC X(14).
           02 FILLER PIC X.
           02 CE-ERR-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 CE-ERR-CODE PIC X(8).
           02 FILLER PIC X.
           02 CE-ERR-FILE PIC X(100).
           02 FILLER PIC X.
           02 CE-ERR-FORM PIC 9(4).
           02 FILLER PIC X.
           02 CE-ERR-FATAL PIC X.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-ERRCAT SubRoutine
      *****************************************
       01 WS-ERRCAT-OPERATION PIC X(12).
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-ERRCAT==.
       01 WS-ERRCAT-FOUND-FLAG PIC X.
           88 WS-ERRCAT-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-ERRCAT-FILE-NAME PIC X(100).
       01 WS-ERRCAT-FILE-STATUS PIC XX.
           88 WS-ERRCAT-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-ERRCAT-FILE-ABSENT VALUE '05', '35'.
       01 WS-ERRORS-FILE-NAME PIC X(100).
       01 WS-ERRORS-FILE-STATUS PIC XX.
           88 WS-ERRORS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(5).
       01 WS-MODE PIC X(6) VALUE "-check".
       01 WS-SHOW-CODE PIC X(8).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROBLEM-FLAG PIC X VALUE 'N'.
           88 WS-PROBLEM-YES VALUE 'Y', FALSE 'N'.
      *****Distinct codes the errors feed has thrown.
       78 WS-MAX-THROWN-CODES VALUE 300.
       01 WS-THROWN-TABLE.
           02 WS-THROWN-COUNT PIC 9(4) VALUE 0.
           02 WS-THROWN-ENTRY OCCURS WS-MAX-THROWN-CODES TIMES.
               03 WS-THROWN-CODE PIC X(8).
               03 WS-THROWN-TIMES PIC 9(8).
               03 WS-THROWN-LAST-RUN PIC X(20).
       01 WS-THROWN-INDEX PIC 9(4).
       01 WS-THROWN-MATCH PIC 9(4).
       01 WS-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-BAD-ENTRY-COUNT PIC 9(6) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(6) VALUE 0.
       01 WS-TIMES-EDIT PIC Z(7)9.
       01 WS-REPORT-LINE PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           MOVE "CISP_ERRCAT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-ERRCAT-FILE-NAME.
           IF WS-ERRCAT-FILE-NAME = SPACES THEN
               MOVE '..\logs\errcat.data' TO WS-ERRCAT-FILE-NAME
           END-IF.
           MOVE "CISP_ERRORS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-ERRORS-FILE-NAME.
           IF WS-ERRORS-FILE-NAME = SPACES THEN
               MOVE '..\logs\errors.data' TO WS-ERRORS-FILE-NAME
           END-IF.
           IF WS-MODE = "-show" THEN
               PERFORM SHOW-CODE-PROCEDURE
           ELSE
               PERFORM SCAN-CATALOGUE-PROCEDURE
               IF WS-MODE = "-check" AND NOT WS-PROBLEM-YES THEN
                   PERFORM CHECK-THROWN-CODES-PROCEDURE
               END-IF
           END-IF.
           IF WS-PROBLEM-YES THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-MISSING-COUNT > 0 OR WS-BAD-ENTRY-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-SHOW-CODE.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE(WS-CMD-LINE-ARG)
                     TO WS-SHOW-CODE
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-check"
               OR WS-CMD-LINE-ARG = "-list" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-MODE
               ELSE IF WS-CMD-LINE-ARG = "-show" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-MODE
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "ERROR-CATALOGUE: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "ERROR-CATALOGUE: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
               MOVE "-check" TO WS-MODE
           END-IF.
       SHOW-CODE-PROCEDURE.
           MOVE "LOOKUP" TO WS-ERRCAT-OPERATION.
           MOVE WS-SHOW-CODE TO WS-ERRCAT-CODE.
           CALL 'CISP-ERRCAT' USING WS-ERRCAT-OPERATION,
             WS-ERRCAT-RECORD, WS-ERRCAT-FOUND-FLAG.
           IF WS-ERRCAT-FOUND-YES THEN
               DISPLAY "CODE:        " WS-ERRCAT-CODE
               DISPLAY "SEVERITY:    " WS-ERRCAT-SEVERITY
               DISPLAY "OWNER:       " WS-ERRCAT-OWNER
               DISPLAY "RERUN SAFE:  " WS-ERRCAT-RERUN-SAFE
               DISPLAY "DESCRIPTION: "
                   FUNCTION TRIM(WS-ERRCAT-DESCRIPTION)
               DISPLAY "ACTION:      "
                   FUNCTION TRIM(WS-ERRCAT-ACTION)
           ELSE
               DISPLAY "ERROR-CATALOGUE: " FUNCTION TRIM(WS-SHOW-CODE)
                   " IS NOT IN THE CATALOGUE"
               ADD 1 TO WS-MISSING-COUNT
           END-IF.
       SCAN-CATALOGUE-PROCEDURE.
      *****Reads the file directly rather than through CISP-ERRCAT -
      *****a malformed line must be seen as written.
           OPEN INPUT ERRCAT-FILE.
           IF NOT WS-ERRCAT-FILE-STATUS-OK
           OR WS-ERRCAT-FILE-STATUS = '05' THEN
               DISPLAY "ERROR-CATALOGUE: COULD NOT READ '"
                   FUNCTION TRIM(WS-ERRCAT-FILE-NAME)
                   "', STATUS=" WS-ERRCAT-FILE-STATUS
               SET WS-PROBLEM-YES TO TRUE
               IF WS-ERRCAT-FILE-STATUS-OK THEN
                   CLOSE ERRCAT-FILE
               END-IF
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ ERRCAT-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF ERRCAT-CODE NOT = SPACES
                           AND ERRCAT-CODE(1:1) NOT = "*" THEN
                               PERFORM CHECK-ENTRY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERRCAT-FILE
               DISPLAY "ERROR-CATALOGUE: " WS-ENTRY-COUNT
                   " ENTRIES, " WS-BAD-ENTRY-COUNT " MALFORMED"
           END-IF.
       CHECK-ENTRY-PROCEDURE.
           ADD 1 TO WS-ENTRY-COUNT.
           IF WS-MODE = "-list" THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING ERRCAT-CODE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ERRCAT-SEVERITY DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ERRCAT-OWNER DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ERRCAT-RERUN-SAFE DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 ERRCAT-DESCRIPTION DELIMITED BY SIZE
                 INTO WS-REPORT-LINE
               DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING)
           END-IF.
           IF (ERRCAT-SEVERITY NOT = "FATAL"
           AND ERRCAT-SEVERITY NOT = "ERROR"
           AND ERRCAT-SEVERITY NOT = "WARN")
           OR (ERRCAT-RERUN-SAFE NOT = "Y"
           AND ERRCAT-RERUN-SAFE NOT = "N") THEN
               ADD 1 TO WS-BAD-ENTRY-COUNT
               DISPLAY "ERROR-CATALOGUE: MALFORMED ENTRY " ERRCAT-CODE
                   " - SEVERITY '" ERRCAT-SEVERITY "' RERUN '"
                   ERRCAT-RERUN-SAFE "'"
           END-IF.
       CHECK-THROWN-CODES-PROCEDURE.
      *****Every distinct code in the feed, then each one looked up.
           OPEN INPUT CHECK-ERRORS-FILE.
           IF WS-ERRORS-FILE-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ CHECK-ERRORS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF CE-ERR-CODE NOT = SPACES THEN
                               PERFORM TALLY-THROWN-CODE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-ERRORS-FILE
           END-IF.
           PERFORM VARYING WS-THROWN-INDEX FROM 1 BY 1 UNTIL
           WS-THROWN-INDEX > WS-THROWN-COUNT
               MOVE "LOOKUP" TO WS-ERRCAT-OPERATION
               MOVE WS-THROWN-CODE(WS-THROWN-INDEX) TO WS-ERRCAT-CODE
               CALL 'CISP-ERRCAT' USING WS-ERRCAT-OPERATION,
                 WS-ERRCAT-RECORD, WS-ERRCAT-FOUND-FLAG
               IF NOT WS-ERRCAT-FOUND-YES THEN
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE WS-THROWN-TIMES(WS-THROWN-INDEX)
                     TO WS-TIMES-EDIT
                   DISPLAY "ERROR-CATALOGUE: NOT CATALOGUED "
                       WS-THROWN-CODE(WS-THROWN-INDEX)
                       " THROWN " FUNCTION TRIM(WS-TIMES-EDIT)
                       " TIMES, LAST RUN "
                       WS-THROWN-LAST-RUN(WS-THROWN-INDEX)
               END-IF
           END-PERFORM.
           DISPLAY "ERROR-CATALOGUE: " WS-THROWN-COUNT
               " CODES THROWN, " WS-MISSING-COUNT " NOT CATALOGUED".
       TALLY-THROWN-CODE-PROCEDURE.
           MOVE 0 TO WS-THROWN-MATCH.
           PERFORM VARYING WS-THROWN-INDEX FROM 1 BY 1 UNTIL
           WS-THROWN-INDEX > WS-THROWN-COUNT OR WS-THROWN-MATCH > 0
               IF WS-THROWN-CODE(WS-THROWN-INDEX) = CE-ERR-CODE THEN
                   MOVE WS-THROWN-INDEX TO WS-THROWN-MATCH
               END-IF
           END-PERFORM.
           IF WS-THROWN-MATCH = 0 THEN
               IF WS-THROWN-COUNT < WS-MAX-THROWN-CODES THEN
                   ADD 1 TO WS-THROWN-COUNT
                   MOVE WS-THROWN-COUNT TO WS-THROWN-MATCH
                   MOVE CE-ERR-CODE TO WS-THROWN-CODE(WS-THROWN-MATCH)
                   MOVE 0 TO WS-THROWN-TIMES(WS-THROWN-MATCH)
               ELSE
                   DISPLAY "ERROR-CATALOGUE: CODE TABLE FULL, IGNORED: "
                       CE-ERR-CODE
               END-IF
           END-IF.
           IF WS-THROWN-MATCH > 0 THEN
               ADD 1 TO WS-THROWN-TIMES(WS-THROWN-MATCH)
               MOVE CE-ERR-RUN-ID TO WS-THROWN-LAST-RUN(WS-THROWN-MATCH)
           END-IF.
       END PROGRAM ERROR-CATALOGUE.
