      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Fingerprint scripts and verify them against the
      *          approved script catalogue
      * Tectonics: cobc
      ******************************************************************
      *****Nothing used to record which version of a script a run
      *****executed, so a script edited between Tuesday and Wednesday
      *****made RESULTS-COMPARE differences look like data problems.
      *****This subprogram reads a script, and every file it pulls in
      *****with a whole-line (load "path"), and answers each one's size
      *****and content fingerprint:
      *****
      *****    "FINGERPRINT"  size and fingerprint only
      *****    "VERIFY"       the same, each compared with its entry in
      *****                   the script catalogue (CISP_CATALOGUE_FILE,
      *****                   default ..\logs\catalogue.data, layout in
      *****                   script-catalogue.cpy)
      *****
      *****The fingerprint is two running checksums over every byte of
      *****every line, line endings included - a modulo-65521 pair
      *****(the two halves of an Adler checksum) and a position-
      *****weighted sum modulo a large prime - printed as 20 digits.
      *****Any edit, a moved line or a changed digit, changes it.
      *****The catalogue is read once per process, like CISP-CONFIG's
      *****file. Callers pass the operation and a script-fingerprint.cpy
      *****request.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-CATALOGUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT FP-FILE
           ASSIGN TO DYNAMIC WS-FP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FP-FILE-STATUS.
       SELECT OPTIONAL CATALOGUE-FILE
           ASSIGN TO DYNAMIC WS-CATALOGUE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD FP-FILE.
      *****Wide enough for a script line (TOKENIZER reads 200) and
      *****for the driver's 300-byte data records, which are
      *****fingerprinted for the receipt register.
       01 FP-RECORD PIC X(300).
       FD CATALOGUE-FILE.
       COPY "script-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==CATALOGUE==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-FP-FILE-NAME PIC X(100).
       01 WS-FP-FILE-STATUS PIC XX.
           88 WS-FP-FILE-STATUS-OK VALUE '00'.
       01 WS-CATALOGUE-FILE-NAME PIC X(100).
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
           88 WS-CATALOGUE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CATALOGUE-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-CATALOGUE-LOADED-YES VALUE 'Y', FALSE 'N'.
       78 WS-MAX-CATALOGUE-ENTRIES VALUE 500.
       01 WS-CATALOGUE-TABLE.
           02 WS-CATALOGUE-COUNT PIC 9(4) VALUE 0.
           02 WS-CATALOGUE-ENTRY OCCURS WS-MAX-CATALOGUE-ENTRIES TIMES.
               03 WS-CATALOGUE-SCRIPT PIC X(100).
               03 WS-CATALOGUE-FINGERPRINT PIC X(20).
               03 WS-CATALOGUE-SIZE PIC 9(9).
       01 WS-CATALOGUE-INDEX PIC 9(4).
       01 WS-CATALOGUE-MATCH PIC 9(4).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
      *****One file's fingerprint in the making.
       01 WS-FP-SUM-A PIC 9(5).
       01 WS-FP-SUM-B PIC 9(5).
       01 WS-FP-SUM-C PIC 9(10).
       01 WS-FP-WORK PIC 9(12).
       01 WS-FP-BYTE PIC 9(3).
       01 WS-FP-DIGITS.
           02 WS-FP-DIGITS-B PIC 9(5).
           02 WS-FP-DIGITS-A PIC 9(5).
           02 WS-FP-DIGITS-C PIC 9(10).
       01 WS-FP-SIZE PIC 9(9).
       01 WS-FP-FOUND-FLAG PIC X.
           88 WS-FP-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-FP-LINE-LEN PIC 9(4).
       01 WS-FP-CHAR-INDEX PIC 9(4).
       01 WS-FP-SCAN-LOADS-FLAG PIC X.
           88 WS-FP-SCAN-LOADS-YES VALUE 'Y', FALSE 'N'.
       01 WS-LOAD-TRIMMED PIC X(200).
       01 WS-LOAD-JUNK PIC X(200).
       01 WS-LOAD-PATH PIC X(200).
       01 WS-LOAD-INDEX PIC 9(2).
       01 WS-VERIFY-STATUS PIC X(12).
       LINKAGE SECTION.
       01 LS-CATALOGUE-OPERATION PIC X(12).
       COPY "script-fingerprint.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS==.
       PROCEDURE DIVISION USING LS-CATALOGUE-OPERATION,
           LS-FP-REQUEST.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-FP-SIZE.
           MOVE SPACES TO LS-FP-FINGERPRINT.
           MOVE SPACES TO LS-FP-STATUS.
           MOVE SPACES TO LS-FP-PROBLEM-FILE.
           MOVE 0 TO LS-FP-LOAD-COUNT.
      *****The script itself, collecting its load lines as it goes,
      *****then each loaded file in turn.
           MOVE LS-FP-SCRIPT TO WS-FP-FILE-NAME.
           SET WS-FP-SCAN-LOADS-YES TO TRUE.
           PERFORM FINGERPRINT-FILE-PROCEDURE.
           MOVE WS-FP-SIZE TO LS-FP-SIZE.
           MOVE WS-FP-FOUND-FLAG TO LS-FP-FOUND-FLAG.
           IF WS-FP-FOUND-YES THEN
               MOVE WS-FP-DIGITS TO LS-FP-FINGERPRINT
           END-IF.
           SET WS-FP-SCAN-LOADS-YES TO FALSE.
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1 UNTIL
           WS-LOAD-INDEX > LS-FP-LOAD-COUNT
               MOVE LS-FP-LOAD-NAME(WS-LOAD-INDEX) TO WS-FP-FILE-NAME
               PERFORM FINGERPRINT-FILE-PROCEDURE
               MOVE WS-FP-SIZE TO LS-FP-LOAD-SIZE(WS-LOAD-INDEX)
               MOVE WS-FP-FOUND-FLAG
                 TO LS-FP-LOAD-FOUND-FLAG(WS-LOAD-INDEX)
               MOVE SPACES TO LS-FP-LOAD-FINGERPRINT(WS-LOAD-INDEX)
               IF WS-FP-FOUND-YES THEN
                   MOVE WS-FP-DIGITS
                     TO LS-FP-LOAD-FINGERPRINT(WS-LOAD-INDEX)
               END-IF
               MOVE SPACES TO LS-FP-LOAD-STATUS(WS-LOAD-INDEX)
           END-PERFORM.
           IF LS-CATALOGUE-OPERATION = "VERIFY" THEN
               PERFORM VERIFY-PROCEDURE
           END-IF.
           GOBACK.
       FINGERPRINT-FILE-PROCEDURE.
           MOVE 1 TO WS-FP-SUM-A.
           MOVE 0 TO WS-FP-SUM-B.
           MOVE 0 TO WS-FP-SUM-C.
           MOVE 0 TO WS-FP-SIZE.
           SET WS-FP-FOUND-YES TO FALSE.
           OPEN INPUT FP-FILE.
           IF WS-FP-FILE-STATUS-OK THEN
               SET WS-FP-FOUND-YES TO TRUE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ FP-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM FINGERPRINT-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE FP-FILE
           END-IF.
           MOVE WS-FP-SUM-A TO WS-FP-DIGITS-A.
           MOVE WS-FP-SUM-B TO WS-FP-DIGITS-B.
           MOVE WS-FP-SUM-C TO WS-FP-DIGITS-C.
       FINGERPRINT-LINE-PROCEDURE.
      *****Trailing blanks are padding, not content - the line is its
      *****text up to the last non-blank, then a line ending.
           IF FP-RECORD = SPACES THEN
               MOVE 0 TO WS-FP-LINE-LEN
           ELSE
               COMPUTE WS-FP-LINE-LEN = FUNCTION LENGTH(FUNCTION
                 TRIM(FP-RECORD TRAILING))
           END-IF.
           PERFORM VARYING WS-FP-CHAR-INDEX FROM 1 BY 1 UNTIL
           WS-FP-CHAR-INDEX > WS-FP-LINE-LEN
               COMPUTE WS-FP-BYTE =
                 FUNCTION ORD(FP-RECORD(WS-FP-CHAR-INDEX:1)) - 1
               PERFORM FINGERPRINT-BYTE-PROCEDURE
           END-PERFORM.
           MOVE 10 TO WS-FP-BYTE.
           PERFORM FINGERPRINT-BYTE-PROCEDURE.
           IF WS-FP-SCAN-LOADS-YES THEN
               PERFORM NOTE-LOAD-LINE-PROCEDURE
           END-IF.
       FINGERPRINT-BYTE-PROCEDURE.
           ADD 1 TO WS-FP-SIZE.
           COMPUTE WS-FP-WORK = WS-FP-SUM-A + WS-FP-BYTE.
           COMPUTE WS-FP-SUM-A = FUNCTION MOD(WS-FP-WORK, 65521).
           COMPUTE WS-FP-WORK = WS-FP-SUM-B + WS-FP-SUM-A.
           COMPUTE WS-FP-SUM-B = FUNCTION MOD(WS-FP-WORK, 65521).
           COMPUTE WS-FP-WORK = WS-FP-SUM-C * 31 + WS-FP-BYTE.
           COMPUTE WS-FP-SUM-C = FUNCTION MOD(WS-FP-WORK, 999999937).
       NOTE-LOAD-LINE-PROCEDURE.
      *****Same test TOKENIZER applies - a whole-line (load "path").
           MOVE FUNCTION TRIM(FP-RECORD LEADING) TO WS-LOAD-TRIMMED.
           IF WS-LOAD-TRIMMED(1:6) = '(load '
           AND LS-FP-LOAD-COUNT < 10 THEN
               MOVE SPACES TO WS-LOAD-JUNK
               MOVE SPACES TO WS-LOAD-PATH
               UNSTRING FP-RECORD DELIMITED BY '"' INTO
                 WS-LOAD-JUNK, WS-LOAD-PATH
               END-UNSTRING
               IF WS-LOAD-PATH NOT = SPACES THEN
                   ADD 1 TO LS-FP-LOAD-COUNT
                   MOVE WS-LOAD-PATH
                     TO LS-FP-LOAD-NAME(LS-FP-LOAD-COUNT)
               END-IF
           END-IF.
       VERIFY-PROCEDURE.
           PERFORM LOAD-CATALOGUE-PROCEDURE.
           MOVE LS-FP-SCRIPT TO WS-FP-FILE-NAME.
           MOVE LS-FP-FOUND-FLAG TO WS-FP-FOUND-FLAG.
           MOVE LS-FP-FINGERPRINT TO WS-FP-DIGITS.
           MOVE LS-FP-SIZE TO WS-FP-SIZE.
           PERFORM VERIFY-ONE-FILE-PROCEDURE.
           MOVE WS-VERIFY-STATUS TO LS-FP-STATUS.
           IF NOT LS-FP-APPROVED THEN
               MOVE LS-FP-SCRIPT TO LS-FP-PROBLEM-FILE
           END-IF.
           PERFORM VARYING WS-LOAD-INDEX FROM 1 BY 1 UNTIL
           WS-LOAD-INDEX > LS-FP-LOAD-COUNT
               MOVE LS-FP-LOAD-NAME(WS-LOAD-INDEX) TO WS-FP-FILE-NAME
               MOVE LS-FP-LOAD-FOUND-FLAG(WS-LOAD-INDEX)
                 TO WS-FP-FOUND-FLAG
               MOVE LS-FP-LOAD-FINGERPRINT(WS-LOAD-INDEX)
                 TO WS-FP-DIGITS
               MOVE LS-FP-LOAD-SIZE(WS-LOAD-INDEX) TO WS-FP-SIZE
               PERFORM VERIFY-ONE-FILE-PROCEDURE
               MOVE WS-VERIFY-STATUS
                 TO LS-FP-LOAD-STATUS(WS-LOAD-INDEX)
               IF LS-FP-APPROVED AND WS-VERIFY-STATUS NOT = "APPROVED"
               THEN
                   MOVE WS-VERIFY-STATUS TO LS-FP-STATUS
                   MOVE WS-FP-FILE-NAME TO LS-FP-PROBLEM-FILE
               END-IF
           END-PERFORM.
       VERIFY-ONE-FILE-PROCEDURE.
           MOVE 0 TO WS-CATALOGUE-MATCH.
           PERFORM VARYING WS-CATALOGUE-INDEX FROM 1 BY 1 UNTIL
           WS-CATALOGUE-INDEX > WS-CATALOGUE-COUNT
           OR WS-CATALOGUE-MATCH > 0
               IF WS-CATALOGUE-SCRIPT(WS-CATALOGUE-INDEX) =
               WS-FP-FILE-NAME THEN
                   MOVE WS-CATALOGUE-INDEX TO WS-CATALOGUE-MATCH
               END-IF
           END-PERFORM.
           IF NOT WS-FP-FOUND-YES THEN
               MOVE "MISSING" TO WS-VERIFY-STATUS
           ELSE IF WS-CATALOGUE-MATCH = 0 THEN
               MOVE "UNCATALOGUED" TO WS-VERIFY-STATUS
           ELSE IF WS-CATALOGUE-FINGERPRINT(WS-CATALOGUE-MATCH) NOT =
           WS-FP-DIGITS
           OR WS-CATALOGUE-SIZE(WS-CATALOGUE-MATCH) NOT = WS-FP-SIZE
           THEN
               MOVE "CHANGED" TO WS-VERIFY-STATUS
           ELSE
               MOVE "APPROVED" TO WS-VERIFY-STATUS
           END-IF.
       LOAD-CATALOGUE-PROCEDURE.
      *****Once per process; no catalogue yet leaves every script
      *****UNCATALOGUED rather than failing the run.
           IF WS-CATALOGUE-LOADED-YES THEN
               CONTINUE
           ELSE
               SET WS-CATALOGUE-LOADED-YES TO TRUE
               MOVE "CISP_CATALOGUE_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-CATALOGUE-FILE-NAME
               IF WS-CATALOGUE-FILE-NAME = SPACES THEN
                   MOVE '..\logs\catalogue.data'
                     TO WS-CATALOGUE-FILE-NAME
               END-IF
               MOVE 0 TO WS-CATALOGUE-COUNT
               OPEN INPUT CATALOGUE-FILE
               IF NOT WS-CATALOGUE-FILE-STATUS-OK THEN
                   DISPLAY "CISP-CATALOGUE: CATALOGUE-FILE OPEN FAILED,"
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
                                   MOVE CATALOGUE-SCRIPT TO
                                     WS-CATALOGUE-SCRIPT(
                                     WS-CATALOGUE-COUNT)
                                   MOVE CATALOGUE-FINGERPRINT TO
                                     WS-CATALOGUE-FINGERPRINT(
                                     WS-CATALOGUE-COUNT)
                                   MOVE CATALOGUE-SIZE TO
                                     WS-CATALOGUE-SIZE(
                                     WS-CATALOGUE-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOGUE-FILE
               END-IF
           END-IF.
       END PROGRAM CISP-CATALOGUE.
