      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: List every CISP_* setting with its effective value,
      *          where the value came from, and what is wrong with it
      * Tectonics: cobc
      ******************************************************************
      *****"What is this box actually running with?" Between exported
      *****variables, the site configuration file and each program's
      *****own default, the honest answer used to take an afternoon.
      *****This program asks CISP-CONFAUDIT for the whole picture -
      *****every key the system reads, its effective value, and
      *****whether it came from the environment (ENV), the
      *****configuration file (FILE) or the program default
      *****(DEFAULT) - with configuration file keys no program reads,
      *****input files that are not there, and directories and files
      *****that will not take a write all flagged.
      *****
      *****    -flagged      display only the flagged lines (the
      *****                  audit file still gets every line)
      *****
      *****The listing displays and also lands in
      *****CISP_CONFIG_AUDIT_FILE (default ..\logs\configaudit.data,
      *****layout in config-snapshot.cpy). The same lines, stamped
      *****with the run id, are appended to CISP_CONFIG_SNAPSHOT_FILE
      *****as every CISP run starts - this program is the same check
      *****on demand, before the night rather than after it.
      *****
      *****Usage: CONFIG-AUDIT [-flagged]
      *****RETURN-CODE 0 when nothing is flagged, 4 when something
      *****is, 8 when the audit file cannot be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-AUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AUDIT-FILE
           ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-FILE.
       COPY "config-snapshot.cpy"
           REPLACING LEADING ==PREFIX== BY ==AUDIT==.
       01 AUDIT-TEXT-RECORD PIC X(173).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-CONFAUDIT SubRoutine
      *****************************************
       01 WS-CONFAUDIT-OPERATION PIC X(12).
       01 WS-CONFAUDIT-RUN-ID PIC X(20).
       01 WS-CONFAUDIT-FLAGGED PIC 9(4).
       01 WS-CONFAUDIT-WRITTEN-FLAG PIC X.
           88 WS-CONFAUDIT-WRITTEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-AUDIT-FILE-NAME PIC X(100).
       01 WS-AUDIT-FILE-STATUS PIC XX.
           88 WS-AUDIT-FILE-STATUS-OK VALUE '00'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-CMD-LINE-INDEX PIC 9(4).
       01 WS-FLAGGED-ONLY-FLAG PIC X VALUE 'N'.
           88 WS-FLAGGED-ONLY-YES VALUE 'Y', FALSE 'N'.
       01 WS-FLAGGED-EDIT PIC Z(3)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-CMD-LINE-ARG = "-flagged" THEN
                   SET WS-FLAGGED-ONLY-YES TO TRUE
               ELSE
                   DISPLAY "CONFIG-AUDIT: UNKNOWN ARGUMENT "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
                   DISPLAY "CONFIG-AUDIT: USAGE: CONFIG-AUDIT"
                       " [-flagged]"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-PERFORM.
           MOVE "CISP_CONFIG_AUDIT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-AUDIT-FILE-NAME.
           IF WS-AUDIT-FILE-NAME = SPACES THEN
               MOVE '..\logs\configaudit.data' TO WS-AUDIT-FILE-NAME
           END-IF.
      *****The audit's lines carry when it was taken where a run's
      *****snapshot carries the run id.
           MOVE "AUDIT" TO WS-CONFAUDIT-OPERATION.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-CONFAUDIT-RUN-ID.
           CALL 'CISP-CONFAUDIT' USING WS-CONFAUDIT-OPERATION,
             WS-CONFAUDIT-RUN-ID, WS-CONFAUDIT-FLAGGED,
             WS-CONFAUDIT-WRITTEN-FLAG.
           IF NOT WS-CONFAUDIT-WRITTEN-YES THEN
               DISPLAY "CONFIG-AUDIT: AUDIT FILE "
                   FUNCTION TRIM(WS-AUDIT-FILE-NAME)
                   " COULD NOT BE WRITTEN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ AUDIT-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM DISPLAY-AUDIT-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.
           MOVE WS-CONFAUDIT-FLAGGED TO WS-FLAGGED-EDIT.
           DISPLAY "CONFIG-AUDIT: " FUNCTION TRIM(WS-FLAGGED-EDIT)
               " FLAGGED, AUDIT WRITTEN TO "
               FUNCTION TRIM(WS-AUDIT-FILE-NAME).
           IF WS-CONFAUDIT-FLAGGED > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       DISPLAY-AUDIT-LINE-PROCEDURE.
      *****Summary lines start "*"; with -flagged only those and the
      *****lines whose check is something other than OK, ABSENT or -
      *****are shown.
           IF WS-FLAGGED-ONLY-YES
           AND AUDIT-TEXT-RECORD(1:1) NOT = "*" THEN
               IF AUDIT-CHECK = "OK" OR AUDIT-CHECK = "ABSENT"
               OR AUDIT-CHECK = "-" OR AUDIT-TEXT-RECORD = SPACES THEN
                   CONTINUE
               ELSE
                   DISPLAY FUNCTION TRIM(AUDIT-TEXT-RECORD TRAILING)
               END-IF
           ELSE
               DISPLAY FUNCTION TRIM(AUDIT-TEXT-RECORD TRAILING)
           END-IF.
       END PROGRAM CONFIG-AUDIT.
