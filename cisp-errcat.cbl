      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Look up a CE error code in the error catalogue
      * Tectonics: cobc
      ******************************************************************
      *****errors.data carries a stable code for every failure, but
      *****what a code means - and whether to rerun, call upstream or
      *****page development - lived only in the throw sites. The
      *****error catalogue (CISP_ERRCAT_FILE, default
      *****..\logs\errcat.data, layout in error-catalogue.cpy) holds
      *****that runbook entry per code. This subprogram answers one
      *****code at a time:
      *****
      *****    "LOOKUP"   the caller fills PREFIX-CODE; the rest of the
      *****               record comes back with the found flag 'Y',
      *****               or spaces and 'N' for a code the catalogue
      *****               does not list
      *****
      *****The catalogue is read once per process, like CISP-CONFIG's
      *****file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-ERRCAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ERRCAT-FILE
           ASSIGN TO DYNAMIC WS-ERRCAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRCAT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ERRCAT-FILE.
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==ERRCAT==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-ERRCAT-ENTRIES VALUE 300.
       01 WS-ERRCAT-FILE-NAME PIC X(100).
       01 WS-ERRCAT-FILE-STATUS PIC XX.
           88 WS-ERRCAT-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-ERRCAT-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-ERRCAT-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-ERRCAT-TABLE.
           02 WS-ERRCAT-COUNT PIC 9(4) VALUE 0.
           02 WS-ERRCAT-ENTRY PIC X(191)
             OCCURS WS-MAX-ERRCAT-ENTRIES TIMES.
       01 WS-ERRCAT-INDEX PIC 9(4).
       01 WS-ERRCAT-LOOKUP-CODE PIC X(8).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       LINKAGE SECTION.
       01 LS-ERRCAT-OPERATION PIC X(12).
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS-ERRCAT==.
       01 LS-ERRCAT-FOUND-FLAG PIC X.
           88 LS-ERRCAT-FOUND-YES VALUE 'Y', FALSE 'N'.
       PROCEDURE DIVISION USING LS-ERRCAT-OPERATION,
           LS-ERRCAT-RECORD, LS-ERRCAT-FOUND-FLAG.
       MAIN-PROCEDURE.
           SET LS-ERRCAT-FOUND-YES TO FALSE.
           PERFORM LOAD-ERRCAT-PROCEDURE.
           EVALUATE LS-ERRCAT-OPERATION
           WHEN "LOOKUP"
               PERFORM VARYING WS-ERRCAT-INDEX FROM 1 BY 1 UNTIL
               WS-ERRCAT-INDEX > WS-ERRCAT-COUNT OR LS-ERRCAT-FOUND-YES
                   IF WS-ERRCAT-ENTRY(WS-ERRCAT-INDEX)(1:8) =
                   LS-ERRCAT-CODE THEN
                       MOVE WS-ERRCAT-ENTRY(WS-ERRCAT-INDEX)
                         TO LS-ERRCAT-RECORD
                       SET LS-ERRCAT-FOUND-YES TO TRUE
                   END-IF
               END-PERFORM
               IF NOT LS-ERRCAT-FOUND-YES THEN
                   MOVE LS-ERRCAT-CODE TO WS-ERRCAT-LOOKUP-CODE
                   MOVE SPACES TO LS-ERRCAT-RECORD
                   MOVE WS-ERRCAT-LOOKUP-CODE TO LS-ERRCAT-CODE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           GOBACK.
       LOAD-ERRCAT-PROCEDURE.
      *****Once per process; no catalogue leaves every code without
      *****guidance rather than failing the report that asked.
           IF WS-ERRCAT-LOADED-YES THEN
               CONTINUE
           ELSE
               SET WS-ERRCAT-LOADED-YES TO TRUE
               MOVE "CISP_ERRCAT_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-ERRCAT-FILE-NAME
               IF WS-ERRCAT-FILE-NAME = SPACES THEN
                   MOVE '..\logs\errcat.data' TO WS-ERRCAT-FILE-NAME
               END-IF
               OPEN INPUT ERRCAT-FILE
               IF WS-ERRCAT-FILE-STATUS-OK THEN
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ ERRCAT-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-ERRCAT-LINE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE ERRCAT-FILE
               END-IF
           END-IF.
       LOAD-ERRCAT-LINE-PROCEDURE.
           IF ERRCAT-CODE = SPACES OR ERRCAT-CODE(1:1) = "*" THEN
               CONTINUE
           ELSE IF WS-ERRCAT-COUNT >= WS-MAX-ERRCAT-ENTRIES THEN
               DISPLAY "CISP-ERRCAT: CATALOGUE TABLE FULL, IGNORED: "
                   ERRCAT-CODE
           ELSE
               ADD 1 TO WS-ERRCAT-COUNT
               MOVE ERRCAT-RECORD TO WS-ERRCAT-ENTRY(WS-ERRCAT-COUNT)
           END-IF.
       END PROGRAM CISP-ERRCAT.
