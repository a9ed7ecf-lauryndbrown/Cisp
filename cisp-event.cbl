      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Append a numbered event to the operations event feed
      * Tectonics: cobc
      ******************************************************************
      *****Failures went to errors.data, timing regressions to
      *****alerts.data, quarantines to the quarantine file - four
      *****files for the console to watch and nowhere to say an item
      *****had been dealt with. Every producer now also raises an
      *****event here, into the one feed (CISP_EVENTS_FILE, default
      *****..\logs\events.data, layout in ops-event.cpy) that
      *****EVENT-ACK works from:
      *****
      *****    "RAISE"    the caller fills type, severity, run id,
      *****               source, code, reference and text; the event
      *****               is stamped, given the next sequence number
      *****               and appended, and PREFIX-SEQ comes back set
      *****               (zero when the feed could not be written)
      *****
      *****The next number is taken from the feed itself every time,
      *****not remembered, so -worker instances raising events side
      *****by side keep one sequence between them. The feed is opened
      *****only for the one write, like the errors feed, so it is
      *****never held against EVENT-ACK or another worker.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-EVENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EVENTS-FILE
           ASSIGN TO DYNAMIC WS-EVENTS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EVENTS-FILE.
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==EVENTS==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-EVENTS-FILE-NAME PIC X(100).
       01 WS-EVENTS-FILE-STATUS PIC XX.
           88 WS-EVENTS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-EVENTS-NAMED-FLAG PIC X VALUE 'N'.
           88 WS-EVENTS-NAMED-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAST-SEQ PIC 9(9).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       LINKAGE SECTION.
       01 LS-EVENT-OPERATION PIC X(12).
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS-EVENT==.
       PROCEDURE DIVISION USING LS-EVENT-OPERATION, LS-EVENT-RECORD.
       MAIN-PROCEDURE.
           EVALUATE LS-EVENT-OPERATION
           WHEN "RAISE"
               PERFORM RAISE-EVENT-PROCEDURE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           GOBACK.
       RAISE-EVENT-PROCEDURE.
           IF NOT WS-EVENTS-NAMED-YES THEN
               SET WS-EVENTS-NAMED-YES TO TRUE
               MOVE "CISP_EVENTS_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-EVENTS-FILE-NAME
               IF WS-EVENTS-FILE-NAME = SPACES THEN
                   MOVE '..\logs\events.data' TO WS-EVENTS-FILE-NAME
               END-IF
           END-IF.
           MOVE 0 TO LS-EVENT-SEQ.
           PERFORM FIND-LAST-SEQ-PROCEDURE.
           IF NOT WS-EVENTS-FILE-STATUS-OK THEN
               DISPLAY "CISP-EVENT: EVENTS-FILE READ FAILED, STATUS="
                   WS-EVENTS-FILE-STATUS
           ELSE
               OPEN EXTEND EVENTS-FILE
               IF NOT WS-EVENTS-FILE-STATUS-OK THEN
                   DISPLAY "CISP-EVENT: EVENTS-FILE OPEN FAILED,"
                       " STATUS=" WS-EVENTS-FILE-STATUS
               ELSE
                   ADD 1 TO WS-LAST-SEQ
                   MOVE WS-LAST-SEQ TO LS-EVENT-SEQ
                   MOVE FUNCTION CURRENT-DATE(1:14) TO LS-EVENT-STAMP
                   MOVE LS-EVENT-RECORD TO EVENTS-RECORD
      *****Error messages can reach here with a LOW-VALUE tail, which
      *****a line-sequential write refuses - same as LOGGER's record.
                   INSPECT EVENTS-RECORD
                     REPLACING ALL LOW-VALUE BY SPACE
                   WRITE EVENTS-RECORD
                   IF NOT WS-EVENTS-FILE-STATUS-OK THEN
                       DISPLAY "CISP-EVENT: EVENTS-FILE WRITE FAILED,"
                           " STATUS=" WS-EVENTS-FILE-STATUS
                       MOVE 0 TO LS-EVENT-SEQ
                   END-IF
                   CLOSE EVENTS-FILE
               END-IF
           END-IF.
       FIND-LAST-SEQ-PROCEDURE.
      *****Highest number on the feed so far; an absent feed starts
      *****the sequence at one. Lines that are not events are passed
      *****over rather than breaking the count.
           MOVE 0 TO WS-LAST-SEQ.
           OPEN INPUT EVENTS-FILE.
           IF WS-EVENTS-FILE-STATUS-OK THEN
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ EVENTS-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF EVENTS-SEQ IS NUMERIC
                           AND EVENTS-SEQ > WS-LAST-SEQ THEN
                               MOVE EVENTS-SEQ TO WS-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EVENTS-FILE
               MOVE '00' TO WS-EVENTS-FILE-STATUS
           END-IF.
       END PROGRAM CISP-EVENT.
