      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Aging report over the -data suspense file
      * Tectonics: cobc
      ******************************************************************
      *****Records a -data run could not process sit in the suspense
      *****file until a resubmission clears them. The auditors ask
      *****about exactly the ones that have sat there too long, so
      *****this program lists every entry older than N business days
      *****as of a date, oldest first as they were suspended, with
      *****its run id, ordinal, error code, data file and how many
      *****resubmissions it has failed.
      *****
      *****Usage: SUSPENSE-AGING [-days N] [-asof YYYYMMDD]
      *****-days defaults to CISP_SUSPENSE_AGE_DAYS, then 5; -asof
      *****defaults to today. Business days are Monday to Friday less
      *****the site holidays in CISP-CALENDAR's holiday file; the day
      *****an entry was suspended does not count, the as-of day
      *****does. The listing displays and also lands in
      *****CISP_SUSPENSE_AGING_FILE (default
      *****..\logs\suspense-aging.data).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AGING-SUSPENSE-FILE
           ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       SELECT OPTIONAL RESPONSE-FILE
           ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AGING-SUSPENSE-FILE.
      *****Mirrors CISP.cbl's SUSPENSE-RECORD layout - a change there
      *****needs the same change here.
       01 AGING-SUSPENSE-RECORD.
           02 AS-SUSP-STAMP PIC X(14).
           02 FILLER PIC X.
           02 AS-SUSP-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 AS-SUSP-ORDINAL PIC 9(9).
           02 FILLER PIC X.
           02 AS-SUSP-CODE PIC X(8).
           02 FILLER PIC X.
           02 AS-SUSP-DATA-FILE PIC X(100).
           02 FILLER PIC X.
           02 AS-SUSP-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 AS-SUSP-RESUBMITS PIC 9(4).
           02 FILLER PIC X.
           02 AS-SUSP-DATA PIC X(300).
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-SUSPENSE-FILE-NAME PIC X(100).
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
           88 WS-SUSPENSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RESPONSE-FILE-NAME PIC X(100).
       01 WS-RESPONSE-FILE-STATUS PIC XX.
           88 WS-RESPONSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(5).
       01 WS-AGE-LIMIT PIC 9(4) VALUE 5.
       01 WS-AGE-LIMIT-TEXT PIC X(10).
       01 WS-AGE-LIMIT-TEXT-LEN PIC 9(4).
       01 WS-ASOF-DATE PIC X(8).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    WS Shared with CISP-CALENDAR SubRoutine
      *****************************************
      *****Business-day count between the suspense date and the as-of
      *****date - the calendar's DIFF-BUSINESS, which steps over
      *****weekends and site holidays alike.
       01 WS-CALENDAR-OPERATION PIC X(16).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-BUSINESS-AGE PIC 9(6).
       01 WS-BUSINESS-AGE-EDIT PIC ZZZZZ9.
       01 WS-STAMP-DATE PIC X(8).
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-AGED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           MOVE "CISP_SUSPENSE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SUSPENSE-FILE-NAME.
           IF WS-SUSPENSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\suspense.data' TO WS-SUSPENSE-FILE-NAME
           END-IF.
           MOVE "CISP_SUSPENSE_AGING_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESPONSE-FILE-NAME.
           IF WS-RESPONSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\suspense-aging.data'
                 TO WS-RESPONSE-FILE-NAME
           END-IF.
           IF WS-ASOF-DATE = SPACES THEN
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           END-IF.
           IF WS-ASOF-DATE IS NOT NUMERIC THEN
               DISPLAY "SUSPENSE-AGING: -asof NOT YYYYMMDD: "
                   WS-ASOF-DATE
               GOBACK
           END-IF.
           MOVE WS-ASOF-DATE TO WS-CAL-DATE-1.
           OPEN INPUT AGING-SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-STATUS-OK THEN
               DISPLAY "SUSPENSE-AGING: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-SUSPENSE-FILE-NAME)
                   "', STATUS=" WS-SUSPENSE-FILE-STATUS
               GOBACK
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           IF NOT WS-RESPONSE-FILE-STATUS-OK THEN
               DISPLAY "SUSPENSE-AGING: RESPONSE-FILE OPEN FAILED,"
                   " STATUS=" WS-RESPONSE-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUSPENSE ENTRIES OLDER THAN " DELIMITED BY SIZE
               WS-AGE-LIMIT DELIMITED BY SIZE
               " BUSINESS DAYS AS OF " DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUSPENDED      RUN ID               ORDINAL   CODE"
             "     AGE RESUB DATA FILE" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               READ AGING-SUSPENSE-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       IF AGING-SUSPENSE-RECORD NOT = SPACES THEN
                           ADD 1 TO WS-SCANNED-COUNT
                           PERFORM AGE-ONE-ENTRY-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AGING-SUSPENSE-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUSPENSE-AGING: " DELIMITED BY SIZE
               WS-AGED-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-SCANNED-COUNT DELIMITED BY SIZE
               " SUSPENSE ENTRIES PAST THE LIMIT" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               CLOSE RESPONSE-FILE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
      *****Switch/value pairs in any order; an unknown switch or a
      *****trailing switch with no value is reported and ignored.
           MOVE SPACES TO WS-ASOF-DATE.
           MOVE SPACES TO WS-AGE-LIMIT-TEXT.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING = "-days" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-AGE-LIMIT-TEXT
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-ARG-PENDING = "-asof" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ASOF-DATE
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-days" OR "-asof" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "SUSPENSE-AGING: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "SUSPENSE-AGING: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
           IF WS-AGE-LIMIT-TEXT = SPACES THEN
               MOVE "CISP_SUSPENSE_AGE_DAYS" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-AGE-LIMIT-TEXT
           END-IF.
           IF WS-AGE-LIMIT-TEXT NOT = SPACES THEN
               COMPUTE WS-AGE-LIMIT-TEXT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-AGE-LIMIT-TEXT))
               IF WS-AGE-LIMIT-TEXT-LEN <= 4 AND
               WS-AGE-LIMIT-TEXT(1:WS-AGE-LIMIT-TEXT-LEN) IS NUMERIC
               THEN
                   MOVE WS-AGE-LIMIT-TEXT(1:WS-AGE-LIMIT-TEXT-LEN)
                     TO WS-AGE-LIMIT
               ELSE
                   DISPLAY "SUSPENSE-AGING: AGE LIMIT NOT NUMERIC,"
                       " USING " WS-AGE-LIMIT
               END-IF
           END-IF.
       AGE-ONE-ENTRY-PROCEDURE.
           MOVE AS-SUSP-STAMP(1:8) TO WS-STAMP-DATE.
           IF WS-STAMP-DATE IS NOT NUMERIC THEN
               DISPLAY "SUSPENSE-AGING: ENTRY WITH BAD STAMP SKIPPED: "
                   AS-SUSP-STAMP
           ELSE
               MOVE WS-STAMP-DATE TO WS-CAL-DATE-2
               MOVE "DIFF-BUSINESS" TO WS-CALENDAR-OPERATION
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               MOVE 0 TO WS-BUSINESS-AGE
               IF WS-CAL-RESULT-COUNT > 0 THEN
                   MOVE WS-CAL-RESULT-COUNT TO WS-BUSINESS-AGE
               END-IF
               IF WS-BUSINESS-AGE > WS-AGE-LIMIT THEN
                   ADD 1 TO WS-AGED-COUNT
                   MOVE WS-BUSINESS-AGE TO WS-BUSINESS-AGE-EDIT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING AS-SUSP-STAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AS-SUSP-RUN-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AS-SUSP-ORDINAL DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AS-SUSP-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-BUSINESS-AGE-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AS-SUSP-RESUBMITS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AS-SUSP-DATA-FILE DELIMITED BY SPACE
                       INTO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE-PROCEDURE
               END-IF
           END-IF.
       WRITE-REPORT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               MOVE WS-REPORT-LINE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-IF.
       END PROGRAM SUSPENSE-AGING.
