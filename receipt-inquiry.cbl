      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Answer from the input file receipt register whether
      *          a data file was processed, and by which run
      * Tectonics: cobc
      ******************************************************************
      *****"Was the 09/02 BILLSYS file ever processed, and by which
      *****run?" Every data file a -data run consumes is registered
      *****in CISP_RECEIPT_FILE (default ..\logs\receipts.data, layout
      *****in file-receipt.cpy). This program lists the receipts that
      *****answer the question - each with the run that consumed the
      *****file, when, its record count, amount hash and fingerprint,
      *****and for a REPROCESS the run that had consumed it before.
      *****
      *****    -date YYYYMMDD   header file date
      *****    -source NAME     header source system
      *****    -file NAME       data file name as the run was given it
      *****    -run RUNID       the consuming run
      *****
      *****Filters combine; none at all lists the whole register.
      *****Source is compared without regard to case. The listing
      *****displays and also lands in CISP_RECEIPT_INQUIRY_FILE
      *****(default ..\logs\receipt-inquiry.data).
      *****
      *****Usage: RECEIPT-INQUIRY [-date YYYYMMDD] [-source NAME]
      *****       [-file NAME] [-run RUNID]
      *****RETURN-CODE 0 when a receipt matches, 4 when none does (the
      *****file was never processed), 8 when the register cannot be
      *****read or -date is not a date.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEIPT-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL RECEIPT-FILE
           ASSIGN TO DYNAMIC WS-RECEIPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-FILE-STATUS.
       SELECT OPTIONAL RESPONSE-FILE
           ASSIGN TO DYNAMIC WS-RESPONSE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESPONSE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
       COPY "file-receipt.cpy"
           REPLACING LEADING ==PREFIX== BY ==RECEIPT==.
       FD RESPONSE-FILE.
       01 RESPONSE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       01 WS-RECEIPT-FILE-NAME PIC X(100).
       01 WS-RECEIPT-FILE-STATUS PIC XX.
           88 WS-RECEIPT-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RESPONSE-FILE-NAME PIC X(100).
       01 WS-RESPONSE-FILE-STATUS PIC XX.
           88 WS-RESPONSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(7).
       01 WS-FILTER-DATE PIC X(100).
       01 WS-FILTER-SOURCE PIC X(100).
       01 WS-FILTER-FILE PIC X(100).
       01 WS-FILTER-RUN PIC X(100).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SELECTED-FLAG PIC X.
           88 WS-SELECTED-YES VALUE 'Y', FALSE 'N'.
       01 WS-SCANNED-COUNT PIC 9(6) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(6) VALUE 0.
       01 WS-REPORT-LINE PIC X(200).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-FILTER-DATE NOT = SPACES
           AND (WS-FILTER-DATE(1:8) IS NOT NUMERIC
           OR WS-FILTER-DATE(9:92) NOT = SPACES) THEN
               DISPLAY "RECEIPT-INQUIRY: -date NOT YYYYMMDD: "
                   FUNCTION TRIM(WS-FILTER-DATE)
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-FILTER-SOURCE)
             TO WS-FILTER-SOURCE.
           MOVE "CISP_RECEIPT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RECEIPT-FILE-NAME.
           IF WS-RECEIPT-FILE-NAME = SPACES THEN
               MOVE '..\logs\receipts.data' TO WS-RECEIPT-FILE-NAME
           END-IF.
           MOVE "CISP_RECEIPT_INQUIRY_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RESPONSE-FILE-NAME.
           IF WS-RESPONSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\receipt-inquiry.data'
                 TO WS-RESPONSE-FILE-NAME
           END-IF.
           OPEN INPUT RECEIPT-FILE.
           IF NOT WS-RECEIPT-FILE-STATUS-OK THEN
               DISPLAY "RECEIPT-INQUIRY: COULD NOT OPEN '"
                   FUNCTION TRIM(WS-RECEIPT-FILE-NAME)
                   "', STATUS=" WS-RECEIPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RESPONSE-FILE.
           IF NOT WS-RESPONSE-FILE-STATUS-OK THEN
               DISPLAY "RECEIPT-INQUIRY: RESPONSE-FILE OPEN FAILED,"
                   " STATUS=" WS-RESPONSE-FILE-STATUS
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECEIPTS FOR DATE " DELIMITED BY SIZE
               WS-FILTER-DATE DELIMITED BY SPACE
               " SOURCE " DELIMITED BY SIZE
               WS-FILTER-SOURCE DELIMITED BY SPACE
               " FILE " DELIMITED BY SIZE
               WS-FILTER-FILE DELIMITED BY SPACE
               " RUN " DELIMITED BY SIZE
               WS-FILTER-RUN DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONSUMED       RUN ID               DISPOSITN "
             "HDR DATE SOURCE / DATA FILE" DELIMITED BY SIZE
             INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           SET WS-READ-EOF-YES TO FALSE.
           PERFORM UNTIL WS-READ-EOF-YES
               READ RECEIPT-FILE
                   AT END
                       SET WS-READ-EOF-YES TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCANNED-COUNT
                       PERFORM SELECT-RECEIPT-PROCEDURE
                       IF WS-SELECTED-YES THEN
                           PERFORM SHOW-RECEIPT-PROCEDURE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MATCHED-COUNT = 0 THEN
               STRING "NO RECEIPT MATCHES - NOT PROCESSED ("
                   DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   " RECEIPT(S) SEARCHED)" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           ELSE
               STRING WS-MATCHED-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-SCANNED-COUNT DELIMITED BY SIZE
                   " RECEIPT(S) MATCH" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               CLOSE RESPONSE-FILE
           END-IF.
           IF WS-MATCHED-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-FILTER-DATE.
           MOVE SPACES TO WS-FILTER-SOURCE.
           MOVE SPACES TO WS-FILTER-FILE.
           MOVE SPACES TO WS-FILTER-RUN.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING NOT = SPACES THEN
                   PERFORM STORE-FILTER-PROCEDURE
               ELSE IF WS-CMD-LINE-ARG = "-date" OR "-source"
               OR "-file" OR "-run" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE
                   DISPLAY "RECEIPT-INQUIRY: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "RECEIPT-INQUIRY: SWITCH WITHOUT A VALUE"
                   " IGNORED: " FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       STORE-FILTER-PROCEDURE.
           EVALUATE WS-ARG-PENDING
           WHEN "-date"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-DATE
           WHEN "-source"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-SOURCE
           WHEN "-file"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-FILE
           WHEN "-run"
               MOVE WS-CMD-LINE-ARG TO WS-FILTER-RUN
           END-EVALUATE.
           MOVE SPACES TO WS-ARG-PENDING.
       SELECT-RECEIPT-PROCEDURE.
           SET WS-SELECTED-YES TO TRUE.
           IF WS-FILTER-DATE NOT = SPACES
           AND RECEIPT-HDR-DATE NOT = WS-FILTER-DATE(1:8) THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-SOURCE NOT = SPACES
           AND FUNCTION UPPER-CASE(RECEIPT-HDR-SOURCE)
           NOT = WS-FILTER-SOURCE THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-FILE NOT = SPACES
           AND RECEIPT-DATA-FILE NOT = WS-FILTER-FILE THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
           IF WS-FILTER-RUN NOT = SPACES
           AND RECEIPT-RUN-ID NOT = WS-FILTER-RUN THEN
               SET WS-SELECTED-YES TO FALSE
           END-IF.
       SHOW-RECEIPT-PROCEDURE.
           ADD 1 TO WS-MATCHED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RECEIPT-STAMP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-RUN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-DISPOSITION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-HDR-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RECEIPT-HDR-SOURCE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RECEIPT-DATA-FILE DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "               RECORDS " DELIMITED BY SIZE
               RECEIPT-RECORD-COUNT DELIMITED BY SIZE
               " HASH " DELIMITED BY SIZE
               RECEIPT-HASH DELIMITED BY SIZE
               " FINGERPRINT " DELIMITED BY SIZE
               RECEIPT-FINGERPRINT DELIMITED BY SIZE
               " SCRIPT " DELIMITED BY SIZE
               RECEIPT-SCRIPT DELIMITED BY SPACE
               " OPERATOR " DELIMITED BY SIZE
               RECEIPT-OPERATOR DELIMITED BY SPACE
               INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE-PROCEDURE.
           IF RECEIPT-PRIOR-RUN-ID NOT = SPACES THEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "               ALREADY CONSUMED BY RUN "
                   DELIMITED BY SIZE
                   RECEIPT-PRIOR-RUN-ID DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE-PROCEDURE
           END-IF.
       WRITE-REPORT-LINE-PROCEDURE.
           DISPLAY FUNCTION TRIM(WS-REPORT-LINE TRAILING).
           IF WS-RESPONSE-FILE-STATUS-OK THEN
               MOVE WS-REPORT-LINE TO RESPONSE-RECORD
               WRITE RESPONSE-RECORD
           END-IF.
       END PROGRAM RECEIPT-INQUIRY.
