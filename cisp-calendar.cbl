      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Business-day arithmetic over the site holiday calendar
      * Tectonics: cobc
      ******************************************************************
      *****date-add and date-diff count calendar days, and the batch
      *****used to take today as its processing date - so the Monday
      *****after a holiday rejected Friday's perfectly good file and
      *****"due in 10 business days" landed on a Sunday. This
      *****subprogram is the one place that knows which days are
      *****business days: Monday to Friday, less the site holidays
      *****listed in CISP_HOLIDAY_FILE (default ..\logs\holidays.data),
      *****one per line:
      *****
      *****    YYYYMMDD description
      *****
      *****Lines starting "*" are comments. No holiday file leaves
      *****weekends as the only non-business days. The file is read
      *****once per process, like CISP-CONFIG's.
      *****
      *****The processing date is CISP_PROC_DATE when set. Otherwise
      *****it is today, or - with CISP_PROC_DATE_DEFAULT set to
      *****PRIOR-BUSINESS-DAY, for sites whose batch runs the morning
      *****after - the last business day before today.
      *****
      *****Run-day rules, for TESTS-FILE entries:
      *****    DAILY        every run
      *****    BUSINESS     the processing date is a business day
      *****    MONTH-END    it is its month's last business day
      *****    QUARTER-END  the same, in March, June, September or
      *****                 December
      *****
      *****Callers pass the operation and a business-calendar.cpy
      *****request.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-CALENDAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL HOLIDAY-FILE
           ASSIGN TO DYNAMIC WS-HOLIDAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLIDAY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-HOLIDAYS VALUE 500.
       01 WS-HOLIDAY-FILE-NAME PIC X(100).
       01 WS-HOLIDAY-FILE-STATUS PIC XX.
           88 WS-HOLIDAY-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-HOLIDAY-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-HOLIDAY-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-HOLIDAY-TABLE.
           02 WS-HOLIDAY-COUNT PIC 9(4) VALUE 0.
           02 WS-HOLIDAY-DATE PIC 9(8)
             OCCURS WS-MAX-HOLIDAYS TIMES.
       01 WS-HOLIDAY-INDEX PIC 9(4).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-HOLIDAY-TOKEN PIC X(8).
      *****Day numbers (FUNCTION INTEGER-OF-DATE) - day 1, 1601-01-01,
      *****was a Monday, so MOD(n - 1, 7) below 5 is a weekday.
       01 WS-DAYNUM PIC S9(9) COMP-3.
       01 WS-DAYNUM-END PIC S9(9) COMP-3.
       01 WS-WEEKDAY PIC 9.
       01 WS-STEP PIC S9 COMP-3.
       01 WS-REMAINING PIC S9(9) COMP-3.
       01 WS-WALK-DATE PIC 9(8).
       01 WS-WALK-PARTS REDEFINES WS-WALK-DATE.
           02 WS-WALK-YEAR PIC 9(4).
           02 WS-WALK-MONTH PIC 99.
           02 WS-WALK-DAY PIC 99.
       01 WS-BUSINESS-FLAG PIC X.
           88 WS-BUSINESS-YES VALUE 'Y', FALSE 'N'.
       01 WS-CHECK-DATE PIC 9(8).
       01 WS-PROC-DEFAULT PIC X(30).
       LINKAGE SECTION.
       01 LS-CALENDAR-OPERATION PIC X(16).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS==.
       PROCEDURE DIVISION USING LS-CALENDAR-OPERATION,
           LS-CAL-REQUEST.
       MAIN-PROCEDURE.
           MOVE 0 TO LS-CAL-RESULT-DATE.
           MOVE 0 TO LS-CAL-RESULT-COUNT.
           SET LS-CAL-RESULT-YES TO FALSE.
           SET LS-CAL-VALID-YES TO TRUE.
           PERFORM LOAD-HOLIDAYS-PROCEDURE.
           EVALUATE LS-CALENDAR-OPERATION
           WHEN "ADD-BUSINESS"
               PERFORM ADD-BUSINESS-PROCEDURE
           WHEN "DIFF-BUSINESS"
               PERFORM DIFF-BUSINESS-PROCEDURE
           WHEN "IS-BUSINESS"
               MOVE LS-CAL-DATE-1 TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PROCEDURE
               IF LS-CAL-VALID-YES THEN
                   COMPUTE WS-DAYNUM =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-1)
                   PERFORM CHECK-BUSINESS-DAY-PROCEDURE
                   MOVE WS-BUSINESS-FLAG TO LS-CAL-RESULT-FLAG
               END-IF
           WHEN "MONTH-END"
               PERFORM MONTH-END-PROCEDURE
           WHEN "PROC-DATE"
               PERFORM PROC-DATE-PROCEDURE
           WHEN "RUN-DAY"
               PERFORM RUN-DAY-PROCEDURE
           WHEN OTHER
               SET LS-CAL-VALID-YES TO FALSE
           END-EVALUATE.
           GOBACK.
       ADD-BUSINESS-PROCEDURE.
      *****One calendar day at a time, counting only business days,
      *****so a holiday in the middle of the span pushes the answer
      *****out a day. A count of zero answers the date itself.
           MOVE LS-CAL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PROCEDURE.
           IF LS-CAL-VALID-YES THEN
               COMPUTE WS-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-1)
               IF LS-CAL-COUNT < 0 THEN
                   MOVE -1 TO WS-STEP
                   COMPUTE WS-REMAINING = 0 - LS-CAL-COUNT
               ELSE
                   MOVE 1 TO WS-STEP
                   MOVE LS-CAL-COUNT TO WS-REMAINING
               END-IF
               PERFORM UNTIL WS-REMAINING = 0
                   ADD WS-STEP TO WS-DAYNUM
                   PERFORM CHECK-BUSINESS-DAY-PROCEDURE
                   IF WS-BUSINESS-YES THEN
                       SUBTRACT 1 FROM WS-REMAINING
                   END-IF
               END-PERFORM
               COMPUTE LS-CAL-RESULT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           END-IF.
       DIFF-BUSINESS-PROCEDURE.
      *****Business days after DATE-2 up to and including DATE-1 -
      *****the start day does not count, the end day does, the way
      *****SUSPENSE-AGING has always aged an entry. DATE-1 before
      *****DATE-2 is negative, as with date-diff, and ADD-BUSINESS
      *****of the answer from DATE-2 lands back on DATE-1 whenever
      *****DATE-1 is a business day.
           MOVE LS-CAL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PROCEDURE.
           IF LS-CAL-VALID-YES THEN
               MOVE LS-CAL-DATE-2 TO WS-CHECK-DATE
               PERFORM CHECK-DATE-PROCEDURE
           END-IF.
           IF LS-CAL-VALID-YES THEN
               IF LS-CAL-DATE-1 >= LS-CAL-DATE-2 THEN
                   MOVE 1 TO WS-STEP
                   COMPUTE WS-DAYNUM =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-2) + 1
                   COMPUTE WS-DAYNUM-END =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-1)
               ELSE
                   MOVE -1 TO WS-STEP
                   COMPUTE WS-DAYNUM =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-1) + 1
                   COMPUTE WS-DAYNUM-END =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-2)
               END-IF
               PERFORM UNTIL WS-DAYNUM > WS-DAYNUM-END
                   PERFORM CHECK-BUSINESS-DAY-PROCEDURE
                   IF WS-BUSINESS-YES THEN
                       ADD WS-STEP TO LS-CAL-RESULT-COUNT
                   END-IF
                   ADD 1 TO WS-DAYNUM
               END-PERFORM
           END-IF.
       MONTH-END-PROCEDURE.
      *****Back from the month's last calendar day to the first
      *****business day found.
           MOVE LS-CAL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PROCEDURE.
           IF LS-CAL-VALID-YES THEN
               MOVE LS-CAL-DATE-1 TO WS-WALK-DATE
               PERFORM FIND-MONTH-END-PROCEDURE
               MOVE WS-WALK-DATE TO LS-CAL-RESULT-DATE
           END-IF.
       FIND-MONTH-END-PROCEDURE.
      *****WS-WALK-DATE to its month's last business day: the first of
      *****the next month, one day back, then back over weekends and
      *****holidays.
           MOVE 1 TO WS-WALK-DAY.
           IF WS-WALK-MONTH = 12 THEN
               ADD 1 TO WS-WALK-YEAR
               MOVE 1 TO WS-WALK-MONTH
           ELSE
               ADD 1 TO WS-WALK-MONTH
           END-IF.
           COMPUTE WS-DAYNUM =
             FUNCTION INTEGER-OF-DATE(WS-WALK-DATE) - 1.
           PERFORM CHECK-BUSINESS-DAY-PROCEDURE.
           PERFORM UNTIL WS-BUSINESS-YES
               SUBTRACT 1 FROM WS-DAYNUM
               PERFORM CHECK-BUSINESS-DAY-PROCEDURE
           END-PERFORM.
           COMPUTE WS-WALK-DATE = FUNCTION DATE-OF-INTEGER(WS-DAYNUM).
       PROC-DATE-PROCEDURE.
           MOVE "CISP_PROC_DATE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY, WS-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES THEN
      *****An explicit date always wins - a rerun for last Tuesday.
               MOVE WS-CONFIG-VALUE(1:8) TO LS-CAL-RESULT-DATE-X
               IF LS-CAL-RESULT-DATE-X IS NOT NUMERIC THEN
                   SET LS-CAL-VALID-YES TO FALSE
               END-IF
           ELSE
               MOVE "CISP_PROC_DATE_DEFAULT" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE FUNCTION UPPER-CASE(WS-CONFIG-VALUE)
                 TO WS-PROC-DEFAULT
               MOVE FUNCTION CURRENT-DATE(1:8) TO LS-CAL-RESULT-DATE
               IF WS-PROC-DEFAULT = "PRIOR-BUSINESS-DAY" THEN
                   COMPUTE WS-DAYNUM =
                     FUNCTION INTEGER-OF-DATE(LS-CAL-RESULT-DATE) - 1
                   PERFORM CHECK-BUSINESS-DAY-PROCEDURE
                   PERFORM UNTIL WS-BUSINESS-YES
                       SUBTRACT 1 FROM WS-DAYNUM
                       PERFORM CHECK-BUSINESS-DAY-PROCEDURE
                   END-PERFORM
                   COMPUTE LS-CAL-RESULT-DATE =
                     FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               END-IF
           END-IF.
       RUN-DAY-PROCEDURE.
           MOVE LS-CAL-DATE-1 TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-PROCEDURE.
           IF LS-CAL-VALID-YES THEN
               COMPUTE WS-DAYNUM =
                 FUNCTION INTEGER-OF-DATE(LS-CAL-DATE-1)
               PERFORM CHECK-BUSINESS-DAY-PROCEDURE
               MOVE LS-CAL-DATE-1 TO WS-WALK-DATE
               EVALUATE LS-CAL-RULE
               WHEN "DAILY"
               WHEN SPACES
                   SET LS-CAL-RESULT-YES TO TRUE
               WHEN "BUSINESS"
                   MOVE WS-BUSINESS-FLAG TO LS-CAL-RESULT-FLAG
               WHEN "MONTH-END"
                   PERFORM FIND-MONTH-END-PROCEDURE
                   IF WS-WALK-DATE = LS-CAL-DATE-1 THEN
                       SET LS-CAL-RESULT-YES TO TRUE
                   END-IF
               WHEN "QUARTER-END"
                   IF WS-WALK-MONTH = 3 OR WS-WALK-MONTH = 6
                   OR WS-WALK-MONTH = 9 OR WS-WALK-MONTH = 12 THEN
                       PERFORM FIND-MONTH-END-PROCEDURE
                       IF WS-WALK-DATE = LS-CAL-DATE-1 THEN
                           SET LS-CAL-RESULT-YES TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET LS-CAL-VALID-YES TO FALSE
               END-EVALUATE
           END-IF.
       CHECK-DATE-PROCEDURE.
      *****Callers validate their own dates; this only keeps a bad one
      *****from reaching INTEGER-OF-DATE.
           IF WS-CHECK-DATE IS NOT NUMERIC THEN
               SET LS-CAL-VALID-YES TO FALSE
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
           THEN
               SET LS-CAL-VALID-YES TO FALSE
           END-IF.
       CHECK-BUSINESS-DAY-PROCEDURE.
      *****WS-DAYNUM to WS-BUSINESS-FLAG.
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAYNUM - 1, 7).
           IF WS-WEEKDAY < 5 THEN
               SET WS-BUSINESS-YES TO TRUE
               COMPUTE WS-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
               PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1 UNTIL
               WS-HOLIDAY-INDEX > WS-HOLIDAY-COUNT
               OR NOT WS-BUSINESS-YES
                   IF WS-HOLIDAY-DATE(WS-HOLIDAY-INDEX) = WS-CHECK-DATE
                   THEN
                       SET WS-BUSINESS-YES TO FALSE
                   END-IF
               END-PERFORM
           ELSE
               SET WS-BUSINESS-YES TO FALSE
           END-IF.
       LOAD-HOLIDAYS-PROCEDURE.
      *****Once per process. A line whose first token is not a date is
      *****reported and skipped rather than silently making a working
      *****day a holiday or the reverse.
           IF WS-HOLIDAY-LOADED-YES THEN
               CONTINUE
           ELSE
               SET WS-HOLIDAY-LOADED-YES TO TRUE
               MOVE "CISP_HOLIDAY_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-HOLIDAY-FILE-NAME
               IF WS-HOLIDAY-FILE-NAME = SPACES THEN
                   MOVE '..\logs\holidays.data'
                     TO WS-HOLIDAY-FILE-NAME
               END-IF
               OPEN INPUT HOLIDAY-FILE
               IF WS-HOLIDAY-FILE-STATUS-OK THEN
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ HOLIDAY-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-HOLIDAY-LINE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE HOLIDAY-FILE
               END-IF
           END-IF.
       LOAD-HOLIDAY-LINE-PROCEDURE.
           MOVE SPACES TO WS-HOLIDAY-TOKEN.
           UNSTRING FUNCTION TRIM(HOLIDAY-RECORD)
             DELIMITED BY ALL " " INTO WS-HOLIDAY-TOKEN
           END-UNSTRING.
           IF WS-HOLIDAY-TOKEN = SPACES
           OR WS-HOLIDAY-TOKEN(1:1) = "*" THEN
               CONTINUE
           ELSE IF WS-HOLIDAY-TOKEN IS NOT NUMERIC THEN
               DISPLAY "CISP-CALENDAR: HOLIDAY LINE IGNORED: "
                   FUNCTION TRIM(HOLIDAY-RECORD)
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(
           FUNCTION NUMVAL(WS-HOLIDAY-TOKEN)) NOT = 0 THEN
               DISPLAY "CISP-CALENDAR: HOLIDAY LINE IGNORED: "
                   FUNCTION TRIM(HOLIDAY-RECORD)
           ELSE IF WS-HOLIDAY-COUNT >= WS-MAX-HOLIDAYS THEN
               DISPLAY "CISP-CALENDAR: HOLIDAY TABLE FULL, IGNORED: "
                   WS-HOLIDAY-TOKEN
           ELSE
               ADD 1 TO WS-HOLIDAY-COUNT
               MOVE WS-HOLIDAY-TOKEN
                 TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
           END-IF.
       END PROGRAM CISP-CALENDAR.
