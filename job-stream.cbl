      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Job-stream runner chaining the nightly steps by RC
      * Tectonics: cobc
      ******************************************************************
      *****The night is a chain of separate invocations - DATA-EDIT,
      *****CISP -data, the TESTS-FILE batch, RESULTS-ROLL, LOGARCHIVE,
      *****STATS-ALERT - and every one of them grades its exit. This
      *****program reads a job definition file and runs its steps in
      *****order, each only when its condition holds against the
      *****highest RC any earlier step of this stream returned, and
      *****writes one job-history record per step (run id, step,
      *****program, outcome, start and end stamps, RC) so the morning
      *****shift can see exactly where a night stopped.
      *****
      *****Job definition, one step per line, blank-separated:
      *****    STEPNAME PROGRAM CONDITION [ARGUMENTS...]
      *****CONDITION is ALWAYS, or MAXRC<=n, MAXRC<n or MAXRC=n tested
      *****against the prior steps' highest RC. Lines starting "*"
      *****are comments. Example:
      *****    EDIT    data-edit ALWAYS   premium.dat -delim ,
      *****    RATING  cisp      MAXRC<=4 rate.lisp -data premium.dat
      *****    BATCH   cisp      MAXRC<=4
      *****    ROLL    results-roll MAXRC<8
      *****
      *****Usage: JOB-STREAM [JOBFILE] [-restart STEPNAME]
      *****JOBFILE defaults to CISP_JOB_FILE (..\test\job-stream.txt).
      *****"-restart" runs the stream from the named step, recording
      *****the steps ahead of it as BYPASSED; their RCs belonged to the
      *****failed night, so the restarted stream's conditions start
      *****from 0. A step whose condition fails is FLUSHED. History
      *****lands in CISP_JOB_HISTORY_FILE (..\logs\jobhist.data). The
      *****stream exits with the highest step RC, or 8 when the job
      *****definition itself is unusable and nothing ran.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOB-FILE
           ASSIGN TO DYNAMIC WS-JOB-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-FILE-STATUS.
       SELECT OPTIONAL JOB-HISTORY-FILE
           ASSIGN TO DYNAMIC WS-JOB-HISTORY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-HISTORY-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD JOB-FILE.
       01 JOB-RECORD PIC X(250).
       FD JOB-HISTORY-FILE.
      *****Fixed layout, errors.data style - one record per step per
      *****stream run.
       01 JOB-HISTORY-RECORD.
           02 JH-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 JH-STEP-NAME PIC X(16).
           02 FILLER PIC X.
           02 JH-PROGRAM PIC X(30).
           02 FILLER PIC X.
           02 JH-STATUS PIC X(8).
           02 FILLER PIC X.
           02 JH-START-STAMP PIC X(14).
           02 FILLER PIC X.
           02 JH-END-STAMP PIC X(14).
           02 FILLER PIC X.
           02 JH-RC PIC 9(4).
           02 FILLER PIC X.
           02 JH-JOB-FILE PIC X(100).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-JOB-STEPS VALUE 50.
       01 WS-JOB-FILE-NAME PIC X(100).
       01 WS-JOB-FILE-STATUS PIC XX.
           88 WS-JOB-FILE-STATUS-OK VALUE '00'.
       01 WS-JOB-HISTORY-NAME PIC X(100).
       01 WS-JOB-HISTORY-STATUS PIC XX.
           88 WS-JOB-HISTORY-STATUS-OK VALUE '00', '05'.
       01 WS-CMD-LINE-NUM-AGRS PIC 9(4).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-ARG-PENDING PIC X(8).
       01 WS-RESTART-STEP PIC X(16).
       01 WS-RESTART-STEP-CHECK PIC X(16).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-JOB-BAD-FLAG PIC X VALUE 'N'.
           88 WS-JOB-BAD-YES VALUE 'Y', FALSE 'N'.
       01 WS-RUN-ID PIC X(20).
       01 WS-LINE-NUM PIC 9(4).
       01 WS-JOB-LINE PIC X(250).
       01 WS-JOB-LINE-PTR PIC 9(4).
       01 WS-STEP-NAME-WORK PIC X(16).
       01 WS-PROGRAM-WORK PIC X(30).
       01 WS-COND-WORK PIC X(20).
       01 WS-COND-NUM-TEXT PIC X(10).
      *****The steps as read: condition operator ALWAYS/LE/LT/EQ and
      *****its operand, then what happened when the stream ran.
       01 WS-STEP-TABLE.
           02 WS-STEP-COUNT PIC 9(4) VALUE 0.
           02 WS-STEP-ENTRY OCCURS WS-MAX-JOB-STEPS TIMES.
               03 WS-STEP-NAME PIC X(16).
               03 WS-STEP-PROGRAM PIC X(30).
               03 WS-STEP-COND-OP PIC X(6).
               03 WS-STEP-COND-RC PIC 9(4).
               03 WS-STEP-ARGS PIC X(200).
               03 WS-STEP-STATUS PIC X(8).
               03 WS-STEP-RC PIC 9(4).
       01 WS-STEP-INDEX PIC 9(4).
       01 WS-STEP-MATCH PIC 9(4).
       01 WS-START-INDEX PIC 9(4).
       01 WS-MAX-RC PIC 9(4) VALUE 0.
       01 WS-COND-MET-FLAG PIC X.
           88 WS-COND-MET-YES VALUE 'Y', FALSE 'N'.
       01 WS-STEP-COMMAND PIC X(300).
       01 WS-SYSTEM-RC PIC S9(9).
       01 WS-START-STAMP PIC X(14).
       01 WS-END-STAMP PIC X(14).
       01 WS-RAN-COUNT PIC 9(4) VALUE 0.
       01 WS-FLUSHED-COUNT PIC 9(4) VALUE 0.
       01 WS-BYPASSED-COUNT PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
           PERFORM READ-CMD-LINE-PROCEDURE.
           IF WS-JOB-FILE-NAME = SPACES THEN
               MOVE "CISP_JOB_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-JOB-FILE-NAME
               IF WS-JOB-FILE-NAME = SPACES THEN
                   MOVE '..\test\job-stream.txt' TO WS-JOB-FILE-NAME
               END-IF
           END-IF.
           MOVE "CISP_JOB_HISTORY_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-JOB-HISTORY-NAME.
           IF WS-JOB-HISTORY-NAME = SPACES THEN
               MOVE '..\logs\jobhist.data' TO WS-JOB-HISTORY-NAME
           END-IF.
           PERFORM LOAD-JOB-PROCEDURE.
           IF NOT WS-JOB-BAD-YES THEN
               PERFORM FIND-START-STEP-PROCEDURE
           END-IF.
           IF WS-JOB-BAD-YES THEN
               DISPLAY "JOB-STREAM: JOB DEFINITION NOT USABLE,"
                   " NO STEP RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "JOB-STREAM: RUN " FUNCTION TRIM(WS-RUN-ID) " "
               FUNCTION TRIM(WS-JOB-FILE-NAME).
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1 UNTIL
           WS-STEP-INDEX > WS-STEP-COUNT
               PERFORM RUN-STEP-PROCEDURE
           END-PERFORM.
           DISPLAY "JOB-STREAM: COMPLETE. RAN: " WS-RAN-COUNT
               "  FLUSHED: " WS-FLUSHED-COUNT
               "  BYPASSED: " WS-BYPASSED-COUNT
               "  MAX RC: " WS-MAX-RC.
           MOVE WS-MAX-RC TO RETURN-CODE.
           GOBACK.
       READ-CMD-LINE-PROCEDURE.
           MOVE SPACES TO WS-JOB-FILE-NAME.
           MOVE SPACES TO WS-RESTART-STEP.
           MOVE SPACES TO WS-ARG-PENDING.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           PERFORM VARYING WS-CMD-LINE-ARG-INDEX FROM 1 BY 1 UNTIL
           WS-CMD-LINE-ARG-INDEX > WS-CMD-LINE-NUM-AGRS
               DISPLAY WS-CMD-LINE-ARG-INDEX UPON ARGUMENT-NUMBER
               ACCEPT WS-CMD-LINE-ARG FROM ARGUMENT-VALUE
               IF WS-ARG-PENDING = "-restart" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-RESTART-STEP
                   MOVE SPACES TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-restart" THEN
                   MOVE WS-CMD-LINE-ARG TO WS-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG(1:1) NOT = "-"
               AND WS-JOB-FILE-NAME = SPACES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-JOB-FILE-NAME
               ELSE
                   DISPLAY "JOB-STREAM: UNKNOWN SWITCH IGNORED: "
                       FUNCTION TRIM(WS-CMD-LINE-ARG)
               END-IF
           END-PERFORM.
           IF WS-ARG-PENDING NOT = SPACES THEN
               DISPLAY "JOB-STREAM: SWITCH WITHOUT A VALUE IGNORED: "
                   FUNCTION TRIM(WS-ARG-PENDING)
           END-IF.
       LOAD-JOB-PROCEDURE.
      *****Read and check every step before any of them runs - a typo
      *****on the last line must not surface after the first four
      *****steps have already changed the night's files.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-LINE-NUM.
           OPEN INPUT JOB-FILE.
           IF NOT WS-JOB-FILE-STATUS-OK THEN
               DISPLAY "JOB-STREAM: JOB-FILE OPEN FAILED, STATUS="
                   WS-JOB-FILE-STATUS " "
                   FUNCTION TRIM(WS-JOB-FILE-NAME)
               SET WS-JOB-BAD-YES TO TRUE
           ELSE
               SET WS-READ-EOF-YES TO FALSE
               PERFORM UNTIL WS-READ-EOF-YES
                   READ JOB-FILE
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUM
                           MOVE FUNCTION TRIM(JOB-RECORD LEADING)
                             TO WS-JOB-LINE
                           IF WS-JOB-LINE = SPACES
                           OR WS-JOB-LINE(1:1) = "*" THEN
                               CONTINUE
                           ELSE
                               PERFORM PARSE-JOB-LINE-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOB-FILE
               IF WS-STEP-COUNT = 0 AND NOT WS-JOB-BAD-YES THEN
                   DISPLAY "JOB-STREAM: JOB-FILE HAS NO STEPS"
                   SET WS-JOB-BAD-YES TO TRUE
               END-IF
           END-IF.
       PARSE-JOB-LINE-PROCEDURE.
           MOVE SPACES TO WS-STEP-NAME-WORK.
           MOVE SPACES TO WS-PROGRAM-WORK.
           MOVE SPACES TO WS-COND-WORK.
           MOVE 1 TO WS-JOB-LINE-PTR.
           UNSTRING WS-JOB-LINE DELIMITED BY ALL " "
             INTO WS-STEP-NAME-WORK, WS-PROGRAM-WORK, WS-COND-WORK
             WITH POINTER WS-JOB-LINE-PTR
           END-UNSTRING.
           MOVE WS-STEP-NAME-WORK TO WS-RESTART-STEP-CHECK.
           PERFORM FIND-STEP-PROCEDURE.
           IF WS-PROGRAM-WORK = SPACES OR WS-COND-WORK = SPACES THEN
               DISPLAY "JOB-STREAM: LINE " WS-LINE-NUM
                   " NEEDS STEPNAME PROGRAM CONDITION"
               SET WS-JOB-BAD-YES TO TRUE
           ELSE IF WS-STEP-MATCH > 0 THEN
               DISPLAY "JOB-STREAM: LINE " WS-LINE-NUM
                   " REPEATS STEP NAME "
                   FUNCTION TRIM(WS-STEP-NAME-WORK)
               SET WS-JOB-BAD-YES TO TRUE
           ELSE IF WS-STEP-COUNT >= WS-MAX-JOB-STEPS THEN
               DISPLAY "JOB-STREAM: MORE THAN 50 STEPS, LINE "
                   WS-LINE-NUM " NOT LOADED"
               SET WS-JOB-BAD-YES TO TRUE
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-NAME-WORK TO WS-STEP-NAME(WS-STEP-COUNT)
               MOVE WS-PROGRAM-WORK TO WS-STEP-PROGRAM(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-ARGS(WS-STEP-COUNT)
               IF WS-JOB-LINE-PTR <= 250 THEN
                   MOVE WS-JOB-LINE(WS-JOB-LINE-PTR:)
                     TO WS-STEP-ARGS(WS-STEP-COUNT)
               END-IF
               MOVE SPACES TO WS-STEP-STATUS(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
               PERFORM PARSE-CONDITION-PROCEDURE
           END-IF.
       PARSE-CONDITION-PROCEDURE.
      *****ALWAYS, or MAXRC followed by <=, < or = and an RC.
           MOVE SPACES TO WS-STEP-COND-OP(WS-STEP-COUNT).
           MOVE 0 TO WS-STEP-COND-RC(WS-STEP-COUNT).
           MOVE SPACES TO WS-COND-NUM-TEXT.
           IF WS-COND-WORK = "ALWAYS" THEN
               MOVE "ALWAYS" TO WS-STEP-COND-OP(WS-STEP-COUNT)
           ELSE IF WS-COND-WORK(1:7) = "MAXRC<=" THEN
               MOVE "LE" TO WS-STEP-COND-OP(WS-STEP-COUNT)
               MOVE WS-COND-WORK(8:) TO WS-COND-NUM-TEXT
           ELSE IF WS-COND-WORK(1:6) = "MAXRC<" THEN
               MOVE "LT" TO WS-STEP-COND-OP(WS-STEP-COUNT)
               MOVE WS-COND-WORK(7:) TO WS-COND-NUM-TEXT
           ELSE IF WS-COND-WORK(1:6) = "MAXRC=" THEN
               MOVE "EQ" TO WS-STEP-COND-OP(WS-STEP-COUNT)
               MOVE WS-COND-WORK(7:) TO WS-COND-NUM-TEXT
           END-IF.
           IF WS-STEP-COND-OP(WS-STEP-COUNT) = SPACES THEN
               DISPLAY "JOB-STREAM: LINE " WS-LINE-NUM
                   " CONDITION " FUNCTION TRIM(WS-COND-WORK)
                   " IS NOT ALWAYS OR MAXRC<=n/MAXRC<n/MAXRC=n"
               SET WS-JOB-BAD-YES TO TRUE
           ELSE IF WS-STEP-COND-OP(WS-STEP-COUNT) NOT = "ALWAYS" THEN
               IF WS-COND-NUM-TEXT = SPACES
               OR FUNCTION TRIM(WS-COND-NUM-TEXT) IS NOT NUMERIC THEN
                   DISPLAY "JOB-STREAM: LINE " WS-LINE-NUM
                       " CONDITION " FUNCTION TRIM(WS-COND-WORK)
                       " HAS NO NUMERIC RC"
                   SET WS-JOB-BAD-YES TO TRUE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-COND-NUM-TEXT)
                     TO WS-STEP-COND-RC(WS-STEP-COUNT)
               END-IF
           END-IF.
       FIND-STEP-PROCEDURE.
           MOVE 0 TO WS-STEP-MATCH.
           PERFORM VARYING WS-STEP-INDEX FROM 1 BY 1 UNTIL
           WS-STEP-INDEX > WS-STEP-COUNT OR WS-STEP-MATCH > 0
               IF WS-STEP-NAME(WS-STEP-INDEX) = WS-RESTART-STEP-CHECK
               THEN
                   MOVE WS-STEP-INDEX TO WS-STEP-MATCH
               END-IF
           END-PERFORM.
       FIND-START-STEP-PROCEDURE.
           MOVE 1 TO WS-START-INDEX.
           IF WS-RESTART-STEP NOT = SPACES THEN
               MOVE WS-RESTART-STEP TO WS-RESTART-STEP-CHECK
               PERFORM FIND-STEP-PROCEDURE
               IF WS-STEP-MATCH = 0 THEN
                   DISPLAY "JOB-STREAM: RESTART STEP "
                       FUNCTION TRIM(WS-RESTART-STEP)
                       " IS NOT IN THE JOB DEFINITION"
                   SET WS-JOB-BAD-YES TO TRUE
               ELSE
                   MOVE WS-STEP-MATCH TO WS-START-INDEX
                   DISPLAY "JOB-STREAM: RESTARTING AT STEP "
                       FUNCTION TRIM(WS-RESTART-STEP)
               END-IF
           END-IF.
       RUN-STEP-PROCEDURE.
           MOVE SPACES TO WS-START-STAMP.
           MOVE SPACES TO WS-END-STAMP.
           IF WS-STEP-INDEX < WS-START-INDEX THEN
               MOVE "BYPASSED" TO WS-STEP-STATUS(WS-STEP-INDEX)
               ADD 1 TO WS-BYPASSED-COUNT
           ELSE
               PERFORM TEST-CONDITION-PROCEDURE
               IF NOT WS-COND-MET-YES THEN
                   MOVE "FLUSHED" TO WS-STEP-STATUS(WS-STEP-INDEX)
                   ADD 1 TO WS-FLUSHED-COUNT
                   DISPLAY "JOB-STREAM: STEP "
                       FUNCTION TRIM(WS-STEP-NAME(WS-STEP-INDEX))
                       " FLUSHED - PRIOR MAX RC " WS-MAX-RC
               ELSE
                   PERFORM EXECUTE-STEP-PROCEDURE
               END-IF
           END-IF.
           PERFORM WRITE-HISTORY-PROCEDURE.
       TEST-CONDITION-PROCEDURE.
           SET WS-COND-MET-YES TO FALSE.
           EVALUATE WS-STEP-COND-OP(WS-STEP-INDEX)
           WHEN "ALWAYS"
               SET WS-COND-MET-YES TO TRUE
           WHEN "LE"
               IF WS-MAX-RC <= WS-STEP-COND-RC(WS-STEP-INDEX) THEN
                   SET WS-COND-MET-YES TO TRUE
               END-IF
           WHEN "LT"
               IF WS-MAX-RC < WS-STEP-COND-RC(WS-STEP-INDEX) THEN
                   SET WS-COND-MET-YES TO TRUE
               END-IF
           WHEN "EQ"
               IF WS-MAX-RC = WS-STEP-COND-RC(WS-STEP-INDEX) THEN
                   SET WS-COND-MET-YES TO TRUE
               END-IF
           END-EVALUATE.
       EXECUTE-STEP-PROCEDURE.
           MOVE SPACES TO WS-STEP-COMMAND.
           STRING WS-STEP-PROGRAM(WS-STEP-INDEX) DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-STEP-ARGS(WS-STEP-INDEX) DELIMITED BY SIZE
             INTO WS-STEP-COMMAND.
           DISPLAY "JOB-STREAM: STEP "
               FUNCTION TRIM(WS-STEP-NAME(WS-STEP-INDEX)) ": "
               FUNCTION TRIM(WS-STEP-COMMAND).
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-START-STAMP.
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING WS-STEP-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-RC.
           MOVE 0 TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-END-STAMP.
      *****A POSIX shell hands the step's exit code back in the high
      *****byte of the wait status; the Windows command processor
      *****hands back the code itself.
           IF WS-SYSTEM-RC < 0 THEN
               MOVE 9999 TO WS-SYSTEM-RC
           ELSE IF WS-SYSTEM-RC > 255 THEN
               DIVIDE 256 INTO WS-SYSTEM-RC
           END-IF.
           IF WS-SYSTEM-RC > 9999 THEN
               MOVE 9999 TO WS-SYSTEM-RC
           END-IF.
           MOVE WS-SYSTEM-RC TO WS-STEP-RC(WS-STEP-INDEX).
           MOVE "ENDED" TO WS-STEP-STATUS(WS-STEP-INDEX).
           ADD 1 TO WS-RAN-COUNT.
           IF WS-STEP-RC(WS-STEP-INDEX) > WS-MAX-RC THEN
               MOVE WS-STEP-RC(WS-STEP-INDEX) TO WS-MAX-RC
           END-IF.
           DISPLAY "JOB-STREAM: STEP "
               FUNCTION TRIM(WS-STEP-NAME(WS-STEP-INDEX))
               " ENDED RC=" WS-STEP-RC(WS-STEP-INDEX).
       WRITE-HISTORY-PROCEDURE.
           OPEN EXTEND JOB-HISTORY-FILE.
           IF NOT WS-JOB-HISTORY-STATUS-OK THEN
               DISPLAY "JOB-STREAM: JOB-HISTORY-FILE OPEN FAILED,"
                   " STATUS=" WS-JOB-HISTORY-STATUS
           ELSE
               MOVE SPACES TO JOB-HISTORY-RECORD
               MOVE WS-RUN-ID TO JH-RUN-ID
               MOVE WS-STEP-NAME(WS-STEP-INDEX) TO JH-STEP-NAME
               MOVE WS-STEP-PROGRAM(WS-STEP-INDEX) TO JH-PROGRAM
               MOVE WS-STEP-STATUS(WS-STEP-INDEX) TO JH-STATUS
               MOVE WS-START-STAMP TO JH-START-STAMP
               MOVE WS-END-STAMP TO JH-END-STAMP
               MOVE WS-STEP-RC(WS-STEP-INDEX) TO JH-RC
               MOVE WS-JOB-FILE-NAME TO JH-JOB-FILE
               WRITE JOB-HISTORY-RECORD
               CLOSE JOB-HISTORY-FILE
           END-IF.
       END PROGRAM JOB-STREAM.
