      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Sign an operator on and check what they are authorized
      *          to do against the operator authority file
      * Tectonics: cobc
      ******************************************************************
      *****STATE-MAINT, a -i session, -rehearse and -reprocess, and
      *****clearing a script out of quarantine were open to anyone who
      *****could reach the console, and the audit trail could not say
      *****who did any of it. The operator authority file
      *****(CISP_AUTHORITY_FILE, default ..\logs\authority.data,
      *****layout in operator-authority.cpy) now says who may do what,
      *****and those programs ask here first:
      *****
      *****    "SIGNON"   who is at the console - PREFIX-SIGNON-OPERATOR
      *****               comes back as the login id, granted when the
      *****               authority file holds them ACTIVE and unexpired
      *****    "CHECK"    may that operator do PREFIX-SIGNON-FUNCTION
      *****               (for PREFIX-SIGNON-DETAIL) - granted only when
      *****               signed on and the function is in their list
      *****    "IDENTIFY" nothing but the operator, for a writer that
      *****               stamps its audit record with who ran it -
      *****               no check is made and no access is recorded
      *****
      *****The operator is the login the process runs under (USERNAME,
      *****else USER), upper case - not anything typed in, so one
      *****operator cannot act under another's grant. Every sign-on
      *****and every check, granted or refused, is appended to the
      *****access log (CISP_ACCESS_FILE, default ..\logs\access.data,
      *****layout in access-record.cpy) for ACCESS-REPORT.
      *****
      *****No authority file refuses everything: the controls are
      *****only worth having if leaving the file out does not switch
      *****them off. The file is read once per process.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-SIGNON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL AUTHORITY-FILE
           ASSIGN TO DYNAMIC WS-AUTHORITY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUTHORITY-FILE-STATUS.
       SELECT OPTIONAL ACCESS-FILE
           ASSIGN TO DYNAMIC WS-ACCESS-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD AUTHORITY-FILE.
       COPY "operator-authority.cpy"
           REPLACING LEADING ==PREFIX== BY ==AUTHORITY==.
       FD ACCESS-FILE.
       COPY "access-record.cpy"
           REPLACING LEADING ==PREFIX== BY ==ACCESS==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-OPERATORS VALUE 100.
       01 WS-AUTHORITY-FILE-NAME PIC X(100).
       01 WS-AUTHORITY-FILE-STATUS PIC XX.
           88 WS-AUTHORITY-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-AUTHORITY-FILE-ABSENT VALUE '05'.
       01 WS-ACCESS-FILE-NAME PIC X(100).
       01 WS-ACCESS-FILE-STATUS PIC XX.
           88 WS-ACCESS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-AUTHORITY-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-AUTHORITY-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-AUTHORITY-USABLE-FLAG PIC X VALUE 'N'.
           88 WS-AUTHORITY-USABLE-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-OPERATOR PIC X(12).
       01 WS-OPERATOR-FOUND-FLAG PIC X VALUE 'N'.
           88 WS-OPERATOR-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-LOGIN PIC X(100).
       01 WS-OPERATOR-TABLE.
           02 WS-OPERATOR-COUNT PIC 9(4) VALUE 0.
           02 WS-OPERATOR-ENTRY OCCURS WS-MAX-OPERATORS TIMES.
               03 WS-OP-ID PIC X(12).
               03 WS-OP-STATUS PIC X(8).
                   88 WS-OP-STATUS-ACTIVE VALUE 'ACTIVE'.
               03 WS-OP-EXPIRES PIC X(8).
               03 WS-OP-FUNCTIONS PIC X(80).
       01 WS-OP-INDEX PIC 9(4).
       01 WS-OP-FOUND PIC 9(4).
       01 WS-TODAY PIC X(8).
      *****The function list with a blank either side, so a function
      *****is only found as a whole word (VIEW is not in REVIEW).
       01 WS-FUNCTION-LIST PIC X(82).
       01 WS-FUNCTION-PROBE PIC X(12).
       01 WS-FUNCTION-PROBE-LEN PIC 9(4).
       01 WS-FUNCTION-HITS PIC 9(4).
       LINKAGE SECTION.
       01 LS-SIGNON-OPERATION PIC X(12).
       COPY "signon-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS==.
       PROCEDURE DIVISION USING LS-SIGNON-OPERATION,
           LS-SIGNON-REQUEST.
       MAIN-PROCEDURE.
           IF NOT WS-OPERATOR-FOUND-YES THEN
               SET WS-OPERATOR-FOUND-YES TO TRUE
               PERFORM FIND-OPERATOR-PROCEDURE
           END-IF.
           MOVE WS-OPERATOR TO LS-SIGNON-OPERATOR.
           SET LS-SIGNON-GRANTED-YES TO FALSE.
           MOVE SPACES TO LS-SIGNON-REASON.
           EVALUATE LS-SIGNON-OPERATION
           WHEN "SIGNON"
               PERFORM LOAD-AUTHORITY-PROCEDURE
               MOVE "SIGNON" TO LS-SIGNON-FUNCTION
               PERFORM SIGN-ON-PROCEDURE
               PERFORM WRITE-ACCESS-PROCEDURE
           WHEN "CHECK"
               PERFORM LOAD-AUTHORITY-PROCEDURE
               PERFORM CHECK-FUNCTION-PROCEDURE
               PERFORM WRITE-ACCESS-PROCEDURE
           WHEN "IDENTIFY"
               CONTINUE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           GOBACK.
       LOAD-AUTHORITY-PROCEDURE.
           IF WS-AUTHORITY-LOADED-YES THEN
               CONTINUE
           ELSE
               SET WS-AUTHORITY-LOADED-YES TO TRUE
               MOVE "CISP_ACCESS_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-ACCESS-FILE-NAME
               IF WS-ACCESS-FILE-NAME = SPACES THEN
                   MOVE '..\logs\access.data' TO WS-ACCESS-FILE-NAME
               END-IF
               MOVE "CISP_AUTHORITY_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-AUTHORITY-FILE-NAME
               IF WS-AUTHORITY-FILE-NAME = SPACES THEN
                   MOVE '..\logs\authority.data'
                     TO WS-AUTHORITY-FILE-NAME
               END-IF
               OPEN INPUT AUTHORITY-FILE
               IF WS-AUTHORITY-FILE-ABSENT THEN
                   CLOSE AUTHORITY-FILE
                   DISPLAY "CISP-SIGNON: NO AUTHORITY FILE, "
                       "NOTHING WILL BE AUTHORIZED"
               ELSE IF NOT WS-AUTHORITY-FILE-STATUS-OK THEN
                   DISPLAY "CISP-SIGNON: AUTHORITY FILE OPEN FAILED, "
                       "STATUS=" WS-AUTHORITY-FILE-STATUS
                       ", NOTHING WILL BE AUTHORIZED"
               ELSE
                   SET WS-AUTHORITY-USABLE-YES TO TRUE
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ AUTHORITY-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-AUTHORITY-LINE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE AUTHORITY-FILE
               END-IF
           END-IF.
       FIND-OPERATOR-PROCEDURE.
      *****USERNAME is what Windows sets, USER what the UNIX shells
      *****set. A process with neither has no operator and is refused.
           MOVE SPACES TO WS-LOGIN.
           ACCEPT WS-LOGIN FROM ENVIRONMENT "USERNAME".
           IF WS-LOGIN = SPACES THEN
               ACCEPT WS-LOGIN FROM ENVIRONMENT "USER"
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-LOGIN))
             TO WS-OPERATOR.
       LOAD-AUTHORITY-LINE-PROCEDURE.
           IF AUTHORITY-RECORD = SPACES OR AUTHORITY-RECORD(1:1) = "*"
           THEN
               CONTINUE
           ELSE IF AUTHORITY-OPERATOR = SPACES THEN
               DISPLAY "CISP-SIGNON: AUTHORITY LINE IGNORED: "
                   FUNCTION TRIM(AUTHORITY-RECORD)
           ELSE IF WS-OPERATOR-COUNT >= WS-MAX-OPERATORS THEN
               DISPLAY "CISP-SIGNON: AUTHORITY TABLE FULL, IGNORED: "
                   FUNCTION TRIM(AUTHORITY-OPERATOR)
           ELSE
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE FUNCTION UPPER-CASE(AUTHORITY-OPERATOR)
                 TO WS-OP-ID(WS-OPERATOR-COUNT)
               MOVE FUNCTION UPPER-CASE(AUTHORITY-STATUS)
                 TO WS-OP-STATUS(WS-OPERATOR-COUNT)
               MOVE AUTHORITY-EXPIRES
                 TO WS-OP-EXPIRES(WS-OPERATOR-COUNT)
               MOVE FUNCTION UPPER-CASE(AUTHORITY-FUNCTIONS)
                 TO WS-OP-FUNCTIONS(WS-OPERATOR-COUNT)
           END-IF.
       SIGN-ON-PROCEDURE.
      *****Leaves WS-OP-FOUND on the operator's entry when granted.
           MOVE 0 TO WS-OP-FOUND.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-OPERATOR = SPACES THEN
               MOVE "NO OPERATOR LOGIN" TO LS-SIGNON-REASON
           ELSE IF NOT WS-AUTHORITY-USABLE-YES THEN
               MOVE "NO AUTHORITY FILE" TO LS-SIGNON-REASON
           ELSE
               PERFORM VARYING WS-OP-INDEX FROM 1 BY 1
                 UNTIL WS-OP-INDEX > WS-OPERATOR-COUNT
                 OR WS-OP-FOUND > 0
                   IF WS-OP-ID(WS-OP-INDEX) = WS-OPERATOR THEN
                       MOVE WS-OP-INDEX TO WS-OP-FOUND
                   END-IF
               END-PERFORM
               IF WS-OP-FOUND = 0 THEN
                   MOVE "NOT IN AUTHORITY FILE" TO LS-SIGNON-REASON
               ELSE IF NOT WS-OP-STATUS-ACTIVE(WS-OP-FOUND) THEN
                   MOVE WS-OP-STATUS(WS-OP-FOUND) TO LS-SIGNON-REASON
                   MOVE 0 TO WS-OP-FOUND
               ELSE IF WS-OP-EXPIRES(WS-OP-FOUND) NOT = SPACES
               AND WS-OP-EXPIRES(WS-OP-FOUND) < WS-TODAY THEN
                   STRING "EXPIRED " WS-OP-EXPIRES(WS-OP-FOUND)
                       DELIMITED BY SIZE INTO LS-SIGNON-REASON
                   MOVE 0 TO WS-OP-FOUND
               ELSE
                   SET LS-SIGNON-GRANTED-YES TO TRUE
               END-IF
           END-IF.
       CHECK-FUNCTION-PROCEDURE.
      *****A check signs on again first, so a grant revoked or expired
      *****since the program started is not honoured on old standing.
           PERFORM SIGN-ON-PROCEDURE.
           IF LS-SIGNON-GRANTED-YES THEN
               SET LS-SIGNON-GRANTED-YES TO FALSE
               MOVE SPACES TO WS-FUNCTION-LIST
               STRING " " WS-OP-FUNCTIONS(WS-OP-FOUND)
                   DELIMITED BY SIZE INTO WS-FUNCTION-LIST
               MOVE 0 TO WS-FUNCTION-HITS
               INSPECT WS-FUNCTION-LIST
                 TALLYING WS-FUNCTION-HITS FOR ALL " ALL "
               MOVE SPACES TO WS-FUNCTION-PROBE
               STRING " " FUNCTION TRIM(LS-SIGNON-FUNCTION) " "
                   DELIMITED BY SIZE INTO WS-FUNCTION-PROBE
               COMPUTE WS-FUNCTION-PROBE-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(LS-SIGNON-FUNCTION))
                   + 2
               INSPECT WS-FUNCTION-LIST
                 TALLYING WS-FUNCTION-HITS
                 FOR ALL WS-FUNCTION-PROBE(1:WS-FUNCTION-PROBE-LEN)
               IF WS-FUNCTION-HITS > 0 THEN
                   SET LS-SIGNON-GRANTED-YES TO TRUE
               ELSE
                   MOVE "FUNCTION NOT GRANTED" TO LS-SIGNON-REASON
               END-IF
           END-IF.
       WRITE-ACCESS-PROCEDURE.
      *****Opened for the one write, like the event feed, so STATE-MAINT
      *****and a batch run signing on side by side both get recorded.
           OPEN EXTEND ACCESS-FILE.
           IF NOT WS-ACCESS-FILE-STATUS-OK THEN
               DISPLAY "CISP-SIGNON: ACCESS-FILE OPEN FAILED, STATUS="
                   WS-ACCESS-FILE-STATUS
           ELSE
               MOVE SPACES TO ACCESS-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO ACCESS-STAMP
               MOVE LS-SIGNON-RUN-ID TO ACCESS-RUN-ID
               MOVE WS-OPERATOR TO ACCESS-OPERATOR
               MOVE LS-SIGNON-PROGRAM TO ACCESS-PROGRAM
               MOVE LS-SIGNON-FUNCTION TO ACCESS-FUNCTION
               IF LS-SIGNON-GRANTED-YES THEN
                   MOVE "GRANTED" TO ACCESS-OUTCOME
               ELSE
                   MOVE "REFUSED" TO ACCESS-OUTCOME
               END-IF
               MOVE LS-SIGNON-DETAIL TO ACCESS-DETAIL
               MOVE LS-SIGNON-REASON TO ACCESS-REASON
               INSPECT ACCESS-RECORD REPLACING ALL LOW-VALUE BY SPACE
               WRITE ACCESS-RECORD
               IF NOT WS-ACCESS-FILE-STATUS-OK THEN
                   DISPLAY "CISP-SIGNON: ACCESS-FILE WRITE FAILED,"
                       " STATUS=" WS-ACCESS-FILE-STATUS
               END-IF
               CLOSE ACCESS-FILE
           END-IF.
       END PROGRAM CISP-SIGNON.
