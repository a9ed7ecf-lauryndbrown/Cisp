      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Operator maintenance for effective-dated reference
      *          tables
      * Tectonics: cobc
      ******************************************************************
      *****A rate change used to mean overwriting the load-table file
      *****on the night it took effect - and a rerun of any earlier
      *****day then rated at the new rates. The keyed reference file
      *****(CISP_REFTABLE_FILE) keeps every version of every entry
      *****with the first and last day it applies, and LISP's
      *****(lookup "table" KEY [DATE]) picks the one in force on the
      *****business date. This program works that file from an
      *****operator console loop, STATE-MAINT style:
      *****
      *****    LIST [table]                 every version, oldest first
      *****    SHOW table key [date]        the version in force on
      *****                                 date (default the
      *****                                 processing date)
      *****    ADD table key from value     a new version from the
      *****                                 given date, open-ended
      *****    END table key from to        end-date the version that
      *****                                 starts on from
      *****    IMPORT table path from       load a two-column
      *****                                 load-table file as versions
      *****                                 starting on from
      *****    QUIT                         leave
      *****
      *****ADD end-dates the version it supersedes to the day before
      *****the new one starts, so the history never has a gap or an
      *****overlap; a version starting later than the new one must be
      *****dealt with first, and ADD refuses rather than guess. Dates
      *****are YYYYMMDD; a to-date of 99999999 is open-ended.
      *****
      *****Every change writes a WARN record to the shared log with
      *****the table, key, dates and value, the same audit trail
      *****STATE-MAINT leaves for the state store.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFTABLE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL REFTABLE-FILE
           ASSIGN TO DYNAMIC WS-REFTABLE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-REFTABLE-FILE-STATUS.
      *****A load-table file - key, blank, value to end of line -
      *****read by IMPORT.
       SELECT IMPORT-FILE
           ASSIGN TO DYNAMIC WS-IMPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IMPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD REFTABLE-FILE.
       COPY "ref-table.cpy" REPLACING LEADING ==PREFIX== BY ==REF==.
       FD IMPORT-FILE.
       01 IMPORT-FILE-RECORD PIC X(200).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
      *****************************************
      *    WS Shared with CISP-CALENDAR SubRoutine
      *****************************************
       01 WS-CALENDAR-OPERATION PIC X(16).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-REFTABLE-FILE-NAME PIC X(100)
           VALUE '..\logs\reftable.data'.
       01 WS-REFTABLE-FILE-STATUS PIC XX.
           88 WS-REFTABLE-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-REFTABLE-FILE-ABSENT VALUE '35'.
           88 WS-REFTABLE-NO-RECORD VALUE '10', '23'.
       01 WS-IMPORT-FILE-NAME PIC X(100).
       01 WS-IMPORT-FILE-STATUS PIC XX.
           88 WS-IMPORT-FILE-STATUS-OK VALUE '00'.
       01 WS-RUN-ID PIC X(20).
       01 WS-PROC-DATE PIC X(8).
       01 WS-EXIT-FLAG PIC X VALUE 'N'.
           88 WS-EXIT-YES VALUE 'Y', FALSE 'N'.
       01 WS-INPUT-LINE PIC X(200).
       01 WS-CMD-WORD PIC X(10).
       01 WS-CMD-TABLE PIC X(50).
       01 WS-CMD-KEY PIC X(100).
       01 WS-CMD-DATE PIC X(10).
       01 WS-CMD-VALUE PIC X(100).
       01 WS-PARSE-PTR PIC 9(4).
       01 WS-INPUT-LEN PIC 9(4).
       01 WS-ENTRY-COUNT PIC 9(6).
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
      *****A date typed at the console, checked before it goes near
      *****the file.
       01 WS-DATE-WORK PIC X(10).
       01 WS-DATE-OK-FLAG PIC X.
           88 WS-DATE-OK-YES VALUE 'Y', FALSE 'N'.
       01 WS-FROM-DATE PIC X(8).
       01 WS-TO-DATE PIC X(8).
       01 WS-ASOF-DATE PIC X(8).
       01 WS-NEW-VALUE PIC X(100).
       01 WS-DAY-NUMBER PIC 9(8).
       01 WS-DAY-BEFORE PIC 9(8).
      *****What the scan of one key's versions turned up.
       01 WS-SCAN-TABLE PIC X(50).
       01 WS-SCAN-KEY PIC X(50).
       01 WS-SCAN-DONE-FLAG PIC X.
           88 WS-SCAN-DONE-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAME-FROM-FLAG PIC X.
           88 WS-SAME-FROM-YES VALUE 'Y', FALSE 'N'.
       01 WS-LATER-FROM PIC X(8).
       01 WS-PRIOR-FLAG PIC X.
           88 WS-PRIOR-YES VALUE 'Y', FALSE 'N'.
       01 WS-PRIOR-FROM PIC X(8).
       01 WS-PRIOR-TO PIC X(8).
       01 WS-FOUND-FLAG PIC X.
           88 WS-FOUND-YES VALUE 'Y', FALSE 'N'.
       01 WS-FOUND-RECORD PIC X(250).
       01 WS-ADD-OK-FLAG PIC X.
           88 WS-ADD-OK-YES VALUE 'Y', FALSE 'N'.
      *****Audit line pieces for one change.
       01 WS-AUDIT-ACTION PIC X(6).
       01 WS-AUDIT-FROM PIC X(8).
       01 WS-AUDIT-TO-WAS PIC X(8).
       01 WS-AUDIT-TO-NOW PIC X(8).
       01 WS-AUDIT-VALUE PIC X(100).
       01 WS-IMPORT-COUNT PIC 9(6).
       01 WS-IMPORT-SKIP-COUNT PIC 9(6).
       01 WS-IMPORT-PARSE-PTR PIC 9(4).
       01 WS-IMPORT-REC-LEN PIC 9(4).
       01 WS-IMPORT-KEY PIC X(50).
      *****************************************
      *    WS Shared with LOGGER SubRoutine
      *****************************************
       01 WS-LOG-OPERATION-FLAG PIC X(5).
       COPY "log-record.cpy"
           REPLACING ==PREFIX-LOG-RECORD-RUN-ID==
                  BY ==WS-LOG-RECORD-RUN-ID==
                     ==PREFIX-LOG-RECORD-SEVERITY==
                  BY ==WS-LOG-RECORD-SEVERITY==
                     ==PREFIX-LOG-RECORD-FUNCTION-NAME==
                  BY ==WS-LOG-RECORD-FUNCTION-NAME==
                     ==PREFIX-LOG-RECORD-MESSAGE==
                  BY ==WS-LOG-RECORD-MESSAGE==
                     ==PREFIX-LOG-RECORD==
                  BY ==WS-LOG-RECORD==.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-RUN-ID.
           MOVE WS-RUN-ID TO WS-LOG-RECORD-RUN-ID.
           MOVE "OPEN" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE "CISP_REFTABLE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-REFTABLE-FILE-NAME.
           IF WS-REFTABLE-FILE-NAME = SPACES THEN
               MOVE '..\logs\reftable.data' TO WS-REFTABLE-FILE-NAME
           END-IF.
      *****SHOW without a date answers what tonight's lookups will -
      *****the same business-calendar processing date LISP uses.
           MOVE "PROC-DATE" TO WS-CALENDAR-OPERATION.
           CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
             WS-CAL-REQUEST.
           MOVE WS-CAL-RESULT-DATE-X TO WS-PROC-DATE.
           DISPLAY "Reference table maintenance. Commands: LIST"
               " [table], SHOW table key [date], ADD table key from"
               " value, END table key from to, IMPORT table path"
               " from, QUIT.".
           SET WS-EXIT-YES TO FALSE.
           PERFORM UNTIL WS-EXIT-YES
               DISPLAY "reftable> " WITH NO ADVANCING
               ACCEPT WS-INPUT-LINE FROM CONSOLE
               IF WS-INPUT-LINE NOT = SPACES THEN
                   PERFORM PARSE-COMMAND-PROCEDURE
                   PERFORM DISPATCH-COMMAND-PROCEDURE
               END-IF
           END-PERFORM.
           MOVE "CLOSE" TO WS-LOG-OPERATION-FLAG.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           GOBACK.
       PARSE-COMMAND-PROCEDURE.
      *****Word, table, key, date, then the rest of the line as the
      *****value - a table value may itself hold blanks. END's to-date
      *****and SHOW's as-of date arrive in the date slot or the rest.
           MOVE SPACES TO WS-CMD-WORD.
           MOVE SPACES TO WS-CMD-TABLE.
           MOVE SPACES TO WS-CMD-KEY.
           MOVE SPACES TO WS-CMD-DATE.
           MOVE SPACES TO WS-CMD-VALUE.
           MOVE 1 TO WS-PARSE-PTR.
           UNSTRING WS-INPUT-LINE DELIMITED BY ALL " " INTO
             WS-CMD-WORD, WS-CMD-TABLE, WS-CMD-KEY, WS-CMD-DATE
             WITH POINTER WS-PARSE-PTR
           END-UNSTRING.
           COMPUTE WS-INPUT-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-INPUT-LINE)).
           IF WS-PARSE-PTR <= WS-INPUT-LEN THEN
               MOVE WS-INPUT-LINE(WS-PARSE-PTR:
                 WS-INPUT-LEN - WS-PARSE-PTR + 1) TO WS-CMD-VALUE
           END-IF.
       DISPATCH-COMMAND-PROCEDURE.
           EVALUATE WS-CMD-WORD
           WHEN "LIST"
               PERFORM LIST-ENTRIES-PROCEDURE
           WHEN "SHOW"
               PERFORM SHOW-ENTRY-PROCEDURE
           WHEN "ADD"
               PERFORM ADD-ENTRY-PROCEDURE
           WHEN "END"
               PERFORM END-ENTRY-PROCEDURE
           WHEN "IMPORT"
               PERFORM IMPORT-ENTRIES-PROCEDURE
           WHEN "QUIT"
               SET WS-EXIT-YES TO TRUE
           WHEN OTHER
               DISPLAY "REFTABLE-MAINT: UNKNOWN COMMAND "
                   FUNCTION TRIM(WS-CMD-WORD)
           END-EVALUATE.
       LIST-ENTRIES-PROCEDURE.
           OPEN INPUT REFTABLE-FILE.
           IF WS-REFTABLE-FILE-ABSENT THEN
               DISPLAY "  (NO REFERENCE TABLES - NO FILE YET)"
           ELSE IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
               DISPLAY "REFTABLE-MAINT: OPEN FAILED, STATUS="
                   WS-REFTABLE-FILE-STATUS
           ELSE
               MOVE 0 TO WS-ENTRY-COUNT
               MOVE LOW-VALUES TO REF-KEY
               IF WS-CMD-TABLE NOT = SPACES THEN
                   MOVE WS-CMD-TABLE TO REF-TABLE-NAME
               END-IF
               START REFTABLE-FILE KEY NOT < REF-KEY
               END-START
               SET WS-READ-EOF-YES TO FALSE
               IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   SET WS-READ-EOF-YES TO TRUE
               END-IF
               PERFORM UNTIL WS-READ-EOF-YES
                   READ REFTABLE-FILE NEXT RECORD
                       AT END
                           SET WS-READ-EOF-YES TO TRUE
                       NOT AT END
                           IF WS-CMD-TABLE NOT = SPACES AND
                           REF-TABLE-NAME NOT = WS-CMD-TABLE THEN
                               SET WS-READ-EOF-YES TO TRUE
                           ELSE
                               ADD 1 TO WS-ENTRY-COUNT
                               PERFORM DISPLAY-ENTRY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "  " WS-ENTRY-COUNT " VERSIONS"
               CLOSE REFTABLE-FILE
           END-IF.
       DISPLAY-ENTRY-PROCEDURE.
           DISPLAY "  " FUNCTION TRIM(REF-TABLE-NAME)
               " " FUNCTION TRIM(REF-ENTRY-KEY)
               " " REF-FROM-DATE "-" REF-TO-DATE
               " = " FUNCTION TRIM(REF-VALUE).
       SHOW-ENTRY-PROCEDURE.
           IF WS-CMD-TABLE = SPACES OR WS-CMD-KEY = SPACES THEN
               DISPLAY "REFTABLE-MAINT: SHOW NEEDS A TABLE AND A KEY"
           ELSE
               MOVE WS-PROC-DATE TO WS-ASOF-DATE
               SET WS-DATE-OK-YES TO TRUE
               IF WS-CMD-DATE NOT = SPACES THEN
                   MOVE WS-CMD-DATE TO WS-DATE-WORK
                   PERFORM CHECK-DATE-PROCEDURE
                   MOVE WS-DATE-WORK TO WS-ASOF-DATE
               END-IF
               IF NOT WS-DATE-OK-YES THEN
                   DISPLAY "REFTABLE-MAINT: "
                       FUNCTION TRIM(WS-CMD-DATE)
                       " IS NOT A YYYYMMDD DATE"
               ELSE
                   OPEN INPUT REFTABLE-FILE
                   IF WS-REFTABLE-FILE-ABSENT THEN
                       DISPLAY "  (NO REFERENCE TABLES - NO FILE YET)"
                   ELSE IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                       DISPLAY "REFTABLE-MAINT: OPEN FAILED, STATUS="
                           WS-REFTABLE-FILE-STATUS
                   ELSE
                       PERFORM SCAN-VERSIONS-PROCEDURE
                       IF WS-FOUND-YES THEN
                           MOVE WS-FOUND-RECORD TO REF-RECORD
                           PERFORM DISPLAY-ENTRY-PROCEDURE
                       ELSE
                           DISPLAY "  NO VERSION OF "
                               FUNCTION TRIM(WS-CMD-TABLE) " "
                               FUNCTION TRIM(WS-CMD-KEY)
                               " IN FORCE ON " WS-ASOF-DATE
                       END-IF
                       CLOSE REFTABLE-FILE
                   END-IF
               END-IF
           END-IF.
       ADD-ENTRY-PROCEDURE.
           MOVE WS-CMD-DATE TO WS-DATE-WORK.
           PERFORM CHECK-DATE-PROCEDURE.
           IF WS-CMD-TABLE = SPACES OR WS-CMD-KEY = SPACES
           OR WS-CMD-VALUE = SPACES THEN
               DISPLAY "REFTABLE-MAINT: ADD NEEDS A TABLE, A KEY, A"
                   " FROM-DATE AND A VALUE"
           ELSE IF NOT WS-DATE-OK-YES THEN
               DISPLAY "REFTABLE-MAINT: "
                   FUNCTION TRIM(WS-CMD-DATE)
                   " IS NOT A YYYYMMDD DATE"
           ELSE
               OPEN I-O REFTABLE-FILE
               IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   DISPLAY "REFTABLE-MAINT: OPEN FAILED, STATUS="
                       WS-REFTABLE-FILE-STATUS
               ELSE
                   MOVE WS-CMD-TABLE TO WS-SCAN-TABLE
                   MOVE WS-CMD-KEY TO WS-SCAN-KEY
                   MOVE WS-DATE-WORK TO WS-FROM-DATE
                   MOVE WS-CMD-VALUE TO WS-NEW-VALUE
                   PERFORM ADD-VERSION-PROCEDURE
                   IF WS-ADD-OK-YES THEN
                       DISPLAY "  ADDED"
                   END-IF
                   CLOSE REFTABLE-FILE
               END-IF
           END-IF.
       ADD-VERSION-PROCEDURE.
      *****Add WS-SCAN-TABLE/WS-SCAN-KEY from WS-FROM-DATE with
      *****WS-NEW-VALUE, end-dating the version it supersedes. The
      *****file is open I-O.
           SET WS-ADD-OK-YES TO FALSE.
           MOVE WS-FROM-DATE TO WS-ASOF-DATE.
           PERFORM SCAN-VERSIONS-PROCEDURE.
           IF WS-SAME-FROM-YES THEN
               DISPLAY "  " FUNCTION TRIM(WS-SCAN-TABLE) " "
                   FUNCTION TRIM(WS-SCAN-KEY)
                   " ALREADY HAS A VERSION FROM " WS-FROM-DATE
                   " - END-DATE OR LIST IT"
           ELSE IF WS-LATER-FROM NOT = SPACES THEN
               DISPLAY "  " FUNCTION TRIM(WS-SCAN-TABLE) " "
                   FUNCTION TRIM(WS-SCAN-KEY)
                   " HAS A LATER VERSION FROM " WS-LATER-FROM
                   " - NOT ADDED"
           ELSE
               IF WS-PRIOR-YES THEN
                   PERFORM END-PRIOR-VERSION-PROCEDURE
               END-IF
               MOVE SPACES TO REF-RECORD
               MOVE WS-SCAN-TABLE TO REF-TABLE-NAME
               MOVE WS-SCAN-KEY TO REF-ENTRY-KEY
               MOVE WS-FROM-DATE TO REF-FROM-DATE
               MOVE "99999999" TO REF-TO-DATE
               MOVE WS-NEW-VALUE TO REF-VALUE
               MOVE FUNCTION CURRENT-DATE(1:14) TO REF-CHANGED-STAMP
               MOVE WS-RUN-ID TO REF-CHANGED-RUN-ID
               WRITE REF-RECORD
               IF WS-REFTABLE-FILE-STATUS-OK THEN
                   SET WS-ADD-OK-YES TO TRUE
                   MOVE "ADD" TO WS-AUDIT-ACTION
                   MOVE WS-FROM-DATE TO WS-AUDIT-FROM
                   MOVE "(none)" TO WS-AUDIT-TO-WAS
                   MOVE "99999999" TO WS-AUDIT-TO-NOW
                   MOVE WS-NEW-VALUE TO WS-AUDIT-VALUE
                   PERFORM LOG-CHANGE-PROCEDURE
               ELSE
                   DISPLAY "REFTABLE-MAINT: WRITE FAILED, STATUS="
                       WS-REFTABLE-FILE-STATUS
               END-IF
           END-IF.
       END-PRIOR-VERSION-PROCEDURE.
      *****The superseded version now stops the day before the new
      *****one starts.
           COMPUTE WS-DAY-NUMBER = FUNCTION INTEGER-OF-DATE(
             FUNCTION NUMVAL(WS-FROM-DATE)).
           COMPUTE WS-DAY-BEFORE = FUNCTION DATE-OF-INTEGER(
             WS-DAY-NUMBER - 1).
           MOVE WS-SCAN-TABLE TO REF-TABLE-NAME.
           MOVE WS-SCAN-KEY TO REF-ENTRY-KEY.
           MOVE WS-PRIOR-FROM TO REF-FROM-DATE.
           READ REFTABLE-FILE.
           IF WS-REFTABLE-FILE-STATUS-OK THEN
               MOVE WS-DAY-BEFORE TO REF-TO-DATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO REF-CHANGED-STAMP
               MOVE WS-RUN-ID TO REF-CHANGED-RUN-ID
               REWRITE REF-RECORD
           END-IF.
           IF WS-REFTABLE-FILE-STATUS-OK THEN
               DISPLAY "  VERSION FROM " WS-PRIOR-FROM
                   " NOW ENDS " REF-TO-DATE
               MOVE "END" TO WS-AUDIT-ACTION
               MOVE WS-PRIOR-FROM TO WS-AUDIT-FROM
               MOVE WS-PRIOR-TO TO WS-AUDIT-TO-WAS
               MOVE REF-TO-DATE TO WS-AUDIT-TO-NOW
               MOVE REF-VALUE TO WS-AUDIT-VALUE
               PERFORM LOG-CHANGE-PROCEDURE
           ELSE
               DISPLAY "REFTABLE-MAINT: END-DATE OF VERSION FROM "
                   WS-PRIOR-FROM " FAILED, STATUS="
                   WS-REFTABLE-FILE-STATUS
           END-IF.
       END-ENTRY-PROCEDURE.
      *****END table key from to - the to-date arrives as the rest of
      *****the line.
           MOVE WS-CMD-DATE TO WS-DATE-WORK.
           PERFORM CHECK-DATE-PROCEDURE.
           MOVE WS-DATE-WORK TO WS-FROM-DATE.
           IF WS-DATE-OK-YES THEN
               MOVE WS-CMD-VALUE TO WS-DATE-WORK
               PERFORM CHECK-DATE-PROCEDURE
               MOVE WS-DATE-WORK TO WS-TO-DATE
           END-IF.
           IF WS-CMD-TABLE = SPACES OR WS-CMD-KEY = SPACES
           OR WS-CMD-DATE = SPACES OR WS-CMD-VALUE = SPACES THEN
               DISPLAY "REFTABLE-MAINT: END NEEDS A TABLE, A KEY, THE"
                   " VERSION'S FROM-DATE AND A TO-DATE"
           ELSE IF NOT WS-DATE-OK-YES THEN
               DISPLAY "REFTABLE-MAINT: DATES MUST BE YYYYMMDD"
           ELSE IF WS-TO-DATE < WS-FROM-DATE THEN
               DISPLAY "REFTABLE-MAINT: TO-DATE " WS-TO-DATE
                   " IS BEFORE FROM-DATE " WS-FROM-DATE
           ELSE
               OPEN I-O REFTABLE-FILE
               IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   DISPLAY "REFTABLE-MAINT: OPEN FAILED, STATUS="
                       WS-REFTABLE-FILE-STATUS
               ELSE
                   MOVE WS-CMD-TABLE TO REF-TABLE-NAME
                   MOVE WS-CMD-KEY TO REF-ENTRY-KEY
                   MOVE WS-FROM-DATE TO REF-FROM-DATE
                   READ REFTABLE-FILE
                   IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                       DISPLAY "  NO VERSION OF "
                           FUNCTION TRIM(WS-CMD-TABLE) " "
                           FUNCTION TRIM(WS-CMD-KEY)
                           " FROM " WS-FROM-DATE
                   ELSE
                       MOVE REF-TO-DATE TO WS-AUDIT-TO-WAS
                       MOVE WS-TO-DATE TO REF-TO-DATE
                       MOVE FUNCTION CURRENT-DATE(1:14)
                         TO REF-CHANGED-STAMP
                       MOVE WS-RUN-ID TO REF-CHANGED-RUN-ID
                       REWRITE REF-RECORD
                       IF WS-REFTABLE-FILE-STATUS-OK THEN
                           DISPLAY "  END-DATED"
                           MOVE "END" TO WS-AUDIT-ACTION
                           MOVE WS-FROM-DATE TO WS-AUDIT-FROM
                           MOVE WS-TO-DATE TO WS-AUDIT-TO-NOW
                           MOVE REF-VALUE TO WS-AUDIT-VALUE
                           MOVE WS-CMD-TABLE TO WS-SCAN-TABLE
                           MOVE WS-CMD-KEY TO WS-SCAN-KEY
                           PERFORM LOG-CHANGE-PROCEDURE
                       ELSE
                           DISPLAY "REFTABLE-MAINT: REWRITE FAILED,"
                               " STATUS=" WS-REFTABLE-FILE-STATUS
                       END-IF
                   END-IF
                   CLOSE REFTABLE-FILE
               END-IF
           END-IF.
       IMPORT-ENTRIES-PROCEDURE.
      *****IMPORT table path from - every key/value line of a
      *****load-table file becomes a version of the table starting on
      *****from, end-dating whatever it supersedes, so moving a table
      *****off its flat file retypes nothing by hand.
           MOVE WS-CMD-DATE TO WS-DATE-WORK.
           PERFORM CHECK-DATE-PROCEDURE.
           IF WS-CMD-TABLE = SPACES OR WS-CMD-KEY = SPACES THEN
               DISPLAY "REFTABLE-MAINT: IMPORT NEEDS A TABLE, THE"
                   " FILE'S PATH AND A FROM-DATE"
           ELSE IF NOT WS-DATE-OK-YES THEN
               DISPLAY "REFTABLE-MAINT: "
                   FUNCTION TRIM(WS-CMD-DATE)
                   " IS NOT A YYYYMMDD DATE"
           ELSE
               MOVE WS-CMD-KEY TO WS-IMPORT-FILE-NAME
               OPEN INPUT IMPORT-FILE
               IF NOT WS-IMPORT-FILE-STATUS-OK THEN
                   DISPLAY "REFTABLE-MAINT: COULD NOT OPEN '"
                       FUNCTION TRIM(WS-IMPORT-FILE-NAME)
                       "', STATUS=" WS-IMPORT-FILE-STATUS
               ELSE
                   OPEN I-O REFTABLE-FILE
                   IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                       DISPLAY "REFTABLE-MAINT: OPEN FAILED, STATUS="
                           WS-REFTABLE-FILE-STATUS
                       CLOSE IMPORT-FILE
                   ELSE
                       MOVE 0 TO WS-IMPORT-COUNT
                       MOVE 0 TO WS-IMPORT-SKIP-COUNT
                       MOVE WS-CMD-TABLE TO WS-SCAN-TABLE
                       MOVE WS-DATE-WORK TO WS-FROM-DATE
                       SET WS-READ-EOF-YES TO FALSE
                       PERFORM UNTIL WS-READ-EOF-YES
                           READ IMPORT-FILE
                               AT END
                                   SET WS-READ-EOF-YES TO TRUE
                               NOT AT END
                                   IF IMPORT-FILE-RECORD
                                   NOT = SPACES THEN
                                       PERFORM
                                         IMPORT-ONE-ENTRY-PROCEDURE
                                   END-IF
                           END-READ
                       END-PERFORM
                       CLOSE REFTABLE-FILE
                       CLOSE IMPORT-FILE
                       DISPLAY "  IMPORTED " WS-IMPORT-COUNT
                           " VERSIONS (" WS-IMPORT-SKIP-COUNT
                           " NOT ADDED)"
                   END-IF
               END-IF
           END-IF.
       IMPORT-ONE-ENTRY-PROCEDURE.
      *****Same split as LISP's load-table: key up to the first
      *****blank, value from the next non-blank to end of line.
           MOVE SPACES TO WS-IMPORT-KEY.
           MOVE SPACES TO WS-NEW-VALUE.
           MOVE 1 TO WS-IMPORT-PARSE-PTR.
           UNSTRING IMPORT-FILE-RECORD DELIMITED BY ALL " "
             INTO WS-IMPORT-KEY
             WITH POINTER WS-IMPORT-PARSE-PTR
           END-UNSTRING.
           COMPUTE WS-IMPORT-REC-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(IMPORT-FILE-RECORD)).
           IF WS-IMPORT-PARSE-PTR <= WS-IMPORT-REC-LEN THEN
               MOVE IMPORT-FILE-RECORD(WS-IMPORT-PARSE-PTR:
                 WS-IMPORT-REC-LEN - WS-IMPORT-PARSE-PTR + 1)
                 TO WS-NEW-VALUE
           END-IF.
           MOVE WS-IMPORT-KEY TO WS-SCAN-KEY.
           PERFORM ADD-VERSION-PROCEDURE.
           IF WS-ADD-OK-YES THEN
               ADD 1 TO WS-IMPORT-COUNT
           ELSE
               ADD 1 TO WS-IMPORT-SKIP-COUNT
           END-IF.
       SCAN-VERSIONS-PROCEDURE.
      *****Read every version of WS-SCAN-TABLE/WS-SCAN-KEY (or the
      *****command's table and key) in from-date order and note, for
      *****WS-ASOF-DATE: the version in force, one starting that very
      *****day, the first starting later, and the one still running
      *****into it that a new version from that day would supersede.
           IF WS-CMD-WORD = "SHOW" THEN
               MOVE WS-CMD-TABLE TO WS-SCAN-TABLE
               MOVE WS-CMD-KEY TO WS-SCAN-KEY
           END-IF.
           SET WS-FOUND-YES TO FALSE.
           SET WS-SAME-FROM-YES TO FALSE.
           SET WS-PRIOR-YES TO FALSE.
           MOVE SPACES TO WS-LATER-FROM.
           MOVE WS-SCAN-TABLE TO REF-TABLE-NAME.
           MOVE WS-SCAN-KEY TO REF-ENTRY-KEY.
           MOVE LOW-VALUES TO REF-FROM-DATE.
           SET WS-SCAN-DONE-YES TO FALSE.
           START REFTABLE-FILE KEY NOT < REF-KEY
           END-START.
           IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
               SET WS-SCAN-DONE-YES TO TRUE
           END-IF.
           PERFORM UNTIL WS-SCAN-DONE-YES
               READ REFTABLE-FILE NEXT RECORD
               IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   SET WS-SCAN-DONE-YES TO TRUE
               ELSE IF REF-TABLE-NAME NOT = WS-SCAN-TABLE
               OR REF-ENTRY-KEY NOT = WS-SCAN-KEY THEN
                   SET WS-SCAN-DONE-YES TO TRUE
               ELSE
                   IF REF-FROM-DATE <= WS-ASOF-DATE
                   AND REF-TO-DATE >= WS-ASOF-DATE THEN
                       SET WS-FOUND-YES TO TRUE
                       MOVE REF-RECORD TO WS-FOUND-RECORD
                   END-IF
                   IF REF-FROM-DATE = WS-ASOF-DATE THEN
                       SET WS-SAME-FROM-YES TO TRUE
                   ELSE IF REF-FROM-DATE > WS-ASOF-DATE THEN
                       IF WS-LATER-FROM = SPACES THEN
                           MOVE REF-FROM-DATE TO WS-LATER-FROM
                       END-IF
                   ELSE IF REF-TO-DATE >= WS-ASOF-DATE THEN
                       SET WS-PRIOR-YES TO TRUE
                       MOVE REF-FROM-DATE TO WS-PRIOR-FROM
                       MOVE REF-TO-DATE TO WS-PRIOR-TO
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-DATE-PROCEDURE.
      *****WS-DATE-WORK must be a real YYYYMMDD calendar date.
           SET WS-DATE-OK-YES TO FALSE.
           IF WS-DATE-WORK(1:8) IS NUMERIC
           AND WS-DATE-WORK(9:) = SPACES THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
               WS-DATE-WORK(1:8))) = 0 THEN
                   SET WS-DATE-OK-YES TO TRUE
               END-IF
           END-IF.
       LOG-CHANGE-PROCEDURE.
      *****WARN severity with the dates either side of the change -
      *****the audit trail a disputed rating is traced back through.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           MOVE "REFTABLE-MAINT" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING WS-AUDIT-ACTION DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-SCAN-TABLE DELIMITED BY SPACE
             " " DELIMITED BY SIZE
             WS-SCAN-KEY DELIMITED BY SPACE
             " from=" DELIMITED BY SIZE
             WS-AUDIT-FROM DELIMITED BY SIZE
             " to was=" DELIMITED BY SIZE
             WS-AUDIT-TO-WAS DELIMITED BY SIZE
             " now=" DELIMITED BY SIZE
             WS-AUDIT-TO-NOW DELIMITED BY SIZE
             " value=" DELIMITED BY SIZE
             WS-AUDIT-VALUE DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
       END PROGRAM REFTABLE-MAINT.
