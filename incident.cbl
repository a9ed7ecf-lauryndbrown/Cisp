      *****When a night goes wrong, support asks for the same package
      *****every time: the manifest record for the run, its log.data
      *****slice, its errors.data records, its section of
      *****results.data, its stats.data lines, the symbols.data dump
      *****for the failing script, and the configuration snapshot the
      *****run started with. Every one of those files carries the run
      *****id precisely so they can be correlated -
      *****this program does the correlating: one command, one bundled
      *****incident file with a cover summary on top and a section per
      *****source file below.
      *****
      *****The cover also carries, for every error code the run's
      *****errors.data records show, the code's runbook entry from the
      *****error catalogue (CISP-ERRCAT): description, severity,
      *****owning team, whether a rerun is safe, and the action.
      *****
      *****Every line bundled passes through the site masking policy
      *****(CISP-MASK) first, and the cover names the policy version
      *****the bundle was masked under.
      *****
      *****Usage: INCIDENT run-id
      *****The bundle lands in CISP_INCIDENT_FILE (default
      *****..\logs\incident.data).
       FILE SECTION.
       FD SOURCE-FILE.
      *****Wide enough for the widest shared record - the manifest
      *****line with its resolved-path fields (~600 bytes), which is
      *****exactly the "which files did the run use" evidence a 3 AM
      *****package needs intact.
       01 SOURCE-RECORD PIC X(600).
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-SOURCE-KINDS VALUE 7.
       01 WS-SOURCE-FILE-NAME PIC X(100).
       01 WS-SOURCE-FILE-STATUS PIC XX.
           88 WS-SOURCE-FILE-STATUS-OK VALUE '00'.
           88 WS-IN-SECTION-YES VALUE 'Y', FALSE 'N'.
       01 WS-SYMBOL-TOKEN PIC X(30).
       01 WS-COVER-LINE PIC X(132).
      *****************************************
      *    WS Shared with CISP-ERRCAT SubRoutine
      *****************************************
       01 WS-ERRCAT-OPERATION PIC X(12).
       COPY "error-catalogue.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-ERRCAT==.
       01 WS-ERRCAT-FOUND-FLAG PIC X.
           88 WS-ERRCAT-FOUND-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    WS Shared with CISP-MASK SubRoutine
      *****************************************
       01 WS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****The run's distinct error codes and how often each was
      *****thrown, gathered on the counting pass.
       78 WS-MAX-COVER-CODES VALUE 50.
       01 WS-COVER-CODE-TABLE.
           02 WS-COVER-CODE-COUNT PIC 9(2) VALUE 0.
           02 WS-COVER-CODE-ENTRY OCCURS WS-MAX-COVER-CODES TIMES.
               03 WS-COVER-CODE PIC X(8).
               03 WS-COVER-CODE-TIMES PIC 9(8).
       01 WS-COVER-CODE-INDEX PIC 9(2).
       01 WS-COVER-CODE-MATCH PIC 9(2).
       01 WS-COVER-CODE-WORK PIC X(8).
       01 WS-COVER-TIMES-EDIT PIC Z(7)9.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-CMD-LINE-NUM-AGRS FROM ARGUMENT-NUMBER.
           IF WS-SOURCE-PATH(6) = SPACES THEN
               MOVE '..\logs\symbols.data' TO WS-SOURCE-PATH(6)
           END-IF.
           MOVE "CONFIG" TO WS-SOURCE-LABEL(7).
           MOVE "CISP_CONFIG_SNAPSHOT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SOURCE-PATH(7).
           IF WS-SOURCE-PATH(7) = SPACES THEN
               MOVE '..\logs\configsnap.data' TO WS-SOURCE-PATH(7)
           END-IF.
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1 UNTIL
           WS-SOURCE-INDEX > WS-SOURCE-KINDS
               MOVE 0 TO WS-SOURCE-MATCHES(WS-SOURCE-INDEX)
                               IF WS-COUNTING-PASS THEN
                                   ADD 1 TO WS-SOURCE-MATCHES
                                     (WS-SOURCE-INDEX)
                                   IF WS-SOURCE-INDEX = 3 THEN
                                       PERFORM
                                         TALLY-COVER-CODE-PROCEDURE
                                   END-IF
                               ELSE
                                   PERFORM MASK-SOURCE-RECORD-PROCEDURE
                                   MOVE SOURCE-RECORD
                                     TO BUNDLE-RECORD
                                   WRITE BUNDLE-RECORD
           END-IF.
       MATCH-SOURCE-RECORD-PROCEDURE.
      *****Each shared file keeps its run id in its own place: the
      *****manifest, stats and configuration snapshot lead with it,
      *****log records carry it after the 10-digit record id, the
      *****errors feed after the stamp, the symbols dump as its first
      *****blank-delimited token, and results.data marks whole
      *****sections with *RUN.
           SET WS-RECORD-MATCHES-YES TO FALSE.
           EVALUATE WS-SOURCE-INDEX
           WHEN 1
           WHEN 5
           WHEN 7
               IF SOURCE-RECORD(1:20) = WS-WANTED-RUN-ID THEN
                   SET WS-RECORD-MATCHES-YES TO TRUE
               END-IF
                   SET WS-RECORD-MATCHES-YES TO TRUE
               END-IF
           END-EVALUATE.
       MASK-SOURCE-RECORD-PROCEDURE.
      *****The bundle leaves the building, so every line goes through
      *****the site masking policy once more on its way in - lines
      *****written before the policy existed, or under an older
      *****version of it, are masked to today's rules.
           MOVE "MASK" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           MOVE SOURCE-RECORD TO WS-MASK-TEXT.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
           MOVE WS-MASK-TEXT TO SOURCE-RECORD.
       WRITE-COVER-PROCEDURE.
           MOVE SPACES TO BUNDLE-RECORD.
           STRING "INCIDENT BUNDLE FOR RUN " DELIMITED BY SIZE
             FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
             INTO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           MOVE "VERSION" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
           MOVE SPACES TO BUNDLE-RECORD.
           STRING "  MASKED UNDER POLICY " DELIMITED BY SIZE
             WS-MASK-VERSION DELIMITED BY SIZE
             INTO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
           PERFORM VARYING WS-SOURCE-INDEX FROM 1 BY 1 UNTIL
           WS-SOURCE-INDEX > WS-SOURCE-KINDS
               MOVE SPACES TO WS-COVER-LINE
               WRITE BUNDLE-RECORD
               DISPLAY FUNCTION TRIM(WS-COVER-LINE)
           END-PERFORM.
           PERFORM VARYING WS-COVER-CODE-INDEX FROM 1 BY 1 UNTIL
           WS-COVER-CODE-INDEX > WS-COVER-CODE-COUNT
               PERFORM WRITE-COVER-GUIDANCE-PROCEDURE
           END-PERFORM.
           MOVE SPACES TO BUNDLE-RECORD.
           WRITE BUNDLE-RECORD.
       TALLY-COVER-CODE-PROCEDURE.
      *****The errors feed keeps the code at column 37 (ERR-REC-CODE
      *****in CISP-ERROR's ERRORS-RECORD).
           MOVE SOURCE-RECORD(37:8) TO WS-COVER-CODE-WORK.
           MOVE 0 TO WS-COVER-CODE-MATCH.
           PERFORM VARYING WS-COVER-CODE-INDEX FROM 1 BY 1 UNTIL
           WS-COVER-CODE-INDEX > WS-COVER-CODE-COUNT
           OR WS-COVER-CODE-MATCH > 0
               IF WS-COVER-CODE(WS-COVER-CODE-INDEX) =
               WS-COVER-CODE-WORK THEN
                   MOVE WS-COVER-CODE-INDEX TO WS-COVER-CODE-MATCH
               END-IF
           END-PERFORM.
           IF WS-COVER-CODE-MATCH > 0 THEN
               ADD 1 TO WS-COVER-CODE-TIMES(WS-COVER-CODE-MATCH)
           ELSE IF WS-COVER-CODE-COUNT < WS-MAX-COVER-CODES THEN
               ADD 1 TO WS-COVER-CODE-COUNT
               MOVE WS-COVER-CODE-WORK
                 TO WS-COVER-CODE(WS-COVER-CODE-COUNT)
               MOVE 1 TO WS-COVER-CODE-TIMES(WS-COVER-CODE-COUNT)
           END-IF.
       WRITE-COVER-GUIDANCE-PROCEDURE.
           MOVE "LOOKUP" TO WS-ERRCAT-OPERATION.
           MOVE WS-COVER-CODE(WS-COVER-CODE-INDEX) TO WS-ERRCAT-CODE.
           CALL 'CISP-ERRCAT' USING WS-ERRCAT-OPERATION,
             WS-ERRCAT-RECORD, WS-ERRCAT-FOUND-FLAG.
           IF WS-COVER-CODE-INDEX = 1 THEN
               MOVE SPACES TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
               MOVE "  OPERATOR GUIDANCE" TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
           END-IF.
           MOVE WS-COVER-CODE-TIMES(WS-COVER-CODE-INDEX)
             TO WS-COVER-TIMES-EDIT.
           MOVE SPACES TO WS-COVER-LINE.
           MOVE WS-ERRCAT-CODE TO WS-COVER-LINE(3:8).
           MOVE WS-COVER-TIMES-EDIT TO WS-COVER-LINE(12:8).
           MOVE " TIMES" TO WS-COVER-LINE(20:6).
           IF WS-ERRCAT-FOUND-YES THEN
               MOVE WS-ERRCAT-SEVERITY TO WS-COVER-LINE(28:5)
               MOVE WS-ERRCAT-OWNER TO WS-COVER-LINE(34:12)
               IF WS-ERRCAT-RERUN-SAFE-YES THEN
                   MOVE "RERUN SAFE" TO WS-COVER-LINE(47:13)
               ELSE
                   MOVE "DO NOT RERUN" TO WS-COVER-LINE(47:13)
               END-IF
               MOVE WS-COVER-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
               DISPLAY FUNCTION TRIM(WS-COVER-LINE)
               MOVE SPACES TO BUNDLE-RECORD
               MOVE WS-ERRCAT-DESCRIPTION TO BUNDLE-RECORD(7:60)
               WRITE BUNDLE-RECORD
               MOVE SPACES TO BUNDLE-RECORD
               STRING "      ACTION: " DELIMITED BY SIZE
                 WS-ERRCAT-ACTION DELIMITED BY SIZE
                 INTO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
           ELSE
               MOVE "NOT IN THE ERROR CATALOGUE"
                 TO WS-COVER-LINE(28:26)
               MOVE WS-COVER-LINE TO BUNDLE-RECORD
               WRITE BUNDLE-RECORD
               DISPLAY FUNCTION TRIM(WS-COVER-LINE)
           END-IF.
       END PROGRAM INCIDENT.
