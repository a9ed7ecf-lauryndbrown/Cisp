      ******************************************************************
      * Author: Lauryn Brown
      * Date:
      * Purpose: Mask protected values in diagnostic output under the
      *          site masking policy
      * Tectonics: cobc
      ******************************************************************
      *****Scripts print policy numbers, account numbers and tax ids,
      *****and from there they reach log.data, the results file, the
      *****symbols dump and at last the incident bundle mailed to
      *****support. The site masking policy (CISP_MASK_POLICY_FILE,
      *****default ..\logs\maskpolicy.data, layout in mask-policy.cpy)
      *****names the patterns and the variable names to protect, and
      *****every one of those writers passes its line through here on
      *****the way out:
      *****
      *****    "MASK"         mask PREFIX-MASK-TEXT in place under
      *****                   every rule - log, results, symbols dump,
      *****                   incident bundle
      *****    "MASK-STREAM"  the same for a business stream, under
      *****                   only the rules marked for streams
      *****    "BIND"         a script bound the value in PREFIX-MASK-
      *****                   TEXT to the variable in PREFIX-MASK-NAME;
      *****                   when the policy names that variable the
      *****                   value is protected from here on, and
      *****                   PREFIX-MASK-PROTECTED-FLAG comes back 'Y'
      *****    "VERSION"      nothing but the version
      *****
      *****A masked value keeps the rule's count of trailing letters
      *****and digits in clear and stars the rest; punctuation is left
      *****alone so 123-45-6789 still reads as a tax id (***-**-6789).
      *****A pattern only matches a whole word - a letter or digit
      *****either side of it means it is part of something longer.
      *****
      *****The policy is read once per process, like the error
      *****catalogue. No policy file masks nothing, version NONE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CISP-MASK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL POLICY-FILE
           ASSIGN TO DYNAMIC WS-POLICY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POLICY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD POLICY-FILE.
       COPY "mask-policy.cpy"
           REPLACING LEADING ==PREFIX== BY ==POLICY==.
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****************************************
       01 WS-CONFIG-KEY PIC X(30).
       01 WS-CONFIG-VALUE PIC X(100).
       78 WS-MAX-MASK-RULES VALUE 50.
       78 WS-MAX-PROTECTED VALUE 200.
      *****A bound value shorter than this (a count, a flag, a small
      *****rate) is not worth protecting and would star half the log.
       78 WS-MIN-PROTECTED-LEN VALUE 4.
       01 WS-POLICY-FILE-NAME PIC X(100).
       01 WS-POLICY-FILE-STATUS PIC XX.
           88 WS-POLICY-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-POLICY-FILE-ABSENT VALUE '05'.
       01 WS-POLICY-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-POLICY-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-READ-EOF-FLAG PIC X.
           88 WS-READ-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASK-VERSION PIC X(20) VALUE 'NONE'.
       01 WS-RULE-TABLE.
           02 WS-RULE-COUNT PIC 9(4) VALUE 0.
           02 WS-RULE-ENTRY OCCURS WS-MAX-MASK-RULES TIMES.
               03 WS-RULE-TYPE PIC X.
                   88 WS-RULE-PATTERN VALUE 'P'.
                   88 WS-RULE-NAME VALUE 'N'.
               03 WS-RULE-KEEP PIC 9(2).
               03 WS-RULE-STREAMS PIC X.
                   88 WS-RULE-STREAMS-YES VALUE 'Y'.
               03 WS-RULE-VALUE PIC X(60).
               03 WS-RULE-LEN PIC 9(2).
       01 WS-RULE-INDEX PIC 9(4).
       01 WS-PROTECTED-TABLE.
           02 WS-PROT-COUNT PIC 9(4) VALUE 0.
           02 WS-PROT-ENTRY OCCURS WS-MAX-PROTECTED TIMES.
               03 WS-PROT-VALUE PIC X(60).
               03 WS-PROT-LEN PIC 9(2).
               03 WS-PROT-KEEP PIC 9(2).
               03 WS-PROT-STREAMS PIC X.
                   88 WS-PROT-STREAMS-YES VALUE 'Y'.
       01 WS-PROT-INDEX PIC 9(4).
       01 WS-PROT-FULL-FLAG PIC X VALUE 'N'.
           88 WS-PROT-FULL-YES VALUE 'Y', FALSE 'N'.
       01 WS-STREAM-ONLY-FLAG PIC X.
           88 WS-STREAM-ONLY-YES VALUE 'Y', FALSE 'N'.
       01 WS-TEXT-LEN PIC 9(4).
       01 WS-TRAILING-COUNT PIC 9(4).
       01 WS-POS PIC 9(4).
       01 WS-PAT-POS PIC 9(4).
       01 WS-PAT-CHAR PIC X.
       01 WS-CHAR PIC X.
           88 WS-CHAR-DIGIT VALUE '0' THRU '9'.
           88 WS-CHAR-LETTER VALUE 'A' THRU 'Z', 'a' THRU 'z'.
       01 WS-MATCH-FLAG PIC X.
           88 WS-MATCH-YES VALUE 'Y', FALSE 'N'.
       01 WS-SPAN-START PIC 9(4).
       01 WS-SPAN-LEN PIC 9(4).
       01 WS-SPAN-KEEP PIC 9(2).
       01 WS-SPAN-POS PIC 9(4).
       01 WS-ALNUM-COUNT PIC 9(4).
       01 WS-STAR-COUNT PIC 9(4).
       01 WS-BIND-VALUE PIC X(60).
       01 WS-BIND-WORK PIC X(60).
       01 WS-BIND-LEN PIC 9(4).
       01 WS-BIND-ZEROS PIC 9(4).
       LINKAGE SECTION.
       01 LS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==LS==.
       PROCEDURE DIVISION USING LS-MASK-OPERATION, LS-MASK-REQUEST.
       MAIN-PROCEDURE.
           PERFORM LOAD-POLICY-PROCEDURE.
           MOVE WS-MASK-VERSION TO LS-MASK-VERSION.
           SET LS-MASK-CHANGED-YES TO FALSE.
           SET LS-MASK-PROTECTED-YES TO FALSE.
           EVALUATE LS-MASK-OPERATION
           WHEN "MASK"
               SET WS-STREAM-ONLY-YES TO FALSE
               PERFORM MASK-TEXT-PROCEDURE
           WHEN "MASK-STREAM"
               SET WS-STREAM-ONLY-YES TO TRUE
               PERFORM MASK-TEXT-PROCEDURE
           WHEN "BIND"
               PERFORM BIND-VALUE-PROCEDURE
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
           GOBACK.
       LOAD-POLICY-PROCEDURE.
           IF WS-POLICY-LOADED-YES THEN
               CONTINUE
           ELSE
               SET WS-POLICY-LOADED-YES TO TRUE
               MOVE "CISP_MASK_POLICY_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-POLICY-FILE-NAME
               IF WS-POLICY-FILE-NAME = SPACES THEN
                   MOVE '..\logs\maskpolicy.data'
                     TO WS-POLICY-FILE-NAME
               END-IF
               OPEN INPUT POLICY-FILE
               IF WS-POLICY-FILE-ABSENT THEN
                   CLOSE POLICY-FILE
               ELSE IF NOT WS-POLICY-FILE-STATUS-OK THEN
      *****A policy that is there but cannot be read is not the same
      *****as no policy - the manifest has to show the run went out
      *****unmasked against the site's intent.
                   DISPLAY "CISP-MASK: POLICY FILE OPEN FAILED, STATUS="
                       WS-POLICY-FILE-STATUS ", NOTHING MASKED"
                   MOVE "UNREADABLE" TO WS-MASK-VERSION
               ELSE
                   MOVE "UNVERSIONED" TO WS-MASK-VERSION
                   SET WS-READ-EOF-YES TO FALSE
                   PERFORM UNTIL WS-READ-EOF-YES
                       READ POLICY-FILE
                           AT END
                               SET WS-READ-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM LOAD-POLICY-LINE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE POLICY-FILE
               END-IF
           END-IF.
       LOAD-POLICY-LINE-PROCEDURE.
           IF POLICY-RECORD = SPACES OR POLICY-TYPE = "*" THEN
               CONTINUE
           ELSE IF POLICY-TYPE-VERSION THEN
               MOVE POLICY-VALUE TO WS-MASK-VERSION
           ELSE IF NOT (POLICY-TYPE-PATTERN OR POLICY-TYPE-NAME)
           OR POLICY-VALUE = SPACES THEN
               DISPLAY "CISP-MASK: POLICY LINE IGNORED: "
                   FUNCTION TRIM(POLICY-RECORD)
           ELSE IF WS-RULE-COUNT >= WS-MAX-MASK-RULES THEN
               DISPLAY "CISP-MASK: POLICY TABLE FULL, IGNORED: "
                   FUNCTION TRIM(POLICY-VALUE)
           ELSE
               ADD 1 TO WS-RULE-COUNT
               MOVE POLICY-TYPE TO WS-RULE-TYPE(WS-RULE-COUNT)
               IF POLICY-KEEP IS NUMERIC THEN
                   MOVE POLICY-KEEP TO WS-RULE-KEEP(WS-RULE-COUNT)
               ELSE
                   MOVE 4 TO WS-RULE-KEEP(WS-RULE-COUNT)
               END-IF
               MOVE POLICY-STREAMS TO WS-RULE-STREAMS(WS-RULE-COUNT)
               MOVE POLICY-VALUE TO WS-RULE-VALUE(WS-RULE-COUNT)
               MOVE 0 TO WS-TRAILING-COUNT
               INSPECT FUNCTION REVERSE(POLICY-VALUE)
                 TALLYING WS-TRAILING-COUNT FOR LEADING SPACE
               COMPUTE WS-RULE-LEN(WS-RULE-COUNT) =
                 60 - WS-TRAILING-COUNT
           END-IF.
       MASK-TEXT-PROCEDURE.
           IF WS-RULE-COUNT = 0 AND WS-PROT-COUNT = 0 THEN
               CONTINUE
           ELSE
               INSPECT LS-MASK-TEXT REPLACING ALL LOW-VALUE BY SPACE
               MOVE 0 TO WS-TRAILING-COUNT
               INSPECT FUNCTION REVERSE(LS-MASK-TEXT)
                 TALLYING WS-TRAILING-COUNT FOR LEADING SPACE
               COMPUTE WS-TEXT-LEN = 600 - WS-TRAILING-COUNT
      *****Bound values first: they are exact, where a pattern may
      *****take only part of one.
               PERFORM VARYING WS-PROT-INDEX FROM 1 BY 1 UNTIL
               WS-PROT-INDEX > WS-PROT-COUNT
                   IF NOT WS-STREAM-ONLY-YES
                   OR WS-PROT-STREAMS-YES(WS-PROT-INDEX) THEN
                       PERFORM MASK-PROTECTED-VALUE-PROCEDURE
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1 UNTIL
               WS-RULE-INDEX > WS-RULE-COUNT
                   IF WS-RULE-PATTERN(WS-RULE-INDEX)
                   AND (NOT WS-STREAM-ONLY-YES
                   OR WS-RULE-STREAMS-YES(WS-RULE-INDEX)) THEN
                       PERFORM MASK-PATTERN-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
       MASK-PROTECTED-VALUE-PROCEDURE.
           MOVE WS-PROT-LEN(WS-PROT-INDEX) TO WS-SPAN-LEN.
           MOVE WS-PROT-KEEP(WS-PROT-INDEX) TO WS-SPAN-KEEP.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL
           WS-POS + WS-SPAN-LEN - 1 > WS-TEXT-LEN
               IF LS-MASK-TEXT(WS-POS:WS-SPAN-LEN) =
               WS-PROT-VALUE(WS-PROT-INDEX)(1:WS-SPAN-LEN) THEN
                   MOVE WS-POS TO WS-SPAN-START
                   PERFORM MASK-SPAN-PROCEDURE
                   COMPUTE WS-POS = WS-POS + WS-SPAN-LEN - 1
               END-IF
           END-PERFORM.
       MASK-PATTERN-PROCEDURE.
           MOVE WS-RULE-LEN(WS-RULE-INDEX) TO WS-SPAN-LEN.
           MOVE WS-RULE-KEEP(WS-RULE-INDEX) TO WS-SPAN-KEEP.
           PERFORM VARYING WS-POS FROM 1 BY 1 UNTIL
           WS-POS + WS-SPAN-LEN - 1 > WS-TEXT-LEN
               PERFORM MATCH-PATTERN-PROCEDURE
               IF WS-MATCH-YES THEN
                   MOVE WS-POS TO WS-SPAN-START
                   PERFORM MASK-SPAN-PROCEDURE
                   COMPUTE WS-POS = WS-POS + WS-SPAN-LEN - 1
               END-IF
           END-PERFORM.
       MATCH-PATTERN-PROCEDURE.
           SET WS-MATCH-YES TO TRUE.
           IF WS-POS > 1 THEN
               MOVE LS-MASK-TEXT(WS-POS - 1:1) TO WS-CHAR
               IF WS-CHAR-DIGIT OR WS-CHAR-LETTER THEN
                   SET WS-MATCH-YES TO FALSE
               END-IF
           END-IF.
           IF WS-POS + WS-SPAN-LEN <= WS-TEXT-LEN THEN
               MOVE LS-MASK-TEXT(WS-POS + WS-SPAN-LEN:1) TO WS-CHAR
               IF WS-CHAR-DIGIT OR WS-CHAR-LETTER THEN
                   SET WS-MATCH-YES TO FALSE
               END-IF
           END-IF.
           PERFORM VARYING WS-PAT-POS FROM 1 BY 1 UNTIL
           WS-PAT-POS > WS-SPAN-LEN OR NOT WS-MATCH-YES
               MOVE WS-RULE-VALUE(WS-RULE-INDEX)(WS-PAT-POS:1)
                 TO WS-PAT-CHAR
               MOVE LS-MASK-TEXT(WS-POS + WS-PAT-POS - 1:1)
                 TO WS-CHAR
               EVALUATE WS-PAT-CHAR
               WHEN "#"
                   IF NOT WS-CHAR-DIGIT THEN
                       SET WS-MATCH-YES TO FALSE
                   END-IF
               WHEN "@"
                   IF NOT WS-CHAR-LETTER THEN
                       SET WS-MATCH-YES TO FALSE
                   END-IF
               WHEN "?"
                   IF WS-CHAR = SPACE THEN
                       SET WS-MATCH-YES TO FALSE
                   END-IF
               WHEN OTHER
                   IF WS-CHAR NOT = WS-PAT-CHAR THEN
                       SET WS-MATCH-YES TO FALSE
                   END-IF
               END-EVALUATE
           END-PERFORM.
       MASK-SPAN-PROCEDURE.
      *****Stars every letter and digit of the span but the last
      *****WS-SPAN-KEEP of them.
           MOVE 0 TO WS-ALNUM-COUNT.
           PERFORM VARYING WS-SPAN-POS FROM WS-SPAN-START BY 1 UNTIL
           WS-SPAN-POS > WS-SPAN-START + WS-SPAN-LEN - 1
               MOVE LS-MASK-TEXT(WS-SPAN-POS:1) TO WS-CHAR
               IF WS-CHAR-DIGIT OR WS-CHAR-LETTER THEN
                   ADD 1 TO WS-ALNUM-COUNT
               END-IF
           END-PERFORM.
           IF WS-ALNUM-COUNT > WS-SPAN-KEEP THEN
               COMPUTE WS-STAR-COUNT = WS-ALNUM-COUNT - WS-SPAN-KEEP
               PERFORM VARYING WS-SPAN-POS FROM WS-SPAN-START BY 1
               UNTIL WS-STAR-COUNT = 0
                   MOVE LS-MASK-TEXT(WS-SPAN-POS:1) TO WS-CHAR
                   IF WS-CHAR-DIGIT OR WS-CHAR-LETTER THEN
                       MOVE "*" TO LS-MASK-TEXT(WS-SPAN-POS:1)
                       SUBTRACT 1 FROM WS-STAR-COUNT
                   END-IF
               END-PERFORM
               SET LS-MASK-CHANGED-YES TO TRUE
           END-IF.
       BIND-VALUE-PROCEDURE.
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1 UNTIL
           WS-RULE-INDEX > WS-RULE-COUNT OR LS-MASK-PROTECTED-YES
               IF WS-RULE-NAME(WS-RULE-INDEX)
               AND WS-RULE-VALUE(WS-RULE-INDEX) = LS-MASK-NAME THEN
                   SET LS-MASK-PROTECTED-YES TO TRUE
               END-IF
           END-PERFORM.
           IF LS-MASK-PROTECTED-YES THEN
      *****The VARYING increment has already stepped past the match.
               SUBTRACT 1 FROM WS-RULE-INDEX
               PERFORM PROTECT-VALUE-PROCEDURE
           END-IF.
       PROTECT-VALUE-PROCEDURE.
      *****Protect the value as it will show in print: a string
      *****literal without its quotes, a number without the leading
      *****zeros of its internal twenty-digit form.
           INSPECT LS-MASK-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCTION TRIM(LS-MASK-TEXT) TO WS-BIND-VALUE.
           IF WS-BIND-VALUE(1:1) = '"' THEN
               MOVE WS-BIND-VALUE(2:59) TO WS-BIND-WORK
               MOVE WS-BIND-WORK TO WS-BIND-VALUE
           END-IF.
           MOVE 0 TO WS-TRAILING-COUNT.
           INSPECT FUNCTION REVERSE(WS-BIND-VALUE)
             TALLYING WS-TRAILING-COUNT FOR LEADING SPACE.
           COMPUTE WS-BIND-LEN = 60 - WS-TRAILING-COUNT.
           IF WS-BIND-LEN > 0 THEN
               IF WS-BIND-VALUE(WS-BIND-LEN:1) = '"' THEN
                   MOVE SPACE TO WS-BIND-VALUE(WS-BIND-LEN:1)
                   SUBTRACT 1 FROM WS-BIND-LEN
               END-IF
           END-IF.
           IF WS-BIND-LEN > 0 THEN
               IF WS-BIND-VALUE(1:WS-BIND-LEN) IS NUMERIC THEN
                   MOVE 0 TO WS-BIND-ZEROS
                   INSPECT WS-BIND-VALUE(1:WS-BIND-LEN)
                     TALLYING WS-BIND-ZEROS FOR LEADING "0"
                   IF WS-BIND-ZEROS < WS-BIND-LEN THEN
                       MOVE WS-BIND-VALUE(WS-BIND-ZEROS + 1:
                         WS-BIND-LEN - WS-BIND-ZEROS) TO WS-BIND-WORK
                       MOVE WS-BIND-WORK TO WS-BIND-VALUE
                       SUBTRACT WS-BIND-ZEROS FROM WS-BIND-LEN
                   END-IF
               END-IF
           END-IF.
           IF WS-BIND-LEN < WS-MIN-PROTECTED-LEN THEN
               CONTINUE
           ELSE
               SET WS-MATCH-YES TO FALSE
               PERFORM VARYING WS-PROT-INDEX FROM 1 BY 1 UNTIL
               WS-PROT-INDEX > WS-PROT-COUNT OR WS-MATCH-YES
                   IF WS-PROT-VALUE(WS-PROT-INDEX) = WS-BIND-VALUE
                   THEN
                       SET WS-MATCH-YES TO TRUE
                   END-IF
               END-PERFORM
               IF WS-MATCH-YES THEN
                   CONTINUE
               ELSE IF WS-PROT-COUNT >= WS-MAX-PROTECTED THEN
                   IF NOT WS-PROT-FULL-YES THEN
                       SET WS-PROT-FULL-YES TO TRUE
                       DISPLAY "CISP-MASK: PROTECTED VALUE TABLE FULL,"
                           " LATER BINDINGS ARE MASKED BY PATTERN ONLY"
                   END-IF
               ELSE
                   ADD 1 TO WS-PROT-COUNT
                   MOVE WS-BIND-VALUE TO WS-PROT-VALUE(WS-PROT-COUNT)
                   MOVE WS-BIND-LEN TO WS-PROT-LEN(WS-PROT-COUNT)
                   MOVE WS-RULE-KEEP(WS-RULE-INDEX)
                     TO WS-PROT-KEEP(WS-PROT-COUNT)
                   MOVE WS-RULE-STREAMS(WS-RULE-INDEX)
                     TO WS-PROT-STREAMS(WS-PROT-COUNT)
               END-IF
           END-IF.
       END PROGRAM CISP-MASK.
