                  BY ==WS-LOG-RECORD-MESSAGE==
                     ==PREFIX-LOG-RECORD==
                  BY ==WS-LOG-RECORD==.
      *****************************************
      *    WS Shared with CISP-MASK SubRoutine
      *****************************************
       01 WS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       LINKAGE SECTION.
      ********* Size of table must equal size specified in CISP
       01 LS-LISP-FILE-NAME PIC X(100).
                     " len=" DELIMITED BY SIZE
                     LS-SYMBOL-LEN(WS-COUNT) DELIMITED BY SIZE
                     INTO SYMBOLS-RECORD
                   PERFORM MASK-SYMBOL-RECORD-PROCEDURE
                   WRITE SYMBOLS-RECORD
                   IF NOT WS-SYMBOLS-FILE-STATUS-OK THEN
                       DISPLAY
               END-PERFORM
               CLOSE SYMBOLS-FILE
           END-IF.
       MASK-SYMBOL-RECORD-PROCEDURE.
      *****A literal straight after a variable name the masking policy
      *****protects - (define acct-no "4417123456781234") - is that
      *****variable's value, so it is handed over as bound before the
      *****dump line goes through the policy.
           IF WS-COUNT > 1 THEN
               MOVE "BIND" TO WS-MASK-OPERATION
               MOVE SPACES TO WS-MASK-REQUEST
               MOVE LS-SYMBOL(WS-COUNT - 1) TO WS-MASK-NAME
               MOVE LS-SYMBOL(WS-COUNT) TO WS-MASK-TEXT
               CALL 'CISP-MASK' USING WS-MASK-OPERATION,
                 WS-MASK-REQUEST
           END-IF.
           MOVE "MASK" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           MOVE SYMBOLS-RECORD TO WS-MASK-TEXT.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
           MOVE WS-MASK-TEXT TO SYMBOLS-RECORD.
       FORMAT-LISP-PROCEDURE.
      ***** Calculates the length of the lisp program.
      ***** Adding additional spaces between parenthesis
