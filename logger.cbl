      *****record this program writes is stamped with it, so the
      *****individual ADD calls don't each have to carry it.
           01 WS-CURRENT-RUN-ID PIC X(20).
      *****************************************
      *    WS Shared with CISP-MASK SubRoutine
      *****************************************
       01 WS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       LINKAGE SECTION.
           01 LS-LOG-OPERATION-FLAG PIC X(5).
           COPY "log-record.cpy"
               MOVE LS-LOG-RECORD-FUNCTION-NAME
                   TO LOG-RECORD-FUNCTION-NAME
               MOVE LS-LOG-RECORD-MESSAGE TO LOG-RECORD-MESSAGE
      *****Trace and result lines carry whatever the script was
      *****handling - the site masking policy stars the protected
      *****values before they reach the file.
               MOVE "MASK" TO WS-MASK-OPERATION
               MOVE SPACES TO WS-MASK-REQUEST
               MOVE LOG-RECORD-MESSAGE TO WS-MASK-TEXT
               CALL 'CISP-MASK' USING WS-MASK-OPERATION,
                 WS-MASK-REQUEST
               MOVE WS-MASK-TEXT TO LOG-RECORD-MESSAGE
      *****A caller that STRINGs into a never-initialized message
      *****field hands over a LOW-VALUE tail, which a line-sequential
      *****WRITE rejects with status 71 - scrub it here, at the one
