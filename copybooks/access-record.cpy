      *****************************************
      *    Access record - CISP-SIGNON appends one to CISP_ACCESS_FILE
      *    for every sign-on and every authority check, granted or
      *    refused; ACCESS-REPORT lists them by operator.
      *
      *    PREFIX-FUNCTION is SIGNON or the function checked (see
      *    operator-authority.cpy), PREFIX-DETAIL what it was checked
      *    for - the state entry, the script, the data file.
      *    PREFIX-REASON says why a refusal was made.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-OPERATOR PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-PROGRAM PIC X(16).
           02 FILLER PIC X.
           02 PREFIX-FUNCTION PIC X(10).
           02 FILLER PIC X.
           02 PREFIX-OUTCOME PIC X(7).
               88 PREFIX-OUTCOME-GRANTED VALUE 'GRANTED'.
           02 FILLER PIC X.
           02 PREFIX-DETAIL PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-REASON PIC X(30).
