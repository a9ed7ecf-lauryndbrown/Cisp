      *    be reworded, the code may not. Assigned ranges:
      *        CE1001-CE1999  LISP evaluator throw sites
      *        CE2001-CE2999  TOKENIZER throw sites
      *        CE3001-CE3999  CISP driver data-file edit checks and
      *                       run controls (CE3008 catalogue refusal,
      *                       CE3009 data file already processed,
      *                       CE3010 operator not authorized,
      *                       CE3011 record type not in -layout)
      *    PREFIX-ERROR-FILE is the script being processed and
      *    PREFIX-ERROR-FORM the top-level form (LISP) or source line
      *    (TOKENIZER) where the throw happened.
      *    PREFIX-ERROR-HANDLED is set by LISP while a script's try
      *    body is running: a fatal thrown then is logged at WARN and
      *    handed back to the script's handler instead of failing it.
      *****************************************
       01 PREFIX-ERROR.
          02 PREFIX-ERROR-NAME PIC X(40).
          02 PREFIX-ERROR-FILE PIC X(100).
          02 PREFIX-ERROR-FORM PIC 9(4).
          02 PREFIX-ERROR-RUN-ID PIC X(20).
          02 PREFIX-ERROR-HANDLED PIC X.
           88 PREFIX-ERROR-HANDLED-YES VALUE 'Y', FALSE 'N'.
