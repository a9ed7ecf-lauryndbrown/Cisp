      *****************************************
      *    Dated exchange rate - one line per currency pair per day
      *    of the rate file (CISP_RATE_FILE) LISP's (convert ...)
      *    reads. The rate is how many TO units one FROM unit buys
      *    on PREFIX-EFFECTIVE-DATE (YYYYMMDD), written with its
      *    decimal point in place and both parts zero-filled:
      *
      *        20261014 CAD USD 000000.73150000
      *
      *    A line starting "*" is a comment. Treasury's feed is
      *    appended to daily; the latest line on or before the
      *    business date is the one a conversion uses.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-EFFECTIVE-DATE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-FROM-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-TO-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-RATE-WHOLE PIC X(6).
           02 PREFIX-RATE-POINT PIC X.
           02 PREFIX-RATE-FRACTION PIC X(8).
           02 FILLER PIC X(48).
