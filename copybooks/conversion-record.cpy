      *****************************************
      *    Currency conversion audit - one record per (convert ...)
      *    a script evaluates, appended to CISP_CONVERSION_FILE, so
      *    any converted figure Finance questions can be reproduced:
      *    the amount, the pair, the business date asked for, the
      *    rate actually used and the date it was published for,
      *    and the rounding applied to the result.
      *
      *    PREFIX-FORM is the script's top-level form that converted.
      *    PREFIX-ROUNDING is HALF-UP, HALF-EVEN or TRUNCATE at
      *    PREFIX-SCALE decimal places. A rehearsed run writes these
      *    to the file's ".rehearsal" shadow instead. Fixed layout,
      *    errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-FORM PIC 9(4).
           02 FILLER PIC X.
           02 PREFIX-AMOUNT PIC -(16)9.9(4).
           02 FILLER PIC X.
           02 PREFIX-FROM-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-TO-CURRENCY PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-BUSINESS-DATE PIC 9(8).
           02 FILLER PIC X.
           02 PREFIX-RATE-DATE PIC 9(8).
           02 FILLER PIC X.
           02 PREFIX-RATE PIC 9(6).9(8).
           02 FILLER PIC X.
           02 PREFIX-ROUNDING PIC X(9).
           02 FILLER PIC X.
           02 PREFIX-SCALE PIC 9.
           02 FILLER PIC X.
           02 PREFIX-RESULT PIC -(16)9.9(4).
