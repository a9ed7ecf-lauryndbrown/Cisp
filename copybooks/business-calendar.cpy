      *****************************************
      *    Request/answer passed to CISP-CALENDAR with an operation:
      *
      *        "ADD-BUSINESS"   PREFIX-CAL-DATE-1 moved PREFIX-CAL-COUNT
      *                         business days (negative goes back)
      *        "DIFF-BUSINESS"  business days from PREFIX-CAL-DATE-2
      *                         to PREFIX-CAL-DATE-1, signed
      *        "IS-BUSINESS"    PREFIX-CAL-DATE-1 a business day?
      *        "MONTH-END"      last business day of DATE-1's month
      *        "PROC-DATE"      the processing date the batch runs for
      *        "RUN-DAY"        is an entry with run-day rule
      *                         PREFIX-CAL-RULE due on DATE-1?
      *
      *    Dates are YYYYMMDD. Answers land in PREFIX-CAL-RESULT-DATE,
      *    PREFIX-CAL-RESULT-COUNT or PREFIX-CAL-RESULT-FLAG; a bad
      *    date or an unknown rule comes back PREFIX-CAL-VALID-YES
      *    false with the result fields zero.
      *****************************************
       01 PREFIX-CAL-REQUEST.
           02 PREFIX-CAL-DATE-1 PIC 9(8).
           02 PREFIX-CAL-DATE-2 PIC 9(8).
           02 PREFIX-CAL-COUNT PIC S9(9).
           02 PREFIX-CAL-RULE PIC X(12).
           02 PREFIX-CAL-RESULT-DATE PIC 9(8).
      *****PROC-DATE hands back an operator's CISP_PROC_DATE as given,
      *****so a mistyped override still shows up in the CE3001 text.
           02 PREFIX-CAL-RESULT-DATE-X REDEFINES
             PREFIX-CAL-RESULT-DATE PIC X(8).
           02 PREFIX-CAL-RESULT-COUNT PIC S9(9).
           02 PREFIX-CAL-RESULT-FLAG PIC X.
               88 PREFIX-CAL-RESULT-YES VALUE 'Y', FALSE 'N'.
           02 PREFIX-CAL-VALID-FLAG PIC X.
               88 PREFIX-CAL-VALID-YES VALUE 'Y', FALSE 'N'.
