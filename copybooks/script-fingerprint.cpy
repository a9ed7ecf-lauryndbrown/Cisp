      *****************************************
      *    Request/answer passed to CISP-CATALOGUE. The caller fills
      *    PREFIX-FP-SCRIPT; "FINGERPRINT" answers the size and
      *    fingerprint of the script and of every file it loads,
      *    "VERIFY" also compares each against the script catalogue.
      *
      *    PREFIX-FP-STATUS sums up the script and its loads:
      *        APPROVED      every file matches its catalogue entry
      *        CHANGED       a file differs from its approved entry
      *        UNCATALOGUED  a file has no catalogue entry
      *        MISSING       a file could not be opened
      *    PREFIX-FP-PROBLEM-FILE names the first file behind anything
      *    other than APPROVED.
      *****************************************
       01 PREFIX-FP-REQUEST.
           02 PREFIX-FP-SCRIPT PIC X(100).
           02 PREFIX-FP-SIZE PIC 9(9).
           02 PREFIX-FP-FINGERPRINT PIC X(20).
           02 PREFIX-FP-FOUND-FLAG PIC X.
               88 PREFIX-FP-FOUND-YES VALUE 'Y', FALSE 'N'.
           02 PREFIX-FP-STATUS PIC X(12).
               88 PREFIX-FP-APPROVED VALUE 'APPROVED'.
           02 PREFIX-FP-PROBLEM-FILE PIC X(100).
           02 PREFIX-FP-LOAD-COUNT PIC 9(2).
           02 PREFIX-FP-LOAD OCCURS 10 TIMES.
               03 PREFIX-FP-LOAD-NAME PIC X(100).
               03 PREFIX-FP-LOAD-SIZE PIC 9(9).
               03 PREFIX-FP-LOAD-FINGERPRINT PIC X(20).
               03 PREFIX-FP-LOAD-FOUND-FLAG PIC X.
                   88 PREFIX-FP-LOAD-FOUND-YES VALUE 'Y', FALSE 'N'.
               03 PREFIX-FP-LOAD-STATUS PIC X(12).
