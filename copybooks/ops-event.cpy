      *****************************************
      *    Operations event record - one line of the event feed
      *    (CISP_EVENTS_FILE), the single place the console watches.
      *    CISP-EVENT numbers and appends them for every producer:
      *    CISP-ERROR for script failures and the CE3xxx data-file
      *    and catalogue rejects, STATS-ALERT for timing
      *    regressions, CISP for new quarantines. EVENT-ACK lists
      *    them and records what the operators did about each.
      *
      *    PREFIX-SEQ rises by one per event across every producer.
      *    PREFIX-TYPE is ERROR, REJECT, ALERT or QUARANTINE;
      *    PREFIX-SEVERITY FATAL, ERROR or WARN. PREFIX-SOURCE names
      *    the program that raised it, PREFIX-REFERENCE the script
      *    or data file it is about, PREFIX-CODE the CE code where
      *    there is one. Fixed layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-SEQ PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-TYPE PIC X(10).
           02 FILLER PIC X.
           02 PREFIX-SEVERITY PIC X(5).
           02 FILLER PIC X.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-SOURCE PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-CODE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-REFERENCE PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-TEXT PIC X(100).
