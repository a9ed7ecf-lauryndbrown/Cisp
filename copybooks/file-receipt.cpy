      *****************************************
      *    Input file receipt record - one per data file a -data run
      *    consumed, appended to CISP_RECEIPT_FILE when the run has
      *    been through every record. CISP refuses a file whose
      *    fingerprint, or header date and source together, are
      *    already on the register (CE3009) unless -reprocess is
      *    given; RECEIPT-INQUIRY answers from it.
      *
      *    PREFIX-HDR-DATE and PREFIX-HDR-SOURCE are the header
      *    record's file date and source system (spaces for a
      *    headerless file), PREFIX-RECORD-COUNT the data records
      *    read, PREFIX-HASH the amount hash the trailer is balanced
      *    against, PREFIX-FINGERPRINT and PREFIX-SIZE the whole
      *    file's content fingerprint and byte count (CISP-CATALOGUE's
      *    fingerprint). PREFIX-DISPOSITION is CONSUMED, or REPROCESS
      *    for a duplicate run again under -reprocess, with the run
      *    that had consumed it before in PREFIX-PRIOR-RUN-ID.
      *    PREFIX-OPERATOR is the login the run went under. Fixed
      *    layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-DATA-FILE PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-HDR-DATE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-HDR-SOURCE PIC X(30).
           02 FILLER PIC X.
           02 PREFIX-RECORD-COUNT PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-HASH PIC -9(14).99.
           02 FILLER PIC X.
           02 PREFIX-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-SIZE PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-DISPOSITION PIC X(9).
           02 FILLER PIC X.
           02 PREFIX-PRIOR-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-OPERATOR PIC X(12).
