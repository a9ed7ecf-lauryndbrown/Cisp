      *****************************************
      *    Audit sample record - written to CISP_SAMPLE_FILE by a
      *    -data run given "-sample SPEC". Every record the
      *    specification selects is one REC line - its ordinal in the
      *    data file, whether the script PASSED or FAILED it, its
      *    amount and the input record exactly as read - followed by
      *    one RES line per results line the script produced for it.
      *    The run closes with one SUM line (below) giving the
      *    population and the sample, count and amount, so the sample
      *    can be shown to be representative. Every line carries the
      *    run id, the same one the manifest and results.data carry.
      *    Fixed layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-TYPE PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-ORDINAL PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-OUTCOME PIC X(6).
           02 FILLER PIC X.
           02 PREFIX-AMOUNT PIC -9(14).99.
           02 FILLER PIC X.
           02 PREFIX-TEXT PIC X(300).
      *****The SUM line's view of the same record. PREFIX-SUM-SPEC is
      *****the specification as applied (a random sample's seed
      *****filled in), so the draw can be repeated.
       01 PREFIX-SUMMARY-RECORD.
           02 PREFIX-SUM-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-SUM-TYPE PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-SUM-SPEC PIC X(60).
           02 FILLER PIC X.
           02 PREFIX-POP-COUNT PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-POP-AMOUNT PIC -9(14).99.
           02 FILLER PIC X.
           02 PREFIX-PICK-COUNT PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-PICK-AMOUNT PIC -9(14).99.
           02 FILLER PIC X.
           02 PREFIX-DATA-FILE PIC X(100).
