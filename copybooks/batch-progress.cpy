      *****************************************
      *    Batch progress record - CISP rewrites its progress file
      *    (CISP_PROGRESS_FILE, a "-wK" sibling per worker) as each
      *    TESTS-FILE entry starts and finishes, and every
      *    CISP_PROGRESS_INTERVAL records of a -data run; PROGRESS-
      *    STATUS reads it back to project the finish.
      *
      *    PREFIX-TYPE "P" is the one summary record, first in the
      *    file: done and remaining entries (records, for a -data
      *    run), the entry running now and when it started, and the
      *    seconds since the run began. One "R" record follows per
      *    entry still to come, the script in PREFIX-SCRIPT and its
      *    standing in PREFIX-STATE - CURRENT (running now), PENDING,
      *    or NOT-DUE (its run-day rule passes it over tonight) -
      *    and the script's average elapsed time over its stats.data
      *    history as the run found it at the start (PREFIX-HISTORY-
      *    RUNS zero when it has none). The summary's PREFIX-STATE is
      *    RUNNING until the driver finishes, then COMPLETE.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-TYPE PIC X.
           02 FILLER PIC X.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-WORKER PIC 9(2).
           02 FILLER PIC X.
           02 PREFIX-MODE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-STATE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-START-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-UPDATE-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-DONE PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-REMAINING PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-ELAPSED-SECS PIC 9(8).
           02 FILLER PIC X.
           02 PREFIX-CURRENT-START PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-AVERAGE-CS PIC 9(8).
           02 FILLER PIC X.
           02 PREFIX-HISTORY-RUNS PIC 9(6).
