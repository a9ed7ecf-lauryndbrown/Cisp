      *****************************************
      *    Error catalogue record - one per CE code, the operator's
      *    runbook entry for it. CISP-ERRCAT answers lookups against
      *    it; CISP-REPORT and INCIDENT print the guidance next to a
      *    failure, ERROR-CATALOGUE lists it and checks errors.data
      *    against it.
      *
      *    PREFIX-SEVERITY is the code's default severity (FATAL,
      *    ERROR or WARN), PREFIX-OWNER the team that owns the fix,
      *    PREFIX-RERUN-SAFE Y when the failing step may simply be
      *    run again once the action is taken. Fixed layout,
      *    errors.data style; lines starting "*" are comments.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-CODE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-SEVERITY PIC X(5).
           02 FILLER PIC X.
           02 PREFIX-OWNER PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-RERUN-SAFE PIC X.
               88 PREFIX-RERUN-SAFE-YES VALUE 'Y'.
           02 FILLER PIC X.
           02 PREFIX-DESCRIPTION PIC X(60).
           02 FILLER PIC X.
           02 PREFIX-ACTION PIC X(100).
