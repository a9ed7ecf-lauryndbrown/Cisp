      *****************************************
      *    Operator authority record - CISP_AUTHORITY_FILE, one line
      *    per operator, read by CISP-SIGNON. Lines starting "*" are
      *    comments.
      *
      *    PREFIX-OPERATOR is the operator's login id, upper case.
      *    PREFIX-STATUS ACTIVE lets the operator sign on; anything
      *    else (REVOKED, SUSPENDED) refuses them. PREFIX-EXPIRES is
      *    the last day the grant holds, YYYYMMDD, or blank for no
      *    end. PREFIX-FUNCTIONS lists what the operator may do,
      *    blank separated:
      *        VIEW       look at the state store, the quarantine list
      *        UPDATE     change the state store
      *        REPL       open a -i session
      *        QCLEAR     clear a script from quarantine
      *        REHEARSE   run with -rehearse
      *        REPROCESS  run a data file again with -reprocess
      *        ALL        every one of these
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-OPERATOR PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-STATUS PIC X(8).
               88 PREFIX-STATUS-ACTIVE VALUE 'ACTIVE'.
           02 FILLER PIC X.
           02 PREFIX-EXPIRES PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-NAME PIC X(30).
           02 FILLER PIC X.
           02 PREFIX-FUNCTIONS PIC X(80).
