      *****************************************
      *    Configuration snapshot record - one line per CISP_* key,
      *    written by CISP-CONFAUDIT. CISP appends a set stamped with
      *    its run id to CISP_CONFIG_SNAPSHOT_FILE as every run starts
      *    (INCIDENT bundles it with the rest of the run); CONFIG-AUDIT
      *    writes the same lines, on demand, to CISP_CONFIG_AUDIT_FILE.
      *
      *    PREFIX-SOURCE is where the effective value came from: ENV
      *    (an exported variable), FILE (the site configuration file)
      *    or DEFAULT (the programs' own default, shown as the value).
      *    PREFIX-CHECK is what the audit found: OK, ABSENT (an output
      *    file not yet created, in a directory that takes writes),
      *    MISSING (an input file that is not there), NO DIRECTORY,
      *    NOT WRITABLE, UNREAD KEY (a configuration file key no
      *    program reads), NOT LOADED (a configuration file line past
      *    what CISP-CONFIG holds) or - for a plain setting. Fixed
      *    layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-KEY PIC X(30).
           02 FILLER PIC X.
           02 PREFIX-SOURCE PIC X(7).
           02 FILLER PIC X.
           02 PREFIX-CHECK PIC X(12).
           02 FILLER PIC X.
           02 PREFIX-VALUE PIC X(100).
