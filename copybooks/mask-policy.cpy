      *****************************************
      *    Site masking policy record - CISP_MASK_POLICY_FILE, read
      *    by CISP-MASK once per process. Lines starting "*" are
      *    comments.
      *
      *    PREFIX-TYPE says what the line is:
      *        V   the policy version, in PREFIX-VALUE - recorded in
      *            the manifest of every run made under it
      *        P   a pattern to protect wherever it appears: "#" a
      *            digit, "@" a letter, "?" any non-blank character,
      *            anything else itself (###-##-#### is a tax id)
      *        N   a variable name - whatever value a script binds
      *            to it is protected from then on in the process
      *    PREFIX-KEEP is how many trailing letters and digits stay in
      *    clear (04 keeps the last four); punctuation always stays.
      *    PREFIX-STREAMS Y applies the rule to the business streams
      *    a script writes with write-line as well - by default only
      *    the log, results, symbols dump and incident bundle are
      *    masked.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-TYPE PIC X.
               88 PREFIX-TYPE-VERSION VALUE 'V'.
               88 PREFIX-TYPE-PATTERN VALUE 'P'.
               88 PREFIX-TYPE-NAME VALUE 'N'.
           02 FILLER PIC X.
           02 PREFIX-KEEP PIC 9(2).
           02 FILLER PIC X.
           02 PREFIX-STREAMS PIC X.
               88 PREFIX-STREAMS-YES VALUE 'Y'.
           02 FILLER PIC X.
           02 PREFIX-VALUE PIC X(60).
