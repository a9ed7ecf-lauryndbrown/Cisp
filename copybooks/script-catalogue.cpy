      *****************************************
      *    Script catalogue record - one per approved script and per
      *    file a script pulls in with (load "path"). CISP-CATALOGUE
      *    verifies against it, CATALOGUE-MAINT maintains it.
      *
      *    PREFIX-FINGERPRINT is CISP-CATALOGUE's content checksum
      *    of the file as approved, PREFIX-SIZE its size in bytes
      *    (one per line ending included). PREFIX-KIND is SCRIPT
      *    for a TESTS-FILE entry, INCLUDE for a loaded file.
      *    Fixed layout, errors.data style.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-KIND PIC X(7).
           02 FILLER PIC X.
           02 PREFIX-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-SIZE PIC 9(9).
           02 FILLER PIC X.
           02 PREFIX-APPROVED-DATE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-APPROVER PIC X(20).
