      *****************************************
      *    Keyed master file record - the business files a script
      *    opens with (master-open "name" "path" POS LEN) and reads
      *    and updates with the master-* verbs. PREFIX-DATA is the
      *    business record exactly as the script wrote it;
      *    PREFIX-KEY is the key carried in it at the declared
      *    position and length, kept in front of the record so every
      *    master shares one keyed layout whatever its key.
      *
      *    The control record (key LOW-VALUES, which no script key
      *    can be) holds the key declaration the file was created
      *    with, so a second script declaring the key somewhere else
      *    is refused instead of filing records under the wrong key.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-KEY PIC X(50).
           02 PREFIX-DATA PIC X(100).
       01 PREFIX-CONTROL-RECORD.
           02 PREFIX-CONTROL-KEY PIC X(50).
           02 PREFIX-CONTROL-KEY-POS PIC 9(3).
           02 PREFIX-CONTROL-KEY-LEN PIC 9(3).
           02 FILLER PIC X(94).
