      *****************************************
      *    Record layout - the -data field layout for a file of more
      *    than one record type (CISP "-layout FILE"). One line says
      *    where each record carries its type code, then one line per
      *    field per type:
      *
      *        TYPE-AT  001 003
      *        CLM      claim-no                       004 010
      *        PAY      claim-no                       004 010
      *        PAY      paid-amount                    024 012 H
      *
      *    Start and length are the field's columns in the record.
      *    A field binds to the script under its name for records of
      *    its type only (a name two types share is one binding). H
      *    marks the amount the type's trailer hash totals. A line
      *    starting "*" is a comment.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-TYPE PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-FIELD-NAME PIC X(30).
           02 FILLER PIC X.
           02 PREFIX-START PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-LENGTH PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-HASH-FLAG PIC X.
           02 FILLER PIC X(31).
      *****The TYPE-AT line's view of the same record.
       01 PREFIX-TYPE-AT-RECORD.
           02 PREFIX-TYPE-AT-TAG PIC X(8).
           02 FILLER PIC X.
           02 PREFIX-TYPE-AT-START PIC X(3).
           02 FILLER PIC X.
           02 PREFIX-TYPE-AT-LENGTH PIC X(3).
           02 FILLER PIC X(64).
