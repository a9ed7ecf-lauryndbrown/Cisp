      *****************************************
      *    Effective-dated reference table entry - one per version of
      *    a table's key. LISP's (lookup "table" KEY [DATE]) resolves
      *    against it, REFTABLE-MAINT maintains it.
      *
      *    The record key is table, entry key and the first day the
      *    version applies, so every version of a key reads back in
      *    date order. PREFIX-TO-DATE is the last day it applies,
      *    inclusive; 99999999 leaves it open-ended until a later
      *    version end-dates it. Dates are YYYYMMDD.
      *****************************************
       01 PREFIX-RECORD.
           02 PREFIX-KEY.
               03 PREFIX-TABLE-NAME PIC X(50).
               03 PREFIX-ENTRY-KEY PIC X(50).
               03 PREFIX-FROM-DATE PIC X(8).
           02 PREFIX-TO-DATE PIC X(8).
           02 PREFIX-VALUE PIC X(100).
      *****When and under which maintenance session the version was
      *****last added or end-dated.
           02 PREFIX-CHANGED-STAMP PIC X(14).
           02 PREFIX-CHANGED-RUN-ID PIC X(20).
