      *****************************************
      *    Before/after journal of the persistent state store - LISP's
      *    persist, STATE-MAINT and STATE-RESTORE each append one of
      *    these for every entry they change, so a bad run's updates
      *    can be found again and rolled back by STATE-RESTORE.
      *
      *    PREFIX-JOURNAL-SCRIPT is the script that persisted, or the
      *    maintenance program's name. A BEFORE/AFTER flag of 'N'
      *    means the entry did not exist on that side of the change
      *    (an add has no before image, a delete no after image).
      *    PREFIX-JOURNAL-OPERATOR is the login that made the change -
      *    the signed-on operator for a STATE-MAINT or STATE-RESTORE
      *    change, the run's login for a persist.
      *    Fixed layout, errors.data style, appended in change order.
      *****************************************
       01 PREFIX-JOURNAL-RECORD.
           02 PREFIX-JOURNAL-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-ACTION PIC X(6).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-KEY PIC X(50).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-BEFORE-FLAG PIC X.
               88 PREFIX-JOURNAL-BEFORE-YES VALUE 'Y', FALSE 'N'.
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-BEFORE PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-AFTER-FLAG PIC X.
               88 PREFIX-JOURNAL-AFTER-YES VALUE 'Y', FALSE 'N'.
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-AFTER PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-OPERATOR PIC X(12).
