      *****************************************
      *    Before/after journal of the keyed master files - LISP's
      *    master-write, master-rewrite and master-delete each append
      *    one of these for every record they change on a live run,
      *    stamped with the run id, so an auditor can find every
      *    update a run made and what the record held either side.
      *
      *    PREFIX-JOURNAL-MASTER is the master file's path, not the
      *    name the script opened it under. PREFIX-JOURNAL-ACTION is
      *    ADD, CHANGE or DELETE. A BEFORE/AFTER flag of 'N' means
      *    the record did not exist on that side of the change (an
      *    add has no before image, a delete no after image).
      *    PREFIX-JOURNAL-OPERATOR is the login the run was made
      *    under. Fixed layout, errors.data style, appended in change
      *    order.
      *****************************************
       01 PREFIX-JOURNAL-RECORD.
           02 PREFIX-JOURNAL-STAMP PIC X(14).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 PREFIX-JOURNAL-MASTER PIC X(100).
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
