      *****************************************
      *    Request/answer passed to CISP-MASK. PREFIX-MASK-TEXT is
      *    masked in place by "MASK" and "MASK-STREAM"; "BIND" hands
      *    over a variable name in PREFIX-MASK-NAME and the value just
      *    bound to it in PREFIX-MASK-TEXT. PREFIX-MASK-VERSION always
      *    comes back as the policy version in force, NONE when there
      *    is no policy file.
      *****************************************
       01 PREFIX-MASK-REQUEST.
           02 PREFIX-MASK-TEXT PIC X(600).
           02 PREFIX-MASK-NAME PIC X(50).
           02 PREFIX-MASK-VERSION PIC X(20).
           02 PREFIX-MASK-CHANGED-FLAG PIC X.
               88 PREFIX-MASK-CHANGED-YES VALUE 'Y', FALSE 'N'.
           02 PREFIX-MASK-PROTECTED-FLAG PIC X.
               88 PREFIX-MASK-PROTECTED-YES VALUE 'Y', FALSE 'N'.
