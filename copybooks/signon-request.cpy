      *****************************************
      *    Request/answer passed to CISP-SIGNON. The caller fills its
      *    program name, run id and, for "CHECK", the function and
      *    what it is wanted for; PREFIX-SIGNON-OPERATOR comes back as
      *    the signed-on operator, with the granted flag and, when
      *    refused, the reason.
      *****************************************
       01 PREFIX-SIGNON-REQUEST.
           02 PREFIX-SIGNON-OPERATOR PIC X(12).
           02 PREFIX-SIGNON-PROGRAM PIC X(16).
           02 PREFIX-SIGNON-RUN-ID PIC X(20).
           02 PREFIX-SIGNON-FUNCTION PIC X(10).
           02 PREFIX-SIGNON-DETAIL PIC X(100).
           02 PREFIX-SIGNON-GRANTED-FLAG PIC X.
               88 PREFIX-SIGNON-GRANTED-YES VALUE 'Y', FALSE 'N'.
           02 PREFIX-SIGNON-REASON PIC X(30).
