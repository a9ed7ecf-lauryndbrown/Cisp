           02 HS-TOKEN-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 HS-FORM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 HS-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 HS-APPROVAL PIC X(12).
       FD HIST-ERRORS-FILE.
      *****Mirrors CISP-ERROR.cbl's ERRORS-RECORD layout.
       01 HIST-ERRORS-RECORD.
