       FD CONFIG-FILE.
       01 CONFIG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       78 WS-MAX-CONFIG-ENTRIES VALUE 100.
       01 WS-CONFIG-FILE-NAME PIC X(100).
       01 WS-CONFIG-FILE-STATUS PIC XX.
           88 WS-CONFIG-FILE-STATUS-OK VALUE '00'.
