          ASSIGN TO DYNAMIC WS-DATA-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-DATA-FILE-STATUS.
      *****"-layout": the field layout of a data file that carries
      *****more than one record type.
       SELECT LAYOUT-FILE
          ASSIGN TO DYNAMIC WS-LAYOUT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-LAYOUT-FILE-STATUS.
      *****"-match": the master file; the transaction file is read
      *****through DATA-FILE.
       SELECT MASTER-FILE
          ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-MASTER-FILE-STATUS.
      *****Read-only view of LISP's results file, for comparing the
      *****lines a script just appended against its expected-output
      *****companion file.
          ASSIGN TO DYNAMIC WS-WORKER-SUMMARY-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-WORKER-SUMMARY-STATUS.
      *****Where the run has got to, rewritten as it goes - read by
      *****PROGRESS-STATUS while the batch is still running.
       SELECT OPTIONAL PROGRESS-FILE
          ASSIGN TO DYNAMIC WS-PROGRESS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-PROGRESS-FILE-STATUS.
       SELECT OPTIONAL STATS-FILE
          ASSIGN TO DYNAMIC WS-STATS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          ASSIGN TO DYNAMIC WS-QUARANTINE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-QUARANTINE-FILE-STATUS.
      *****Records a -data run could not process, kept whole so they
      *****can be run again once the upstream fix is in; a
      *****resubmission rewrites it through the work copy.
       SELECT OPTIONAL SUSPENSE-FILE
          ASSIGN TO DYNAMIC WS-SUSPENSE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
       SELECT OPTIONAL SUSPENSE-WORK-FILE
          ASSIGN TO DYNAMIC WS-SUSPENSE-WORK-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SUSPENSE-WORK-STATUS.
      *****Every data file a -data run has consumed - read before the
      *****run to refuse one that comes round again, added to after.
       SELECT OPTIONAL RECEIPT-FILE
          ASSIGN TO DYNAMIC WS-RECEIPT-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-RECEIPT-FILE-STATUS.
      *****"-sample": the audit sample a -data run extracts, and the
      *****key list a "keys:" sample selects by.
       SELECT OPTIONAL SAMPLE-FILE
          ASSIGN TO DYNAMIC WS-SAMPLE-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SAMPLE-FILE-STATUS.
       SELECT SAMPLE-KEYS-FILE
          ASSIGN TO DYNAMIC WS-SAMPLE-KEYS-FILE-NAME
          ORGANIZATION IS LINE SEQUENTIAL
          FILE STATUS IS WS-SAMPLE-KEYS-STATUS.
      *****Work file for "-sort": the data records in break-field
      *****order ahead of the evaluation pass.
       SELECT DATA-SORT-FILE
          ASSIGN TO DYNAMIC WS-DATA-SORT-NAME.
       DATA DIVISION.
       FILE SECTION.
       FD TESTS-FILE.
       FD EXPECTED-FILE.
       01 EXPECTED-RECORD PIC X(250).
       FD DATA-FILE.
      *****Widened from X(100) for the 300-byte claims feed. The
      *****record still rides into the script as "record" through
      *****the run-parameter path, which holds its first 100 bytes;
      *****the rest reaches the script as -delim fields or as a
      *****-layout's named fields.
       01 DATA-RECORD PIC X(300).
       FD MASTER-FILE.
      *****Matches WS-RUN-PARAM-VALUE - the master rides into the
      *****script through the run-parameter path, and so does a
      *****transaction's first 100 bytes.
       01 MASTER-RECORD PIC X(100).
       FD LAYOUT-FILE.
       COPY "record-layout.cpy"
           REPLACING LEADING ==PREFIX== BY ==LAYOUT==.
       FD STATS-FILE.
      *****One record per batch script: run id, script, elapsed time
      *****in hundredths of a second, token count, top-level form
      *****count - when the window slips, this says which scripts
      *****got slower. The script's fingerprint and its standing
      *****against the script catalogue ride along, so a results
      *****difference between two nights can be laid beside the
      *****version of the script each night actually ran.
       01 STATS-RECORD.
           02 STATS-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 STATS-TOKEN-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 STATS-FORM-COUNT PIC 9(4).
           02 FILLER PIC X.
           02 STATS-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 STATS-APPROVAL PIC X(12).
       FD PROGRESS-FILE.
       COPY "batch-progress.cpy"
           REPLACING LEADING ==PREFIX== BY ==PROGRESS==.
       FD WORKER-SUMMARY-FILE.
      *****Every tally the console summary shows - skipped and
      *****quarantined counts must survive the worker/merge round
      *****One script name per record; an operator clears a script by
      *****deleting its line.
       01 QUARANTINE-RECORD PIC X(100).
       FD SUSPENSE-FILE.
      *****Fixed layout, errors.data style - when the record was first
      *****suspended and by which run, its ordinal in the data file,
      *****the code that stopped it, the data file and script, how
      *****many resubmissions it has since failed, and the raw record
      *****itself, all 300 bytes of it. SUSPENSE-AGING reads this
      *****layout - a change here needs the same change there.
       01 SUSPENSE-RECORD.
           02 SUSP-REC-STAMP PIC X(14).
           02 FILLER PIC X.
           02 SUSP-REC-RUN-ID PIC X(20).
           02 FILLER PIC X.
           02 SUSP-REC-ORDINAL PIC 9(9).
           02 FILLER PIC X.
           02 SUSP-REC-CODE PIC X(8).
           02 FILLER PIC X.
           02 SUSP-REC-DATA-FILE PIC X(100).
           02 FILLER PIC X.
           02 SUSP-REC-SCRIPT PIC X(100).
           02 FILLER PIC X.
           02 SUSP-REC-RESUBMITS PIC 9(4).
           02 FILLER PIC X.
           02 SUSP-REC-DATA PIC X(300).
       FD SUSPENSE-WORK-FILE.
       01 SUSPENSE-WORK-RECORD PIC X(562).
      *****Break-field values major to minor, then the record's
      *****ordinal in the data file - the last key, so the records of
      *****one group keep their file order - then the record itself.
       SD DATA-SORT-FILE.
       01 DATA-SORT-RECORD.
           02 DATA-SORT-KEYS.
               03 DATA-SORT-KEY-1 PIC X(40).
               03 DATA-SORT-KEY-2 PIC X(40).
               03 DATA-SORT-KEY-3 PIC X(40).
               03 DATA-SORT-KEY-4 PIC X(40).
               03 DATA-SORT-KEY-5 PIC X(40).
           02 DATA-SORT-ORDINAL PIC 9(9).
           02 DATA-SORT-DATA PIC X(300).
       FD RECEIPT-FILE.
       COPY "file-receipt.cpy"
           REPLACING LEADING ==PREFIX== BY ==RECEIPT==.
       FD SAMPLE-FILE.
       COPY "audit-sample.cpy"
           REPLACING LEADING ==PREFIX== BY ==SAMPLE==.
       FD SAMPLE-KEYS-FILE.
       01 SAMPLE-KEYS-RECORD PIC X(100).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           02 MANIFEST-RUN-ID PIC X(20).
           02 MANIFEST-STATS-PATH PIC X(100).
           02 FILLER PIC X.
           02 MANIFEST-ERRORS-PATH PIC X(100).
      *****The fingerprint of the script a single, -data or -match
      *****run executed and its standing against the script
      *****catalogue (APPROVED, CHANGED, UNCATALOGUED, MISSING). A
      *****batch run records one per script in stats.data instead.
           02 FILLER PIC X.
           02 MANIFEST-FINGERPRINT PIC X(20).
           02 FILLER PIC X.
           02 MANIFEST-APPROVAL PIC X(12).
      *****The site masking policy version in force for the run -
      *****which rules a masked log or results line was masked under.
           02 FILLER PIC X.
           02 MANIFEST-MASK-VERSION PIC X(20).
       WORKING-STORAGE SECTION.
      *****************************************
      *    WS Shared with CISP-CONFIG SubRoutine
      *****record1, record2, ... plus record-count, so a script reads
      *****fields by name instead of opening with a chain of substr
      *****calls. Fields beyond the record's own bind as "" the same
      *****way an exhausted read-line answers. Raised from 15 with
      *****the 300-byte record.
       78 WS-DATA-MAX-FIELDS VALUE 30.
       01 WS-DATA-DELIM PIC X VALUE SPACE.
       01 WS-DELIM-ARG-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-DELIM-ARG-PENDING-YES VALUE 'Y', FALSE 'N'.
           88 WS-ON-EOF-PRESENT-YES VALUE 'Y', FALSE 'N'.
       01 WS-SYMBOL-SCAN-INDEX PIC 9(4).
      *****************************************
      *    Control breaks (-break F1,F2,... and -sort)
      *****************************************
      *****"-break 1,3" names up to five -delim field numbers, major
      *****to minor. When one of them changes from the previous
      *****record, a break pass runs for each level from the most
      *****minor up to the one that changed - "break" bound to the
      *****level, "break-key" to the closing group's value, the
      *****previous record's bindings still in place - before the new
      *****record runs; every level closes at end of file ahead of
      *****the eof pass. LISP runs only the script's on-break forms on
      *****a break pass and hands them that group's accumulate totals.
      *****"-sort" first sorts the data records on the break fields;
      *****without it the validation pre-scan refuses a file that
      *****breaks back to a group it has already closed (CE3006), so
      *****no group's subtotal is ever printed in two pieces.
       78 WS-MAX-BREAK-FIELDS VALUE 5.
       78 WS-MAX-CLOSED-KEYS VALUE 2000.
       01 WS-BREAK-ARG-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-BREAK-ARG-PENDING-YES VALUE 'Y', FALSE 'N'.
       01 WS-BREAK-SPEC PIC X(100) VALUE SPACES.
       01 WS-BREAK-SPEC-PTR PIC 9(4).
       01 WS-BREAK-SPEC-LEN PIC 9(4).
       01 WS-BREAK-SPEC-PIECE PIC X(10).
       01 WS-BREAK-TABLE.
           02 WS-BREAK-COUNT PIC 9 VALUE 0.
           02 WS-BREAK-FIELD-NUM PIC 9(2)
             OCCURS WS-MAX-BREAK-FIELDS TIMES.
       01 WS-BREAK-PREV-KEYS.
           02 WS-BREAK-PREV-KEY PIC X(40)
             OCCURS WS-MAX-BREAK-FIELDS TIMES.
       01 WS-BREAK-CURR-KEYS.
           02 WS-BREAK-CURR-KEY PIC X(40)
             OCCURS WS-MAX-BREAK-FIELDS TIMES.
       01 WS-BREAK-FIRST-FLAG PIC X.
           88 WS-BREAK-FIRST-YES VALUE 'Y', FALSE 'N'.
       01 WS-BREAK-LEVEL PIC 9.
       01 WS-BREAK-CHANGED-LEVEL PIC 9.
       01 WS-BREAK-INDEX PIC 9.
      *****Run-parameter slot of "break"; "break-key" is the next one.
       01 WS-BREAK-SLOT PIC 9(2).
       01 WS-BREAK-PARAM-SLOTS PIC 9 VALUE 0.
       01 WS-ON-BREAK-PRESENT-FLAG PIC X.
           88 WS-ON-BREAK-PRESENT-YES VALUE 'Y', FALSE 'N'.
       01 WS-SORT-FLAG PIC X VALUE 'N'.
           88 WS-SORT-YES VALUE 'Y', FALSE 'N'.
       01 WS-DATA-SORT-NAME PIC X(112).
      *****The record's ordinal in the data file itself - the same as
      *****WS-DATA-ORDINAL except on a sorted run, where that counts
      *****records in processing order for the checkpoint and this
      *****still says where the record sits in the file.
       01 WS-DATA-FILE-ORDINAL PIC 9(9).
      *****Groups the pre-scan has seen close: the level and the break
      *****values down to that level, laid end to end.
       01 WS-BREAK-COMPOSITE PIC X(200).
       01 WS-CLOSED-KEY-TABLE.
           02 WS-CLOSED-KEY-COUNT PIC 9(4) VALUE 0.
           02 WS-CLOSED-KEY-ENTRY OCCURS WS-MAX-CLOSED-KEYS TIMES.
               03 WS-CLOSED-KEY-LEVEL PIC 9.
               03 WS-CLOSED-KEY PIC X(200).
       01 WS-CLOSED-KEY-INDEX PIC 9(4).
       01 WS-SEQUENCE-CHECK-FLAG PIC X.
           88 WS-SEQUENCE-CHECK-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Two-file match (-match MASTER TRANS -key M,T)
      *****************************************
      *****The balance-line job: yesterday's master against today's
      *****transactions, both in ascending key order. The script runs
      *****once per transaction with its master bound beside it
      *****("matched"), once per transaction whose key has no master
      *****("no-master"), and once per master no transaction touched
      *****("no-activity") - the transaction bound as "record" and
      *****record1..N as in a -data run, the master as "master" and
      *****master1..N plus master-count, the outcome as
      *****"match-status" and the key as "match-key". The side a pass
      *****does not have binds as "". "-key" names each file's key:
      *****a -delim field number, or "start:length" columns; one
      *****value serves both files. Keys compare as text, so numeric
      *****keys must be zero-filled to one width. Both files get the
      *****-data header/trailer edit, and the pre-scan refuses a
      *****master with a repeated or descending key or a transaction
      *****file with a descending one (CE3007) before any key runs.
       01 WS-MATCH-MODE-FLAG PIC X VALUE 'N'.
           88 WS-MATCH-MODE-YES VALUE 'Y', FALSE 'N'.
      *****File names still owed to "-match": 2 master, 1 transaction.
       01 WS-MATCH-ARG-PENDING PIC 9 VALUE 0.
       01 WS-MATCH-KEY-ARG-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-MATCH-KEY-ARG-PENDING-YES VALUE 'Y', FALSE 'N'.
       01 WS-MATCH-KEY-SPEC PIC X(30) VALUE SPACES.
       01 WS-MATCH-KEY-PIECES.
           02 WS-MATCH-KEY-PIECE PIC X(15) OCCURS 2 TIMES.
       01 WS-MATCH-KEY-POS-TEXT PIC X(10).
       01 WS-MATCH-KEY-LEN-TEXT PIC X(10).
       01 WS-MASTER-FILE-NAME PIC X(100) VALUE SPACES.
       01 WS-MASTER-FILE-STATUS PIC XX.
           88 WS-MASTER-FILE-STATUS-OK VALUE '00'.
       01 WS-TRANS-FILE-NAME PIC X(100) VALUE SPACES.
      *****Side 1 is the master, side 2 the transaction file. A side
      *****keyed by field has a field number; one keyed by columns has
      *****field number 0 and a start and length.
       01 WS-MATCH-SIDE PIC 9.
       01 WS-MATCH-KEY-TABLE.
           02 WS-MATCH-KEY-DEF OCCURS 2 TIMES.
               03 WS-MATCH-KEY-FIELD PIC 9(2).
               03 WS-MATCH-KEY-POS PIC 9(3).
               03 WS-MATCH-KEY-LEN PIC 9(2).
       01 WS-MATCH-KEY-OK-FLAG PIC X.
           88 WS-MATCH-KEY-OK-YES VALUE 'Y', FALSE 'N'.
       01 WS-MATCH-KEY PIC X(40).
       01 WS-MATCH-PREV-KEY PIC X(40).
       01 WS-MATCH-SEQ-FIRST-FLAG PIC X.
           88 WS-MATCH-SEQ-FIRST-YES VALUE 'Y', FALSE 'N'.
       01 WS-MATCH-SEQ-OK-FLAG PIC X.
           88 WS-MATCH-SEQ-OK-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-HAS-HEADER-FLAG PIC X.
           88 WS-MASTER-HAS-HEADER-YES VALUE 'Y', FALSE 'N'.
       01 WS-TRANS-HAS-HEADER-FLAG PIC X.
           88 WS-TRANS-HAS-HEADER-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-EOF-FLAG PIC X.
           88 WS-MASTER-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-TRANS-EOF-FLAG PIC X.
           88 WS-TRANS-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-MATCH-READ-DONE-FLAG PIC X.
           88 WS-MATCH-READ-DONE-YES VALUE 'Y', FALSE 'N'.
      *****Set once the current master has run against a transaction,
      *****so moving past it does not also run it as "no-activity".
       01 WS-MASTER-MATCHED-FLAG PIC X.
           88 WS-MASTER-MATCHED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-RECORD PIC X(100).
       01 WS-MASTER-KEY PIC X(40).
       01 WS-TRANS-RECORD PIC X(100).
       01 WS-TRANS-KEY PIC X(40).
       01 WS-MATCH-STATUS PIC X(12).
      *****Run-parameter slots: "master" (its fields follow it the way
      *****record1..N follow "record"), "match-status" with
      *****"match-key" after it, and "record" itself.
       01 WS-MATCH-MASTER-BASE PIC 9(2).
       01 WS-MATCH-STATUS-SLOT PIC 9(2).
       01 WS-MATCH-TRANS-BASE PIC 9(2).
      *****Slot names are built as prefix + field number.
       01 WS-FIELD-NAME-PREFIX PIC X(10).
      *****Handed to CISP-REPORT for its totals section. Must match
      *****LS-REPORT-MATCH-TOTALS in CISP-REPORT.cbl.
       01 WS-MATCH-TOTALS.
           02 WS-MATCH-TOTALS-FLAG PIC X VALUE 'N'.
               88 WS-MATCH-TOTALS-YES VALUE 'Y', FALSE 'N'.
           02 WS-MATCH-MATCHED-COUNT PIC 9(9) VALUE 0.
           02 WS-MATCH-NO-MASTER-COUNT PIC 9(9) VALUE 0.
           02 WS-MATCH-NO-ACTIVITY-COUNT PIC 9(9) VALUE 0.
      *****************************************
      *    Record-level checkpoint for -data runs
      *****************************************
      *****The batch checkpoint resumes a TESTS-FILE run at the right
       01 WS-CKPT-SCRIPT PIC X(100).
       01 WS-CKPT-DATAFILE PIC X(100).
      *****************************************
      *    Suspense file and resubmission (-resubmit switch)
      *****************************************
      *****A record whose evaluation ends in a fatal is written whole
      *****to the suspense file with the run id, its ordinal, the
      *****error code and the data file, so the morning shift works
      *****from a list instead of cross-matching errors.data form
      *****numbers against the input. "-resubmit" alongside the same
      *****script and -data FILE runs the script over only that
      *****file's suspense entries: each one that passes is cleared,
      *****each one that fails again stays, its code refreshed and its
      *****resubmission count bumped. The header/trailer edit is not
      *****repeated - the file cleared it when the records were first
      *****read. Rehearsals never touch the suspense file.
       01 WS-SUSPENSE-FILE-NAME PIC X(100).
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
           88 WS-SUSPENSE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-SUSPENSE-WORK-NAME PIC X(112).
       01 WS-SUSPENSE-WORK-STATUS PIC XX.
           88 WS-SUSPENSE-WORK-STATUS-OK VALUE '00', '05'.
       01 WS-SUSPENSE-EOF-FLAG PIC X.
           88 WS-SUSPENSE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RESUBMIT-FLAG PIC X VALUE 'N'.
           88 WS-RESUBMIT-YES VALUE 'Y', FALSE 'N'.
       01 WS-SUSPENSE-WRITE-COUNT PIC 9(6) VALUE 0.
       01 WS-SUSPENSE-KEPT-COUNT PIC 9(6) VALUE 0.
      *****The record being evaluated, apart from the FD so a
      *****resubmitted suspense entry runs through exactly the same
      *****split, bind and evaluate path as one read from DATA-FILE.
       01 WS-DATA-RECORD PIC X(300).
      *****************************************
      *    Typed records (-layout FILE)
      *****************************************
      *****The claims feed interleaves claim headers, payment lines
      *****and reserve lines in one file, each type with its own
      *****columns. "-layout FILE" (layout in record-layout.cpy) says
      *****where a record carries its type code and where each type's
      *****fields sit. Every record then binds "record-type" and its
      *****own type's fields by name - a name only other types carry
      *****binds as "" - and the script keeps each type's logic in an
      *****(on-type "CODE" BODY...) block that LISP runs only for
      *****records of that type. The pre-scan refuses a record of a
      *****type the layout does not know (CE3011), hashes each type's
      *****H field, and when the trailer gives a TYPE COUNT HASH
      *****triple per type after its file totals, balances every type
      *****on its own. The run summary gives each type's counts.
       78 WS-MAX-REC-TYPES VALUE 10.
       78 WS-MAX-LAYOUT-FIELDS VALUE 60.
       78 WS-MAX-LAYOUT-NAMES VALUE 40.
       01 WS-LAYOUT-FILE-NAME PIC X(100) VALUE SPACES.
       01 WS-LAYOUT-FILE-STATUS PIC XX.
           88 WS-LAYOUT-FILE-STATUS-OK VALUE '00'.
       01 WS-LAYOUT-ARG-PENDING-FLAG PIC X VALUE 'N'.
           88 WS-LAYOUT-ARG-PENDING-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAYOUT-EOF-FLAG PIC X.
           88 WS-LAYOUT-EOF-YES VALUE 'Y', FALSE 'N'.
      *****Set once the layout has loaded clean; BAD when it was
      *****asked for and could not be used.
       01 WS-LAYOUT-FLAG PIC X VALUE 'N'.
           88 WS-LAYOUT-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAYOUT-BAD-FLAG PIC X VALUE 'N'.
           88 WS-LAYOUT-BAD-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAYOUT-HASHED-FLAG PIC X VALUE 'N'.
           88 WS-LAYOUT-HASHED-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAYOUT-DUP-FLAG PIC X.
           88 WS-LAYOUT-DUP-YES VALUE 'Y', FALSE 'N'.
       01 WS-LAYOUT-LINE-NO PIC 9(4).
       01 WS-TYPE-AT-START PIC 9(3) VALUE 0.
       01 WS-TYPE-AT-LENGTH PIC 9(3) VALUE 0.
       01 WS-REC-TYPE-TABLE.
           02 WS-REC-TYPE-COUNT PIC 9(2) VALUE 0.
           02 WS-REC-TYPE-ENTRY OCCURS WS-MAX-REC-TYPES TIMES.
               03 WS-REC-TYPE-CODE PIC X(8).
               03 WS-REC-TYPE-HASHED-FLAG PIC X.
                   88 WS-REC-TYPE-HASHED-YES VALUE 'Y', FALSE 'N'.
               03 WS-REC-TYPE-TALLY PIC 9(9).
               03 WS-REC-TYPE-HASH PIC S9(14)V9(2) COMP-3.
               03 WS-REC-TYPE-TRL-SEEN-FLAG PIC X.
                   88 WS-REC-TYPE-TRL-SEEN-YES VALUE 'Y', FALSE 'N'.
               03 WS-REC-TYPE-TRL-COUNT PIC 9(9).
               03 WS-REC-TYPE-TRL-HASH PIC S9(14)V9(2) COMP-3.
               03 WS-REC-TYPE-PASSED PIC 9(9).
               03 WS-REC-TYPE-FAILED PIC 9(9).
       01 WS-LAYOUT-FLD-TABLE.
           02 WS-LAYOUT-FLD-COUNT PIC 9(2) VALUE 0.
           02 WS-LAYOUT-FLD-ENTRY OCCURS WS-MAX-LAYOUT-FIELDS TIMES.
               03 WS-LAYOUT-FLD-TYPE PIC 9(2).
               03 WS-LAYOUT-FLD-SLOT PIC 9(2).
               03 WS-LAYOUT-FLD-START PIC 9(3).
               03 WS-LAYOUT-FLD-LENGTH PIC 9(3).
               03 WS-LAYOUT-FLD-HASH-FLAG PIC X.
                   88 WS-LAYOUT-FLD-HASH-YES VALUE 'H'.
      *****Distinct field names across every type, one run-parameter
      *****slot each after WS-LAYOUT-NAME-BASE.
       01 WS-LAYOUT-NAME-TABLE.
           02 WS-LAYOUT-NAME-COUNT PIC 9(2) VALUE 0.
           02 WS-LAYOUT-NAME PIC X(30)
             OCCURS WS-MAX-LAYOUT-NAMES TIMES.
       01 WS-LAYOUT-NAME-BASE PIC 9(2).
       01 WS-REC-TYPE-SLOT PIC 9(2).
       01 WS-REC-TYPE-INDEX PIC 9(2).
       01 WS-REC-TYPE-MATCH PIC 9(2).
       01 WS-LAYOUT-INDEX PIC 9(2).
       01 WS-LAYOUT-NAME-INDEX PIC 9(2).
       01 WS-LAYOUT-NAME-MATCH PIC 9(2).
       01 WS-LAYOUT-NUM-START PIC 9(3).
       01 WS-LAYOUT-NUM-LENGTH PIC 9(3).
       01 WS-LAYOUT-VALUE PIC X(100).
       01 WS-CURR-REC-TYPE PIC X(8).
       01 WS-REC-TYPE-UNKNOWN-COUNT PIC 9(9).
       01 WS-REC-TYPE-UNKNOWN-CODE PIC X(8).
       01 WS-REC-TYPE-UNKNOWN-AT PIC 9(9).
      *****Trailer pieces past the file count and hash, in threes.
       01 WS-TRL-PIECE PIC X(30).
       01 WS-TRL-PIECE-NO PIC 9(4).
       01 WS-TRL-PIECE-PTR PIC 9(4).
       01 WS-TRL-REC-LEN PIC 9(4).
       01 WS-TRL-TRIPLE-POS PIC 9.
       01 WS-TRL-TYPE-MATCH PIC 9(2).
       01 WS-TRL-TYPE-UNKNOWN-COUNT PIC 9(4).
       01 WS-TRL-TYPE-UNKNOWN-CODE PIC X(8).
       01 WS-TYPE-SUMMARY-LINE PIC X(100).
       01 WS-TYPE-RECORDS PIC 9(9).
      *****************************************
      *    Audit sampling (-sample SPEC)
      *****************************************
      *****External audit asks every quarter for a sample of the
      *****transactions a run processed. "-sample SPEC" on a -data run
      *****picks them as it goes:
      *****    every:N           every Nth record of the file
      *****    random:PCT[:SEED] a seeded random PCT per cent (seed 1
      *****                      when none is given) - the same seed
      *****                      over the same file draws the same
      *****                      sample
      *****    over:AMOUNT       every record whose amount exceeds
      *****                      AMOUNT
      *****    keys:FILE         every record whose key is one of
      *****                      FILE's lines
      *****The amount is "-sample-amount F" - a -delim field number,
      *****a START:LENGTH column range or a -layout field name - and
      *****defaults to the hash amount (-delim field 2, or the
      *****record type's H field under -layout). The key is
      *****"-sample-key F" the same way, defaulting to -delim field 1.
      *****Each pick goes to CISP_SAMPLE_FILE (layout in
      *****audit-sample.cpy) with the results lines the script wrote
      *****for it, and the run closes the sample with the population
      *****and sample counts and amounts. The selection runs over every
      *****record, so a resumed run's summary still covers the whole
      *****file (the interrupted attempt wrote the earlier picks). A
      *****rehearsal shows the summary but writes no sample.
       78 WS-MAX-SAMPLE-KEYS VALUE 1000.
       01 WS-SAMPLE-FLAG PIC X VALUE 'N'.
           88 WS-SAMPLE-YES VALUE 'Y', FALSE 'N'.
      *****Which of -sample, -sample-amount, -sample-key (1-3) wants
      *****the next argument.
       01 WS-SAMPLE-ARG-PENDING PIC 9 VALUE 0.
       01 WS-SAMPLE-SPEC PIC X(100) VALUE SPACES.
       01 WS-SAMPLE-SPEC-APPLIED PIC X(60).
       01 WS-SAMPLE-KIND PIC X(10).
       01 WS-SAMPLE-SPEC-REST PIC X(100).
       01 WS-SAMPLE-SPEC-PTR PIC 9(4).
       01 WS-SAMPLE-PIECE-1 PIC X(30).
       01 WS-SAMPLE-PIECE-2 PIC X(30).
       01 WS-SAMPLE-EVERY PIC 9(9).
       01 WS-SAMPLE-PERCENT PIC 9(3)V9(4).
       01 WS-SAMPLE-SEED PIC 9(9).
       01 WS-SAMPLE-SEEDED-FLAG PIC X.
           88 WS-SAMPLE-SEEDED-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-DRAW PIC 9V9(9).
       01 WS-SAMPLE-THRESHOLD PIC S9(14)V9(2) COMP-3.
      *****The amount (1) and key (2) fields: F a -delim field, C a
      *****column range, N a -layout field name (by its name slot), H
      *****the -layout type's hash field, space none.
       01 WS-SAMPLE-FIELDS.
           02 WS-SAMPLE-FLD-ENTRY OCCURS 2 TIMES.
               03 WS-SAMPLE-FLD-TEXT PIC X(40) VALUE SPACES.
               03 WS-SAMPLE-FLD-KIND PIC X.
               03 WS-SAMPLE-FLD-NUM PIC 9(2).
               03 WS-SAMPLE-FLD-POS PIC 9(3).
               03 WS-SAMPLE-FLD-LEN PIC 9(3).
               03 WS-SAMPLE-FLD-SLOT PIC 9(2).
       01 WS-SAMPLE-SIDE PIC 9.
       01 WS-SAMPLE-POS-TEXT PIC X(10).
       01 WS-SAMPLE-LEN-TEXT PIC X(10).
       01 WS-SAMPLE-FLD-OK-FLAG PIC X.
           88 WS-SAMPLE-FLD-OK-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-FLD-VALUE PIC X(100).
       01 WS-SAMPLE-KEY-TABLE.
           02 WS-SAMPLE-KEY-COUNT PIC 9(4) VALUE 0.
           02 WS-SAMPLE-KEY PIC X(40)
             OCCURS WS-MAX-SAMPLE-KEYS TIMES.
       01 WS-SAMPLE-KEY-INDEX PIC 9(4).
       01 WS-SAMPLE-KEY-VALUE PIC X(40).
       01 WS-SAMPLE-KEYS-FILE-NAME PIC X(100).
       01 WS-SAMPLE-KEYS-STATUS PIC XX.
           88 WS-SAMPLE-KEYS-STATUS-OK VALUE '00'.
       01 WS-SAMPLE-FILE-NAME PIC X(100).
       01 WS-SAMPLE-FILE-STATUS PIC XX.
           88 WS-SAMPLE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-SAMPLE-FILE-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-SAMPLE-FILE-OPEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-EOF-FLAG PIC X.
           88 WS-SAMPLE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-PICK-FLAG PIC X VALUE 'N'.
           88 WS-SAMPLE-PICK-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-AMT-OK-FLAG PIC X.
           88 WS-SAMPLE-AMT-OK-YES VALUE 'Y', FALSE 'N'.
       01 WS-SAMPLE-AMOUNT PIC S9(14)V9(2) COMP-3.
       01 WS-SAMPLE-POP-COUNT PIC 9(9).
       01 WS-SAMPLE-POP-AMOUNT PIC S9(14)V9(2) COMP-3.
       01 WS-SAMPLE-PICK-COUNT PIC 9(9).
       01 WS-SAMPLE-PICK-AMOUNT PIC S9(14)V9(2) COMP-3.
      *****Lines on the results file before a picked record ran - the
      *****ones after it are the record's own.
       01 WS-SAMPLE-RESULTS-BEFORE PIC 9(9).
       01 WS-SAMPLE-RESULTS-READ PIC 9(9).
       01 WS-SAMPLE-AMOUNT-EDIT PIC -(13)9.99.
      *****************************************
      *    Header/trailer validation for -data files
      *****************************************
      *****Upstream business files open with a header record ("HDR",
       01 WS-HT-DELIM PIC X.
       01 WS-EXPECTED-PROC-DATE PIC X(8).
       01 WS-HDR-FILE-DATE PIC X(8).
       01 WS-HDR-SOURCE PIC X(30).
       01 WS-HT-TOKEN-1 PIC X(20).
       01 WS-HT-TOKEN-2 PIC X(20).
       01 WS-HT-TOKEN-3 PIC X(30).
       01 WS-AMT-OK-FLAG PIC X.
           88 WS-AMT-OK-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Input file receipt register (-reprocess switch)
      *****************************************
      *****Upstream has resent the previous day's file, and with
      *****CISP_PROC_DATE overridden for a rerun the header date check
      *****let it through. Every file a -data run consumes is now
      *****registered in CISP_RECEIPT_FILE (layout in file-receipt.cpy)
      *****with its header date and source, counts, hash, content
      *****fingerprint and run id, and a file that has been through
      *****before - the same fingerprint, or the same header date and
      *****source - is refused with CE3009 before a record runs.
      *****"-reprocess" is the operator saying the second pass is
      *****meant: the run goes ahead, WARNs, and registers the file
      *****again as a REPROCESS naming the earlier run. A file is
      *****registered only once the run has been through every
      *****record, so restarting an interrupted run of it is not a
      *****duplicate. Rehearsals are checked but never registered.
       01 WS-RECEIPT-FILE-NAME PIC X(100).
       01 WS-RECEIPT-FILE-STATUS PIC XX.
           88 WS-RECEIPT-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RECEIPT-EOF-FLAG PIC X.
           88 WS-RECEIPT-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-REPROCESS-FLAG PIC X VALUE 'N'.
           88 WS-REPROCESS-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECEIPT-REFUSED-FLAG PIC X VALUE 'N'.
           88 WS-RECEIPT-REFUSED-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECEIPT-DUP-FLAG PIC X.
           88 WS-RECEIPT-DUP-YES VALUE 'Y', FALSE 'N'.
       01 WS-RECEIPT-DUP-RUN-ID PIC X(20).
       01 WS-RECEIPT-DUP-STAMP PIC X(14).
       01 WS-RECEIPT-DUP-REASON PIC X(20).
      *****The data file's fingerprint, apart from WS-FP-REQUEST so
      *****the script's own fingerprint still reaches the manifest.
       COPY "script-fingerprint.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-RECEIPT==.
      *****************************************
      *    WS Shared with CISP-ERROR SubRoutine
      *****************************************
       01 WS-CISP-ERROR-FLAG PIC X(30).
       COPY "cisp-error.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****************************************
      *    WS Shared with CISP-MASK SubRoutine
      *****************************************
       01 WS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****************************************
      *    WS Shared with CISP-EVENT SubRoutine
      *****************************************
       01 WS-EVENT-OPERATION PIC X(12).
       COPY "ops-event.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS-EVENT==.
      *****************************************
      *    Expected-results regression checking
      *****************************************
      *****A TESTS-FILE entry may carry a second, blank-separated
           88 WS-BATCH-MODE-YES VALUE 'Y', FALSE 'N'.
       01 WS-TRACE-FLAG PIC X VALUE 'N'.
           88 WS-TRACE-YES VALUE 'Y', FALSE 'N'.
      *****"-rehearse": LISP evaluates in full but write-line output,
      *****persist updates and master-file updates land in
      *****".rehearsal" shadow files, with a closing summary of
      *****everything the run would have written - a changed rating
      *****script runs against tonight's real data without a copied
      *****directory tree. 'S' on the final call asks LISP for that
      *****summary.
       01 WS-REHEARSE-FLAG PIC X VALUE 'N'.
           88 WS-REHEARSE-YES VALUE 'Y', FALSE 'N'.
      *****"-approved-only": a script that does not match its approved
      *****script catalogue entry - itself or any file it loads - is
      *****refused with CE3008 instead of run. Without the switch the
      *****pre-batch check only flags it.
       01 WS-APPROVED-ONLY-FLAG PIC X VALUE 'N'.
           88 WS-APPROVED-ONLY-YES VALUE 'Y', FALSE 'N'.
       01 WS-CMD-LINE-ARG PIC X(100).
       01 WS-CMD-LINE-ARG-INDEX PIC 9(4).
       01 WS-ARG-EQUALS-COUNT PIC 9(4).
      *****************************************
      *    WS Shared with LISP SubRoutine - runtime parameters
      *****************************************
      *****Raised from 20 with the -delim field bindings - a split
      *****record needs its own slot per field on top of whatever the
      *****invocation supplied - from 40 with -match, which binds
      *****a split master beside the split transaction, and from 60
      *****with the 30-field split and -layout's named fields. Must
      *****match LS-RUN-PARAM-ENTRY in LISP.cbl.
       78 WS-MAX-RUN-PARAMS VALUE 90.
       01 WS-RUN-PARAMS.
           02 WS-RUN-PARAM-COUNT PIC 9(2) VALUE 0.
           02 WS-RUN-PARAM-ENTRY OCCURS WS-MAX-RUN-PARAMS TIMES.
               03 WS-RUN-PARAM-NAME PIC X(50).
      *****Widened to match WS-VAR-VALUE/LS-VAR-VALUE PIC X(100) in
      *****LISP.cbl - a PIC X(20) run parameter value silently
       01 WS-BATCH-SKIP-COUNT PIC 9(4) VALUE 0.
       01 WS-ENTRY-TOKEN-2 PIC X(100).
       01 WS-ENTRY-TOKEN-3 PIC X(100).
       01 WS-ENTRY-TOKEN-4 PIC X(100).
       01 WS-ENTRY-TOKEN-WORK PIC X(100).
       01 WS-PREREQ-NAME PIC X(100).
       01 WS-PASSED-TABLE.
           02 WS-PASSED-COUNT PIC 9(4) VALUE 0.
      *****errors.data against the manifest's batch run ids) is moved
      *****to the quarantine list file and skipped - tallied
      *****QUARANTINED, apart from FAILED and SKIPPED - until an
      *****operator with QCLEAR authority takes it off
      *****CISP_QUARANTINE_FILE with QUARANTINE-MAINT -clear. One
      *****chronically broken script must not eat its timeout
      *****allowance and an operator investigation every single night.
       78 WS-MAX-QUAR-WINDOW VALUE 9.
           88 WS-WORKER-SUMMARY-STATUS-OK VALUE '00', '05'.
       01 WS-ENTRY-ORDINAL PIC 9(6).
      *****************************************
      *    Live progress file (batch-progress.cpy)
      *****************************************
      *****The console and the checkpoint say what has finished; the
      *****progress file also says what is left. A batch run lists
      *****its own slice of TESTS-FILE up front (past a resumed
      *****checkpoint) and rewrites the file as each entry starts and
      *****finishes; a -data run rewrites it every
      *****CISP_PROGRESS_INTERVAL records. A list longer than the
      *****table is still counted in full - only its "R" records stop
      *****at the table's end. Each listed entry carries its script's
      *****stats.data average, taken before this run holds the stats
      *****file open for its own records - PROGRESS-STATUS may find
      *****the file in use for the rest of the night. Never from a
      *****rehearsal, which must not overwrite the real run's view of
      *****itself.
       78 WS-MAX-PROGRESS-ENTRIES VALUE 400.
       01 WS-PROGRESS-FILE-NAME PIC X(100).
       01 WS-PROGRESS-FILE-STATUS PIC XX.
           88 WS-PROGRESS-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-PROGRESS-FAILED-FLAG PIC X VALUE 'N'.
           88 WS-PROGRESS-FAILED-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROGRESS-SKIPPING-FLAG PIC X VALUE 'N'.
           88 WS-PROGRESS-SKIPPING-YES VALUE 'Y', FALSE 'N'.
       01 WS-PROGRESS-INTERVAL PIC 9(6) VALUE 100.
       01 WS-PROGRESS-STATE PIC X(8).
       01 WS-PROGRESS-TOTAL PIC 9(9) VALUE 0.
       01 WS-PROGRESS-DONE PIC 9(9) VALUE 0.
       01 WS-PROGRESS-CURRENT PIC X(100).
       01 WS-PROGRESS-CURRENT-START PIC X(14).
       01 WS-PROGRESS-TABLE.
           02 WS-PROGRESS-COUNT PIC 9(4) VALUE 0.
           02 WS-PROGRESS-ENTRY OCCURS WS-MAX-PROGRESS-ENTRIES TIMES.
               03 WS-PROGRESS-NAME PIC X(100).
               03 WS-PROGRESS-NOT-DUE PIC X.
               03 WS-PROGRESS-HIST-CS PIC 9(12).
               03 WS-PROGRESS-HIST-RUNS PIC 9(6).
       01 WS-PROGRESS-INDEX PIC 9(4).
       01 WS-PROGRESS-STAMP.
           02 WS-PROGRESS-STAMP-DATE PIC 9(8).
           02 WS-PROGRESS-STAMP-HH PIC 99.
           02 WS-PROGRESS-STAMP-MI PIC 99.
           02 WS-PROGRESS-STAMP-SS PIC 99.
       01 WS-PROGRESS-SECONDS PIC 9(12).
       01 WS-PROGRESS-START-SECONDS PIC 9(12).
      *****************************************
      *    WS Shared with CISP-CALENDAR SubRoutine
      *****************************************
      *****TESTS-FILE run-day rules. An entry may carry a
      *****"runday=RULE" token - DAILY (the default), BUSINESS,
      *****MONTH-END or QUARTER-END - so the month-end scripts live in
      *****the same tests list as the nightly ones. An entry not due on
      *****the processing date is passed over and logged; it is not a
      *****failure, not a skip, and writes no stats record. A rule the
      *****calendar does not know fails the entry rather than guess
      *****which nights it meant.
       01 WS-CALENDAR-OPERATION PIC X(16).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-RUNDAY-RULE PIC X(12).
       01 WS-RUNDAY-PROC-DATE PIC X(8).
       01 WS-RUNDAY-RESOLVED-FLAG PIC X VALUE 'N'.
           88 WS-RUNDAY-RESOLVED-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    WS Shared with CISP-CATALOGUE SubRoutine
      *****************************************
       01 WS-CATALOGUE-OPERATION PIC X(12).
       COPY "script-fingerprint.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-CATALOGUE-FLAGGED-COUNT PIC 9(4) VALUE 0.
       01 WS-CATALOGUE-CHECKED-COUNT PIC 9(4) VALUE 0.
       01 WS-CATALOGUE-EOF-FLAG PIC X.
           88 WS-CATALOGUE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-CATALOGUE-REFUSED-FLAG PIC X VALUE 'N'.
           88 WS-CATALOGUE-REFUSED-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    WS Shared with CISP-SIGNON SubRoutine
      *****************************************
      *****-i, -rehearse and -reprocess are operator functions (REPL,
      *****REHEARSE, REPROCESS in the authority file); the operator
      *****signs on for them before anything runs, and a refusal holds
      *****the whole run as REFUSED, graded 8, with a CE3010 error.
       01 WS-SIGNON-OPERATION PIC X(12).
       COPY "signon-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-OPERATOR PIC X(12).
       01 WS-OPERATOR-SWITCH PIC X(10).
       01 WS-OPERATOR-REFUSED-FLAG PIC X VALUE 'N'.
           88 WS-OPERATOR-REFUSED-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    WS Shared with CISP-CONFAUDIT SubRoutine
      *****************************************
      *****Every run but a lint pass records the configuration it
      *****started with, stamped with its run id, for INCIDENT.
       01 WS-CONFAUDIT-OPERATION PIC X(12).
       01 WS-CONFAUDIT-FLAGGED PIC 9(4).
       01 WS-CONFAUDIT-WRITTEN-FLAG PIC X.
           88 WS-CONFAUDIT-WRITTEN-YES VALUE 'Y', FALSE 'N'.
       01 WS-CONFAUDIT-FLAGGED-EDIT PIC Z(3)9.
      *****************************************
      *    Per-script performance metrics
      *****************************************
       78 WS-SLOWEST-KEEP VALUE 5.
           TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "Reading commandline argument" TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF NOT WS-CHECK-MODE-YES THEN
               PERFORM SNAPSHOT-CONFIG-PROCEDURE
           END-IF.
           IF WS-REPL-MODE-YES OR WS-REHEARSE-YES OR WS-REPROCESS-YES
           THEN
               PERFORM AUTHORIZE-OPERATOR-PROCEDURE
           END-IF.
      ********* A single, -data or -match run drives one script - its
      ********* fingerprint is taken before it runs, for the manifest,
      ********* and with -approved-only an unapproved script never
      ********* runs at all.
           IF WS-LISP-FILE-NAME NOT = SPACES
           AND NOT WS-CHECK-MODE-YES AND NOT WS-MERGE-MODE-YES
           AND NOT WS-REPL-MODE-YES THEN
               PERFORM VERIFY-SCRIPT-PROCEDURE
               IF WS-APPROVED-ONLY-YES AND NOT WS-FP-APPROVED THEN
                   SET WS-CATALOGUE-REFUSED-YES TO TRUE
                   PERFORM THROW-CATALOGUE-ERROR-PROCEDURE
                   SET WS-DRIVER-PROBLEM-YES TO TRUE
               END-IF
           END-IF.
           IF WS-OPERATOR-REFUSED-YES THEN
               MOVE "REFUSED" TO WS-RUN-MODE
           ELSE IF WS-CHECK-MODE-YES THEN
               MOVE "CHECK" TO WS-RUN-MODE
               PERFORM CHECK-DRIVER-PROCEDURE
           ELSE IF WS-MERGE-MODE-YES THEN
           ELSE IF WS-REPL-MODE-YES THEN
               MOVE "REPL" TO WS-RUN-MODE
               PERFORM REPL-DRIVER-PROCEDURE
           ELSE IF WS-CATALOGUE-REFUSED-YES THEN
               MOVE "REFUSED" TO WS-RUN-MODE
           ELSE IF WS-MATCH-MODE-YES THEN
               MOVE "MATCH" TO WS-RUN-MODE
               PERFORM MATCH-DRIVER-PROCEDURE
           ELSE IF WS-DATA-MODE-YES THEN
               MOVE "DATA" TO WS-RUN-MODE
               PERFORM DATA-DRIVER-PROCEDURE
      ********* A rehearsed run closes with LISP's summary of every
      ********* shadow file and state entry the script would have
      ********* written - the whole point of rehearsing.
           IF WS-REHEARSE-YES AND NOT WS-OPERATOR-REFUSED-YES THEN
               MOVE "S" TO WS-REHEARSE-FLAG
               PERFORM EVALUTE-LISP-PROCEDURE
               MOVE "Y" TO WS-REHEARSE-FLAG
               CALL 'CISP-REPORT' USING WS-BATCH-PASS-COUNT,
                   WS-BATCH-FAIL-COUNT, WS-BATCH-SKIP-COUNT,
                   WS-BATCH-QUAR-COUNT, WS-TESTS-FILE-NAME,
                   WS-RUN-ID, WS-MATCH-TOTALS
           END-IF.
      ********* A match run reports too - its unmatched counts are
      ********* what the morning shift works from. The script stands
      ********* in for the tests list.
           IF WS-RUN-MODE = "MATCH" THEN
               SET WS-MATCH-TOTALS-YES TO TRUE
               CALL 'CISP-REPORT' USING WS-BATCH-PASS-COUNT,
                   WS-BATCH-FAIL-COUNT, WS-BATCH-SKIP-COUNT,
                   WS-BATCH-QUAR-COUNT, WS-LISP-FILE-NAME,
                   WS-RUN-ID, WS-MATCH-TOTALS
           END-IF.
      ********* Graded exit for the job scheduler: 0 all clean, 4 for
      ********* script failures or lint problems, 8 for a driver-
                   MOVE '..\logs\errors.data' TO WS-CONFIG-VALUE
               END-IF
               MOVE WS-CONFIG-VALUE TO MANIFEST-ERRORS-PATH
               IF WS-RUN-MODE = "SINGLE" OR "DATA" OR "MATCH"
               OR "REFUSED" THEN
                   MOVE WS-FP-FINGERPRINT TO MANIFEST-FINGERPRINT
                   MOVE WS-FP-STATUS TO MANIFEST-APPROVAL
               END-IF
               MOVE "VERSION" TO WS-MASK-OPERATION
               MOVE SPACES TO WS-MASK-REQUEST
               CALL 'CISP-MASK' USING WS-MASK-OPERATION,
                 WS-MASK-REQUEST
               MOVE WS-MASK-VERSION TO MANIFEST-MASK-VERSION
               WRITE MANIFEST-RECORD
               CLOSE MANIFEST-FILE
           END-IF.
       READ-CMD-LINE-PROCEDURE.
      ********* Arguments in any order: switches ("-i" interactive,
      ********* "-check" lint, "-trace", "-data FILE", "-timeout N",
      ********* "-break F,F..." with optional "-sort",
      ********* "-layout FILE" for a file of typed records,
      ********* "-match MASTER TRANS" with "-key M,T",
      ********* "-sample SPEC" with "-sample-amount F" and
      ********* "-sample-key F", "-approved-only"),
      ********* "name=value" runtime parameters to bind into the
      ********* script's variable table, and at most one bare name -
      ********* the lisp file to run. No file and no mode switch
                   SET WS-DELIM-ARG-PENDING-YES TO FALSE
               ELSE IF WS-CMD-LINE-ARG = "-delim" THEN
                   SET WS-DELIM-ARG-PENDING-YES TO TRUE
               ELSE IF WS-LAYOUT-ARG-PENDING-YES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-LAYOUT-FILE-NAME
                   SET WS-LAYOUT-ARG-PENDING-YES TO FALSE
               ELSE IF WS-CMD-LINE-ARG = "-layout" THEN
                   SET WS-LAYOUT-ARG-PENDING-YES TO TRUE
               ELSE IF WS-MATCH-ARG-PENDING = 2 THEN
                   MOVE WS-CMD-LINE-ARG TO WS-MASTER-FILE-NAME
                   MOVE 1 TO WS-MATCH-ARG-PENDING
               ELSE IF WS-MATCH-ARG-PENDING = 1 THEN
                   MOVE WS-CMD-LINE-ARG TO WS-TRANS-FILE-NAME
                   SET WS-MATCH-MODE-YES TO TRUE
                   MOVE 0 TO WS-MATCH-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-match" THEN
                   MOVE 2 TO WS-MATCH-ARG-PENDING
               ELSE IF WS-MATCH-KEY-ARG-PENDING-YES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-MATCH-KEY-SPEC
                   SET WS-MATCH-KEY-ARG-PENDING-YES TO FALSE
               ELSE IF WS-CMD-LINE-ARG = "-key" THEN
                   SET WS-MATCH-KEY-ARG-PENDING-YES TO TRUE
               ELSE IF WS-BREAK-ARG-PENDING-YES THEN
                   MOVE WS-CMD-LINE-ARG TO WS-BREAK-SPEC
                   SET WS-BREAK-ARG-PENDING-YES TO FALSE
               ELSE IF WS-CMD-LINE-ARG = "-break" THEN
                   SET WS-BREAK-ARG-PENDING-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-sort" THEN
                   SET WS-SORT-YES TO TRUE
               ELSE IF WS-SAMPLE-ARG-PENDING > 0 THEN
                   EVALUATE WS-SAMPLE-ARG-PENDING
                   WHEN 1
                       MOVE WS-CMD-LINE-ARG TO WS-SAMPLE-SPEC
                   WHEN 2
                       MOVE WS-CMD-LINE-ARG TO WS-SAMPLE-FLD-TEXT(1)
                   WHEN OTHER
                       MOVE WS-CMD-LINE-ARG TO WS-SAMPLE-FLD-TEXT(2)
                   END-EVALUATE
                   MOVE 0 TO WS-SAMPLE-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-sample" THEN
                   MOVE 1 TO WS-SAMPLE-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-sample-amount" THEN
                   MOVE 2 TO WS-SAMPLE-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-sample-key" THEN
                   MOVE 3 TO WS-SAMPLE-ARG-PENDING
               ELSE IF WS-CMD-LINE-ARG = "-timeout" THEN
                   SET WS-TIMEOUT-ARG-PENDING-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-trace" THEN
                   SET WS-TRACE-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-rehearse" THEN
                   SET WS-REHEARSE-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-resubmit" THEN
                   SET WS-RESUBMIT-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-reprocess" THEN
                   SET WS-REPROCESS-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-approved-only" THEN
                   SET WS-APPROVED-ONLY-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG = "-check" THEN
                   SET WS-CHECK-MODE-YES TO TRUE
               ELSE IF WS-CMD-LINE-ARG(1:1) NOT = "-"
                   " IGNORING"
               SET WS-DATA-ARG-PENDING-YES TO FALSE
           END-IF.
           IF WS-MATCH-ARG-PENDING > 0 THEN
               DISPLAY "CISP: -match NEEDS A MASTER AND A TRANSACTION"
                   " FILE, IGNORING"
               MOVE 0 TO WS-MATCH-ARG-PENDING
           END-IF.
           IF WS-MATCH-MODE-YES AND WS-DATA-MODE-YES THEN
               DISPLAY "CISP: -match AND -data ARE SEPARATE RUNS,"
                   " IGNORING -match"
               SET WS-MATCH-MODE-YES TO FALSE
           END-IF.
           IF WS-MATCH-MODE-YES THEN
               PERFORM PARSE-MATCH-KEY-SPEC-PROCEDURE
           END-IF.
           IF WS-RESUBMIT-YES AND NOT WS-DATA-MODE-YES THEN
               DISPLAY "CISP: -resubmit NEEDS -data FILE, IGNORING"
               SET WS-RESUBMIT-YES TO FALSE
           END-IF.
           IF WS-REPROCESS-YES AND (NOT WS-DATA-MODE-YES
           OR WS-RESUBMIT-YES) THEN
               DISPLAY "CISP: -reprocess NEEDS -data FILE"
                   " (NOT -resubmit), IGNORING"
               SET WS-REPROCESS-YES TO FALSE
           END-IF.
           IF WS-LAYOUT-ARG-PENDING-YES THEN
               DISPLAY "CISP: -layout GIVEN WITHOUT A FILE NAME,"
                   " IGNORING"
               SET WS-LAYOUT-ARG-PENDING-YES TO FALSE
           END-IF.
           IF WS-LAYOUT-FILE-NAME NOT = SPACES THEN
               IF NOT WS-DATA-MODE-YES AND NOT WS-CHECK-MODE-YES THEN
                   DISPLAY "CISP: -layout NEEDS -data FILE (OR -check),"
                       " IGNORING"
                   MOVE SPACES TO WS-LAYOUT-FILE-NAME
               ELSE IF WS-MATCH-MODE-YES THEN
                   DISPLAY "CISP: -layout DOES NOT APPLY TO -match,"
                       " IGNORING"
                   MOVE SPACES TO WS-LAYOUT-FILE-NAME
               ELSE
      *****A typed record's fields are columns, not delimited pieces;
      *****and -break, which names -delim fields, goes with -delim.
                   IF WS-DATA-DELIM NOT = SPACE THEN
                       DISPLAY "CISP: -layout AND -delim ARE SEPARATE"
                           " RECORD LAYOUTS, IGNORING -delim"
                       MOVE SPACE TO WS-DATA-DELIM
                   END-IF
                   PERFORM LOAD-RECORD-LAYOUT-PROCEDURE
               END-IF
           END-IF.
           IF WS-BREAK-SPEC NOT = SPACES THEN
               PERFORM PARSE-BREAK-SPEC-PROCEDURE
           END-IF.
           IF WS-BREAK-COUNT > 0 AND (NOT WS-DATA-MODE-YES
           OR WS-DATA-DELIM = SPACE OR WS-RESUBMIT-YES) THEN
      *****Break fields are -delim field numbers, and a resubmission
      *****is a handful of stragglers, not whole groups.
               DISPLAY "CISP: -break NEEDS -data FILE AND -delim"
                   " (NOT -resubmit), IGNORING"
               MOVE 0 TO WS-BREAK-COUNT
           END-IF.
           IF WS-SORT-YES AND WS-BREAK-COUNT = 0 THEN
               DISPLAY "CISP: -sort NEEDS -break FIELDS, IGNORING"
               SET WS-SORT-YES TO FALSE
           END-IF.
           IF WS-BREAK-COUNT > 0 THEN
               MOVE 2 TO WS-BREAK-PARAM-SLOTS
           END-IF.
           IF WS-SAMPLE-ARG-PENDING > 0 THEN
               DISPLAY "CISP: -sample SWITCH GIVEN WITHOUT A VALUE,"
                   " IGNORING"
               MOVE 0 TO WS-SAMPLE-ARG-PENDING
           END-IF.
           IF WS-SAMPLE-SPEC NOT = SPACES THEN
               IF NOT WS-DATA-MODE-YES OR WS-RESUBMIT-YES THEN
      *****A resubmission is a handful of stragglers, not a
      *****population to sample.
                   DISPLAY "CISP: -sample NEEDS -data FILE"
                       " (NOT -resubmit), IGNORING"
               ELSE
                   PERFORM PARSE-SAMPLE-SPEC-PROCEDURE
               END-IF
           END-IF.
      ********* Tests-list path comes from the environment so this
      ********* program doesn't need editing/recompiling to run
      ********* outside the dev box.
           IF WS-CHECKPOINT-FILE-NAME = SPACES THEN
               MOVE "..\logs\checkpoint.data" TO WS-CHECKPOINT-FILE-NAME
           END-IF.
           MOVE "CISP_PROGRESS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-PROGRESS-FILE-NAME.
           IF WS-PROGRESS-FILE-NAME = SPACES THEN
               MOVE "..\logs\progress.data" TO WS-PROGRESS-FILE-NAME
           END-IF.
           MOVE "CISP_PROGRESS_INTERVAL" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           IF WS-CONFIG-VALUE NOT = SPACES
           AND FUNCTION TEST-NUMVAL(WS-CONFIG-VALUE) = 0
           AND FUNCTION NUMVAL(WS-CONFIG-VALUE) >= 1 THEN
               MOVE FUNCTION NUMVAL(WS-CONFIG-VALUE)
                 TO WS-PROGRESS-INTERVAL
           END-IF.
           MOVE "CISP_REPL_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           IF WS-RESULTS-PATH = SPACES THEN
               MOVE '..\logs\results.data' TO WS-RESULTS-PATH
           END-IF.
       PARSE-BREAK-SPEC-PROCEDURE.
      *****"1,3" - comma-separated field numbers, major first. A piece
      *****that is not a field number 1-30 is reported and dropped.
           MOVE 0 TO WS-BREAK-COUNT.
           MOVE 1 TO WS-BREAK-SPEC-PTR.
           COMPUTE WS-BREAK-SPEC-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-BREAK-SPEC)).
           PERFORM UNTIL WS-BREAK-SPEC-PTR > WS-BREAK-SPEC-LEN
               MOVE SPACES TO WS-BREAK-SPEC-PIECE
               UNSTRING WS-BREAK-SPEC(1:WS-BREAK-SPEC-LEN)
                 DELIMITED BY ","
                 INTO WS-BREAK-SPEC-PIECE
                 WITH POINTER WS-BREAK-SPEC-PTR
               END-UNSTRING
               IF WS-BREAK-COUNT >= WS-MAX-BREAK-FIELDS THEN
                   DISPLAY "CISP: -break TAKES AT MOST 5 FIELDS,"
                       " IGNORING " FUNCTION TRIM(WS-BREAK-SPEC-PIECE)
               ELSE IF FUNCTION TRIM(WS-BREAK-SPEC-PIECE) IS NUMERIC
               AND FUNCTION NUMVAL(WS-BREAK-SPEC-PIECE) >= 1
               AND FUNCTION NUMVAL(WS-BREAK-SPEC-PIECE)
               <= WS-DATA-MAX-FIELDS THEN
                   ADD 1 TO WS-BREAK-COUNT
                   MOVE FUNCTION NUMVAL(WS-BREAK-SPEC-PIECE)
                     TO WS-BREAK-FIELD-NUM(WS-BREAK-COUNT)
               ELSE
                   DISPLAY "CISP: -break FIELD "
                       FUNCTION TRIM(WS-BREAK-SPEC-PIECE)
                       " IS NOT A FIELD NUMBER 1-30, IGNORING"
               END-IF
           END-PERFORM.
       PARSE-MATCH-KEY-SPEC-PROCEDURE.
      *****"M" or "M,T" - one key for each file, the transaction file
      *****taking the master's when only one is given. With -delim
      *****and no -key, both files key on their first field. A key
      *****that cannot be used drops the run back out of -match.
           MOVE SPACES TO WS-MATCH-KEY-PIECES.
           IF WS-MATCH-KEY-SPEC = SPACES THEN
               IF WS-DATA-DELIM NOT = SPACE THEN
                   MOVE "1" TO WS-MATCH-KEY-PIECE(1)
               END-IF
           ELSE
               UNSTRING WS-MATCH-KEY-SPEC DELIMITED BY ","
                 INTO WS-MATCH-KEY-PIECE(1), WS-MATCH-KEY-PIECE(2)
               END-UNSTRING
           END-IF.
           IF WS-MATCH-KEY-PIECE(2) = SPACES THEN
               MOVE WS-MATCH-KEY-PIECE(1) TO WS-MATCH-KEY-PIECE(2)
           END-IF.
           IF WS-MATCH-KEY-PIECE(1) = SPACES THEN
               DISPLAY "CISP: -match WITHOUT -delim NEEDS -key"
                   " START:LENGTH, IGNORING -match"
               SET WS-MATCH-MODE-YES TO FALSE
           END-IF.
           PERFORM VARYING WS-MATCH-SIDE FROM 1 BY 1 UNTIL
           WS-MATCH-SIDE > 2 OR NOT WS-MATCH-MODE-YES
               PERFORM PARSE-MATCH-KEY-PIECE-PROCEDURE
               IF NOT WS-MATCH-KEY-OK-YES THEN
                   DISPLAY "CISP: -key "
                       FUNCTION TRIM(WS-MATCH-KEY-PIECE(WS-MATCH-SIDE))
                       " IS NOT A -delim FIELD NUMBER 1-30 OR A"
                       " START:LENGTH, IGNORING -match"
                   SET WS-MATCH-MODE-YES TO FALSE
               END-IF
           END-PERFORM.
       PARSE-MATCH-KEY-PIECE-PROCEDURE.
      *****One side's key: "3" is field 3 of a -delim record, "1:10"
      *****is columns 1-10 of the record as read (at most 40 wide).
           SET WS-MATCH-KEY-OK-YES TO FALSE.
           MOVE 0 TO WS-MATCH-KEY-FIELD(WS-MATCH-SIDE).
           MOVE 0 TO WS-MATCH-KEY-POS(WS-MATCH-SIDE).
           MOVE 0 TO WS-MATCH-KEY-LEN(WS-MATCH-SIDE).
           MOVE SPACES TO WS-MATCH-KEY-POS-TEXT.
           MOVE SPACES TO WS-MATCH-KEY-LEN-TEXT.
           UNSTRING WS-MATCH-KEY-PIECE(WS-MATCH-SIDE) DELIMITED BY ":"
             INTO WS-MATCH-KEY-POS-TEXT, WS-MATCH-KEY-LEN-TEXT
           END-UNSTRING.
           IF WS-MATCH-KEY-POS-TEXT = SPACES
           OR FUNCTION TRIM(WS-MATCH-KEY-POS-TEXT) IS NOT NUMERIC THEN
               CONTINUE
           ELSE IF WS-MATCH-KEY-LEN-TEXT = SPACES THEN
               IF WS-DATA-DELIM NOT = SPACE
               AND FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT) >= 1
               AND FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT)
               <= WS-DATA-MAX-FIELDS THEN
                   MOVE FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT)
                     TO WS-MATCH-KEY-FIELD(WS-MATCH-SIDE)
                   SET WS-MATCH-KEY-OK-YES TO TRUE
               END-IF
           ELSE IF FUNCTION TRIM(WS-MATCH-KEY-LEN-TEXT) IS NUMERIC
           AND FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT) >= 1
           AND FUNCTION NUMVAL(WS-MATCH-KEY-LEN-TEXT) >= 1
           AND FUNCTION NUMVAL(WS-MATCH-KEY-LEN-TEXT) <= 40
           AND FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT)
           + FUNCTION NUMVAL(WS-MATCH-KEY-LEN-TEXT) <= 101 THEN
               MOVE FUNCTION NUMVAL(WS-MATCH-KEY-POS-TEXT)
                 TO WS-MATCH-KEY-POS(WS-MATCH-SIDE)
               MOVE FUNCTION NUMVAL(WS-MATCH-KEY-LEN-TEXT)
                 TO WS-MATCH-KEY-LEN(WS-MATCH-SIDE)
               SET WS-MATCH-KEY-OK-YES TO TRUE
           END-IF.
       PARSE-WORKER-SPEC-PROCEDURE.
      *****"k-of-n", e.g. 2-of-4. Anything malformed is reported and
      *****worker mode stays off rather than silently running the
             DELIMITED BY SIZE
             WS-WORKER-FILE-SUFFIX DELIMITED BY SPACE
             INTO WS-CHECKPOINT-FILE-NAME.
           MOVE WS-PROGRESS-FILE-NAME TO WS-WORKER-PATH-WORK.
           COMPUTE WS-WORKER-PATH-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-WORKER-PATH-WORK)).
           MOVE SPACES TO WS-PROGRESS-FILE-NAME.
           STRING WS-WORKER-PATH-WORK(1:WS-WORKER-PATH-LEN)
             DELIMITED BY SIZE
             WS-WORKER-FILE-SUFFIX DELIMITED BY SPACE
             INTO WS-PROGRESS-FILE-NAME.
           MOVE WS-RESULTS-PATH TO WS-WORKER-PATH-WORK.
           COMPUTE WS-WORKER-PATH-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-WORKER-PATH-WORK)).
               WRITE CHECKPOINT-RECORD
               CLOSE CHECKPOINT-FILE
           END-IF.
       LOAD-PROGRESS-ENTRIES-PROCEDURE.
      *****Pre-pass listing this instance's share of TESTS-FILE in run
      *****order - another worker's slice is left out, and so is
      *****everything up to a resumed checkpoint's last entry. A
      *****checkpoint never found leaves the whole slice listed, as
      *****the run loop then re-runs it from the top.
           MOVE 0 TO WS-PROGRESS-COUNT.
           MOVE 0 TO WS-PROGRESS-TOTAL.
           MOVE 0 TO WS-PROGRESS-DONE.
           MOVE 0 TO WS-ENTRY-ORDINAL.
           SET WS-PROGRESS-SKIPPING-YES TO FALSE.
           IF WS-CHECKPOINT-SKIPPING-YES THEN
               SET WS-PROGRESS-SKIPPING-YES TO TRUE
           END-IF.
           IF WS-REHEARSE-YES THEN
               CONTINUE
           ELSE
               OPEN INPUT TESTS-FILE
               IF WS-TESTS-FILE-STATUS-OK THEN
                   SET WS-BATCH-EOF-YES TO FALSE
                   PERFORM UNTIL WS-BATCH-EOF-YES
                       READ TESTS-FILE
                           AT END
                               SET WS-BATCH-EOF-YES TO TRUE
                           NOT AT END
                               IF LISP-TEST-FILE-NAME NOT = SPACES THEN
                                   PERFORM PROGRESS-ENTRY-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TESTS-FILE
               END-IF
               IF WS-PROGRESS-COUNT > 0 THEN
                   PERFORM LOAD-PROGRESS-HISTORY-PROCEDURE
               END-IF
           END-IF.
       LOAD-PROGRESS-HISTORY-PROCEDURE.
      *****Every stats.data record for a listed script, summed into
      *****each entry that lists it. A stats file another worker
      *****already holds simply leaves the history empty.
           MOVE "CISP_STATS_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-STATS-FILE-NAME.
           IF WS-STATS-FILE-NAME = SPACES THEN
               MOVE '..\logs\stats.data' TO WS-STATS-FILE-NAME
           END-IF.
           OPEN INPUT STATS-FILE.
           IF WS-STATS-FILE-STATUS = '00' THEN
               SET WS-BATCH-EOF-YES TO FALSE
               PERFORM UNTIL WS-BATCH-EOF-YES
                   READ STATS-FILE
                       AT END
                           SET WS-BATCH-EOF-YES TO TRUE
                       NOT AT END
                           IF STATS-ELAPSED-CS IS NUMERIC THEN
                               PERFORM PROGRESS-HISTORY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STATS-FILE
           ELSE IF WS-STATS-FILE-STATUS = '05' THEN
               CLOSE STATS-FILE
           END-IF.
       PROGRESS-HISTORY-PROCEDURE.
           PERFORM VARYING WS-PROGRESS-INDEX FROM 1 BY 1 UNTIL
           WS-PROGRESS-INDEX > WS-PROGRESS-COUNT
               IF WS-PROGRESS-NAME(WS-PROGRESS-INDEX) =
               STATS-SCRIPT-NAME THEN
                   ADD STATS-ELAPSED-CS
                     TO WS-PROGRESS-HIST-CS(WS-PROGRESS-INDEX)
                   ADD 1 TO WS-PROGRESS-HIST-RUNS(WS-PROGRESS-INDEX)
               END-IF
           END-PERFORM.
       PROGRESS-ENTRY-PROCEDURE.
           ADD 1 TO WS-ENTRY-ORDINAL.
           IF WS-WORKER-MODE-YES THEN
               PERFORM GET-ENTRY-OWNER-PROCEDURE
           END-IF.
           IF WS-WORKER-MODE-YES AND
           WS-ENTRY-OWNER-WORK NOT = WS-WORKER-INDEX THEN
               CONTINUE
           ELSE
               PERFORM PARSE-TESTS-ENTRY-PROCEDURE
               ADD 1 TO WS-PROGRESS-TOTAL
               IF WS-PROGRESS-COUNT < WS-MAX-PROGRESS-ENTRIES THEN
                   ADD 1 TO WS-PROGRESS-COUNT
                   MOVE WS-LISP-FILE-NAME
                     TO WS-PROGRESS-NAME(WS-PROGRESS-COUNT)
                   MOVE "N" TO WS-PROGRESS-NOT-DUE(WS-PROGRESS-COUNT)
                   MOVE 0 TO WS-PROGRESS-HIST-CS(WS-PROGRESS-COUNT)
                   MOVE 0 TO WS-PROGRESS-HIST-RUNS(WS-PROGRESS-COUNT)
                   IF WS-RUNDAY-RULE NOT = SPACES THEN
                       PERFORM CHECK-RUN-DAY-PROCEDURE
                       IF WS-CAL-VALID-YES AND NOT WS-CAL-RESULT-YES
                       THEN
                           MOVE "Y"
                             TO WS-PROGRESS-NOT-DUE(WS-PROGRESS-COUNT)
                       END-IF
                   END-IF
               END-IF
               IF WS-PROGRESS-SKIPPING-YES
               AND LISP-TEST-FILE-NAME = WS-CHECKPOINT-LAST-FILE THEN
                   SET WS-PROGRESS-SKIPPING-YES TO FALSE
                   MOVE 0 TO WS-PROGRESS-COUNT
                   MOVE 0 TO WS-PROGRESS-TOTAL
               END-IF
           END-IF.
       WRITE-PROGRESS-PROCEDURE.
      *****The whole file each time: the summary, then the entries
      *****still to come. A file that will not open is reported once
      *****and left alone for the rest of the run - progress is for
      *****watching the run, never a reason to stop it.
           IF WS-REHEARSE-YES OR WS-PROGRESS-FAILED-YES THEN
               CONTINUE
           ELSE
               OPEN OUTPUT PROGRESS-FILE
               IF NOT WS-PROGRESS-FILE-STATUS-OK THEN
                   DISPLAY "CISP: PROGRESS FILE OPEN FAILED, STATUS="
                       WS-PROGRESS-FILE-STATUS
                   SET WS-PROGRESS-FAILED-YES TO TRUE
               ELSE
                   MOVE SPACES TO PROGRESS-RECORD
                   MOVE "P" TO PROGRESS-TYPE
                   MOVE WS-RUN-ID TO PROGRESS-RUN-ID
                   MOVE WS-WORKER-INDEX TO PROGRESS-WORKER
                   MOVE WS-RUN-MODE TO PROGRESS-MODE
                   MOVE WS-PROGRESS-STATE TO PROGRESS-STATE
                   MOVE WS-RUN-START-STAMP TO PROGRESS-START-STAMP
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO PROGRESS-UPDATE-STAMP
                   MOVE WS-PROGRESS-DONE TO PROGRESS-DONE
                   IF WS-PROGRESS-TOTAL > WS-PROGRESS-DONE THEN
                       COMPUTE PROGRESS-REMAINING =
                         WS-PROGRESS-TOTAL - WS-PROGRESS-DONE
                   ELSE
                       MOVE 0 TO PROGRESS-REMAINING
                   END-IF
                   MOVE WS-RUN-START-STAMP TO WS-PROGRESS-STAMP
                   PERFORM PROGRESS-SECONDS-PROCEDURE
                   MOVE WS-PROGRESS-SECONDS TO WS-PROGRESS-START-SECONDS
                   MOVE PROGRESS-UPDATE-STAMP TO WS-PROGRESS-STAMP
                   PERFORM PROGRESS-SECONDS-PROCEDURE
                   COMPUTE PROGRESS-ELAPSED-SECS =
                     WS-PROGRESS-SECONDS - WS-PROGRESS-START-SECONDS
                   IF WS-PROGRESS-CURRENT NOT = SPACES THEN
                       MOVE WS-PROGRESS-CURRENT-START
                         TO PROGRESS-CURRENT-START
                       MOVE WS-PROGRESS-CURRENT TO PROGRESS-SCRIPT
                   END-IF
                   WRITE PROGRESS-RECORD
                   IF WS-RUN-MODE = "BATCH" THEN
                       PERFORM VARYING WS-PROGRESS-INDEX
                       FROM WS-PROGRESS-DONE BY 1 UNTIL
                       WS-PROGRESS-INDEX >= WS-PROGRESS-COUNT
                           PERFORM WRITE-PROGRESS-ENTRY-PROCEDURE
                       END-PERFORM
                   END-IF
                   CLOSE PROGRESS-FILE
               END-IF
           END-IF.
       WRITE-PROGRESS-ENTRY-PROCEDURE.
      *****WS-PROGRESS-INDEX counts entries already done, so the entry
      *****itself is the one after it.
           MOVE SPACES TO PROGRESS-RECORD.
           MOVE "R" TO PROGRESS-TYPE.
           MOVE WS-RUN-ID TO PROGRESS-RUN-ID.
           MOVE WS-WORKER-INDEX TO PROGRESS-WORKER.
           MOVE WS-PROGRESS-NAME(WS-PROGRESS-INDEX + 1)
             TO PROGRESS-SCRIPT.
           MOVE WS-PROGRESS-HIST-RUNS(WS-PROGRESS-INDEX + 1)
             TO PROGRESS-HISTORY-RUNS.
           IF PROGRESS-HISTORY-RUNS > 0 THEN
               COMPUTE PROGRESS-AVERAGE-CS ROUNDED =
                 WS-PROGRESS-HIST-CS(WS-PROGRESS-INDEX + 1)
                 / PROGRESS-HISTORY-RUNS
           ELSE
               MOVE 0 TO PROGRESS-AVERAGE-CS
           END-IF.
           IF WS-PROGRESS-INDEX = WS-PROGRESS-DONE
           AND WS-PROGRESS-CURRENT NOT = SPACES THEN
               MOVE "CURRENT" TO PROGRESS-STATE
           ELSE IF WS-PROGRESS-NOT-DUE(WS-PROGRESS-INDEX + 1) = "Y"
           THEN
               MOVE "NOT-DUE" TO PROGRESS-STATE
           ELSE
               MOVE "PENDING" TO PROGRESS-STATE
           END-IF.
           WRITE PROGRESS-RECORD.
       PROGRESS-SECONDS-PROCEDURE.
      *****A YYYYMMDDHHMMSS stamp in WS-PROGRESS-STAMP as seconds
      *****since the calendar's day one - runs cross midnight.
           COMPUTE WS-PROGRESS-SECONDS =
             FUNCTION INTEGER-OF-DATE(WS-PROGRESS-STAMP-DATE) * 86400
             + WS-PROGRESS-STAMP-HH * 3600
             + WS-PROGRESS-STAMP-MI * 60 + WS-PROGRESS-STAMP-SS.
       BATCH-DRIVER-PROCEDURE.
      ********* No lisp file given on the command line - process every
      ********* file listed one-per-line in TESTS-FILE instead.
               PERFORM SETUP-WORKER-FILES-PROCEDURE
               PERFORM ASSIGN-WORKER-SLICES-PROCEDURE
           END-IF.
           PERFORM CHECK-CATALOGUE-PROCEDURE.
           PERFORM VARYING WS-SLOW-INDEX FROM 1 BY 1 UNTIL
           WS-SLOW-INDEX > WS-SLOWEST-KEEP
               MOVE SPACES TO WS-SLOWEST-NAME(WS-SLOW-INDEX)
               MOVE 0 TO WS-SLOWEST-CS(WS-SLOW-INDEX)
           END-PERFORM.
           PERFORM READ-CHECKPOINT-PROCEDURE.
           PERFORM LOAD-PROGRESS-ENTRIES-PROCEDURE.
           MOVE "RUNNING" TO WS-PROGRESS-STATE.
           MOVE SPACES TO WS-PROGRESS-CURRENT.
           PERFORM WRITE-PROGRESS-PROCEDURE.
           PERFORM RUN-BATCH-LOOP-PROCEDURE.
      *****If the checkpoint's last-file was never matched against any
      *****file in this run of TESTS-FILE (a stale/mismatched
               MOVE 0 TO WS-BATCH-SKIP-COUNT
               MOVE 0 TO WS-BATCH-QUAR-COUNT
               MOVE 0 TO WS-PASSED-COUNT
               MOVE 0 TO WS-PROGRESS-DONE
               PERFORM RUN-BATCH-LOOP-PROCEDURE
           END-IF.
           MOVE "COMPLETE" TO WS-PROGRESS-STATE.
           MOVE SPACES TO WS-PROGRESS-CURRENT.
           PERFORM WRITE-PROGRESS-PROCEDURE.
      *****Whole batch finished (crashed or not, we reached EOF) - clear
      *****the checkpoint so the next invocation starts from the top.
      *****Not from a rehearsal, which never owned the checkpoint.
      *****when the prerequisite gate arrived - the nesting inside the
      *****READ loop had nowhere left to go.
           PERFORM PARSE-TESTS-ENTRY-PROCEDURE.
           MOVE WS-LISP-FILE-NAME TO WS-PROGRESS-CURRENT.
           MOVE FUNCTION CURRENT-DATE(1:14)
             TO WS-PROGRESS-CURRENT-START.
           PERFORM WRITE-PROGRESS-PROCEDURE.
           PERFORM FIND-QUARANTINED-PROCEDURE.
           IF NOT WS-QUAR-FOUND-YES THEN
               PERFORM CHECK-QUARANTINE-HISTORY-PROCEDURE
                   SET WS-QUAR-FOUND-YES TO TRUE
               END-IF
           END-IF.
           IF WS-RUNDAY-RULE NOT = SPACES THEN
               PERFORM CHECK-RUN-DAY-PROCEDURE
           END-IF.
           IF WS-RUNDAY-RULE NOT = SPACES
           AND NOT WS-CAL-VALID-YES THEN
               PERFORM REFUSE-RUN-DAY-PROCEDURE
           ELSE IF WS-RUNDAY-RULE NOT = SPACES
           AND NOT WS-CAL-RESULT-YES THEN
               PERFORM NOT-DUE-ENTRY-PROCEDURE
           ELSE IF WS-QUAR-FOUND-YES THEN
               PERFORM SKIP-QUARANTINED-PROCEDURE
           ELSE IF WS-PREREQ-NAME NOT = SPACES THEN
               PERFORM FIND-PASSED-SCRIPT-PROCEDURE
           ELSE
               PERFORM RUN-SCRIPT-ENTRY-PROCEDURE
           END-IF.
           ADD 1 TO WS-PROGRESS-DONE.
           MOVE SPACES TO WS-PROGRESS-CURRENT.
           PERFORM WRITE-PROGRESS-PROCEDURE.
       PARSE-TESTS-ENTRY-PROCEDURE.
      *****An entry is "script", optionally followed in any order by
      *****an expected-output file name, a "needs=SCRIPT"
      *****prerequisite token and a "runday=RULE" token.
           MOVE SPACES TO WS-EXPECTED-FILE-NAME.
           MOVE SPACES TO WS-PREREQ-NAME.
           MOVE SPACES TO WS-RUNDAY-RULE.
           MOVE SPACES TO WS-ENTRY-TOKEN-2.
           MOVE SPACES TO WS-ENTRY-TOKEN-3.
           MOVE SPACES TO WS-ENTRY-TOKEN-4.
           UNSTRING LISP-TEST-FILE-NAME
             DELIMITED BY ALL " " INTO
             WS-LISP-FILE-NAME,
             WS-ENTRY-TOKEN-2,
             WS-ENTRY-TOKEN-3,
             WS-ENTRY-TOKEN-4
           END-UNSTRING.
           MOVE WS-ENTRY-TOKEN-2 TO WS-ENTRY-TOKEN-WORK.
           PERFORM PARSE-ENTRY-TOKEN-PROCEDURE.
           MOVE WS-ENTRY-TOKEN-3 TO WS-ENTRY-TOKEN-WORK.
           PERFORM PARSE-ENTRY-TOKEN-PROCEDURE.
           MOVE WS-ENTRY-TOKEN-4 TO WS-ENTRY-TOKEN-WORK.
           PERFORM PARSE-ENTRY-TOKEN-PROCEDURE.
       PARSE-ENTRY-TOKEN-PROCEDURE.
      *****The first token that is neither directive is the expected-
      *****output file.
           IF WS-ENTRY-TOKEN-WORK(1:6) = "needs=" THEN
               MOVE WS-ENTRY-TOKEN-WORK(7:94) TO WS-PREREQ-NAME
           ELSE IF WS-ENTRY-TOKEN-WORK(1:7) = "runday=" THEN
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-TOKEN-WORK(8:12))
                 TO WS-RUNDAY-RULE
           ELSE IF WS-ENTRY-TOKEN-WORK NOT = SPACES
           AND WS-EXPECTED-FILE-NAME = SPACES THEN
               MOVE WS-ENTRY-TOKEN-WORK TO WS-EXPECTED-FILE-NAME
           END-IF.
       CHECK-RUN-DAY-PROCEDURE.
      *****The processing date is resolved once per batch - every
      *****entry of one night's list is judged against the same day.
           IF NOT WS-RUNDAY-RESOLVED-YES THEN
               MOVE "PROC-DATE" TO WS-CALENDAR-OPERATION
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               MOVE WS-CAL-RESULT-DATE-X TO WS-RUNDAY-PROC-DATE
               SET WS-RUNDAY-RESOLVED-YES TO TRUE
           END-IF.
           MOVE "RUN-DAY" TO WS-CALENDAR-OPERATION.
           MOVE WS-RUNDAY-RULE TO WS-CAL-RULE.
           IF WS-RUNDAY-PROC-DATE IS NUMERIC THEN
               MOVE WS-RUNDAY-PROC-DATE TO WS-CAL-DATE-1
           ELSE
               MOVE 0 TO WS-CAL-DATE-1
           END-IF.
           CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
             WS-CAL-REQUEST.
       NOT-DUE-ENTRY-PROCEDURE.
      *****Not this entry's day. Handled all the same - the checkpoint
      *****advances so a restart does not re-decide it.
           DISPLAY "CISP: NOT DUE " FUNCTION TRIM(WS-LISP-FILE-NAME)
               " - RUNDAY " FUNCTION TRIM(WS-RUNDAY-RULE)
               " ON " WS-RUNDAY-PROC-DATE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISP:RUN-DAY" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "NOT DUE " DELIMITED BY SIZE
             WS-LISP-FILE-NAME DELIMITED BY SPACE
             " runday " DELIMITED BY SIZE
             WS-RUNDAY-RULE DELIMITED BY SPACE
             " procdate " DELIMITED BY SIZE
             WS-RUNDAY-PROC-DATE DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           PERFORM WRITE-CHECKPOINT-PROCEDURE.
       REFUSE-RUN-DAY-PROCEDURE.
      *****An unknown rule (or a processing date that is not a date)
      *****is a failure: quietly running or quietly skipping a
      *****month-end script are both wrong.
           ADD 1 TO WS-BATCH-FAIL-COUNT.
           DISPLAY "CISP: REFUSING " FUNCTION TRIM(WS-LISP-FILE-NAME)
               " - RUNDAY " FUNCTION TRIM(WS-RUNDAY-RULE)
               " NOT DECIDABLE FOR PROCESSING DATE "
               WS-RUNDAY-PROC-DATE.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISP:RUN-DAY" TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE SPACES TO WS-LOG-RECORD-MESSAGE.
           STRING "REFUSED " DELIMITED BY SIZE
             WS-LISP-FILE-NAME DELIMITED BY SPACE
             " runday " DELIMITED BY SIZE
             WS-RUNDAY-RULE DELIMITED BY SPACE
             " procdate " DELIMITED BY SIZE
             WS-RUNDAY-PROC-DATE DELIMITED BY SIZE
             INTO WS-LOG-RECORD-MESSAGE.
           MOVE "WARN" TO WS-LOG-RECORD-SEVERITY.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           MOVE SPACES TO WS-LOG-RECORD-SEVERITY.
           PERFORM WRITE-CHECKPOINT-PROCEDURE.
       RUN-SCRIPT-ENTRY-PROCEDURE.
      *****The fingerprint is taken as the script is about to run -
      *****the version stats.data records is the version that ran,
      *****even if the file changed after the pre-batch check.
           PERFORM VERIFY-SCRIPT-PROCEDURE.
           IF WS-APPROVED-ONLY-YES AND NOT WS-FP-APPROVED THEN
               PERFORM REFUSE-SCRIPT-ENTRY-PROCEDURE
           ELSE
               PERFORM RUN-APPROVED-ENTRY-PROCEDURE
           END-IF.
       REFUSE-SCRIPT-ENTRY-PROCEDURE.
      *****Refused scripts tally as failures - the night is not clean
      *****- but write no stats record, having run nothing. The
      *****checkpoint still advances past them.
           ADD 1 TO WS-BATCH-FAIL-COUNT.
           DISPLAY "CISP: REFUSING " FUNCTION TRIM(WS-LISP-FILE-NAME)
               " - " FUNCTION TRIM(WS-FP-STATUS) " "
               FUNCTION TRIM(WS-FP-PROBLEM-FILE).
           PERFORM THROW-CATALOGUE-ERROR-PROCEDURE.
           PERFORM WRITE-CHECKPOINT-PROCEDURE.
       RUN-APPROVED-ENTRY-PROCEDURE.
           IF WS-EXPECTED-FILE-NAME NOT = SPACES THEN
               PERFORM COUNT-RESULTS-LINES-PROCEDURE
           END-IF.
               FUNCTION TRIM(WS-LISP-FILE-NAME)
               " AFTER " WS-QUAR-RUNS-NEEDED
               " CONSECUTIVE FAILING RUNS".
      *****A new quarantine needs someone to look at the script before
      *****it is cleared, so it goes onto the operations event feed.
           MOVE SPACES TO WS-EVENT-RECORD.
           MOVE "QUARANTINE" TO WS-EVENT-TYPE.
           MOVE "WARN" TO WS-EVENT-SEVERITY.
           MOVE WS-RUN-ID TO WS-EVENT-RUN-ID.
           MOVE "CISP" TO WS-EVENT-SOURCE.
           MOVE WS-LISP-FILE-NAME TO WS-EVENT-REFERENCE.
           STRING "Quarantined after " DELIMITED BY SIZE
             WS-QUAR-RUNS-NEEDED DELIMITED BY SIZE
             " consecutive failing runs" DELIMITED BY SIZE
             INTO WS-EVENT-TEXT.
           MOVE "RAISE" TO WS-EVENT-OPERATION.
           CALL 'CISP-EVENT' USING WS-EVENT-OPERATION,
             WS-EVENT-RECORD.
       SKIP-QUARANTINED-PROCEDURE.
      *****Held out by the quarantine list - tallied apart from both
      *****failures and prerequisite skips, logged in a shape
       LINT-SYMBOL-TABLE-PROCEDURE.
      *****One file's token walk. Names defined by define/set/let/
      *****persist, defun names and parameters, run parameters, and
      *****the -data and -match modes' record bindings all count as
      *****defined from the point they appear.
           MOVE 0 TO WS-LINT-DEPTH.
           MOVE 0 TO WS-LINT-FORM-INDEX.
           MOVE 0 TO WS-LINT-QUOTE-DEPTH.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "record" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
      *****-delim mode's split-field bindings count as supplied too.
           MOVE "record" TO WS-FIELD-NAME-PREFIX.
           PERFORM LINT-FIELD-NAMES-PROCEDURE.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "record-count" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "eof" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
      *****-layout mode's record type and typed fields.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "record-type" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           IF WS-LAYOUT-YES THEN
               PERFORM VARYING WS-LAYOUT-NAME-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-NAME-INDEX > WS-LAYOUT-NAME-COUNT
                   ADD 1 TO WS-LINT-NAME-COUNT
                   MOVE WS-LAYOUT-NAME(WS-LAYOUT-NAME-INDEX)
                     TO WS-LINT-NAME(WS-LINT-NAME-COUNT)
               END-PERFORM
           END-IF.
      *****-match mode's master record, its fields, and the outcome.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "master" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           MOVE "master" TO WS-FIELD-NAME-PREFIX.
           PERFORM LINT-FIELD-NAMES-PROCEDURE.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "master-count" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "match-status" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "match-key" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
      *****-break mode's bindings, and the count on-break/on-eof see.
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "break" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "break-key" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           ADD 1 TO WS-LINT-NAME-COUNT.
           MOVE "group-count" TO WS-LINT-NAME(WS-LINT-NAME-COUNT).
           PERFORM VARYING WS-LINT-INDEX FROM 1 BY 1 UNTIL
           WS-LINT-INDEX > WS-SYMBOL-TABLE-SIZE
               MOVE WS-SYMBOL(WS-LINT-INDEX) TO WS-LINT-TOKEN
                   PERFORM LINT-TOKEN-PROCEDURE
               END-EVALUATE
           END-PERFORM.
       LINT-FIELD-NAMES-PROCEDURE.
           PERFORM VARYING WS-DATA-FIELD-INDEX FROM 1 BY 1 UNTIL
           WS-DATA-FIELD-INDEX > WS-DATA-MAX-FIELDS
               PERFORM BUILD-FIELD-NAME-PROCEDURE
               ADD 1 TO WS-LINT-NAME-COUNT
               MOVE WS-FIELD-NAME-WORK
                 TO WS-LINT-NAME(WS-LINT-NAME-COUNT)
           END-PERFORM.
       LINT-OPEN-PAREN-PROCEDURE.
           IF WS-LINT-DEPTH = 0 THEN
               ADD 1 TO WS-LINT-FORM-INDEX
           ELSE
               ADD 1 TO WS-LINT-ARG-COUNT(WS-LINT-DEPTH)
               IF (WS-LINT-CMD(WS-LINT-DEPTH) = "define" OR "set"
               OR "let" OR "persist" OR "keep" OR "accumulate")
               AND WS-LINT-ARG-COUNT(WS-LINT-DEPTH) = 1 THEN
                   PERFORM LINT-REGISTER-NAME-PROCEDURE
      *****try's second and third arguments name its error code and
      *****message.
               ELSE IF WS-LINT-CMD(WS-LINT-DEPTH) = "try"
               AND (WS-LINT-ARG-COUNT(WS-LINT-DEPTH) = 2
               OR WS-LINT-ARG-COUNT(WS-LINT-DEPTH) = 3) THEN
                   PERFORM LINT-REGISTER-NAME-PROCEDURE
               ELSE IF WS-LINT-CMD(WS-LINT-DEPTH) = "fetch"
               OR WS-LINT-CMD(WS-LINT-DEPTH) = "quote" THEN
                   CONTINUE
           WHEN "car" WHEN "cdr" WHEN "length" WHEN "reverse"
           WHEN "abs" WHEN "strlen" WHEN "fetch" WHEN "read-line"
           WHEN "save-function" WHEN "date-valid"
           WHEN "is-business-day" WHEN "business-month-end"
           WHEN "report-page" WHEN "master-status"
               MOVE 1 TO WS-LINT-MAX-ARGS
           WHEN "mod" WHEN "expt" WHEN "cons" WHEN "nth"
           WHEN "define" WHEN "set" WHEN "let" WHEN "persist"
           WHEN "write-line" WHEN "load-table"
           WHEN "keep" WHEN "accumulate"
           WHEN "date-diff" WHEN "date-add"
           WHEN "date-add-months"
           WHEN "date-add-business" WHEN "date-diff-business"
           WHEN "report-define" WHEN "report-footing"
           WHEN "master-read" WHEN "master-write"
           WHEN "master-rewrite" WHEN "master-delete"
               MOVE 2 TO WS-LINT-MIN-ARGS
               MOVE 2 TO WS-LINT-MAX-ARGS
           WHEN "if" WHEN "format-amount" WHEN "lookup" WHEN "round"
               MOVE 2 TO WS-LINT-MIN-ARGS
               MOVE 3 TO WS-LINT-MAX-ARGS
           WHEN "env" WHEN "functions" WHEN "today" WHEN "rethrow"
               MOVE 0 TO WS-LINT-MIN-ARGS
               MOVE 0 TO WS-LINT-MAX-ARGS
           WHEN "on-eof" WHEN "on-break" WHEN "report-detail"
               MOVE 1 TO WS-LINT-MIN-ARGS
           WHEN "cond" WHEN "while" WHEN "dotimes" WHEN "substr"
           WHEN "on-type"
           WHEN "report-heading" WHEN "report-column"
           WHEN "set-rounding" WHEN "convert" WHEN "try"
           WHEN "master-open"
               EVALUATE WS-LINT-TOKEN
               WHEN "substr"
                   MOVE 3 TO WS-LINT-MIN-ARGS
                   MOVE 3 TO WS-LINT-MAX-ARGS
               WHEN "report-heading"
                   MOVE 4 TO WS-LINT-MIN-ARGS
                   MOVE 4 TO WS-LINT-MAX-ARGS
               WHEN "report-column"
                   MOVE 4 TO WS-LINT-MIN-ARGS
                   MOVE 6 TO WS-LINT-MAX-ARGS
               WHEN "set-rounding"
                   MOVE 1 TO WS-LINT-MIN-ARGS
                   MOVE 2 TO WS-LINT-MAX-ARGS
               WHEN "convert"
                   MOVE 4 TO WS-LINT-MIN-ARGS
                   MOVE 6 TO WS-LINT-MAX-ARGS
               WHEN "try"
                   MOVE 4 TO WS-LINT-MIN-ARGS
               WHEN "master-open"
                   MOVE 4 TO WS-LINT-MIN-ARGS
                   MOVE 4 TO WS-LINT-MAX-ARGS
               WHEN OTHER
                   MOVE 2 TO WS-LINT-MIN-ARGS
               END-EVALUATE
           SET WS-BATCH-MODE-YES TO TRUE.
           MOVE 0 TO WS-BATCH-PASS-COUNT.
           MOVE 0 TO WS-BATCH-FAIL-COUNT.
           PERFORM RESET-TYPE-TALLIES-PROCEDURE.
           PERFORM TOKENIZE-LISP-PROCEDURE.
           IF WS-TOKENIZER-RESULT-FATAL-YES THEN
               DISPLAY "CISP: SCRIPT TOKENIZE FAILED,"
                   " SKIPPING DATA RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE IF WS-LAYOUT-BAD-YES THEN
               DISPLAY "CISP: -layout FILE NOT USABLE,"
                   " SKIPPING DATA RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE IF (WS-DATA-DELIM = SPACE AND NOT WS-LAYOUT-YES
           AND WS-RUN-PARAM-COUNT + 2 > WS-MAX-RUN-PARAMS)
           OR (WS-LAYOUT-YES
           AND WS-RUN-PARAM-COUNT + WS-LAYOUT-NAME-COUNT + 3
           > WS-MAX-RUN-PARAMS)
           OR (WS-DATA-DELIM NOT = SPACE
           AND WS-RUN-PARAM-COUNT + WS-DATA-MAX-FIELDS + 3
           + WS-BREAK-PARAM-SLOTS > WS-MAX-RUN-PARAMS) THEN
      *****The "record" and "eof" bindings - and with -delim, one slot
      *****per split field plus the record-count, and with -break the
      *****"break" and "break-key" pair, and with -layout the
      *****"record-type" and one slot per field name - need free
      *****run-parameter slots; an invocation that already supplied
      *****them all would write past the table.
               DISPLAY "CISP: RUN-PARAMETER TABLE FULL, NO SLOT FOR"
                   " THE record BINDINGS, SKIPPING DATA RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE IF WS-RESUBMIT-YES THEN
               PERFORM RESUBMIT-SUSPENSE-PROCEDURE
           ELSE
               PERFORM VALIDATE-DATA-FILE-PROCEDURE
               IF NOT WS-DRIVER-PROBLEM-YES THEN
                   PERFORM CHECK-RECEIPT-PROCEDURE
               END-IF
               IF WS-RECEIPT-REFUSED-YES THEN
                   DISPLAY "CISP: DATA-FILE ALREADY PROCESSED - GIVE"
                       " -reprocess IF IT IS MEANT, SKIPPING DATA RUN"
               ELSE IF WS-DRIVER-PROBLEM-YES THEN
                   DISPLAY "CISP: DATA-FILE FAILED ITS HEADER/TRAILER"
                       " OR RECORD-TYPE VALIDATION, SKIPPING DATA RUN"
               ELSE
                   MOVE WS-DATA-TALLY TO WS-PROGRESS-TOTAL
                   MOVE 0 TO WS-PROGRESS-DONE
                   MOVE 0 TO WS-PROGRESS-COUNT
                   MOVE "RUNNING" TO WS-PROGRESS-STATE
                   MOVE WS-LISP-FILE-NAME TO WS-PROGRESS-CURRENT
                   MOVE WS-RUN-START-STAMP TO WS-PROGRESS-CURRENT-START
                   PERFORM WRITE-PROGRESS-PROCEDURE
                   PERFORM RUN-DATA-RECORDS-PROCEDURE
                   MOVE WS-DATA-ORDINAL TO WS-PROGRESS-DONE
                   MOVE "COMPLETE" TO WS-PROGRESS-STATE
                   PERFORM WRITE-PROGRESS-PROCEDURE
               END-IF
           END-IF.
           MOVE SPACES TO WS-BATCH-SUMMARY-LINE.
           IF WS-RESUBMIT-YES THEN
               STRING "Resubmission complete. Cleared: "
                   DELIMITED BY SIZE
                   WS-BATCH-PASS-COUNT DELIMITED BY SIZE
                   "  Still suspended: " DELIMITED BY SIZE
                   WS-BATCH-FAIL-COUNT DELIMITED BY SIZE
                   INTO WS-BATCH-SUMMARY-LINE
           ELSE
               STRING "Data run complete. Passed: " DELIMITED BY SIZE
                   WS-BATCH-PASS-COUNT DELIMITED BY SIZE
                   "  Failed: " DELIMITED BY SIZE
                   WS-BATCH-FAIL-COUNT DELIMITED BY SIZE
                   INTO WS-BATCH-SUMMARY-LINE
           END-IF.
           DISPLAY WS-BATCH-SUMMARY-LINE.
           IF WS-SUSPENSE-WRITE-COUNT > 0 THEN
               DISPLAY "CISP: " WS-SUSPENSE-WRITE-COUNT
                   " RECORD(S) WRITTEN TO SUSPENSE - SEE "
                   FUNCTION TRIM(WS-SUSPENSE-FILE-NAME)
           END-IF.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISP:DATA-DRIVER-PROCEDURE"
           TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-BATCH-SUMMARY-LINE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           IF WS-LAYOUT-YES THEN
               PERFORM DISPLAY-TYPE-SUMMARY-PROCEDURE
           END-IF.
       RUN-DATA-RECORDS-PROCEDURE.
      *****The evaluation pass proper - the file has already cleared
      *****its header/trailer validation by the time this runs.
                   WS-DATA-FILE-STATUS ", SKIPPING DATA RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               PERFORM SETUP-DATA-BINDINGS-PROCEDURE
               IF WS-SAMPLE-YES THEN
                   PERFORM OPEN-SAMPLE-PROCEDURE
               END-IF
               PERFORM SCAN-FOR-ON-EOF-PROCEDURE
               PERFORM SCAN-FOR-ON-BREAK-PROCEDURE
               PERFORM READ-DATA-CHECKPOINT-PROCEDURE
      *****A keep carry lives only in LISP's working storage, so a
      *****process restart lost whatever the interrupted attempt had
      *****from consuming partial totals and an operator reruns the
      *****whole file when the totals matter.
               IF WS-DATA-RESUME-ORDINAL > 0
               AND (WS-ON-EOF-PRESENT-YES
               OR WS-ON-BREAK-PRESENT-YES) THEN
                   DISPLAY "CISP: RESUMED RUN - on-eof/on-break TOTALS"
                       " WILL COVER ONLY POST-RESTART RECORDS"
                   MOVE "CE3005" TO WS-ERROR-CODE
                   MOVE "Resumed data run: on-eof totals cover only"
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
               MOVE 0 TO WS-DATA-ORDINAL
               SET WS-BREAK-FIRST-YES TO TRUE
               IF WS-SORT-YES THEN
      *****The sort's input procedure reads the file itself.
                   CLOSE DATA-FILE
                   MOVE SPACES TO WS-DATA-SORT-NAME
                   STRING WS-DATA-FILE-NAME DELIMITED BY SPACE
                     ".sort" DELIMITED BY SIZE
                     INTO WS-DATA-SORT-NAME
                   SORT DATA-SORT-FILE
                       ON ASCENDING KEY DATA-SORT-KEY-1
                       DATA-SORT-KEY-2 DATA-SORT-KEY-3
                       DATA-SORT-KEY-4 DATA-SORT-KEY-5
                       DATA-SORT-ORDINAL
                       INPUT PROCEDURE IS SORT-DATA-IN-PROCEDURE
                       OUTPUT PROCEDURE IS SORT-DATA-OUT-PROCEDURE
               ELSE
                   SET WS-DATA-EOF-YES TO FALSE
                   PERFORM UNTIL WS-DATA-EOF-YES
                       READ DATA-FILE
                           AT END
                               SET WS-DATA-EOF-YES TO TRUE
                           NOT AT END
                               IF DATA-RECORD = SPACES THEN
                                   CONTINUE
                               ELSE IF WS-FILE-HAS-HEADER-YES AND
                               (DATA-RECORD(1:3) = "HDR"
                               OR DATA-RECORD(1:3) = "TRL") THEN
      *****Control records belong to the validation pass, never to
      *****the script.
                                   CONTINUE
                               ELSE
                                   MOVE DATA-RECORD TO WS-DATA-RECORD
                                   PERFORM PROCESS-DATA-RECORD-PROCEDURE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DATA-FILE
               END-IF
      *****Every group still open closes at end of file, ahead of the
      *****eof pass, so the last agency's subtotal prints before the
      *****file total.
               IF WS-BREAK-COUNT > 0 AND NOT WS-BREAK-FIRST-YES
               AND WS-ON-BREAK-PRESENT-YES THEN
                   MOVE 1 TO WS-BREAK-CHANGED-LEVEL
                   PERFORM RUN-BREAK-PASSES-PROCEDURE
               END-IF
               IF WS-ON-EOF-PRESENT-YES THEN
                   PERFORM RUN-EOF-PASS-PROCEDURE
               END-IF
               IF WS-SAMPLE-YES THEN
                   PERFORM CLOSE-SAMPLE-PROCEDURE
               END-IF
      *****The whole file (and any eof pass) completed - clear the
      *****data checkpoint so the next invocation starts from record
      *****one. Not from a rehearsal, which never owned it.
               IF NOT WS-REHEARSE-YES THEN
                   OPEN OUTPUT DATA-CHECKPOINT-FILE
                   CLOSE DATA-CHECKPOINT-FILE
                   PERFORM WRITE-RECEIPT-PROCEDURE
               END-IF
           END-IF.
       PROCESS-DATA-RECORD-PROCEDURE.
      *****One data record, in file order or in sorted order, already
      *****moved to WS-DATA-RECORD.
           ADD 1 TO WS-DATA-ORDINAL.
           IF NOT WS-SORT-YES THEN
               MOVE WS-DATA-ORDINAL TO WS-DATA-FILE-ORDINAL
           END-IF.
           IF WS-SAMPLE-YES THEN
               PERFORM SELECT-SAMPLE-PROCEDURE
           END-IF.
           IF WS-DATA-ORDINAL <= WS-DATA-RESUME-ORDINAL THEN
      *****Already processed by the interrupted attempt - its results
      *****are on file, re-running it would double-append them. Its
      *****break values still count as seen, so the first record
      *****after the restart does not close a group spuriously.
               IF WS-BREAK-COUNT > 0 THEN
                   PERFORM SPLIT-DATA-RECORD-PROCEDURE
                   PERFORM GET-BREAK-KEYS-PROCEDURE
                   MOVE WS-BREAK-CURR-KEYS TO WS-BREAK-PREV-KEYS
                   SET WS-BREAK-FIRST-YES TO FALSE
               END-IF
           ELSE
               IF WS-BREAK-COUNT > 0 THEN
                   PERFORM CHECK-CONTROL-BREAK-PROCEDURE
               END-IF
               PERFORM RUN-ONE-DATA-RECORD
           END-IF.
           IF FUNCTION MOD(WS-DATA-ORDINAL, WS-PROGRESS-INTERVAL) = 0
           THEN
               MOVE WS-DATA-ORDINAL TO WS-PROGRESS-DONE
               PERFORM WRITE-PROGRESS-PROCEDURE
           END-IF.
       SORT-DATA-IN-PROCEDURE.
      *****Every data record to the sort, keyed on its break values
      *****and file ordinal; control records stay behind exactly as
      *****in the unsorted read.
           OPEN INPUT DATA-FILE.
           MOVE 0 TO WS-DATA-FILE-ORDINAL.
           SET WS-DATA-EOF-YES TO FALSE.
           PERFORM UNTIL WS-DATA-EOF-YES
               READ DATA-FILE
                   AT END
                       SET WS-DATA-EOF-YES TO TRUE
                   NOT AT END
                       IF DATA-RECORD = SPACES THEN
                           CONTINUE
                       ELSE IF WS-FILE-HAS-HEADER-YES AND
                       (DATA-RECORD(1:3) = "HDR"
                       OR DATA-RECORD(1:3) = "TRL") THEN
                           CONTINUE
                       ELSE
                           ADD 1 TO WS-DATA-FILE-ORDINAL
                           MOVE DATA-RECORD TO WS-DATA-RECORD
                           PERFORM SPLIT-DATA-RECORD-PROCEDURE
                           PERFORM GET-BREAK-KEYS-PROCEDURE
                           MOVE WS-BREAK-CURR-KEYS TO DATA-SORT-KEYS
                           MOVE WS-DATA-FILE-ORDINAL
                             TO DATA-SORT-ORDINAL
                           MOVE WS-DATA-RECORD TO DATA-SORT-DATA
                           RELEASE DATA-SORT-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DATA-FILE.
       SORT-DATA-OUT-PROCEDURE.
           SET WS-DATA-EOF-YES TO FALSE.
           PERFORM UNTIL WS-DATA-EOF-YES
               RETURN DATA-SORT-FILE
                   AT END
                       SET WS-DATA-EOF-YES TO TRUE
                   NOT AT END
                       MOVE DATA-SORT-ORDINAL TO WS-DATA-FILE-ORDINAL
                       MOVE DATA-SORT-DATA TO WS-DATA-RECORD
                       PERFORM PROCESS-DATA-RECORD-PROCEDURE
               END-RETURN
           END-PERFORM.
       GET-BREAK-KEYS-PROCEDURE.
      *****The break fields of the record just split, major first; a
      *****field the record does not have is blank.
           MOVE SPACES TO WS-BREAK-CURR-KEYS.
           PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1 UNTIL
           WS-BREAK-INDEX > WS-BREAK-COUNT
               IF WS-BREAK-FIELD-NUM(WS-BREAK-INDEX)
               <= WS-DATA-FIELD-COUNT THEN
                   MOVE WS-DATA-FIELD(WS-BREAK-FIELD-NUM
                     (WS-BREAK-INDEX)) TO WS-BREAK-CURR-KEY
                     (WS-BREAK-INDEX)
               END-IF
           END-PERFORM.
       FIND-BREAK-LEVEL-PROCEDURE.
      *****The most major level whose value differs from the previous
      *****record's, zero when none does.
           MOVE 0 TO WS-BREAK-CHANGED-LEVEL.
           PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1 UNTIL
           WS-BREAK-INDEX > WS-BREAK-COUNT
           OR WS-BREAK-CHANGED-LEVEL > 0
               IF WS-BREAK-CURR-KEY(WS-BREAK-INDEX) NOT =
               WS-BREAK-PREV-KEY(WS-BREAK-INDEX) THEN
                   MOVE WS-BREAK-INDEX TO WS-BREAK-CHANGED-LEVEL
               END-IF
           END-PERFORM.
       CHECK-CONTROL-BREAK-PROCEDURE.
      *****Before the new record runs: close the groups its break
      *****values end. The run-parameter slots still hold the
      *****previous record, which the on-break forms see.
           PERFORM SPLIT-DATA-RECORD-PROCEDURE.
           PERFORM GET-BREAK-KEYS-PROCEDURE.
           IF WS-BREAK-FIRST-YES THEN
               SET WS-BREAK-FIRST-YES TO FALSE
           ELSE
               PERFORM FIND-BREAK-LEVEL-PROCEDURE
               IF WS-BREAK-CHANGED-LEVEL > 0
               AND WS-ON-BREAK-PRESENT-YES THEN
                   PERFORM RUN-BREAK-PASSES-PROCEDURE
               END-IF
           END-IF.
           MOVE WS-BREAK-CURR-KEYS TO WS-BREAK-PREV-KEYS.
       RUN-BREAK-PASSES-PROCEDURE.
      *****Minor level first, up to the level that changed - a new
      *****agency closes its last policy before the agency itself.
           PERFORM VARYING WS-BREAK-LEVEL FROM WS-BREAK-COUNT BY -1
           UNTIL WS-BREAK-LEVEL < WS-BREAK-CHANGED-LEVEL
               MOVE WS-BREAK-LEVEL
                 TO WS-RUN-PARAM-VALUE(WS-BREAK-SLOT)
               IF WS-BREAK-PREV-KEY(WS-BREAK-LEVEL) = SPACES THEN
                   MOVE '""' TO WS-RUN-PARAM-VALUE(WS-BREAK-SLOT + 1)
               ELSE
                   MOVE WS-BREAK-PREV-KEY(WS-BREAK-LEVEL)
                     TO WS-RUN-PARAM-VALUE(WS-BREAK-SLOT + 1)
               END-IF
               PERFORM EVALUTE-LISP-PROCEDURE
      *****Not tallied as a record, like the eof pass; a failing break
      *****pass grades the run at 8 so a missing subtotal still holds
      *****downstream jobs.
               IF WS-LISP-RESULT-FATAL-YES THEN
                   DISPLAY "CISP: on-break PASS FAILED AT LEVEL "
                       WS-BREAK-LEVEL " - GROUP TOTALS NOT WRITTEN"
                   SET WS-DRIVER-PROBLEM-YES TO TRUE
               END-IF
           END-PERFORM.
           MOVE "0" TO WS-RUN-PARAM-VALUE(WS-BREAK-SLOT).
           MOVE '""' TO WS-RUN-PARAM-VALUE(WS-BREAK-SLOT + 1).
       MATCH-DRIVER-PROCEDURE.
      ********* "-match MASTER TRANS": tokenize the script once, edit
      ********* both files, then walk them side by side in key order,
      ********* one evaluation per transaction and per inactive
      ********* master, tallying pass/fail like a -data run plus the
      ********* three match outcomes.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISP:MATCH-DRIVER-PROCEDURE"
           TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE "Starting master/transaction match run"
           TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
           SET WS-BATCH-MODE-YES TO TRUE.
           MOVE 0 TO WS-BATCH-PASS-COUNT.
           MOVE 0 TO WS-BATCH-FAIL-COUNT.
           MOVE 0 TO WS-MATCH-MATCHED-COUNT.
           MOVE 0 TO WS-MATCH-NO-MASTER-COUNT.
           MOVE 0 TO WS-MATCH-NO-ACTIVITY-COUNT.
           PERFORM TOKENIZE-LISP-PROCEDURE.
           IF WS-TOKENIZER-RESULT-FATAL-YES THEN
               DISPLAY "CISP: SCRIPT TOKENIZE FAILED,"
                   " SKIPPING MATCH RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE IF (WS-DATA-DELIM = SPACE
           AND WS-RUN-PARAM-COUNT + 5 > WS-MAX-RUN-PARAMS)
           OR (WS-DATA-DELIM NOT = SPACE
           AND WS-RUN-PARAM-COUNT + (WS-DATA-MAX-FIELDS * 2) + 7
           > WS-MAX-RUN-PARAMS) THEN
      *****"record", "eof", "master", "match-status" and "match-key",
      *****and with -delim both records' field and count slots.
               DISPLAY "CISP: RUN-PARAMETER TABLE FULL, NO SLOT FOR"
                   " THE match BINDINGS, SKIPPING MATCH RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               MOVE WS-MASTER-FILE-NAME TO WS-DATA-FILE-NAME
               MOVE 1 TO WS-MATCH-SIDE
               PERFORM VALIDATE-DATA-FILE-PROCEDURE
               MOVE WS-FILE-HAS-HEADER-FLAG TO WS-MASTER-HAS-HEADER-FLAG
               MOVE WS-TRANS-FILE-NAME TO WS-DATA-FILE-NAME
               MOVE 2 TO WS-MATCH-SIDE
               PERFORM VALIDATE-DATA-FILE-PROCEDURE
               MOVE WS-FILE-HAS-HEADER-FLAG TO WS-TRANS-HAS-HEADER-FLAG
               IF WS-DRIVER-PROBLEM-YES THEN
                   DISPLAY "CISP: MATCH FILES FAILED THEIR VALIDATION,"
                       " SKIPPING MATCH RUN"
               ELSE
                   PERFORM RUN-MATCH-KEYS-PROCEDURE
               END-IF
           END-IF.
           MOVE SPACES TO WS-BATCH-SUMMARY-LINE.
           STRING "Match run complete. Passed: " DELIMITED BY SIZE
               WS-BATCH-PASS-COUNT DELIMITED BY SIZE
               "  Failed: " DELIMITED BY SIZE
               WS-BATCH-FAIL-COUNT DELIMITED BY SIZE
               "  No master: " DELIMITED BY SIZE
               WS-MATCH-NO-MASTER-COUNT DELIMITED BY SIZE
               "  No activity: " DELIMITED BY SIZE
               WS-MATCH-NO-ACTIVITY-COUNT DELIMITED BY SIZE
               INTO WS-BATCH-SUMMARY-LINE.
           DISPLAY WS-BATCH-SUMMARY-LINE.
           DISPLAY "CISP: MATCHED TRANSACTIONS: "
               WS-MATCH-MATCHED-COUNT.
           MOVE "ADD" TO WS-LOG-OPERATION-FLAG.
           MOVE "CISP:MATCH-DRIVER-PROCEDURE"
           TO WS-LOG-RECORD-FUNCTION-NAME.
           MOVE WS-BATCH-SUMMARY-LINE TO WS-LOG-RECORD-MESSAGE.
           CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD.
       RUN-MATCH-KEYS-PROCEDURE.
      *****The balance line proper. Whichever file holds the lower key
      *****goes next: a transaction below the master has no master, a
      *****master below the transaction has seen all its activity, and
      *****equal keys run together. Neither checkpoint nor suspense
      *****file applies - both are keyed to a single data file - so a
      *****failed key is worked from the errors feed and a rerun
      *****takes the whole pair of files again.
           OPEN INPUT MASTER-FILE.
           IF NOT WS-MASTER-FILE-STATUS-OK THEN
               DISPLAY "CISP: MASTER-FILE OPEN FAILED, STATUS="
                   WS-MASTER-FILE-STATUS ", SKIPPING MATCH RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               OPEN INPUT DATA-FILE
               IF NOT WS-DATA-FILE-STATUS-OK THEN
                   DISPLAY "CISP: TRANSACTION FILE OPEN FAILED, STATUS="
                       WS-DATA-FILE-STATUS ", SKIPPING MATCH RUN"
                   SET WS-DRIVER-PROBLEM-YES TO TRUE
                   CLOSE MASTER-FILE
               ELSE
                   PERFORM SETUP-DATA-BINDINGS-PROCEDURE
                   PERFORM SETUP-MATCH-BINDINGS-PROCEDURE
                   PERFORM SCAN-FOR-ON-EOF-PROCEDURE
                   SET WS-MASTER-EOF-YES TO FALSE
                   SET WS-TRANS-EOF-YES TO FALSE
                   SET WS-MASTER-MATCHED-YES TO FALSE
                   PERFORM READ-MASTER-PROCEDURE
                   PERFORM READ-TRANS-PROCEDURE
                   PERFORM UNTIL WS-MASTER-EOF-YES AND WS-TRANS-EOF-YES
                       IF WS-MASTER-EOF-YES OR (NOT WS-TRANS-EOF-YES
                       AND WS-TRANS-KEY < WS-MASTER-KEY) THEN
                           MOVE "no-master" TO WS-MATCH-STATUS
                           MOVE WS-TRANS-KEY TO WS-MATCH-KEY
                           PERFORM RUN-ONE-MATCH-KEY-PROCEDURE
                           ADD 1 TO WS-MATCH-NO-MASTER-COUNT
                           PERFORM READ-TRANS-PROCEDURE
                       ELSE IF WS-TRANS-EOF-YES
                       OR WS-MASTER-KEY < WS-TRANS-KEY THEN
                           IF NOT WS-MASTER-MATCHED-YES THEN
                               MOVE "no-activity" TO WS-MATCH-STATUS
                               MOVE WS-MASTER-KEY TO WS-MATCH-KEY
                               PERFORM RUN-ONE-MATCH-KEY-PROCEDURE
                               ADD 1 TO WS-MATCH-NO-ACTIVITY-COUNT
                           END-IF
                           SET WS-MASTER-MATCHED-YES TO FALSE
                           PERFORM READ-MASTER-PROCEDURE
                       ELSE
                           MOVE "matched" TO WS-MATCH-STATUS
                           MOVE WS-MASTER-KEY TO WS-MATCH-KEY
                           PERFORM RUN-ONE-MATCH-KEY-PROCEDURE
                           ADD 1 TO WS-MATCH-MATCHED-COUNT
                           SET WS-MASTER-MATCHED-YES TO TRUE
                           PERFORM READ-TRANS-PROCEDURE
                       END-IF
                   END-PERFORM
                   CLOSE MASTER-FILE
                   CLOSE DATA-FILE
                   IF WS-ON-EOF-PRESENT-YES THEN
                       MOVE '""' TO WS-RUN-PARAM-VALUE
                         (WS-MATCH-STATUS-SLOT)
                       MOVE '""' TO WS-RUN-PARAM-VALUE
                         (WS-MATCH-STATUS-SLOT + 1)
                       MOVE WS-MATCH-MASTER-BASE TO WS-DATA-FIELD-BASE
                       PERFORM CLEAR-DATA-FIELDS-PROCEDURE
                       MOVE WS-MATCH-TRANS-BASE TO WS-DATA-FIELD-BASE
                       PERFORM RUN-EOF-PASS-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       SETUP-MATCH-BINDINGS-PROCEDURE.
      *****The master's slots follow the transaction's, laid out the
      *****same way, so the -data split/bind/clear paragraphs serve
      *****both by pointing WS-DATA-FIELD-BASE at one or the other.
           MOVE WS-DATA-FIELD-BASE TO WS-MATCH-TRANS-BASE.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "master"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
           MOVE WS-RUN-PARAM-COUNT TO WS-MATCH-MASTER-BASE.
           IF WS-DATA-DELIM NOT = SPACE THEN
               MOVE "master" TO WS-FIELD-NAME-PREFIX
               PERFORM SETUP-DATA-FIELD-SLOTS-PROCEDURE
           END-IF.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "match-status"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
           MOVE WS-RUN-PARAM-COUNT TO WS-MATCH-STATUS-SLOT.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "match-key"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
       READ-MASTER-PROCEDURE.
      *****Next master data record and its key; control records and
      *****blank lines are passed over as in a -data run.
           SET WS-MATCH-READ-DONE-YES TO FALSE.
           PERFORM UNTIL WS-MATCH-READ-DONE-YES
               READ MASTER-FILE
                   AT END
                       SET WS-MASTER-EOF-YES TO TRUE
                       SET WS-MATCH-READ-DONE-YES TO TRUE
                   NOT AT END
                       IF MASTER-RECORD = SPACES THEN
                           CONTINUE
                       ELSE IF WS-MASTER-HAS-HEADER-YES AND
                       (MASTER-RECORD(1:3) = "HDR"
                       OR MASTER-RECORD(1:3) = "TRL") THEN
                           CONTINUE
                       ELSE
                           MOVE MASTER-RECORD TO WS-MASTER-RECORD
                           MOVE MASTER-RECORD TO WS-DATA-RECORD
                           MOVE 1 TO WS-MATCH-SIDE
                           PERFORM GET-MATCH-KEY-PROCEDURE
                           MOVE WS-MATCH-KEY TO WS-MASTER-KEY
                           SET WS-MATCH-READ-DONE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       READ-TRANS-PROCEDURE.
           SET WS-MATCH-READ-DONE-YES TO FALSE.
           PERFORM UNTIL WS-MATCH-READ-DONE-YES
               READ DATA-FILE
                   AT END
                       SET WS-TRANS-EOF-YES TO TRUE
                       SET WS-MATCH-READ-DONE-YES TO TRUE
                   NOT AT END
                       IF DATA-RECORD = SPACES THEN
                           CONTINUE
                       ELSE IF WS-TRANS-HAS-HEADER-YES AND
                       (DATA-RECORD(1:3) = "HDR"
                       OR DATA-RECORD(1:3) = "TRL") THEN
                           CONTINUE
                       ELSE
                           MOVE DATA-RECORD TO WS-TRANS-RECORD
                           MOVE DATA-RECORD TO WS-DATA-RECORD
                           MOVE 2 TO WS-MATCH-SIDE
                           PERFORM GET-MATCH-KEY-PROCEDURE
                           MOVE WS-MATCH-KEY TO WS-TRANS-KEY
                           SET WS-MATCH-READ-DONE-YES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
       RUN-ONE-MATCH-KEY-PROCEDURE.
      *****Bind the outcome, the key and whichever records this pass
      *****has, then evaluate. The master is bound from the record in
      *****hand only when its key is the one running.
           MOVE WS-MATCH-STATUS
             TO WS-RUN-PARAM-VALUE(WS-MATCH-STATUS-SLOT).
           IF WS-MATCH-KEY = SPACES THEN
               MOVE '""' TO WS-RUN-PARAM-VALUE(WS-MATCH-STATUS-SLOT + 1)
           ELSE
               MOVE WS-MATCH-KEY
                 TO WS-RUN-PARAM-VALUE(WS-MATCH-STATUS-SLOT + 1)
           END-IF.
           MOVE WS-MATCH-MASTER-BASE TO WS-DATA-FIELD-BASE.
           IF WS-MATCH-STATUS = "no-master" THEN
               PERFORM CLEAR-DATA-FIELDS-PROCEDURE
           ELSE
               MOVE WS-MASTER-RECORD TO WS-DATA-RECORD
               PERFORM BIND-MATCH-RECORD-PROCEDURE
           END-IF.
           MOVE WS-MATCH-TRANS-BASE TO WS-DATA-FIELD-BASE.
           IF WS-MATCH-STATUS = "no-activity" THEN
               PERFORM CLEAR-DATA-FIELDS-PROCEDURE
           ELSE
               MOVE WS-TRANS-RECORD TO WS-DATA-RECORD
               PERFORM BIND-MATCH-RECORD-PROCEDURE
           END-IF.
           PERFORM EVALUTE-LISP-PROCEDURE.
           IF WS-LISP-RESULT-FATAL-YES THEN
               ADD 1 TO WS-BATCH-FAIL-COUNT
           ELSE
               ADD 1 TO WS-BATCH-PASS-COUNT
           END-IF.
       BIND-MATCH-RECORD-PROCEDURE.
      *****WS-DATA-RECORD into the slots at WS-DATA-FIELD-BASE.
           MOVE WS-DATA-RECORD
             TO WS-RUN-PARAM-VALUE(WS-DATA-FIELD-BASE).
           IF WS-DATA-DELIM NOT = SPACE THEN
               PERFORM SPLIT-DATA-RECORD-PROCEDURE
               PERFORM BIND-DATA-FIELDS-PROCEDURE
           END-IF.
       SETUP-DATA-BINDINGS-PROCEDURE.
      *****The record rides into LISP through the run-parameter
      *****mechanism, so the script reads it as the variable
      *****"record" like any other supplied binding.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "record"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
           MOVE WS-RUN-PARAM-COUNT TO WS-DATA-FIELD-BASE.
           IF WS-DATA-DELIM NOT = SPACE THEN
               MOVE "record" TO WS-FIELD-NAME-PREFIX
               PERFORM SETUP-DATA-FIELD-SLOTS-PROCEDURE
           END-IF.
           IF WS-LAYOUT-YES THEN
               PERFORM SETUP-LAYOUT-SLOTS-PROCEDURE
           END-IF.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "eof"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
           MOVE "0"
             TO WS-RUN-PARAM-VALUE(WS-RUN-PARAM-COUNT).
           MOVE WS-RUN-PARAM-COUNT TO WS-DATA-EOF-SLOT.
           IF WS-BREAK-COUNT > 0 THEN
               ADD 1 TO WS-RUN-PARAM-COUNT
               MOVE "break"
                 TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT)
               MOVE "0"
                 TO WS-RUN-PARAM-VALUE(WS-RUN-PARAM-COUNT)
               MOVE WS-RUN-PARAM-COUNT TO WS-BREAK-SLOT
               ADD 1 TO WS-RUN-PARAM-COUNT
               MOVE "break-key"
                 TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT)
               MOVE '""'
                 TO WS-RUN-PARAM-VALUE(WS-RUN-PARAM-COUNT)
           END-IF.
       RUN-ONE-DATA-RECORD.
           MOVE WS-DATA-RECORD TO
             WS-RUN-PARAM-VALUE(WS-DATA-FIELD-BASE).
           IF WS-DATA-DELIM NOT = SPACE THEN
               PERFORM SPLIT-DATA-RECORD-PROCEDURE
               PERFORM BIND-DATA-FIELDS-PROCEDURE
           END-IF.
           IF WS-LAYOUT-YES THEN
               PERFORM BIND-LAYOUT-FIELDS-PROCEDURE
           END-IF.
           IF WS-SAMPLE-PICK-YES AND WS-SAMPLE-FILE-OPEN-YES THEN
               PERFORM COUNT-SAMPLE-RESULTS-PROCEDURE
           END-IF.
           PERFORM EVALUTE-LISP-PROCEDURE.
           IF WS-SAMPLE-PICK-YES AND WS-SAMPLE-FILE-OPEN-YES THEN
               PERFORM WRITE-SAMPLE-PROCEDURE
           END-IF.
           IF WS-LISP-RESULT-FATAL-YES THEN
               ADD 1 TO WS-BATCH-FAIL-COUNT
               IF WS-LAYOUT-YES AND WS-REC-TYPE-MATCH > 0 THEN
                   ADD 1 TO WS-REC-TYPE-FAILED(WS-REC-TYPE-MATCH)
               END-IF
               PERFORM SUSPEND-DATA-RECORD-PROCEDURE
           ELSE
               ADD 1 TO WS-BATCH-PASS-COUNT
               IF WS-LAYOUT-YES AND WS-REC-TYPE-MATCH > 0 THEN
                   ADD 1 TO WS-REC-TYPE-PASSED(WS-REC-TYPE-MATCH)
               END-IF
           END-IF.
           PERFORM WRITE-DATA-CHECKPOINT-PROCEDURE.
       SUSPEND-DATA-RECORD-PROCEDURE.
      *****Ask CISP-ERROR which code stopped the record - LISP only
      *****hands back its fatal flag. A first failure appends a new
      *****suspense entry; a resubmitted entry that fails again goes
      *****back into the work copy with its original stamp, run id and
      *****ordinal, so its age still counts from the night it first
      *****failed.
           MOVE "LAST-ERROR" TO WS-CISP-ERROR-FLAG.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
           IF WS-REHEARSE-YES THEN
               CONTINUE
           ELSE IF WS-RESUBMIT-YES THEN
               MOVE WS-ERROR-CODE TO SUSP-REC-CODE
               ADD 1 TO SUSP-REC-RESUBMITS
               IF WS-SUSPENSE-WORK-STATUS-OK THEN
                   MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
                   WRITE SUSPENSE-WORK-RECORD
               END-IF
           ELSE
               IF WS-SUSPENSE-WRITE-COUNT = 0 THEN
                   PERFORM RESOLVE-SUSPENSE-FILE-PROCEDURE
               END-IF
               OPEN EXTEND SUSPENSE-FILE
               IF NOT WS-SUSPENSE-FILE-STATUS-OK THEN
                   DISPLAY "CISP: SUSPENSE-FILE OPEN FAILED, STATUS="
                       WS-SUSPENSE-FILE-STATUS
               ELSE
                   MOVE SPACES TO SUSPENSE-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14) TO SUSP-REC-STAMP
                   MOVE WS-RUN-ID TO SUSP-REC-RUN-ID
                   MOVE WS-DATA-FILE-ORDINAL TO SUSP-REC-ORDINAL
                   MOVE WS-ERROR-CODE TO SUSP-REC-CODE
                   MOVE WS-DATA-FILE-NAME TO SUSP-REC-DATA-FILE
                   MOVE WS-LISP-FILE-NAME TO SUSP-REC-SCRIPT
                   MOVE 0 TO SUSP-REC-RESUBMITS
                   MOVE WS-DATA-RECORD TO SUSP-REC-DATA
                   WRITE SUSPENSE-RECORD
                   ADD 1 TO WS-SUSPENSE-WRITE-COUNT
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF.
       RESOLVE-SUSPENSE-FILE-PROCEDURE.
           MOVE "CISP_SUSPENSE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SUSPENSE-FILE-NAME.
           IF WS-SUSPENSE-FILE-NAME = SPACES THEN
               MOVE '..\logs\suspense.data' TO WS-SUSPENSE-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-SUSPENSE-WORK-NAME.
           STRING WS-SUSPENSE-FILE-NAME DELIMITED BY SPACE
             ".work" DELIMITED BY SIZE
             INTO WS-SUSPENSE-WORK-NAME.
       RESUBMIT-SUSPENSE-PROCEDURE.
      *****Walk the suspense file once: this script's entries for this
      *****data file are evaluated again, everything else is copied
      *****through untouched. Entries that pass are simply not copied
      *****- that is the clear. The work copy then replaces the
      *****suspense file. No eof pass: on-eof control totals over a
      *****handful of resubmitted records would read as a file's
      *****totals, and no data checkpoint - a resubmission is short
      *****and is safely rerun from the top.
           PERFORM RESOLVE-SUSPENSE-FILE-PROCEDURE.
           PERFORM SETUP-DATA-BINDINGS-PROCEDURE.
           MOVE 0 TO WS-SUSPENSE-KEPT-COUNT.
           OPEN INPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-FILE-STATUS-OK THEN
               DISPLAY "CISP: SUSPENSE-FILE OPEN FAILED, STATUS="
                   WS-SUSPENSE-FILE-STATUS ", SKIPPING RESUBMISSION"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               IF NOT WS-REHEARSE-YES THEN
                   OPEN OUTPUT SUSPENSE-WORK-FILE
                   IF NOT WS-SUSPENSE-WORK-STATUS-OK THEN
                       DISPLAY "CISP: SUSPENSE WORK FILE OPEN FAILED,"
                           " STATUS=" WS-SUSPENSE-WORK-STATUS
                           ", SKIPPING RESUBMISSION"
                       SET WS-DRIVER-PROBLEM-YES TO TRUE
                   END-IF
               END-IF
               IF NOT WS-DRIVER-PROBLEM-YES THEN
                   SET WS-SUSPENSE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-SUSPENSE-EOF-YES
                       READ SUSPENSE-FILE
                           AT END
                               SET WS-SUSPENSE-EOF-YES TO TRUE
                           NOT AT END
                               PERFORM RESUBMIT-ONE-ENTRY-PROCEDURE
                       END-READ
                   END-PERFORM
                   IF NOT WS-REHEARSE-YES THEN
                       CLOSE SUSPENSE-WORK-FILE
                   END-IF
               END-IF
               CLOSE SUSPENSE-FILE
               IF NOT WS-DRIVER-PROBLEM-YES
               AND NOT WS-REHEARSE-YES THEN
                   PERFORM REPLACE-SUSPENSE-FILE-PROCEDURE
               END-IF
           END-IF.
       RESUBMIT-ONE-ENTRY-PROCEDURE.
           IF SUSPENSE-RECORD = SPACES THEN
               CONTINUE
           ELSE IF SUSP-REC-DATA-FILE = WS-DATA-FILE-NAME
           AND SUSP-REC-SCRIPT = WS-LISP-FILE-NAME THEN
               MOVE SUSP-REC-ORDINAL TO WS-DATA-ORDINAL
               MOVE SUSP-REC-ORDINAL TO WS-DATA-FILE-ORDINAL
               MOVE SUSP-REC-DATA TO WS-DATA-RECORD
               PERFORM RUN-ONE-DATA-RECORD
           ELSE
               IF NOT WS-REHEARSE-YES THEN
                   MOVE SUSPENSE-RECORD TO SUSPENSE-WORK-RECORD
                   WRITE SUSPENSE-WORK-RECORD
                   ADD 1 TO WS-SUSPENSE-KEPT-COUNT
               END-IF
           END-IF.
       REPLACE-SUSPENSE-FILE-PROCEDURE.
      *****Copy the work file back over the suspense file - the same
      *****read-one-write-one copy RESULTS-ROLL makes of a generation.
           OPEN INPUT SUSPENSE-WORK-FILE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF NOT WS-SUSPENSE-WORK-STATUS-OK
           OR NOT WS-SUSPENSE-FILE-STATUS-OK THEN
               DISPLAY "CISP: SUSPENSE-FILE REWRITE FAILED, STATUS="
                   WS-SUSPENSE-FILE-STATUS "/" WS-SUSPENSE-WORK-STATUS
                   " - ENTRIES REMAIN IN "
                   FUNCTION TRIM(WS-SUSPENSE-WORK-NAME)
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               SET WS-SUSPENSE-EOF-YES TO FALSE
               PERFORM UNTIL WS-SUSPENSE-EOF-YES
                   READ SUSPENSE-WORK-FILE
                       AT END
                           SET WS-SUSPENSE-EOF-YES TO TRUE
                       NOT AT END
                           MOVE SUSPENSE-WORK-RECORD TO SUSPENSE-RECORD
                           WRITE SUSPENSE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPENSE-WORK-FILE.
           CLOSE SUSPENSE-FILE.
       PARSE-SAMPLE-SPEC-PROCEDURE.
      *****"every:N", "random:PCT[:SEED]", "over:AMOUNT" or
      *****"keys:FILE" - anything after the first ":" belongs to the
      *****kind, so a key file's path may carry a drive letter. A
      *****specification that cannot be applied drops the run back
      *****to no sample.
           SET WS-SAMPLE-YES TO TRUE.
           MOVE SPACES TO WS-SAMPLE-KIND.
           MOVE SPACES TO WS-SAMPLE-SPEC-REST.
           MOVE SPACES TO WS-SAMPLE-PIECE-1.
           MOVE SPACES TO WS-SAMPLE-PIECE-2.
           MOVE SPACES TO WS-SAMPLE-SPEC-APPLIED.
           MOVE 1 TO WS-SAMPLE-SPEC-PTR.
           UNSTRING WS-SAMPLE-SPEC DELIMITED BY ":"
             INTO WS-SAMPLE-KIND
             WITH POINTER WS-SAMPLE-SPEC-PTR
           END-UNSTRING.
           IF WS-SAMPLE-SPEC-PTR <= 100 THEN
               MOVE WS-SAMPLE-SPEC(WS-SAMPLE-SPEC-PTR:)
                 TO WS-SAMPLE-SPEC-REST
           END-IF.
           MOVE FUNCTION UPPER-CASE(WS-SAMPLE-KIND) TO WS-SAMPLE-KIND.
           PERFORM VARYING WS-SAMPLE-SIDE FROM 1 BY 1 UNTIL
           WS-SAMPLE-SIDE > 2
               PERFORM PARSE-SAMPLE-FIELD-PROCEDURE
               IF NOT WS-SAMPLE-FLD-OK-YES THEN
                   DISPLAY "CISP: -sample FIELD "
                       FUNCTION TRIM(WS-SAMPLE-FLD-TEXT(WS-SAMPLE-SIDE))
                       " IS NOT A -delim FIELD NUMBER 1-30, A"
                       " START:LENGTH OR A -layout FIELD NAME,"
                       " IGNORING -sample"
                   SET WS-SAMPLE-YES TO FALSE
               END-IF
           END-PERFORM.
           EVALUATE TRUE
           WHEN NOT WS-SAMPLE-YES
               CONTINUE
           WHEN WS-SAMPLE-KIND = "EVERY"
               IF WS-SAMPLE-SPEC-REST = SPACES
               OR FUNCTION TRIM(WS-SAMPLE-SPEC-REST) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SAMPLE-SPEC-REST))
               > 9 THEN
                   SET WS-SAMPLE-YES TO FALSE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-SPEC-REST)
                     TO WS-SAMPLE-EVERY
                   IF WS-SAMPLE-EVERY = 0 THEN
                       SET WS-SAMPLE-YES TO FALSE
                   END-IF
               END-IF
               STRING "every:" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SAMPLE-SPEC-REST) DELIMITED BY SIZE
                 INTO WS-SAMPLE-SPEC-APPLIED
           WHEN WS-SAMPLE-KIND = "RANDOM"
               UNSTRING WS-SAMPLE-SPEC-REST DELIMITED BY ":"
                 INTO WS-SAMPLE-PIECE-1, WS-SAMPLE-PIECE-2
               END-UNSTRING
               IF WS-SAMPLE-PIECE-2 = SPACES THEN
                   MOVE "1" TO WS-SAMPLE-PIECE-2
               END-IF
               IF WS-SAMPLE-PIECE-1 = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SAMPLE-PIECE-1) NOT = 0 THEN
                   SET WS-SAMPLE-YES TO FALSE
               ELSE
                   IF FUNCTION NUMVAL(WS-SAMPLE-PIECE-1) <= 0
                   OR FUNCTION NUMVAL(WS-SAMPLE-PIECE-1) > 100 THEN
                       SET WS-SAMPLE-YES TO FALSE
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-SAMPLE-PIECE-1)
                         TO WS-SAMPLE-PERCENT
                   END-IF
               END-IF
               IF FUNCTION TRIM(WS-SAMPLE-PIECE-2) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(WS-SAMPLE-PIECE-2))
               > 9 THEN
                   SET WS-SAMPLE-YES TO FALSE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-PIECE-2)
                     TO WS-SAMPLE-SEED
               END-IF
               STRING "random:" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SAMPLE-PIECE-1) DELIMITED BY SIZE
                 ":" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SAMPLE-PIECE-2) DELIMITED BY SIZE
                 INTO WS-SAMPLE-SPEC-APPLIED
           WHEN WS-SAMPLE-KIND = "OVER"
               IF WS-SAMPLE-SPEC-REST = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SAMPLE-SPEC-REST) NOT = 0
               OR WS-SAMPLE-FLD-KIND(1) = SPACE THEN
                   SET WS-SAMPLE-YES TO FALSE
               ELSE
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-SPEC-REST)
                     TO WS-SAMPLE-THRESHOLD
               END-IF
               STRING "over:" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SAMPLE-SPEC-REST) DELIMITED BY SIZE
                 INTO WS-SAMPLE-SPEC-APPLIED
           WHEN WS-SAMPLE-KIND = "KEYS"
               IF WS-SAMPLE-SPEC-REST = SPACES
               OR WS-SAMPLE-FLD-KIND(2) = SPACE THEN
                   SET WS-SAMPLE-YES TO FALSE
               ELSE
                   MOVE WS-SAMPLE-SPEC-REST TO WS-SAMPLE-KEYS-FILE-NAME
                   PERFORM LOAD-SAMPLE-KEYS-PROCEDURE
               END-IF
               STRING "keys:" DELIMITED BY SIZE
                 FUNCTION TRIM(WS-SAMPLE-SPEC-REST) DELIMITED BY SIZE
                 INTO WS-SAMPLE-SPEC-APPLIED
           WHEN OTHER
               SET WS-SAMPLE-YES TO FALSE
           END-EVALUATE.
           IF NOT WS-SAMPLE-YES THEN
               DISPLAY "CISP: -sample " FUNCTION TRIM(WS-SAMPLE-SPEC)
                   " IS NOT every:N, random:PCT[:SEED], over:AMOUNT"
                   " (WITH AN AMOUNT FIELD) OR keys:FILE (WITH A KEY"
                   " FIELD), IGNORING"
           END-IF.
       PARSE-SAMPLE-FIELD-PROCEDURE.
      *****One of the two fields a sample reads: "2" is field 2 of a
      *****-delim record, "24:12" columns 24-35 of the record as read,
      *****"paid-amount" a -layout field of that name in whichever
      *****type the record is. Left out, the amount is the hash
      *****amount and the key -delim field 1, where there is one.
           SET WS-SAMPLE-FLD-OK-YES TO TRUE.
           MOVE SPACE TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE).
           MOVE 0 TO WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE).
           MOVE 0 TO WS-SAMPLE-FLD-POS(WS-SAMPLE-SIDE).
           MOVE 0 TO WS-SAMPLE-FLD-LEN(WS-SAMPLE-SIDE).
           MOVE 0 TO WS-SAMPLE-FLD-SLOT(WS-SAMPLE-SIDE).
           MOVE SPACES TO WS-SAMPLE-POS-TEXT.
           MOVE SPACES TO WS-SAMPLE-LEN-TEXT.
           IF WS-SAMPLE-FLD-TEXT(WS-SAMPLE-SIDE) NOT = SPACES THEN
               UNSTRING WS-SAMPLE-FLD-TEXT(WS-SAMPLE-SIDE)
                 DELIMITED BY ":"
                 INTO WS-SAMPLE-POS-TEXT, WS-SAMPLE-LEN-TEXT
               END-UNSTRING
           END-IF.
           EVALUATE TRUE
           WHEN WS-SAMPLE-FLD-TEXT(WS-SAMPLE-SIDE) = SPACES
               IF WS-DATA-DELIM NOT = SPACE THEN
                   MOVE "F" TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
                   IF WS-SAMPLE-SIDE = 1 THEN
                       MOVE 2 TO WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE)
                   ELSE
                       MOVE 1 TO WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE)
                   END-IF
               END-IF
               IF WS-LAYOUT-YES AND WS-SAMPLE-SIDE = 1 THEN
                   MOVE "H" TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
               END-IF
           WHEN WS-SAMPLE-LEN-TEXT NOT = SPACES
               IF FUNCTION TRIM(WS-SAMPLE-POS-TEXT) IS NUMERIC
               AND FUNCTION TRIM(WS-SAMPLE-LEN-TEXT) IS NUMERIC
               AND FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT) >= 1
               AND FUNCTION NUMVAL(WS-SAMPLE-LEN-TEXT) >= 1
               AND FUNCTION NUMVAL(WS-SAMPLE-LEN-TEXT) <= 100
               AND FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT)
               + FUNCTION NUMVAL(WS-SAMPLE-LEN-TEXT) <= 301 THEN
                   MOVE "C" TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT)
                     TO WS-SAMPLE-FLD-POS(WS-SAMPLE-SIDE)
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-LEN-TEXT)
                     TO WS-SAMPLE-FLD-LEN(WS-SAMPLE-SIDE)
               ELSE
                   SET WS-SAMPLE-FLD-OK-YES TO FALSE
               END-IF
           WHEN FUNCTION TRIM(WS-SAMPLE-POS-TEXT) IS NUMERIC
               IF WS-DATA-DELIM NOT = SPACE
               AND FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT) >= 1
               AND FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT)
               <= WS-DATA-MAX-FIELDS THEN
                   MOVE "F" TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
                   MOVE FUNCTION NUMVAL(WS-SAMPLE-POS-TEXT)
                     TO WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE)
               ELSE
                   SET WS-SAMPLE-FLD-OK-YES TO FALSE
               END-IF
           WHEN WS-LAYOUT-YES
               PERFORM VARYING WS-LAYOUT-NAME-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-NAME-INDEX > WS-LAYOUT-NAME-COUNT
               OR WS-SAMPLE-FLD-SLOT(WS-SAMPLE-SIDE) > 0
                   IF WS-LAYOUT-NAME(WS-LAYOUT-NAME-INDEX)
                   = WS-SAMPLE-FLD-TEXT(WS-SAMPLE-SIDE) THEN
                       MOVE "N" TO WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
                       MOVE WS-LAYOUT-NAME-INDEX
                         TO WS-SAMPLE-FLD-SLOT(WS-SAMPLE-SIDE)
                   END-IF
               END-PERFORM
               IF WS-SAMPLE-FLD-SLOT(WS-SAMPLE-SIDE) = 0 THEN
                   SET WS-SAMPLE-FLD-OK-YES TO FALSE
               END-IF
           WHEN OTHER
               SET WS-SAMPLE-FLD-OK-YES TO FALSE
           END-EVALUATE.
       LOAD-SAMPLE-KEYS-PROCEDURE.
      *****One key per line, leading and trailing blanks dropped;
      *****blank lines and lines starting "*" are skipped.
           MOVE 0 TO WS-SAMPLE-KEY-COUNT.
           OPEN INPUT SAMPLE-KEYS-FILE.
           IF NOT WS-SAMPLE-KEYS-STATUS-OK THEN
               DISPLAY "CISP: -sample KEY FILE "
                   FUNCTION TRIM(WS-SAMPLE-KEYS-FILE-NAME)
                   " OPEN FAILED, STATUS=" WS-SAMPLE-KEYS-STATUS
               SET WS-SAMPLE-YES TO FALSE
           ELSE
               SET WS-SAMPLE-EOF-YES TO FALSE
               PERFORM UNTIL WS-SAMPLE-EOF-YES
                   READ SAMPLE-KEYS-FILE
                       AT END
                           SET WS-SAMPLE-EOF-YES TO TRUE
                       NOT AT END
                           IF SAMPLE-KEYS-RECORD NOT = SPACES
                           AND SAMPLE-KEYS-RECORD(1:1) NOT = "*" THEN
                               PERFORM STORE-SAMPLE-KEY-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SAMPLE-KEYS-FILE
               IF WS-SAMPLE-KEY-COUNT = 0 THEN
                   DISPLAY "CISP: -sample KEY FILE "
                       FUNCTION TRIM(WS-SAMPLE-KEYS-FILE-NAME)
                       " HOLDS NO KEYS"
                   SET WS-SAMPLE-YES TO FALSE
               END-IF
           END-IF.
       STORE-SAMPLE-KEY-PROCEDURE.
           IF WS-SAMPLE-KEY-COUNT >= WS-MAX-SAMPLE-KEYS THEN
               DISPLAY "CISP: -sample KEY FILE HOLDS MORE THAN "
                   WS-SAMPLE-KEY-COUNT " KEYS, IGNORING "
                   FUNCTION TRIM(SAMPLE-KEYS-RECORD)
           ELSE
               ADD 1 TO WS-SAMPLE-KEY-COUNT
               MOVE FUNCTION TRIM(SAMPLE-KEYS-RECORD)
                 TO WS-SAMPLE-KEY(WS-SAMPLE-KEY-COUNT)
           END-IF.
       OPEN-SAMPLE-PROCEDURE.
      *****Once per data run, ahead of the first record.
           MOVE 0 TO WS-SAMPLE-POP-COUNT.
           MOVE 0 TO WS-SAMPLE-POP-AMOUNT.
           MOVE 0 TO WS-SAMPLE-PICK-COUNT.
           MOVE 0 TO WS-SAMPLE-PICK-AMOUNT.
           SET WS-SAMPLE-SEEDED-YES TO FALSE.
           SET WS-SAMPLE-PICK-YES TO FALSE.
           SET WS-SAMPLE-FILE-OPEN-YES TO FALSE.
           MOVE "CISP_SAMPLE_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-SAMPLE-FILE-NAME.
           IF WS-SAMPLE-FILE-NAME = SPACES THEN
               MOVE '..\logs\sample.data' TO WS-SAMPLE-FILE-NAME
           END-IF.
           IF NOT WS-REHEARSE-YES THEN
               OPEN EXTEND SAMPLE-FILE
               IF NOT WS-SAMPLE-FILE-STATUS-OK THEN
                   DISPLAY "CISP: SAMPLE-FILE OPEN FAILED, STATUS="
                       WS-SAMPLE-FILE-STATUS
                       ", SAMPLE WILL BE COUNTED BUT NOT WRITTEN"
               ELSE
                   SET WS-SAMPLE-FILE-OPEN-YES TO TRUE
               END-IF
           END-IF.
       SELECT-SAMPLE-PROCEDURE.
      *****Every data record counts to the population and its amount;
      *****the specification says whether it is also in the sample.
           SET WS-SAMPLE-PICK-YES TO FALSE.
           SET WS-SAMPLE-AMT-OK-YES TO FALSE.
           MOVE 0 TO WS-SAMPLE-AMOUNT.
           ADD 1 TO WS-SAMPLE-POP-COUNT.
           IF WS-SAMPLE-FLD-KIND(1) NOT = SPACE THEN
               MOVE 1 TO WS-SAMPLE-SIDE
               PERFORM GET-SAMPLE-FIELD-PROCEDURE
               MOVE WS-SAMPLE-FLD-VALUE TO WS-AMT-TEXT
               PERFORM CHECK-AMOUNT-NUMERIC-PROCEDURE
               IF WS-AMT-OK-YES THEN
                   COMPUTE WS-SAMPLE-AMOUNT =
                     FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                   SET WS-SAMPLE-AMT-OK-YES TO TRUE
                   ADD WS-SAMPLE-AMOUNT TO WS-SAMPLE-POP-AMOUNT
               END-IF
           END-IF.
           EVALUATE WS-SAMPLE-KIND
           WHEN "EVERY"
               IF FUNCTION MOD(WS-DATA-FILE-ORDINAL, WS-SAMPLE-EVERY)
               = 0 THEN
                   SET WS-SAMPLE-PICK-YES TO TRUE
               END-IF
           WHEN "RANDOM"
      *****One draw per record in processing order from the seeded
      *****stream - records a resumed run skips still draw, so the
      *****restart picks exactly what the first attempt would have.
               IF WS-SAMPLE-SEEDED-YES THEN
                   COMPUTE WS-SAMPLE-DRAW = FUNCTION RANDOM
               ELSE
                   COMPUTE WS-SAMPLE-DRAW =
                     FUNCTION RANDOM(WS-SAMPLE-SEED)
                   SET WS-SAMPLE-SEEDED-YES TO TRUE
               END-IF
               IF WS-SAMPLE-DRAW * 100 < WS-SAMPLE-PERCENT THEN
                   SET WS-SAMPLE-PICK-YES TO TRUE
               END-IF
           WHEN "OVER"
               IF WS-SAMPLE-AMT-OK-YES
               AND WS-SAMPLE-AMOUNT > WS-SAMPLE-THRESHOLD THEN
                   SET WS-SAMPLE-PICK-YES TO TRUE
               END-IF
           WHEN "KEYS"
               MOVE 2 TO WS-SAMPLE-SIDE
               PERFORM GET-SAMPLE-FIELD-PROCEDURE
               MOVE WS-SAMPLE-FLD-VALUE TO WS-SAMPLE-KEY-VALUE
               IF WS-SAMPLE-KEY-VALUE NOT = SPACES THEN
                   PERFORM VARYING WS-SAMPLE-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-SAMPLE-KEY-INDEX > WS-SAMPLE-KEY-COUNT
                   OR WS-SAMPLE-PICK-YES
                       IF WS-SAMPLE-KEY(WS-SAMPLE-KEY-INDEX)
                       = WS-SAMPLE-KEY-VALUE THEN
                           SET WS-SAMPLE-PICK-YES TO TRUE
                       END-IF
                   END-PERFORM
               END-IF
           END-EVALUATE.
           IF WS-SAMPLE-PICK-YES THEN
               ADD 1 TO WS-SAMPLE-PICK-COUNT
               ADD WS-SAMPLE-AMOUNT TO WS-SAMPLE-PICK-AMOUNT
           END-IF.
       GET-SAMPLE-FIELD-PROCEDURE.
      *****The amount (side 1) or key (side 2) of WS-DATA-RECORD,
      *****leading blanks dropped; spaces when the record has none.
           MOVE SPACES TO WS-SAMPLE-FLD-VALUE.
           EVALUATE WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE)
           WHEN "F"
               PERFORM SPLIT-DATA-RECORD-PROCEDURE
               IF WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE)
               <= WS-DATA-FIELD-COUNT THEN
                   MOVE WS-DATA-FIELD(WS-SAMPLE-FLD-NUM(WS-SAMPLE-SIDE))
                     TO WS-SAMPLE-FLD-VALUE
               END-IF
           WHEN "C"
               MOVE WS-DATA-RECORD(WS-SAMPLE-FLD-POS(WS-SAMPLE-SIDE):
                 WS-SAMPLE-FLD-LEN(WS-SAMPLE-SIDE))
                 TO WS-SAMPLE-FLD-VALUE
           WHEN "N"
           WHEN "H"
               MOVE SPACES TO WS-CURR-REC-TYPE
               MOVE WS-DATA-RECORD(WS-TYPE-AT-START:WS-TYPE-AT-LENGTH)
                 TO WS-CURR-REC-TYPE
               PERFORM FIND-REC-TYPE-PROCEDURE
               PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-INDEX > WS-LAYOUT-FLD-COUNT
               OR WS-REC-TYPE-MATCH = 0
               OR WS-SAMPLE-FLD-VALUE NOT = SPACES
                   IF WS-LAYOUT-FLD-TYPE(WS-LAYOUT-INDEX)
                   = WS-REC-TYPE-MATCH
                   AND ((WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE) = "N"
                   AND WS-LAYOUT-FLD-SLOT(WS-LAYOUT-INDEX)
                   = WS-SAMPLE-FLD-SLOT(WS-SAMPLE-SIDE))
                   OR (WS-SAMPLE-FLD-KIND(WS-SAMPLE-SIDE) = "H"
                   AND WS-LAYOUT-FLD-HASH-YES(WS-LAYOUT-INDEX))) THEN
                       MOVE WS-DATA-RECORD
                         (WS-LAYOUT-FLD-START(WS-LAYOUT-INDEX):
                         WS-LAYOUT-FLD-LENGTH(WS-LAYOUT-INDEX))
                         TO WS-SAMPLE-FLD-VALUE
                   END-IF
               END-PERFORM
           END-EVALUATE.
           IF WS-SAMPLE-FLD-VALUE NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-SAMPLE-FLD-VALUE LEADING)
                 TO WS-SAMPLE-FLD-VALUE
           END-IF.
       COUNT-SAMPLE-RESULTS-PROCEDURE.
      *****How far the results file runs before a picked record is
      *****evaluated - the lines after that are the record's own.
           MOVE 0 TO WS-SAMPLE-RESULTS-BEFORE.
           OPEN INPUT RESULTS-CHECK-FILE.
           IF WS-RESULTS-CHECK-STATUS-OK THEN
               SET WS-SAMPLE-EOF-YES TO FALSE
               PERFORM UNTIL WS-SAMPLE-EOF-YES
                   READ RESULTS-CHECK-FILE
                       AT END
                           SET WS-SAMPLE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SAMPLE-RESULTS-BEFORE
                   END-READ
               END-PERFORM
               CLOSE RESULTS-CHECK-FILE
           END-IF.
       WRITE-SAMPLE-PROCEDURE.
      *****The picked record as read, then every results line its
      *****evaluation appended (a run's "*RUN" marker is not one).
           MOVE SPACES TO SAMPLE-RECORD.
           MOVE WS-RUN-ID TO SAMPLE-RUN-ID.
           MOVE "REC" TO SAMPLE-TYPE.
           MOVE WS-DATA-FILE-ORDINAL TO SAMPLE-ORDINAL.
           IF WS-LISP-RESULT-FATAL-YES THEN
               MOVE "FAILED" TO SAMPLE-OUTCOME
           ELSE
               MOVE "PASSED" TO SAMPLE-OUTCOME
           END-IF.
           IF WS-SAMPLE-AMT-OK-YES THEN
               MOVE WS-SAMPLE-AMOUNT TO SAMPLE-AMOUNT
           END-IF.
           MOVE WS-DATA-RECORD TO SAMPLE-TEXT.
           WRITE SAMPLE-RECORD.
           MOVE 0 TO WS-SAMPLE-RESULTS-READ.
           OPEN INPUT RESULTS-CHECK-FILE.
           IF WS-RESULTS-CHECK-STATUS-OK THEN
               SET WS-SAMPLE-EOF-YES TO FALSE
               PERFORM UNTIL WS-SAMPLE-EOF-YES
                   READ RESULTS-CHECK-FILE
                       AT END
                           SET WS-SAMPLE-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-SAMPLE-RESULTS-READ
                           IF WS-SAMPLE-RESULTS-READ
                           > WS-SAMPLE-RESULTS-BEFORE
                           AND RESULTS-CHECK-RECORD(1:4) NOT = "*RUN"
                           THEN
                               PERFORM WRITE-SAMPLE-RESULT-PROCEDURE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RESULTS-CHECK-FILE
           END-IF.
       WRITE-SAMPLE-RESULT-PROCEDURE.
           MOVE SPACES TO SAMPLE-RECORD.
           MOVE WS-RUN-ID TO SAMPLE-RUN-ID.
           MOVE "RES" TO SAMPLE-TYPE.
           MOVE WS-DATA-FILE-ORDINAL TO SAMPLE-ORDINAL.
           MOVE RESULTS-CHECK-RECORD TO SAMPLE-TEXT.
           WRITE SAMPLE-RECORD.
       CLOSE-SAMPLE-PROCEDURE.
      *****The population and the sample, on the console and as the
      *****sample's closing SUM line.
           MOVE WS-SAMPLE-POP-AMOUNT TO WS-SAMPLE-AMOUNT-EDIT.
           DISPLAY "CISP: SAMPLE " FUNCTION TRIM(WS-SAMPLE-SPEC-APPLIED)
               " - POPULATION " WS-SAMPLE-POP-COUNT
               " AMOUNT " FUNCTION TRIM(WS-SAMPLE-AMOUNT-EDIT).
           MOVE WS-SAMPLE-PICK-AMOUNT TO WS-SAMPLE-AMOUNT-EDIT.
           IF WS-SAMPLE-FILE-OPEN-YES THEN
               DISPLAY "CISP: SAMPLED " WS-SAMPLE-PICK-COUNT
                   " AMOUNT " FUNCTION TRIM(WS-SAMPLE-AMOUNT-EDIT)
                   " - SEE " FUNCTION TRIM(WS-SAMPLE-FILE-NAME)
               MOVE SPACES TO SAMPLE-SUMMARY-RECORD
               MOVE WS-RUN-ID TO SAMPLE-SUM-RUN-ID
               MOVE "SUM" TO SAMPLE-SUM-TYPE
               MOVE WS-SAMPLE-SPEC-APPLIED TO SAMPLE-SUM-SPEC
               MOVE WS-SAMPLE-POP-COUNT TO SAMPLE-POP-COUNT
               MOVE WS-SAMPLE-POP-AMOUNT TO SAMPLE-POP-AMOUNT
               MOVE WS-SAMPLE-PICK-COUNT TO SAMPLE-PICK-COUNT
               MOVE WS-SAMPLE-PICK-AMOUNT TO SAMPLE-PICK-AMOUNT
               MOVE WS-DATA-FILE-NAME TO SAMPLE-DATA-FILE
               WRITE SAMPLE-SUMMARY-RECORD
               CLOSE SAMPLE-FILE
               SET WS-SAMPLE-FILE-OPEN-YES TO FALSE
           ELSE
               DISPLAY "CISP: SAMPLED " WS-SAMPLE-PICK-COUNT
                   " AMOUNT " FUNCTION TRIM(WS-SAMPLE-AMOUNT-EDIT)
                   " - NO SAMPLE FILE WRITTEN"
           END-IF.
           SET WS-SAMPLE-PICK-YES TO FALSE.
       READ-DATA-CHECKPOINT-PROCEDURE.
      *****Recover a prior data run's progress - honored only when the
      *****checkpoint names this same script and data file, otherwise
           END-IF.
       WRITE-DATA-CHECKPOINT-PROCEDURE.
      *****Never from a rehearsal - it must not destroy the restart
      *****point of a real interrupted run - nor from a resubmission,
      *****whose ordinals are the suspense entries' own.
           IF WS-REHEARSE-YES OR WS-RESUBMIT-YES THEN
               CONTINUE
           ELSE
               OPEN OUTPUT DATA-CHECKPOINT-FILE
           MOVE 0 TO WS-TRL-COUNT.
           MOVE 0 TO WS-TRL-HASH.
           MOVE SPACES TO WS-HDR-FILE-DATE.
           MOVE SPACES TO WS-HDR-SOURCE.
           MOVE 0 TO WS-CLOSED-KEY-COUNT.
           SET WS-BREAK-FIRST-YES TO TRUE.
           SET WS-MATCH-SEQ-FIRST-YES TO TRUE.
           SET WS-MATCH-SEQ-OK-YES TO TRUE.
           IF WS-BREAK-COUNT > 0 AND NOT WS-SORT-YES THEN
               SET WS-SEQUENCE-CHECK-YES TO TRUE
           ELSE
               SET WS-SEQUENCE-CHECK-YES TO FALSE
           END-IF.
           IF WS-DATA-DELIM = SPACE THEN
               MOVE " " TO WS-HT-DELIM
           ELSE
                           SET WS-DATA-EOF-YES TO TRUE
                       NOT AT END
                           IF DATA-RECORD NOT = SPACES THEN
                               MOVE DATA-RECORD TO WS-DATA-RECORD
                               PERFORM SCAN-DATA-RECORD-PROCEDURE
                           END-IF
                   END-READ
               IF WS-FILE-HAS-HEADER-YES THEN
                   PERFORM CHECK-HEADER-TRAILER-PROCEDURE
               END-IF
               IF WS-LAYOUT-YES AND WS-REC-TYPE-UNKNOWN-COUNT > 0 THEN
                   DISPLAY "CISP: " WS-REC-TYPE-UNKNOWN-COUNT
                       " RECORD(S) OF A TYPE NOT IN THE LAYOUT - "
                       "FIRST IS RECORD " WS-REC-TYPE-UNKNOWN-AT
                       " TYPE '" FUNCTION TRIM(WS-REC-TYPE-UNKNOWN-CODE)
                       "'"
                   MOVE "CE3011" TO WS-ERROR-CODE
                   MOVE "Data record type is not in the record layout."
                     TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
           END-IF.
       SCAN-DATA-RECORD-PROCEDURE.
           IF WS-HT-FIRST-RECORD-YES AND DATA-RECORD(1:3) = "HDR" THEN
               SET WS-FILE-HAS-HEADER-YES TO TRUE
               PERFORM PARSE-HT-TOKENS-PROCEDURE
               MOVE WS-HT-TOKEN-2(1:8) TO WS-HDR-FILE-DATE
               MOVE WS-HT-TOKEN-3 TO WS-HDR-SOURCE
           ELSE IF WS-FILE-HAS-HEADER-YES
           AND DATA-RECORD(1:3) = "TRL" THEN
               SET WS-TRL-SEEN-YES TO TRUE
                   MOVE FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                     TO WS-TRL-HASH
               END-IF
               IF WS-LAYOUT-YES THEN
                   PERFORM PARSE-TRL-TYPES-PROCEDURE
               END-IF
           ELSE
               ADD 1 TO WS-DATA-TALLY
               IF WS-LAYOUT-YES THEN
                   PERFORM SCAN-TYPED-RECORD-PROCEDURE
               END-IF
               IF WS-MATCH-MODE-YES AND WS-MATCH-SEQ-OK-YES THEN
                   PERFORM CHECK-MATCH-SEQUENCE-PROCEDURE
               END-IF
               IF WS-DATA-DELIM NOT = SPACE THEN
                   PERFORM SPLIT-DATA-RECORD-PROCEDURE
                   IF WS-SEQUENCE-CHECK-YES THEN
                       PERFORM CHECK-BREAK-SEQUENCE-PROCEDURE
                   END-IF
                   IF WS-DATA-FIELD-COUNT >= 2 THEN
                       MOVE WS-DATA-FIELD(2) TO WS-AMT-TEXT
                       PERFORM CHECK-AMOUNT-NUMERIC-PROCEDURE
               END-IF
           END-IF.
           SET WS-HT-FIRST-RECORD-YES TO FALSE.
       CHECK-BREAK-SEQUENCE-PROCEDURE.
      *****An unsorted file must hold each group together. When a
      *****level changes, the groups the previous record ends are
      *****noted closed (that level and every level under it); the
      *****new record's group at the changed level must not be one of
      *****them. The first offence stops the check - one feed record
      *****is enough to refuse the file.
           PERFORM GET-BREAK-KEYS-PROCEDURE.
           IF WS-BREAK-FIRST-YES THEN
               SET WS-BREAK-FIRST-YES TO FALSE
           ELSE
               PERFORM FIND-BREAK-LEVEL-PROCEDURE
               IF WS-BREAK-CHANGED-LEVEL > 0 THEN
                   PERFORM VARYING WS-BREAK-LEVEL
                   FROM WS-BREAK-CHANGED-LEVEL BY 1
                   UNTIL WS-BREAK-LEVEL > WS-BREAK-COUNT
                   OR NOT WS-SEQUENCE-CHECK-YES
                       PERFORM NOTE-CLOSED-GROUP-PROCEDURE
                   END-PERFORM
                   MOVE WS-BREAK-CHANGED-LEVEL TO WS-BREAK-LEVEL
                   PERFORM BUILD-BREAK-COMPOSITE-PROCEDURE
                   PERFORM VARYING WS-CLOSED-KEY-INDEX FROM 1 BY 1
                   UNTIL WS-CLOSED-KEY-INDEX > WS-CLOSED-KEY-COUNT
                   OR NOT WS-SEQUENCE-CHECK-YES
                       IF WS-CLOSED-KEY-LEVEL(WS-CLOSED-KEY-INDEX)
                       = WS-BREAK-LEVEL AND WS-CLOSED-KEY
                       (WS-CLOSED-KEY-INDEX) = WS-BREAK-COMPOSITE THEN
                           DISPLAY "CISP: DATA RECORD " WS-DATA-TALLY
                               " RETURNS TO AN EARLIER GROUP ON BREAK"
                               " LEVEL " WS-BREAK-LEVEL
                           MOVE "CE3006" TO WS-ERROR-CODE
                           MOVE "Data file is not in sequence on the"
                             & " break fields - sort it or use -sort."
                             TO WS-ERROR-MESSAGE
                           PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
                           SET WS-SEQUENCE-CHECK-YES TO FALSE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           MOVE WS-BREAK-CURR-KEYS TO WS-BREAK-PREV-KEYS.
       CHECK-MATCH-SEQUENCE-PROCEDURE.
      *****A balance line only works over keys in ascending order. A
      *****master key may appear once; transactions may repeat a key.
      *****The first offence stops the check.
           PERFORM GET-MATCH-KEY-PROCEDURE.
           IF WS-MATCH-SEQ-FIRST-YES THEN
               SET WS-MATCH-SEQ-FIRST-YES TO FALSE
           ELSE IF WS-MATCH-KEY < WS-MATCH-PREV-KEY
           OR (WS-MATCH-SIDE = 1 AND WS-MATCH-KEY = WS-MATCH-PREV-KEY)
           THEN
               IF WS-MATCH-SIDE = 1 THEN
                   DISPLAY "CISP: MASTER RECORD " WS-DATA-TALLY
                       " REPEATS OR GOES BACK ON KEY "
                       FUNCTION TRIM(WS-MATCH-KEY)
               ELSE
                   DISPLAY "CISP: TRANSACTION RECORD " WS-DATA-TALLY
                       " GOES BACK ON KEY " FUNCTION TRIM(WS-MATCH-KEY)
               END-IF
               MOVE "CE3007" TO WS-ERROR-CODE
               MOVE "Match file is not in ascending key sequence -"
                 & " sort it on the -key field." TO WS-ERROR-MESSAGE
               PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               SET WS-MATCH-SEQ-OK-YES TO FALSE
           END-IF.
           MOVE WS-MATCH-KEY TO WS-MATCH-PREV-KEY.
       GET-MATCH-KEY-PROCEDURE.
      *****The key of WS-DATA-RECORD for side WS-MATCH-SIDE, into
      *****WS-MATCH-KEY.
           MOVE SPACES TO WS-MATCH-KEY.
           IF WS-MATCH-KEY-FIELD(WS-MATCH-SIDE) > 0 THEN
               PERFORM SPLIT-DATA-RECORD-PROCEDURE
               IF WS-MATCH-KEY-FIELD(WS-MATCH-SIDE)
               <= WS-DATA-FIELD-COUNT THEN
                   MOVE WS-DATA-FIELD
                     (WS-MATCH-KEY-FIELD(WS-MATCH-SIDE))
                     TO WS-MATCH-KEY
               END-IF
           ELSE
               MOVE WS-DATA-RECORD(WS-MATCH-KEY-POS(WS-MATCH-SIDE):
                 WS-MATCH-KEY-LEN(WS-MATCH-SIDE)) TO WS-MATCH-KEY
           END-IF.
       NOTE-CLOSED-GROUP-PROCEDURE.
      *****The previous record's group at WS-BREAK-LEVEL has closed.
           IF WS-CLOSED-KEY-COUNT >= WS-MAX-CLOSED-KEYS THEN
               DISPLAY "CISP: MORE THAN 2000 BREAK GROUPS - SEQUENCE"
                   " CHECK STOPPED; USE -sort FOR FILES THIS SIZE"
               SET WS-SEQUENCE-CHECK-YES TO FALSE
           ELSE
               MOVE SPACES TO WS-BREAK-COMPOSITE
               PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1 UNTIL
               WS-BREAK-INDEX > WS-BREAK-LEVEL
                   MOVE WS-BREAK-PREV-KEY(WS-BREAK-INDEX)
                     TO WS-BREAK-COMPOSITE
                     ((WS-BREAK-INDEX - 1) * 40 + 1:40)
               END-PERFORM
               ADD 1 TO WS-CLOSED-KEY-COUNT
               MOVE WS-BREAK-LEVEL
                 TO WS-CLOSED-KEY-LEVEL(WS-CLOSED-KEY-COUNT)
               MOVE WS-BREAK-COMPOSITE
                 TO WS-CLOSED-KEY(WS-CLOSED-KEY-COUNT)
           END-IF.
       BUILD-BREAK-COMPOSITE-PROCEDURE.
      *****The current record's break values down to WS-BREAK-LEVEL.
           MOVE SPACES TO WS-BREAK-COMPOSITE.
           PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1 UNTIL
           WS-BREAK-INDEX > WS-BREAK-LEVEL
               MOVE WS-BREAK-CURR-KEY(WS-BREAK-INDEX)
                 TO WS-BREAK-COMPOSITE
                 ((WS-BREAK-INDEX - 1) * 40 + 1:40)
           END-PERFORM.
       PARSE-HT-TOKENS-PROCEDURE.
      *****Blank-delimited control records split on runs of blanks -
      *****hand-padded headers ("HDR  20260902  BILLSYS") are common -
               END-IF
           END-IF.
       CHECK-HEADER-TRAILER-PROCEDURE.
      *****The processing date comes from the business calendar - an
      *****explicit CISP_PROC_DATE, else today or, where the site runs
      *****the morning after, the prior business day - so the Monday
      *****run after a holiday accepts Friday's file.
           MOVE "PROC-DATE" TO WS-CALENDAR-OPERATION.
           CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
             WS-CAL-REQUEST.
           MOVE WS-CAL-RESULT-DATE-X TO WS-EXPECTED-PROC-DATE.
           IF WS-HDR-FILE-DATE NOT = WS-EXPECTED-PROC-DATE THEN
               DISPLAY "CISP: HEADER FILE DATE " WS-HDR-FILE-DATE
                   " IS NOT THE PROCESSING DATE "
                     & " read." TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
               IF (WS-DATA-DELIM NOT = SPACE OR WS-LAYOUT-HASHED-YES)
               AND WS-TRL-HASH NOT = WS-HASH-ACCUM THEN
                   DISPLAY "CISP: TRAILER AMOUNT HASH OUT OF BALANCE"
                   MOVE "CE3003" TO WS-ERROR-CODE
                     TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
               IF WS-LAYOUT-YES THEN
                   PERFORM CHECK-TYPE-TRAILERS-PROCEDURE
               END-IF
           END-IF.
       CHECK-RECEIPT-PROCEDURE.
      *****The data file against every receipt on the register: its
      *****content fingerprint, or for a file with a header its date
      *****and source together. A register that cannot be read holds
      *****the run - an unchecked file is not let through.
           PERFORM RESOLVE-RECEIPT-FILE-PROCEDURE.
           MOVE WS-DATA-FILE-NAME TO WS-RECEIPT-FP-SCRIPT.
           MOVE "FINGERPRINT" TO WS-CATALOGUE-OPERATION.
           CALL 'CISP-CATALOGUE' USING WS-CATALOGUE-OPERATION,
             WS-RECEIPT-FP-REQUEST.
           SET WS-RECEIPT-DUP-YES TO FALSE.
           MOVE SPACES TO WS-RECEIPT-DUP-RUN-ID.
           MOVE SPACES TO WS-RECEIPT-DUP-STAMP.
           MOVE SPACES TO WS-RECEIPT-DUP-REASON.
           OPEN INPUT RECEIPT-FILE.
           IF NOT WS-RECEIPT-FILE-STATUS-OK THEN
               DISPLAY "CISP: RECEIPT FILE OPEN FAILED, STATUS="
                   WS-RECEIPT-FILE-STATUS ", SKIPPING DATA RUN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               SET WS-RECEIPT-EOF-YES TO FALSE
               PERFORM UNTIL WS-RECEIPT-EOF-YES OR WS-RECEIPT-DUP-YES
                   READ RECEIPT-FILE
                       AT END
                           SET WS-RECEIPT-EOF-YES TO TRUE
                       NOT AT END
                           PERFORM MATCH-RECEIPT-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF.
           IF WS-RECEIPT-DUP-YES AND WS-REPROCESS-YES THEN
               DISPLAY "CISP: DATA-FILE ALREADY PROCESSED BY RUN "
                   FUNCTION TRIM(WS-RECEIPT-DUP-RUN-ID) " ("
                   FUNCTION TRIM(WS-RECEIPT-DUP-REASON)
                   "), REPROCESSING AS ASKED"
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "CISP:CHECK-RECEIPT" TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "REPROCESS " DELIMITED BY SIZE
                 WS-DATA-FILE-NAME DELIMITED BY SPACE
                 " ALREADY PROCESSED BY RUN " DELIMITED BY SIZE
                 WS-RECEIPT-DUP-RUN-ID DELIMITED BY SPACE
                 " by " DELIMITED BY SIZE
                 WS-OPERATOR DELIMITED BY SPACE
                 INTO WS-LOG-RECORD-MESSAGE
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           ELSE IF WS-RECEIPT-DUP-YES THEN
               DISPLAY "CISP: DATA-FILE ALREADY PROCESSED BY RUN "
                   FUNCTION TRIM(WS-RECEIPT-DUP-RUN-ID) " AT "
                   WS-RECEIPT-DUP-STAMP " ("
                   FUNCTION TRIM(WS-RECEIPT-DUP-REASON) ")"
               MOVE "CE3009" TO WS-ERROR-CODE
               MOVE SPACES TO WS-ERROR-MESSAGE
               STRING "Data file already processed by run "
                 DELIMITED BY SIZE
                 WS-RECEIPT-DUP-RUN-ID DELIMITED BY SPACE
                 " - " DELIMITED BY SIZE
                 WS-RECEIPT-DUP-REASON DELIMITED BY "  "
                 "." DELIMITED BY SIZE
                 INTO WS-ERROR-MESSAGE
               PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               SET WS-RECEIPT-REFUSED-YES TO TRUE
           END-IF.
       MATCH-RECEIPT-PROCEDURE.
           IF WS-RECEIPT-FP-FOUND-YES
           AND RECEIPT-FINGERPRINT = WS-RECEIPT-FP-FINGERPRINT THEN
               SET WS-RECEIPT-DUP-YES TO TRUE
               MOVE "same content" TO WS-RECEIPT-DUP-REASON
           ELSE IF WS-FILE-HAS-HEADER-YES
           AND WS-HDR-FILE-DATE NOT = SPACES
           AND RECEIPT-HDR-DATE = WS-HDR-FILE-DATE
           AND RECEIPT-HDR-SOURCE = WS-HDR-SOURCE THEN
               SET WS-RECEIPT-DUP-YES TO TRUE
               MOVE "same header" TO WS-RECEIPT-DUP-REASON
           END-IF.
           IF WS-RECEIPT-DUP-YES THEN
               MOVE RECEIPT-RUN-ID TO WS-RECEIPT-DUP-RUN-ID
               MOVE RECEIPT-STAMP TO WS-RECEIPT-DUP-STAMP
           END-IF.
       WRITE-RECEIPT-PROCEDURE.
      *****The file has been through every record - it is consumed.
           OPEN EXTEND RECEIPT-FILE.
           IF NOT WS-RECEIPT-FILE-STATUS-OK THEN
               DISPLAY "CISP: RECEIPT FILE OPEN FAILED, STATUS="
                   WS-RECEIPT-FILE-STATUS ", FILE NOT REGISTERED"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           ELSE
               MOVE SPACES TO RECEIPT-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO RECEIPT-STAMP
               MOVE WS-RUN-ID TO RECEIPT-RUN-ID
               MOVE WS-DATA-FILE-NAME TO RECEIPT-DATA-FILE
               MOVE WS-HDR-FILE-DATE TO RECEIPT-HDR-DATE
               MOVE WS-HDR-SOURCE TO RECEIPT-HDR-SOURCE
               MOVE WS-DATA-TALLY TO RECEIPT-RECORD-COUNT
               MOVE WS-HASH-ACCUM TO RECEIPT-HASH
               MOVE WS-RECEIPT-FP-FINGERPRINT TO RECEIPT-FINGERPRINT
               MOVE WS-RECEIPT-FP-SIZE TO RECEIPT-SIZE
               MOVE WS-LISP-FILE-NAME TO RECEIPT-SCRIPT
               IF WS-RECEIPT-DUP-YES THEN
                   MOVE "REPROCESS" TO RECEIPT-DISPOSITION
                   MOVE WS-RECEIPT-DUP-RUN-ID TO RECEIPT-PRIOR-RUN-ID
               ELSE
                   MOVE "CONSUMED" TO RECEIPT-DISPOSITION
               END-IF
               MOVE SPACES TO WS-SIGNON-REQUEST
               MOVE "IDENTIFY" TO WS-SIGNON-OPERATION
               CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
                 WS-SIGNON-REQUEST
               MOVE WS-SIGNON-OPERATOR TO RECEIPT-OPERATOR
               WRITE RECEIPT-RECORD
               CLOSE RECEIPT-FILE
           END-IF.
       RESOLVE-RECEIPT-FILE-PROCEDURE.
           MOVE "CISP_RECEIPT_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
             WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-RECEIPT-FILE-NAME.
           IF WS-RECEIPT-FILE-NAME = SPACES THEN
               MOVE '..\logs\receipts.data' TO WS-RECEIPT-FILE-NAME
           END-IF.
       THROW-DATA-EDIT-ERROR-PROCEDURE.
      *****Non-fatal through CISP-ERROR - the feed record reaches the
           MOVE WS-RUN-ID TO WS-ERROR-RUN-ID.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
           SET WS-DRIVER-PROBLEM-YES TO TRUE.
       AUTHORIZE-OPERATOR-PROCEDURE.
      *****Sign on, then check each operator function asked for - the
      *****first refusal holds the run, so nothing after it is checked.
           MOVE SPACES TO WS-SIGNON-REQUEST.
           MOVE "CISP" TO WS-SIGNON-PROGRAM.
           MOVE WS-RUN-ID TO WS-SIGNON-RUN-ID.
           MOVE "SIGNON" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           MOVE WS-SIGNON-OPERATOR TO WS-OPERATOR.
           IF NOT WS-SIGNON-GRANTED-YES THEN
               MOVE "SIGN-ON" TO WS-OPERATOR-SWITCH
               PERFORM REFUSE-OPERATOR-PROCEDURE
           END-IF.
           IF WS-REPL-MODE-YES AND NOT WS-OPERATOR-REFUSED-YES THEN
               MOVE "REPL" TO WS-SIGNON-FUNCTION
               MOVE "-i" TO WS-OPERATOR-SWITCH
               MOVE "interactive session" TO WS-SIGNON-DETAIL
               PERFORM CHECK-OPERATOR-PROCEDURE
           END-IF.
           IF WS-REHEARSE-YES AND NOT WS-OPERATOR-REFUSED-YES THEN
               MOVE "REHEARSE" TO WS-SIGNON-FUNCTION
               MOVE "-rehearse" TO WS-OPERATOR-SWITCH
               IF WS-LISP-FILE-NAME = SPACES THEN
                   MOVE WS-TESTS-FILE-NAME TO WS-SIGNON-DETAIL
               ELSE
                   MOVE WS-LISP-FILE-NAME TO WS-SIGNON-DETAIL
               END-IF
               PERFORM CHECK-OPERATOR-PROCEDURE
           END-IF.
           IF WS-REPROCESS-YES AND NOT WS-OPERATOR-REFUSED-YES THEN
               MOVE "REPROCESS" TO WS-SIGNON-FUNCTION
               MOVE "-reprocess" TO WS-OPERATOR-SWITCH
               MOVE WS-DATA-FILE-NAME TO WS-SIGNON-DETAIL
               PERFORM CHECK-OPERATOR-PROCEDURE
           END-IF.
       CHECK-OPERATOR-PROCEDURE.
           MOVE "CHECK" TO WS-SIGNON-OPERATION.
           CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
             WS-SIGNON-REQUEST.
           IF WS-SIGNON-GRANTED-YES THEN
      *****WARN so the shift log shows who ran the session or rerun.
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "CISP:AUTHORIZE-OPERATOR"
                 TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING WS-OPERATOR-SWITCH DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-SIGNON-DETAIL DELIMITED BY SPACE
                 " by " DELIMITED BY SIZE
                 WS-OPERATOR DELIMITED BY SPACE
                 INTO WS-LOG-RECORD-MESSAGE
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           ELSE
               PERFORM REFUSE-OPERATOR-PROCEDURE
           END-IF.
       SNAPSHOT-CONFIG-PROCEDURE.
      *****The configuration the run actually started with - every key,
      *****its value and where it came from - appended under the run
      *****id before anything runs. Anything the audit flags is a WARN
      *****in the shift log; it does not stop the run.
           MOVE "SNAPSHOT" TO WS-CONFAUDIT-OPERATION.
           CALL 'CISP-CONFAUDIT' USING WS-CONFAUDIT-OPERATION,
             WS-RUN-ID, WS-CONFAUDIT-FLAGGED,
             WS-CONFAUDIT-WRITTEN-FLAG.
           IF NOT WS-CONFAUDIT-WRITTEN-YES
           OR WS-CONFAUDIT-FLAGGED > 0 THEN
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "CISP:SNAPSHOT-CONFIG"
                 TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               IF NOT WS-CONFAUDIT-WRITTEN-YES THEN
                   MOVE "Configuration snapshot could not be written"
                     TO WS-LOG-RECORD-MESSAGE
               ELSE
                   MOVE WS-CONFAUDIT-FLAGGED
                     TO WS-CONFAUDIT-FLAGGED-EDIT
                   STRING "Configuration snapshot flagged "
                     DELIMITED BY SIZE
                     FUNCTION TRIM(WS-CONFAUDIT-FLAGGED-EDIT)
                     DELIMITED BY SIZE
                     " setting(s) - see CONFIG-AUDIT" DELIMITED BY SIZE
                     INTO WS-LOG-RECORD-MESSAGE
               END-IF
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG, WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           END-IF.
       REFUSE-OPERATOR-PROCEDURE.
           SET WS-OPERATOR-REFUSED-YES TO TRUE.
           DISPLAY "CISP: OPERATOR " FUNCTION TRIM(WS-OPERATOR)
               " NOT AUTHORIZED FOR " FUNCTION TRIM(WS-OPERATOR-SWITCH)
               " (" FUNCTION TRIM(WS-SIGNON-REASON) "), RUN HELD".
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CISP OPERATOR ERROR:" TO WS-ERROR-NAME.
           SET WS-ERROR-FATAL-YES TO FALSE.
           MOVE WS-BATCH-MODE-FLAG TO WS-ERROR-BATCH-MODE.
           MOVE WS-SIGNON-DETAIL TO WS-ERROR-FILE.
           MOVE 0 TO WS-ERROR-FORM.
           MOVE WS-RUN-ID TO WS-ERROR-RUN-ID.
           MOVE "CE3010" TO WS-ERROR-CODE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Operator " DELIMITED BY SIZE
             WS-OPERATOR DELIMITED BY SPACE
             " not authorized for " DELIMITED BY SIZE
             WS-OPERATOR-SWITCH DELIMITED BY SPACE
             " - " DELIMITED BY SIZE
             WS-SIGNON-REASON DELIMITED BY "  "
             INTO WS-ERROR-MESSAGE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
           SET WS-DRIVER-PROBLEM-YES TO TRUE.
       THROW-CATALOGUE-ERROR-PROCEDURE.
      *****Non-fatal like the data-file edits, but blamed on the
      *****script itself, so the errors feed names exactly which
      *****script was held back and which file broke its approval.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CISP CATALOGUE ERROR:" TO WS-ERROR-NAME.
           SET WS-ERROR-FATAL-YES TO FALSE.
           MOVE WS-BATCH-MODE-FLAG TO WS-ERROR-BATCH-MODE.
           MOVE WS-LISP-FILE-NAME TO WS-ERROR-FILE.
           MOVE 0 TO WS-ERROR-FORM.
           MOVE WS-RUN-ID TO WS-ERROR-RUN-ID.
           MOVE "CE3008" TO WS-ERROR-CODE.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Script not as approved - " DELIMITED BY SIZE
             WS-FP-STATUS DELIMITED BY SPACE
             ": " DELIMITED BY SIZE
             WS-FP-PROBLEM-FILE DELIMITED BY SPACE
             INTO WS-ERROR-MESSAGE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       VERIFY-SCRIPT-PROCEDURE.
      *****Fingerprint WS-LISP-FILE-NAME and every file it loads and
      *****compare them with the script catalogue.
           MOVE "VERIFY" TO WS-CATALOGUE-OPERATION.
           MOVE WS-LISP-FILE-NAME TO WS-FP-SCRIPT.
           CALL 'CISP-CATALOGUE' USING WS-CATALOGUE-OPERATION,
             WS-FP-REQUEST.
       CHECK-CATALOGUE-PROCEDURE.
      *****Pre-batch check: every script this run (or this worker's
      *****slice of it) is about to drive, compared with the script
      *****catalogue before the first one runs. Differences are
      *****listed and logged at WARN - with -approved-only the
      *****scripts are then refused as the batch reaches them.
           MOVE 0 TO WS-CATALOGUE-FLAGGED-COUNT.
           MOVE 0 TO WS-CATALOGUE-CHECKED-COUNT.
           OPEN INPUT TESTS-FILE.
           IF WS-TESTS-FILE-STATUS-OK THEN
               MOVE 0 TO WS-ENTRY-ORDINAL
               SET WS-CATALOGUE-EOF-YES TO FALSE
               PERFORM UNTIL WS-CATALOGUE-EOF-YES
                   READ TESTS-FILE
                       AT END
                           SET WS-CATALOGUE-EOF-YES TO TRUE
                       NOT AT END
                           IF LISP-TEST-FILE-NAME NOT = SPACES THEN
                               ADD 1 TO WS-ENTRY-ORDINAL
                               IF WS-WORKER-MODE-YES THEN
                                   PERFORM GET-ENTRY-OWNER-PROCEDURE
                               END-IF
                               IF WS-WORKER-MODE-YES AND
                               WS-ENTRY-OWNER-WORK NOT =
                               WS-WORKER-INDEX THEN
                                   CONTINUE
                               ELSE
                                   PERFORM CATALOGUE-ENTRY-PROCEDURE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TESTS-FILE
               DISPLAY "CISP: CATALOGUE CHECK - "
                   WS-CATALOGUE-CHECKED-COUNT " SCRIPT(S), "
                   WS-CATALOGUE-FLAGGED-COUNT " NOT AS APPROVED"
           END-IF.
           MOVE SPACES TO WS-LISP-FILE-NAME.
       CATALOGUE-ENTRY-PROCEDURE.
           MOVE SPACES TO WS-LISP-FILE-NAME.
           UNSTRING LISP-TEST-FILE-NAME
             DELIMITED BY ALL " " INTO WS-LISP-FILE-NAME
           END-UNSTRING.
           ADD 1 TO WS-CATALOGUE-CHECKED-COUNT.
           PERFORM VERIFY-SCRIPT-PROCEDURE.
           IF NOT WS-FP-APPROVED THEN
               ADD 1 TO WS-CATALOGUE-FLAGGED-COUNT
               DISPLAY "CISP: NOT AS APPROVED - "
                   FUNCTION TRIM(WS-LISP-FILE-NAME) " "
                   FUNCTION TRIM(WS-FP-STATUS) " "
                   FUNCTION TRIM(WS-FP-PROBLEM-FILE)
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "CISP:CHECK-CATALOGUE"
                 TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE SPACES TO WS-LOG-RECORD-MESSAGE
               STRING "UNAPPROVED " DELIMITED BY SIZE
                 WS-LISP-FILE-NAME DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-FP-STATUS DELIMITED BY SPACE
                 " " DELIMITED BY SIZE
                 WS-FP-PROBLEM-FILE DELIMITED BY SPACE
                 INTO WS-LOG-RECORD-MESSAGE
               MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
               MOVE SPACES TO WS-LOG-RECORD-SEVERITY
           END-IF.
       SCAN-FOR-ON-EOF-PROCEDURE.
      *****Only a script that actually carries an on-eof form earns
      *****the extra end-of-file evaluation - running it against every
                   SET WS-ON-EOF-PRESENT-YES TO TRUE
               END-IF
           END-PERFORM.
       SCAN-FOR-ON-BREAK-PROCEDURE.
      *****Break passes cost an evaluation each - a script with no
      *****on-break form gets none.
           SET WS-ON-BREAK-PRESENT-YES TO FALSE.
           PERFORM VARYING WS-SYMBOL-SCAN-INDEX FROM 1 BY 1 UNTIL
           WS-SYMBOL-SCAN-INDEX > WS-SYMBOL-TABLE-SIZE
           OR WS-ON-BREAK-PRESENT-YES
               IF WS-SYMBOL(WS-SYMBOL-SCAN-INDEX) = "on-break" THEN
                   SET WS-ON-BREAK-PRESENT-YES TO TRUE
               END-IF
           END-PERFORM.
       RUN-EOF-PASS-PROCEDURE.
      *****The extra pass after the last record: eof flips to 1, the
      *****record bindings empty out, and LISP walks only the on-eof
      *****forms.
           MOVE "1" TO WS-RUN-PARAM-VALUE(WS-DATA-EOF-SLOT).
           PERFORM CLEAR-DATA-FIELDS-PROCEDURE.
           PERFORM EVALUTE-LISP-PROCEDURE.
      *****Not tallied as a record - a 1,000-record file must report
      *****1,000, and a resumed run carries these tallies forward. A
      *****failing eof pass grades the run at 8 instead, so wrong or
      *****missing control totals still hold downstream jobs.
           IF WS-LISP-RESULT-FATAL-YES THEN
               DISPLAY "CISP: on-eof PASS FAILED - CONTROL TOTALS"
                   " NOT WRITTEN"
               SET WS-DRIVER-PROBLEM-YES TO TRUE
           END-IF.
       CLEAR-DATA-FIELDS-PROCEDURE.
      *****Empty the record at WS-DATA-FIELD-BASE, its split fields
      *****and its typed fields.
           MOVE '""' TO WS-RUN-PARAM-VALUE(WS-DATA-FIELD-BASE).
           IF WS-DATA-DELIM NOT = SPACE THEN
               PERFORM VARYING WS-DATA-FIELD-INDEX FROM 1 BY 1 UNTIL
               MOVE 0 TO WS-RUN-PARAM-VALUE
                 (WS-DATA-FIELD-BASE + WS-DATA-MAX-FIELDS + 1)
           END-IF.
           IF WS-LAYOUT-YES THEN
               MOVE '""' TO WS-RUN-PARAM-VALUE(WS-REC-TYPE-SLOT)
               PERFORM CLEAR-LAYOUT-FIELDS-PROCEDURE
           END-IF.
       LOAD-RECORD-LAYOUT-PROCEDURE.
      *****Read the -layout file into the type, field and name
      *****tables. A line that cannot be used condemns the whole
      *****layout - a record bound with half its fields would let a
      *****script pass records it ought to fail.
           MOVE 0 TO WS-REC-TYPE-COUNT.
           MOVE 0 TO WS-LAYOUT-FLD-COUNT.
           MOVE 0 TO WS-LAYOUT-NAME-COUNT.
           MOVE 0 TO WS-TYPE-AT-START.
           MOVE 0 TO WS-TYPE-AT-LENGTH.
           MOVE 0 TO WS-LAYOUT-LINE-NO.
           SET WS-LAYOUT-HASHED-YES TO FALSE.
           SET WS-LAYOUT-BAD-YES TO FALSE.
           OPEN INPUT LAYOUT-FILE.
           IF NOT WS-LAYOUT-FILE-STATUS-OK THEN
               DISPLAY "CISP: -layout FILE OPEN FAILED, STATUS="
                   WS-LAYOUT-FILE-STATUS
               SET WS-LAYOUT-BAD-YES TO TRUE
           ELSE
               SET WS-LAYOUT-EOF-YES TO FALSE
               PERFORM UNTIL WS-LAYOUT-EOF-YES
                   READ LAYOUT-FILE
                       AT END
                           SET WS-LAYOUT-EOF-YES TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LAYOUT-LINE-NO
                           PERFORM STORE-LAYOUT-LINE-PROCEDURE
                   END-READ
               END-PERFORM
               CLOSE LAYOUT-FILE
               IF NOT WS-LAYOUT-BAD-YES
               AND (WS-TYPE-AT-LENGTH = 0 OR WS-REC-TYPE-COUNT = 0)
               THEN
                   DISPLAY "CISP: -layout FILE NEEDS A TYPE-AT LINE"
                       " AND AT LEAST ONE FIELD LINE"
                   SET WS-LAYOUT-BAD-YES TO TRUE
               END-IF
           END-IF.
           IF WS-LAYOUT-BAD-YES THEN
               DISPLAY "CISP: -layout "
                   FUNCTION TRIM(WS-LAYOUT-FILE-NAME) " NOT USED"
           ELSE
               SET WS-LAYOUT-YES TO TRUE
           END-IF.
       STORE-LAYOUT-LINE-PROCEDURE.
      *****The TYPE-AT line places the type code - at most 8 wide -
      *****and every other line is one field of one type.
           IF LAYOUT-RECORD = SPACES OR LAYOUT-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE IF LAYOUT-TYPE-AT-TAG = "TYPE-AT" THEN
               MOVE 0 TO WS-LAYOUT-NUM-START
               MOVE 0 TO WS-LAYOUT-NUM-LENGTH
               IF LAYOUT-TYPE-AT-START IS NUMERIC
               AND LAYOUT-TYPE-AT-LENGTH IS NUMERIC THEN
                   MOVE LAYOUT-TYPE-AT-START TO WS-LAYOUT-NUM-START
                   MOVE LAYOUT-TYPE-AT-LENGTH TO WS-LAYOUT-NUM-LENGTH
               END-IF
               IF WS-LAYOUT-NUM-START < 1 OR WS-LAYOUT-NUM-LENGTH < 1
               OR WS-LAYOUT-NUM-LENGTH > 8
               OR WS-LAYOUT-NUM-START + WS-LAYOUT-NUM-LENGTH - 1 > 300
               THEN
                   PERFORM REJECT-LAYOUT-LINE-PROCEDURE
               ELSE
                   MOVE WS-LAYOUT-NUM-START TO WS-TYPE-AT-START
                   MOVE WS-LAYOUT-NUM-LENGTH TO WS-TYPE-AT-LENGTH
               END-IF
           ELSE
               PERFORM STORE-LAYOUT-FIELD-PROCEDURE
           END-IF.
       STORE-LAYOUT-FIELD-PROCEDURE.
      *****A field is at most 100 wide - the width of a run-parameter
      *****value - and may not take a name the driver binds itself.
           MOVE 0 TO WS-LAYOUT-NUM-START.
           MOVE 0 TO WS-LAYOUT-NUM-LENGTH.
           IF LAYOUT-START IS NUMERIC AND LAYOUT-LENGTH IS NUMERIC THEN
               MOVE LAYOUT-START TO WS-LAYOUT-NUM-START
               MOVE LAYOUT-LENGTH TO WS-LAYOUT-NUM-LENGTH
           END-IF.
           IF LAYOUT-TYPE = SPACES OR LAYOUT-FIELD-NAME = SPACES
           OR LAYOUT-FIELD-NAME = "record"
           OR LAYOUT-FIELD-NAME = "record-type"
           OR LAYOUT-FIELD-NAME = "record-count"
           OR LAYOUT-FIELD-NAME = "eof"
           OR WS-LAYOUT-NUM-START < 1 OR WS-LAYOUT-NUM-LENGTH < 1
           OR WS-LAYOUT-NUM-LENGTH > 100
           OR WS-LAYOUT-NUM-START + WS-LAYOUT-NUM-LENGTH - 1 > 300
           OR (LAYOUT-HASH-FLAG NOT = SPACE
           AND LAYOUT-HASH-FLAG NOT = "H") THEN
               PERFORM REJECT-LAYOUT-LINE-PROCEDURE
           ELSE
               MOVE LAYOUT-TYPE TO WS-CURR-REC-TYPE
               PERFORM FIND-REC-TYPE-PROCEDURE
               MOVE 0 TO WS-LAYOUT-NAME-MATCH
               PERFORM VARYING WS-LAYOUT-NAME-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-NAME-INDEX > WS-LAYOUT-NAME-COUNT
               OR WS-LAYOUT-NAME-MATCH > 0
                   IF WS-LAYOUT-NAME(WS-LAYOUT-NAME-INDEX)
                   = LAYOUT-FIELD-NAME THEN
                       MOVE WS-LAYOUT-NAME-INDEX TO WS-LAYOUT-NAME-MATCH
                   END-IF
               END-PERFORM
               IF (WS-REC-TYPE-MATCH = 0
               AND WS-REC-TYPE-COUNT >= WS-MAX-REC-TYPES)
               OR (WS-LAYOUT-NAME-MATCH = 0
               AND WS-LAYOUT-NAME-COUNT >= WS-MAX-LAYOUT-NAMES)
               OR WS-LAYOUT-FLD-COUNT >= WS-MAX-LAYOUT-FIELDS THEN
                   DISPLAY "CISP: -layout FILE LINE " WS-LAYOUT-LINE-NO
                       " GOES PAST 10 TYPES, 40 FIELD NAMES OR"
                       " 60 FIELDS"
                   SET WS-LAYOUT-BAD-YES TO TRUE
               ELSE
                   PERFORM ADD-LAYOUT-FIELD-PROCEDURE
               END-IF
           END-IF.
       ADD-LAYOUT-FIELD-PROCEDURE.
      *****New types and names take the next table entry; the same
      *****name twice in one type is a layout mistake.
           IF WS-REC-TYPE-MATCH = 0 THEN
               ADD 1 TO WS-REC-TYPE-COUNT
               MOVE WS-REC-TYPE-COUNT TO WS-REC-TYPE-MATCH
               MOVE LAYOUT-TYPE TO WS-REC-TYPE-CODE(WS-REC-TYPE-MATCH)
               SET WS-REC-TYPE-HASHED-YES(WS-REC-TYPE-MATCH) TO FALSE
           END-IF.
           IF WS-LAYOUT-NAME-MATCH = 0 THEN
               ADD 1 TO WS-LAYOUT-NAME-COUNT
               MOVE WS-LAYOUT-NAME-COUNT TO WS-LAYOUT-NAME-MATCH
               MOVE LAYOUT-FIELD-NAME
                 TO WS-LAYOUT-NAME(WS-LAYOUT-NAME-MATCH)
           END-IF.
           SET WS-LAYOUT-DUP-YES TO FALSE.
           PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1 UNTIL
           WS-LAYOUT-INDEX > WS-LAYOUT-FLD-COUNT
               IF WS-LAYOUT-FLD-TYPE(WS-LAYOUT-INDEX)
               = WS-REC-TYPE-MATCH
               AND WS-LAYOUT-FLD-SLOT(WS-LAYOUT-INDEX)
               = WS-LAYOUT-NAME-MATCH THEN
                   SET WS-LAYOUT-DUP-YES TO TRUE
               END-IF
           END-PERFORM.
           IF WS-LAYOUT-DUP-YES THEN
               SET WS-LAYOUT-BAD-YES TO TRUE
               DISPLAY "CISP: -layout FILE LINE " WS-LAYOUT-LINE-NO
                   " NAMES " FUNCTION TRIM(LAYOUT-FIELD-NAME)
                   " TWICE FOR TYPE " FUNCTION TRIM(LAYOUT-TYPE)
           ELSE
               ADD 1 TO WS-LAYOUT-FLD-COUNT
               MOVE WS-REC-TYPE-MATCH
                 TO WS-LAYOUT-FLD-TYPE(WS-LAYOUT-FLD-COUNT)
               MOVE WS-LAYOUT-NAME-MATCH
                 TO WS-LAYOUT-FLD-SLOT(WS-LAYOUT-FLD-COUNT)
               MOVE WS-LAYOUT-NUM-START
                 TO WS-LAYOUT-FLD-START(WS-LAYOUT-FLD-COUNT)
               MOVE WS-LAYOUT-NUM-LENGTH
                 TO WS-LAYOUT-FLD-LENGTH(WS-LAYOUT-FLD-COUNT)
               MOVE LAYOUT-HASH-FLAG
                 TO WS-LAYOUT-FLD-HASH-FLAG(WS-LAYOUT-FLD-COUNT)
               IF LAYOUT-HASH-FLAG = "H" THEN
                   SET WS-REC-TYPE-HASHED-YES(WS-REC-TYPE-MATCH)
                     TO TRUE
                   SET WS-LAYOUT-HASHED-YES TO TRUE
               END-IF
           END-IF.
       REJECT-LAYOUT-LINE-PROCEDURE.
           DISPLAY "CISP: -layout FILE LINE " WS-LAYOUT-LINE-NO
               " NOT VALID: " FUNCTION TRIM(LAYOUT-RECORD).
           SET WS-LAYOUT-BAD-YES TO TRUE.
       FIND-REC-TYPE-PROCEDURE.
      *****WS-CURR-REC-TYPE's entry in the type table, 0 if none.
           MOVE 0 TO WS-REC-TYPE-MATCH.
           PERFORM VARYING WS-REC-TYPE-INDEX FROM 1 BY 1 UNTIL
           WS-REC-TYPE-INDEX > WS-REC-TYPE-COUNT
           OR WS-REC-TYPE-MATCH > 0
               IF WS-REC-TYPE-CODE(WS-REC-TYPE-INDEX)
               = WS-CURR-REC-TYPE THEN
                   MOVE WS-REC-TYPE-INDEX TO WS-REC-TYPE-MATCH
               END-IF
           END-PERFORM.
       RESET-TYPE-TALLIES-PROCEDURE.
      *****Zero every type's pre-scan, trailer and run counts for
      *****this run.
           PERFORM VARYING WS-REC-TYPE-INDEX FROM 1 BY 1 UNTIL
           WS-REC-TYPE-INDEX > WS-REC-TYPE-COUNT
               MOVE 0 TO WS-REC-TYPE-TALLY(WS-REC-TYPE-INDEX)
               MOVE 0 TO WS-REC-TYPE-HASH(WS-REC-TYPE-INDEX)
               SET WS-REC-TYPE-TRL-SEEN-YES(WS-REC-TYPE-INDEX)
                 TO FALSE
               MOVE 0 TO WS-REC-TYPE-TRL-COUNT(WS-REC-TYPE-INDEX)
               MOVE 0 TO WS-REC-TYPE-TRL-HASH(WS-REC-TYPE-INDEX)
               MOVE 0 TO WS-REC-TYPE-PASSED(WS-REC-TYPE-INDEX)
               MOVE 0 TO WS-REC-TYPE-FAILED(WS-REC-TYPE-INDEX)
           END-PERFORM.
           MOVE 0 TO WS-REC-TYPE-UNKNOWN-COUNT.
           MOVE 0 TO WS-TRL-TYPE-UNKNOWN-COUNT.
           MOVE 0 TO WS-TRL-PIECE-NO.
           MOVE 0 TO WS-REC-TYPE-MATCH.
       SETUP-LAYOUT-SLOTS-PROCEDURE.
      *****"record-type", then one slot per distinct field name in
      *****the order the layout first gives it.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE "record-type"
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
           MOVE '""' TO WS-RUN-PARAM-VALUE(WS-RUN-PARAM-COUNT).
           MOVE WS-RUN-PARAM-COUNT TO WS-REC-TYPE-SLOT.
           MOVE WS-RUN-PARAM-COUNT TO WS-LAYOUT-NAME-BASE.
           PERFORM VARYING WS-LAYOUT-NAME-INDEX FROM 1 BY 1 UNTIL
           WS-LAYOUT-NAME-INDEX > WS-LAYOUT-NAME-COUNT
               ADD 1 TO WS-RUN-PARAM-COUNT
               MOVE WS-LAYOUT-NAME(WS-LAYOUT-NAME-INDEX)
                 TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT)
               MOVE '""' TO WS-RUN-PARAM-VALUE(WS-RUN-PARAM-COUNT)
           END-PERFORM.
       BIND-LAYOUT-FIELDS-PROCEDURE.
      *****The record's type code, then its own type's fields with
      *****leading blanks dropped; every other name binds as "". A
      *****record of a type the layout does not know (a resubmitted
      *****one - the pre-scan refuses them in a fresh file) binds
      *****only its record-type.
           MOVE SPACES TO WS-CURR-REC-TYPE.
           MOVE WS-DATA-RECORD(WS-TYPE-AT-START:WS-TYPE-AT-LENGTH)
             TO WS-CURR-REC-TYPE.
           IF WS-CURR-REC-TYPE = SPACES THEN
               MOVE '""' TO WS-RUN-PARAM-VALUE(WS-REC-TYPE-SLOT)
           ELSE
               MOVE WS-CURR-REC-TYPE
                 TO WS-RUN-PARAM-VALUE(WS-REC-TYPE-SLOT)
           END-IF.
           PERFORM FIND-REC-TYPE-PROCEDURE.
           PERFORM CLEAR-LAYOUT-FIELDS-PROCEDURE.
           PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1 UNTIL
           WS-LAYOUT-INDEX > WS-LAYOUT-FLD-COUNT
           OR WS-REC-TYPE-MATCH = 0
               IF WS-LAYOUT-FLD-TYPE(WS-LAYOUT-INDEX)
               = WS-REC-TYPE-MATCH THEN
                   MOVE SPACES TO WS-LAYOUT-VALUE
                   MOVE WS-DATA-RECORD
                     (WS-LAYOUT-FLD-START(WS-LAYOUT-INDEX):
                     WS-LAYOUT-FLD-LENGTH(WS-LAYOUT-INDEX))
                     TO WS-LAYOUT-VALUE
                   IF WS-LAYOUT-VALUE NOT = SPACES THEN
                       MOVE FUNCTION TRIM(WS-LAYOUT-VALUE LEADING)
                         TO WS-RUN-PARAM-VALUE(WS-LAYOUT-NAME-BASE
                         + WS-LAYOUT-FLD-SLOT(WS-LAYOUT-INDEX))
                   END-IF
               END-IF
           END-PERFORM.
       CLEAR-LAYOUT-FIELDS-PROCEDURE.
           PERFORM VARYING WS-LAYOUT-NAME-INDEX FROM 1 BY 1 UNTIL
           WS-LAYOUT-NAME-INDEX > WS-LAYOUT-NAME-COUNT
               MOVE '""' TO WS-RUN-PARAM-VALUE
                 (WS-LAYOUT-NAME-BASE + WS-LAYOUT-NAME-INDEX)
           END-PERFORM.
       SCAN-TYPED-RECORD-PROCEDURE.
      *****Pre-scan of one data record under -layout: count it to its
      *****type and add its H field to the type's hash and the file's.
      *****The first record of an unknown type is kept for the report.
           MOVE SPACES TO WS-CURR-REC-TYPE.
           MOVE DATA-RECORD(WS-TYPE-AT-START:WS-TYPE-AT-LENGTH)
             TO WS-CURR-REC-TYPE.
           PERFORM FIND-REC-TYPE-PROCEDURE.
           IF WS-REC-TYPE-MATCH = 0 THEN
               ADD 1 TO WS-REC-TYPE-UNKNOWN-COUNT
               IF WS-REC-TYPE-UNKNOWN-COUNT = 1 THEN
                   MOVE WS-CURR-REC-TYPE TO WS-REC-TYPE-UNKNOWN-CODE
                   MOVE WS-DATA-TALLY TO WS-REC-TYPE-UNKNOWN-AT
               END-IF
           ELSE
               ADD 1 TO WS-REC-TYPE-TALLY(WS-REC-TYPE-MATCH)
               PERFORM VARYING WS-LAYOUT-INDEX FROM 1 BY 1 UNTIL
               WS-LAYOUT-INDEX > WS-LAYOUT-FLD-COUNT
                   IF WS-LAYOUT-FLD-TYPE(WS-LAYOUT-INDEX)
                   = WS-REC-TYPE-MATCH
                   AND WS-LAYOUT-FLD-HASH-YES(WS-LAYOUT-INDEX) THEN
                       PERFORM HASH-TYPED-FIELD-PROCEDURE
                   END-IF
               END-PERFORM
           END-IF.
       HASH-TYPED-FIELD-PROCEDURE.
           MOVE SPACES TO WS-LAYOUT-VALUE.
           MOVE DATA-RECORD(WS-LAYOUT-FLD-START(WS-LAYOUT-INDEX):
             WS-LAYOUT-FLD-LENGTH(WS-LAYOUT-INDEX))
             TO WS-LAYOUT-VALUE.
           MOVE SPACES TO WS-AMT-TEXT.
           IF WS-LAYOUT-VALUE NOT = SPACES THEN
               MOVE FUNCTION TRIM(WS-LAYOUT-VALUE LEADING)
                 TO WS-AMT-TEXT
           END-IF.
           PERFORM CHECK-AMOUNT-NUMERIC-PROCEDURE.
           IF WS-AMT-OK-YES THEN
               ADD FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                 TO WS-REC-TYPE-HASH(WS-REC-TYPE-MATCH)
               ADD FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                 TO WS-HASH-ACCUM
           END-IF.
       PARSE-TRL-TYPES-PROCEDURE.
      *****"TRL 20 5000.00 CLM 5 0 PAY 12 4000.00 RES 3 1000.00" -
      *****after the file count and hash, a TYPE COUNT HASH triple
      *****per type. A type the layout does not know is kept for the
      *****report.
           MOVE 0 TO WS-TRL-PIECE-NO.
           MOVE 0 TO WS-TRL-TRIPLE-POS.
           MOVE 0 TO WS-TRL-TYPE-MATCH.
           MOVE 1 TO WS-TRL-PIECE-PTR.
           COMPUTE WS-TRL-REC-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(DATA-RECORD TRAILING)).
           PERFORM UNTIL WS-TRL-PIECE-PTR > WS-TRL-REC-LEN
               MOVE SPACES TO WS-TRL-PIECE
               UNSTRING DATA-RECORD(1:WS-TRL-REC-LEN)
                 DELIMITED BY ALL " "
                 INTO WS-TRL-PIECE
                 WITH POINTER WS-TRL-PIECE-PTR
               END-UNSTRING
               ADD 1 TO WS-TRL-PIECE-NO
               IF WS-TRL-PIECE-NO > 3 THEN
                   ADD 1 TO WS-TRL-TRIPLE-POS
                   IF WS-TRL-TRIPLE-POS > 3 THEN
                       MOVE 1 TO WS-TRL-TRIPLE-POS
                   END-IF
                   PERFORM STORE-TRL-PIECE-PROCEDURE
               END-IF
           END-PERFORM.
       STORE-TRL-PIECE-PROCEDURE.
           EVALUATE WS-TRL-TRIPLE-POS
           WHEN 1
               MOVE WS-TRL-PIECE TO WS-CURR-REC-TYPE
               PERFORM FIND-REC-TYPE-PROCEDURE
               MOVE WS-REC-TYPE-MATCH TO WS-TRL-TYPE-MATCH
               IF WS-TRL-TYPE-MATCH = 0 THEN
                   ADD 1 TO WS-TRL-TYPE-UNKNOWN-COUNT
                   IF WS-TRL-TYPE-UNKNOWN-COUNT = 1 THEN
                       MOVE WS-CURR-REC-TYPE TO WS-TRL-TYPE-UNKNOWN-CODE
                   END-IF
               ELSE
                   SET WS-REC-TYPE-TRL-SEEN-YES(WS-TRL-TYPE-MATCH)
                     TO TRUE
               END-IF
           WHEN 2
               IF WS-TRL-TYPE-MATCH > 0 THEN
                   MOVE WS-TRL-PIECE TO WS-AMT-TEXT
                   PERFORM CHECK-AMOUNT-NUMERIC-PROCEDURE
                   IF WS-AMT-OK-YES THEN
                       MOVE FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                         TO WS-REC-TYPE-TRL-COUNT(WS-TRL-TYPE-MATCH)
                   END-IF
               END-IF
           WHEN OTHER
               IF WS-TRL-TYPE-MATCH > 0 THEN
                   MOVE WS-TRL-PIECE TO WS-AMT-TEXT
                   PERFORM CHECK-AMOUNT-NUMERIC-PROCEDURE
                   IF WS-AMT-OK-YES THEN
                       MOVE FUNCTION NUMVAL(WS-AMT-TEXT(1:WS-AMT-LEN))
                         TO WS-REC-TYPE-TRL-HASH(WS-TRL-TYPE-MATCH)
                   END-IF
               END-IF
           END-EVALUATE.
       CHECK-TYPE-TRAILERS-PROCEDURE.
      *****Only when the trailer broke its totals down by type. A
      *****type with records but no triple is as out of balance as
      *****one whose count is wrong.
           IF WS-TRL-PIECE-NO > 3 THEN
               IF WS-TRL-TYPE-UNKNOWN-COUNT > 0 THEN
                   DISPLAY "CISP: TRAILER GIVES TYPE '"
                       FUNCTION TRIM(WS-TRL-TYPE-UNKNOWN-CODE)
                       "' WHICH IS NOT IN THE LAYOUT"
                   MOVE "CE3011" TO WS-ERROR-CODE
                   MOVE "Trailer record type is not in the record"
                     & " layout." TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
               PERFORM VARYING WS-REC-TYPE-INDEX FROM 1 BY 1 UNTIL
               WS-REC-TYPE-INDEX > WS-REC-TYPE-COUNT
                   PERFORM CHECK-ONE-TYPE-TRAILER-PROCEDURE
               END-PERFORM
           END-IF.
       CHECK-ONE-TYPE-TRAILER-PROCEDURE.
           MOVE WS-REC-TYPE-CODE(WS-REC-TYPE-INDEX)
             TO WS-CURR-REC-TYPE.
           IF NOT WS-REC-TYPE-TRL-SEEN-YES(WS-REC-TYPE-INDEX) THEN
               IF WS-REC-TYPE-TALLY(WS-REC-TYPE-INDEX) > 0 THEN
                   DISPLAY "CISP: TRAILER HAS NO COUNT FOR TYPE "
                       FUNCTION TRIM(WS-CURR-REC-TYPE)
                       " BUT " WS-REC-TYPE-TALLY(WS-REC-TYPE-INDEX)
                       " RECORDS READ"
                   MOVE "CE3002" TO WS-ERROR-CODE
                   MOVE "Trailer record count does not match records"
                     & " read." TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
           ELSE
               IF WS-REC-TYPE-TRL-COUNT(WS-REC-TYPE-INDEX)
               NOT = WS-REC-TYPE-TALLY(WS-REC-TYPE-INDEX) THEN
                   DISPLAY "CISP: TRAILER COUNT "
                       WS-REC-TYPE-TRL-COUNT(WS-REC-TYPE-INDEX)
                       " FOR TYPE "
                       FUNCTION TRIM(WS-CURR-REC-TYPE)
                       " BUT " WS-REC-TYPE-TALLY(WS-REC-TYPE-INDEX)
                       " RECORDS READ"
                   MOVE "CE3002" TO WS-ERROR-CODE
                   MOVE "Trailer record count does not match records"
                     & " read." TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
               IF WS-REC-TYPE-HASHED-YES(WS-REC-TYPE-INDEX)
               AND WS-REC-TYPE-TRL-HASH(WS-REC-TYPE-INDEX)
               NOT = WS-REC-TYPE-HASH(WS-REC-TYPE-INDEX) THEN
                   DISPLAY "CISP: TRAILER AMOUNT HASH FOR TYPE "
                       FUNCTION TRIM(WS-CURR-REC-TYPE)
                       " OUT OF BALANCE"
                   MOVE "CE3003" TO WS-ERROR-CODE
                   MOVE "Trailer amount hash total is out of balance."
                     TO WS-ERROR-MESSAGE
                   PERFORM THROW-DATA-EDIT-ERROR-PROCEDURE
               END-IF
           END-IF.
       DISPLAY-TYPE-SUMMARY-PROCEDURE.
      *****One line per record type under the run summary, logged
      *****with it.
           PERFORM VARYING WS-REC-TYPE-INDEX FROM 1 BY 1 UNTIL
           WS-REC-TYPE-INDEX > WS-REC-TYPE-COUNT
               COMPUTE WS-TYPE-RECORDS =
                 WS-REC-TYPE-PASSED(WS-REC-TYPE-INDEX)
                 + WS-REC-TYPE-FAILED(WS-REC-TYPE-INDEX)
               MOVE SPACES TO WS-TYPE-SUMMARY-LINE
               STRING "  Type " DELIMITED BY SIZE
                   WS-REC-TYPE-CODE(WS-REC-TYPE-INDEX)
                   DELIMITED BY SIZE
                   " Records: " DELIMITED BY SIZE
                   WS-TYPE-RECORDS DELIMITED BY SIZE
                   "  Passed: " DELIMITED BY SIZE
                   WS-REC-TYPE-PASSED(WS-REC-TYPE-INDEX)
                   DELIMITED BY SIZE
                   "  Failed: " DELIMITED BY SIZE
                   WS-REC-TYPE-FAILED(WS-REC-TYPE-INDEX)
                   DELIMITED BY SIZE
                   INTO WS-TYPE-SUMMARY-LINE
               END-STRING
               DISPLAY WS-TYPE-SUMMARY-LINE
               MOVE "ADD" TO WS-LOG-OPERATION-FLAG
               MOVE "CISP:DATA-DRIVER-PROCEDURE"
                 TO WS-LOG-RECORD-FUNCTION-NAME
               MOVE WS-TYPE-SUMMARY-LINE TO WS-LOG-RECORD-MESSAGE
               CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                 WS-LOG-RECORD
           END-PERFORM.
       SETUP-DATA-FIELD-SLOTS-PROCEDURE.
      *****Claim one run-parameter slot per split field (record1 ...
      *****recordN) and one for the record-count, named once here and
      *****refilled for every record. A -match run claims a second set
      *****for the master under the prefix "master".
           PERFORM VARYING WS-DATA-FIELD-INDEX FROM 1 BY 1 UNTIL
           WS-DATA-FIELD-INDEX > WS-DATA-MAX-FIELDS
               ADD 1 TO WS-RUN-PARAM-COUNT
               PERFORM BUILD-FIELD-NAME-PROCEDURE
               MOVE WS-FIELD-NAME-WORK
                 TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT)
           END-PERFORM.
           ADD 1 TO WS-RUN-PARAM-COUNT.
           MOVE SPACES TO WS-FIELD-NAME-WORK.
           STRING WS-FIELD-NAME-PREFIX DELIMITED BY SPACE
             "-count" DELIMITED BY SIZE
             INTO WS-FIELD-NAME-WORK.
           MOVE WS-FIELD-NAME-WORK
             TO WS-RUN-PARAM-NAME(WS-RUN-PARAM-COUNT).
       BUILD-FIELD-NAME-PROCEDURE.
      *****WS-FIELD-NAME-PREFIX plus field number WS-DATA-FIELD-INDEX,
      *****e.g. record3 or master12.
           MOVE WS-DATA-FIELD-INDEX TO WS-FIELD-NAME-NUM.
           MOVE SPACES TO WS-FIELD-NAME-WORK.
           IF WS-FIELD-NAME-NUM < 10 THEN
               STRING WS-FIELD-NAME-PREFIX DELIMITED BY SPACE
                 WS-FIELD-NAME-NUM(2:1) DELIMITED BY SIZE
                 INTO WS-FIELD-NAME-WORK
           ELSE
               STRING WS-FIELD-NAME-PREFIX DELIMITED BY SPACE
                 WS-FIELD-NAME-NUM DELIMITED BY SIZE
                 INTO WS-FIELD-NAME-WORK
           END-IF.
       SPLIT-DATA-RECORD-PROCEDURE.
      *****Split the record on the delimiter, one piece per pass the
      *****way LISP.cbl's PARSE-TEXT-LIST-PROCEDURE walks a list.
           MOVE 0 TO WS-DATA-FIELD-COUNT.
           MOVE 1 TO WS-DATA-SPLIT-PTR.
           COMPUTE WS-DATA-REC-LEN = FUNCTION LENGTH(FUNCTION
             TRIM(WS-DATA-RECORD)).
           PERFORM UNTIL WS-DATA-SPLIT-PTR > WS-DATA-REC-LEN
           OR WS-DATA-FIELD-COUNT >= WS-DATA-MAX-FIELDS
               ADD 1 TO WS-DATA-FIELD-COUNT
               MOVE SPACES TO WS-DATA-FIELD(WS-DATA-FIELD-COUNT)
               UNSTRING WS-DATA-RECORD(1:WS-DATA-REC-LEN)
                 DELIMITED BY WS-DATA-DELIM
                 INTO WS-DATA-FIELD(WS-DATA-FIELD-COUNT)
                 WITH POINTER WS-DATA-SPLIT-PTR
               MOVE WS-STAT-ELAPSED-CS TO STATS-ELAPSED-CS
               MOVE WS-SYMBOL-TABLE-SIZE TO STATS-TOKEN-COUNT
               MOVE WS-FORM-COUNT TO STATS-FORM-COUNT
               MOVE WS-FP-FINGERPRINT TO STATS-FINGERPRINT
               MOVE WS-FP-STATUS TO STATS-APPROVAL
               WRITE STATS-RECORD
           END-IF.
      *****Keep the five largest elapsed times seen so far by
