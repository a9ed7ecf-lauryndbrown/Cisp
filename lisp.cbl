           ACCESS MODE IS RANDOM
           RECORD KEY IS STATE-RECORD-NAME
           FILE STATUS IS WS-STATE-FILE-STATUS.
      *****Before/after image of every live persist, for STATE-RESTORE.
       SELECT OPTIONAL STATE-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-STATE-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-JOURNAL-STATUS.
      *****The shared function library save-function appends to -
      *****TOKENIZER splices it ahead of every file and REPL line, so
      *****a banked defun is simply there next run.
           ASSIGN TO DYNAMIC WS-LOOKUP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOOKUP-FILE-STATUS.
      *****Effective-dated reference tables REFTABLE-MAINT keeps -
      *****(lookup) falls back to them for any table no load-table
      *****has put in memory, and answers the version in force on the
      *****business date instead of whatever the file says today.
       SELECT OPTIONAL REFTABLE-FILE
           ASSIGN TO DYNAMIC WS-REFTABLE-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REF-KEY
           FILE STATUS IS WS-REFTABLE-FILE-STATUS.
      *****The dated exchange rates (convert ...) reads, and the audit
      *****of every conversion made with them.
       SELECT OPTIONAL RATE-FILE
           ASSIGN TO DYNAMIC WS-RATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-FILE-STATUS.
       SELECT OPTIONAL CONVERSION-FILE
           ASSIGN TO DYNAMIC WS-CONV-OPEN-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONV-FILE-STATUS.
      *****Keyed business master files for the master-* verbs - one
      *****FD serves every master a script has opened, pointed at
      *****whichever one the verb names and opened and closed around
      *****each record touched, the same as the state file. The copy
      *****FD loads a rehearsal's shadow of the live master.
       SELECT OPTIONAL MASTER-FILE
           ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MASTER-KEY
           FILE STATUS IS WS-MASTER-FILE-STATUS.
       SELECT OPTIONAL MASTER-COPY-FILE
           ASSIGN TO DYNAMIC WS-MASTER-COPY-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MASTER-COPY-KEY
           FILE STATUS IS WS-MASTER-COPY-STATUS.
       SELECT OPTIONAL MASTER-JOURNAL-FILE
           ASSIGN TO DYNAMIC WS-MASTER-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-JOURNAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RESULTS-FILE.
       FD SCRIPT-IN-FILE.
       01 SCRIPT-IN-RECORD PIC X(100).
       FD SCRIPT-OUT-1.
       01 SCRIPT-OUT-RECORD-1 PIC X(132).
       FD SCRIPT-OUT-2.
       01 SCRIPT-OUT-RECORD-2 PIC X(132).
       FD SCRIPT-OUT-3.
       01 SCRIPT-OUT-RECORD-3 PIC X(132).
       FD SCRIPT-OUT-4.
       01 SCRIPT-OUT-RECORD-4 PIC X(132).
       FD STATE-FILE.
       01 STATE-RECORD.
           02 STATE-RECORD-NAME PIC X(50).
           02 STATE-RECORD-VALUE PIC X(100).
       FD STATE-JOURNAL-FILE.
       COPY "state-journal.cpy"
           REPLACING LEADING ==PREFIX== BY ==STATE==.
       FD LOOKUP-FILE.
       01 LOOKUP-FILE-RECORD PIC X(200).
       FD REFTABLE-FILE.
       COPY "ref-table.cpy" REPLACING LEADING ==PREFIX== BY ==REF==.
       FD RATE-FILE.
       COPY "exchange-rate.cpy"
           REPLACING LEADING ==PREFIX== BY ==RATE==.
       FD CONVERSION-FILE.
       COPY "conversion-record.cpy"
           REPLACING LEADING ==PREFIX== BY ==CONV==.
       FD MASTER-FILE.
       COPY "master-record.cpy"
           REPLACING LEADING ==PREFIX== BY ==MASTER==.
       FD MASTER-COPY-FILE.
       COPY "master-record.cpy"
           REPLACING LEADING ==PREFIX== BY ==MASTER-COPY==.
       FD MASTER-JOURNAL-FILE.
       COPY "master-journal.cpy"
           REPLACING LEADING ==PREFIX== BY ==MASTER==.
       FD LIBRARY-FILE.
      *****Same width as TOKENIZER's source records - a saved defun
      *****longer than one record is wrapped at token boundaries and
           88 WS-LOOKUP-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-LOOKUP-PARSE-PTR PIC 9(4).
       01 WS-LOOKUP-REC-LEN PIC 9(4).
      *****A table no load-table has loaded is looked up in the keyed
      *****reference file (CISP_REFTABLE_FILE) as of a business date -
      *****the optional third argument, else the processing date
      *****(CISP-CALENDAR's PROC-DATE). Path and default date are
      *****resolved once per process; the file is opened and closed
      *****around each lookup, the same as the state file.
       01 WS-REFTABLE-FILE-NAME PIC X(100).
       01 WS-REFTABLE-FILE-STATUS PIC XX.
           88 WS-REFTABLE-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-REFTABLE-FILE-ABSENT VALUE '35'.
           88 WS-REFTABLE-NO-RECORD VALUE '10', '23'.
       01 WS-REFTABLE-RESOLVED-FLAG PIC X VALUE 'N'.
           88 WS-REFTABLE-RESOLVED-YES VALUE 'Y', FALSE 'N'.
       01 WS-REFTABLE-DEFAULT-DATE PIC X(8).
       01 WS-LOOKUP-ASOF-DATE PIC X(8).
       01 WS-LOOKUP-DATE-WORK PIC X(100).
       01 WS-REFTABLE-SCAN-FLAG PIC X.
           88 WS-REFTABLE-SCAN-DONE VALUE 'Y', FALSE 'N'.
       01 WS-REFTABLE-HAS-TABLE-FLAG PIC X.
           88 WS-REFTABLE-HAS-TABLE-YES VALUE 'Y', FALSE 'N'.
       01 WS-REFTABLE-FOUND-FLAG PIC X.
           88 WS-REFTABLE-FOUND-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Persistent cross-run store (persist/fetch)
      *****************************************
           88 WS-STATE-DUPLICATE-KEY VALUE '22'.
       01 WS-STATE-RESOLVED-FLAG PIC X VALUE 'N'.
           88 WS-STATE-RESOLVED-YES VALUE 'Y', FALSE 'N'.
      *****The journal every live persist appends its before and after
      *****images to (CISP_STATE_JOURNAL_FILE), and the entry's value
      *****as it stood before this persist touched it.
       01 WS-STATE-JOURNAL-NAME PIC X(100).
       01 WS-STATE-JOURNAL-STATUS PIC XX.
           88 WS-STATE-JOURNAL-STATUS-OK VALUE '00', '05'.
       01 WS-STATE-BEFORE-FLAG PIC X.
           88 WS-STATE-BEFORE-YES VALUE 'Y', FALSE 'N'.
       01 WS-STATE-BEFORE-VALUE PIC X(100).
      *****************************************
      *    Keyed master files (master-open and its verbs)
      *****************************************
      *****(master-open "name" "path" POS LEN) declares a keyed
      *****business file under a name the script uses from then on,
      *****its key being the LEN characters at column POS of each
      *****record. (master-read "name" KEY) answers the record, or ""
      *****when there is none; (master-write "name" RECORD) adds a
      *****record, (master-rewrite "name" RECORD) replaces the one
      *****with the same key and (master-delete "name" KEY) removes
      *****one - each answering "OK", "DUPLICATE" or "NOTFOUND" so
      *****the script decides what a missing or repeated key means.
      *****(master-status "name") repeats the last of those answers
      *****for the name, a read's included. Every live update is
      *****journaled with the run id; a rehearsal works on a
      *****".rehearsal" copy of the master taken when it is opened.
       78 WS-MAX-MASTERS VALUE 4.
      *****Wide enough for a full path plus the ".rehearsal" suffix a
      *****dry run appends.
       01 WS-MASTER-FILE-NAME PIC X(112).
       01 WS-MASTER-FILE-STATUS PIC XX.
           88 WS-MASTER-FILE-STATUS-OK VALUE '00', '05'.
           88 WS-MASTER-NO-RECORD VALUE '10', '23'.
           88 WS-MASTER-DUPLICATE-KEY VALUE '22'.
       01 WS-MASTER-COPY-NAME PIC X(112).
       01 WS-MASTER-COPY-STATUS PIC XX.
           88 WS-MASTER-COPY-STATUS-OK VALUE '00', '05'.
       01 WS-MASTER-COPY-EOF-FLAG PIC X.
           88 WS-MASTER-COPY-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-JOURNAL-NAME PIC X(100).
       01 WS-MASTER-JOURNAL-STATUS PIC XX.
           88 WS-MASTER-JOURNAL-STATUS-OK VALUE '00', '05'.
       01 WS-MASTER-RESOLVED-FLAG PIC X VALUE 'N'.
           88 WS-MASTER-RESOLVED-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-TABLE.
           02 WS-MASTER-COUNT PIC 9(2) VALUE 0.
           02 WS-MASTER-ENTRY OCCURS WS-MAX-MASTERS TIMES.
               03 WS-MASTER-NAME PIC X(50).
               03 WS-MASTER-PATH PIC X(100).
               03 WS-MASTER-KEY-POS PIC 9(3).
               03 WS-MASTER-KEY-LEN PIC 9(3).
               03 WS-MASTER-LAST-RESULT PIC X(9).
      *****Whether this master's ".rehearsal" copy has been taken yet
      *****this process - a -data rehearsal re-opens its masters for
      *****every record and must keep what the earlier records did.
               03 WS-MASTER-SHADOW-CUT PIC X.
                  88 WS-MASTER-SHADOW-CUT-YES VALUE 'Y', FALSE 'N'.
      *****Updates made this run - the rehearsal summary reads them.
               03 WS-MASTER-ADDS PIC 9(8).
               03 WS-MASTER-CHANGES PIC 9(8).
               03 WS-MASTER-DELETES PIC 9(8).
       01 WS-MASTER-INDEX PIC 9(2).
       01 WS-MASTER-SLOT PIC 9(2).
       01 WS-MASTER-NAME-WORK PIC X(50).
       01 WS-MASTER-PATH-WORK PIC X(100).
       01 WS-MASTER-RECORD-WORK PIC X(100).
       01 WS-MASTER-KEY-WORK PIC X(50).
       01 WS-MASTER-RESULT PIC X(9).
       01 WS-MASTER-ACTION PIC X(6).
       01 WS-MASTER-BEFORE-FLAG PIC X.
           88 WS-MASTER-BEFORE-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-BEFORE-VALUE PIC X(100).
       01 WS-MASTER-AFTER-FLAG PIC X.
           88 WS-MASTER-AFTER-YES VALUE 'Y', FALSE 'N'.
       01 WS-MASTER-POS-EDIT PIC ZZ9.
       01 WS-MASTER-LEN-EDIT PIC ZZ9.
       01 WS-MASTER-ERROR-TEXT PIC X(100).
      *****************************************
      *    Script file I/O (read-line/write-line)
      *****************************************
                  88 WS-STREAM-SHADOW-CUT-YES VALUE 'Y', FALSE 'N'.
       01 WS-STREAM-INDEX PIC 9(2).
       01 WS-STREAM-SLOT PIC 9(2).
      *****Print width - a report line fills all of it; an ordinary
      *****write-line value is never more than 100 and line
      *****sequential output drops the trailing blanks.
       01 WS-STREAM-RECORD PIC X(132).
       01 WS-STREAM-TRUNCATE-FLAG PIC X.
           88 WS-STREAM-TRUNCATE-YES VALUE 'Y', FALSE 'N'.
      *****The path a slot's OPEN actually uses - the real path, or
      *****always keys on the real path the script named.
       01 WS-STREAM-OPEN-PATH PIC X(120).
      *****************************************
      *    Report layouts (report-define and its verbs)
      *****************************************
      *****A report is a layout laid over one of the named output
      *****streams above: (report-define "path" LINES) gives the page
      *****length, (report-heading "path" LINE COL "text") places a
      *****piece of heading text - &DATE and &PAGE in it print as the
      *****run date and the page number - and (report-column "path" N
      *****START WIDTH ["L"|"R"|"C" [DECIMALS]]) places detail column
      *****N. (report-detail "path" V1 V2 ...) then prints one line,
      *****V1 in column 1 and so on, starting a new page with its
      *****headings whenever the page is full; (report-page "path")
      *****forces the next detail onto a new page and (report-footing
      *****"path" "text") prints a footing line that closes the page.
      *****The layout lives here, not in the script's variables, so a
      *****-data run - which evaluates the script again for every
      *****record - keeps counting lines and pages across records,
      *****and several reports can be produced from one pass.
       78 WS-MAX-REPORTS VALUE 4.
       78 WS-MAX-REPORT-PIECES VALUE 20.
       78 WS-MAX-REPORT-COLUMNS VALUE 12.
       78 WS-REPORT-WIDTH VALUE 132.
       01 WS-RPT-TABLE.
           02 WS-RPT-ENTRY OCCURS WS-MAX-REPORTS TIMES.
               03 WS-RPT-STREAM PIC X(100).
      *****The script that defined the report - another script
      *****defining the same path starts the report afresh, the same
      *****script again (the next -data record) carries on with it.
               03 WS-RPT-OWNER PIC X(100).
               03 WS-RPT-PAGE-LENGTH PIC 9(3).
               03 WS-RPT-PAGE-NUMBER PIC 9(5).
               03 WS-RPT-LINE-COUNT PIC 9(3).
               03 WS-RPT-BREAK-FLAG PIC X.
                  88 WS-RPT-BREAK-YES VALUE 'Y', FALSE 'N'.
               03 WS-RPT-RUN-DATE PIC X(10).
               03 WS-RPT-HEADING-LINES PIC 9.
               03 WS-RPT-PIECE-COUNT PIC 9(2).
               03 WS-RPT-PIECE OCCURS WS-MAX-REPORT-PIECES TIMES.
                   04 WS-RPT-PIECE-LINE PIC 9.
                   04 WS-RPT-PIECE-COL PIC 9(3).
                   04 WS-RPT-PIECE-TEXT PIC X(100).
               03 WS-RPT-COLUMN-COUNT PIC 9(2).
               03 WS-RPT-COLUMN OCCURS WS-MAX-REPORT-COLUMNS TIMES.
                   04 WS-RPT-COL-START PIC 9(3).
                   04 WS-RPT-COL-WIDTH PIC 9(3).
                   04 WS-RPT-COL-ALIGN PIC X.
                      88 WS-RPT-COL-ALIGN-VALID VALUE 'L', 'R', 'C'.
                   04 WS-RPT-COL-EDIT-FLAG PIC X.
                      88 WS-RPT-COL-EDIT-YES VALUE 'Y', FALSE 'N'.
                   04 WS-RPT-COL-DECIMALS PIC 9.
      *****The detail line report-detail is assembling - printed at
      *****the form's close paren, once every value has been placed.
               03 WS-RPT-PENDING PIC X(132).
       01 WS-RPT-INDEX PIC 9(2).
       01 WS-RPT-SLOT PIC 9(2).
       01 WS-RPT-PIECE-INDEX PIC 9(2).
       01 WS-RPT-PIECE-MATCH PIC 9(2).
       01 WS-RPT-COL-INDEX PIC 9(2).
       01 WS-RPT-LINE-NO PIC 9(2).
       01 WS-RPT-POS PIC 9(4).
       01 WS-RPT-LEN PIC 9(4).
       01 WS-RPT-SCAN PIC 9(4).
       01 WS-RPT-PAD-COUNT PIC 9(3).
       01 WS-RPT-LINE PIC X(132).
       01 WS-RPT-TEXT PIC X(100).
       01 WS-RPT-EXPANDED PIC X(132).
       01 WS-RPT-PAGE-EDIT PIC Z(4)9.
       01 WS-RPT-NUMERIC-FLAG PIC X.
           88 WS-RPT-NUMERIC-YES VALUE 'Y', FALSE 'N'.
       01 WS-RPT-DETAIL-FLAG PIC X.
           88 WS-RPT-DETAIL-YES VALUE 'Y', FALSE 'N'.
       01 WS-RPT-ERROR-TEXT PIC X(60).
      *****************************************
      *    Rehearsal shadow state (persist tracking)
      *****************************************
       78 WS-MAX-REHEARSE-STATES VALUE 50.
      *****S9(16)V9(4) working value and renders the result back -
      *****whole results in the legacy form so existing scripts see
      *****no change, fractional results as text with at least two
      *****decimal places. Multiply and divide round under the
      *****script's rounding rule (WS-ROUND-SCRIPT-MODE below) - by
      *****default to four decimal places, half away from zero, as
      *****COBOL ROUNDED does.
       01 WS-ARITH-TEXT PIC X(100).
       01 WS-ARITH-TEXT-NUMERIC REDEFINES WS-ARITH-TEXT PIC S9(20).
       01 WS-ARITH-OPERAND PIC S9(16)V9(4) COMP-3.
           88 WS-FMT-NEG-YES VALUE 'Y', FALSE 'N'.
       01 WS-FMT-SIGN-TEXT PIC X(4).
       01 WS-FMT-WORK PIC X(100).
      *****Rounding rule for * and / (and expt and convert): the mode
      *****and the number of decimal places results are rounded to.
      *****HALF-UP at 4 places is what COBOL ROUNDED always gave and
      *****stays the default; (set-rounding "HALF-EVEN" 2) changes it
      *****for the rest of the script's evaluation - reinsurance's
      *****banker's rounding - and (round VALUE SCALE ["MODE"])
      *****rounds a single value. Each evaluation of a script starts
      *****back at the default; a REPL session keeps its setting, as
      *****it keeps its variables.
       01 WS-ROUND-SCRIPT-MODE PIC 9 VALUE 1.
       01 WS-ROUND-SCRIPT-SCALE PIC 9 VALUE 4.
      *****The mode and scale one rounding applies, and its input:
      *****the result carried to 12 places, flagged inexact when a
      *****quotient has digits past those 12 - a true tie is only a
      *****tie if nothing follows the 5.
       01 WS-ROUND-MODE PIC 9.
           88 WS-ROUND-HALF-UP VALUE 1.
           88 WS-ROUND-HALF-EVEN VALUE 2.
           88 WS-ROUND-TRUNCATE VALUE 3.
       01 WS-ROUND-SCALE PIC 9.
       01 WS-ROUND-EXACT PIC S9(18)V9(12) COMP-3.
       01 WS-ROUND-INEXACT-FLAG PIC X.
           88 WS-ROUND-INEXACT-YES VALUE 'Y', FALSE 'N'.
       01 WS-ROUND-ABS PIC 9(18)V9(12) COMP-3.
       01 WS-ROUND-MULT PIC 9(5).
       01 WS-ROUND-WHOLE PIC 9(22) COMP-3.
       01 WS-ROUND-REST PIC 9V9(12) COMP-3.
       01 WS-ROUND-HALF PIC 9(22) COMP-3.
       01 WS-ROUND-ODD PIC 9.
       01 WS-ROUND-NEG-FLAG PIC X.
           88 WS-ROUND-NEG-YES VALUE 'Y', FALSE 'N'.
       01 WS-ROUND-MODE-NAMES.
           02 FILLER PIC X(9) VALUE "HALF-UP".
           02 FILLER PIC X(9) VALUE "HALF-EVEN".
           02 FILLER PIC X(9) VALUE "TRUNCATE".
       01 WS-ROUND-MODE-TABLE REDEFINES WS-ROUND-MODE-NAMES.
           02 WS-ROUND-MODE-NAME PIC X(9) OCCURS 3 TIMES.
       01 WS-ROUND-MODE-TEXT PIC X(100).
      *****************************************
      *    Currency conversion (convert ...)
      *****************************************
      *****The rate file (CISP_RATE_FILE) is read into this table
      *****the first time a script converts and kept for the rest of
      *****the process - a -data run converts record after record
      *****against the one load. Every conversion is written to
      *****CISP_CONVERSION_FILE with the rate it used.
       78 WS-MAX-RATES VALUE 2000.
       01 WS-RATE-FILE-NAME PIC X(100).
       01 WS-RATE-FILE-STATUS PIC XX.
           88 WS-RATE-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-RATE-LOADED-FLAG PIC X VALUE 'N'.
           88 WS-RATE-LOADED-YES VALUE 'Y', FALSE 'N'.
       01 WS-RATE-EOF-FLAG PIC X.
           88 WS-RATE-EOF-YES VALUE 'Y', FALSE 'N'.
       01 WS-RATE-TABLE.
           02 WS-RATE-COUNT PIC 9(5) VALUE 0.
           02 WS-RATE-ENTRY OCCURS WS-MAX-RATES TIMES.
               03 WS-RATE-DATE PIC 9(8).
               03 WS-RATE-FROM PIC X(3).
               03 WS-RATE-TO PIC X(3).
               03 WS-RATE-VALUE PIC 9(6)V9(8) COMP-3.
       01 WS-RATE-INDEX PIC 9(5).
       01 WS-RATE-MATCH PIC 9(5).
       01 WS-RATE-LINE-NO PIC 9(6).
       01 WS-RATE-REJECTED PIC 9(6).
       01 WS-RATE-WHOLE-NUM PIC 9(6).
       01 WS-RATE-FRACTION-NUM PIC 9(8).
       01 WS-CONV-FILE-NAME PIC X(100).
       01 WS-CONV-OPEN-PATH PIC X(120).
       01 WS-CONV-FILE-STATUS PIC XX.
           88 WS-CONV-FILE-STATUS-OK VALUE '00', '05'.
       01 WS-CONV-OPEN-FLAG PIC X VALUE 'N'.
           88 WS-CONV-OPEN-YES VALUE 'Y', FALSE 'N'.
      *****Whether this rehearsal has truncated the ".rehearsal"
      *****shadow of the conversion file yet, as for the streams.
       01 WS-CONV-SHADOW-CUT-FLAG PIC X VALUE 'N'.
           88 WS-CONV-SHADOW-CUT-YES VALUE 'Y', FALSE 'N'.
       01 WS-CONV-WRITES PIC 9(8) VALUE 0.
       01 WS-CONV-AMOUNT PIC S9(16)V9(4) COMP-3.
       01 WS-CONV-FROM PIC X(3).
       01 WS-CONV-TO PIC X(3).
       01 WS-CONV-CODE-TEXT PIC X(100).
       01 WS-CONV-DATE PIC 9(8).
       01 WS-CONV-RATE PIC 9(6)V9(8) COMP-3.
       01 WS-CONV-RATE-DATE PIC 9(8).
      *****Date arithmetic (today/date-diff/date-add/date-add-months/
      *****date-valid). Dates travel as YYYYMMDD numbers in the same
      *****value fields as everything else; the day-number conversion
       01 WS-MONTH-LEN PIC 99.
       01 WS-MOD-QUOTIENT PIC S9(16) COMP-3.
       01 WS-MOD-REMAINDER PIC S9(16)V9(4) COMP-3.
      *****************************************
      *    WS Shared with CISP-CALENDAR SubRoutine
      *****************************************
      *****Business-day arithmetic (date-add-business/
      *****date-diff-business/is-business-day/business-month-end)
      *****goes through the site holiday calendar, so a script and the
      *****batch agree on which days count.
       01 WS-CALENDAR-OPERATION PIC X(16).
       COPY "business-calendar.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
       01 WS-EXPT-BASE PIC S9(16)V9(4) COMP-3.
       01 WS-EXPT-WHOLE PIC S9(16) COMP-3.
       01 WS-EXPT-EXP PIC 9(4).
       01 WS-FORM-SKIP-FLAG PIC X VALUE 'N'.
           88 WS-FORM-SKIP-YES VALUE 'Y', FALSE 'N'.
       01 WS-FORM-SKIP-DEPTH PIC 9(4).
      *****(on-type "CODE" BODY...) is a typed-record block: under
      *****the driver's -layout every record binds "record-type", and
      *****a top-level on-type form runs on a record pass only when
      *****its code is that record's type - the rest are walked over
      *****the way an on-eof form is. Eof and break passes walk over
      *****them all. Nested, on-type is just its body.
       01 WS-RECORD-TYPE PIC X(8).
       01 WS-ON-TYPE-CODE PIC X(8).
       01 WS-ON-TYPE-MATCH-FLAG PIC X VALUE 'N'.
           88 WS-ON-TYPE-MATCH-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Control-break groups (accumulate/on-break)
      *****************************************
      *****(accumulate name AMOUNT) adds AMOUNT into a named total held
      *****at every break level at once, plus a whole-file total. The
      *****-data driver runs a break pass whenever a break field
      *****changes, minor level first, with the run parameter "break"
      *****bound to the level closing (1 = major) and "break-key" to
      *****that group's key. On a break pass only (on-break BODY...)
      *****forms (and defuns) run, each accumulated name bound to the
      *****closing group's total and "group-count" to its record
      *****count, and the level is zeroed once the pass ends. The eof
      *****pass sees the whole-file totals the same way. A record's
      *****additions are held until its call completes cleanly - the
      *****rule keep follows - so a record that dies mid-evaluation
      *****never half-lands in a group total. Reset with the carry
      *****table when the script changes.
       78 WS-MAX-ACCUM-NAMES VALUE 20.
       78 WS-MAX-BREAK-LEVELS VALUE 5.
       01 WS-ACCUM-TABLE.
           02 WS-ACCUM-COUNT PIC 9(4) VALUE 0.
           02 WS-ACCUM-ENTRY OCCURS WS-MAX-ACCUM-NAMES TIMES.
               03 WS-ACCUM-NAME PIC X(50).
               03 WS-ACCUM-PENDING PIC S9(16)V9(4) COMP-3.
               03 WS-ACCUM-FILE-TOTAL PIC S9(16)V9(4) COMP-3.
               03 WS-ACCUM-LEVEL-TOTAL PIC S9(16)V9(4) COMP-3
                 OCCURS WS-MAX-BREAK-LEVELS TIMES.
       01 WS-GROUP-COUNTS.
           02 WS-FILE-RECORD-COUNT PIC 9(9) VALUE 0.
           02 WS-GROUP-RECORD-COUNT PIC 9(9)
             OCCURS WS-MAX-BREAK-LEVELS TIMES.
       01 WS-ACCUM-INDEX PIC 9(4).
       01 WS-ACCUM-MATCH PIC 9(4).
       01 WS-BREAK-LEVEL-INDEX PIC 9(2).
      *****Zero on record and eof passes; 1-5 on a break pass.
       01 WS-BREAK-PASS-LEVEL PIC 9 VALUE 0.
      *****The driver is running with break fields - records are then
      *****counted into the group counts.
       01 WS-BREAK-RUN-FLAG PIC X VALUE 'N'.
           88 WS-BREAK-RUN-YES VALUE 'Y', FALSE 'N'.
      *****************************************
      *    Variable binding (define/set/let)
      *****************************************
       01 WS-PAREN-DEPTH PIC 9(4) VALUE 0.
       01 WS-TOP-LEVEL-FORM-INDEX PIC 9(4) VALUE 0.
      *****************************************
      *    Script error handling (try/rethrow)
      *****************************************
      *****(try BODY CODE MESSAGE HANDLER...) - while BODY runs, a
      *****fatal thrown anywhere under it (a called function
      *****included) is the script's to handle: CISP-ERROR logs it at
      *****WARN and returns, the walk unwinds to the try form, CODE
      *****and MESSAGE are bound to the error's code and text, and
      *****the HANDLER forms run - the last one's value is the try's
      *****result. A BODY that completes is the result, the handlers
      *****are skipped and CODE/MESSAGE are bound to "". One entry per
      *****try whose BODY is still running, innermost last: the call
      *****stack depth and paren depth to unwind to, and the BODY's
      *****first token, from which its end is found by paren count.
       78 WS-MAX-TRY-DEPTH VALUE 10.
       01 WS-TRY-STACK.
           02 WS-TRY-COUNT PIC 99 VALUE 0.
           02 WS-TRY-ENTRY OCCURS WS-MAX-TRY-DEPTH TIMES.
               03 WS-TRY-CALL-DEPTH PIC 9(4).
               03 WS-TRY-PAREN-DEPTH PIC 9(4).
               03 WS-TRY-BODY-START PIC 9(4).
       01 WS-TRY-SCAN-INDEX PIC 9(4).
       01 WS-TRY-SCAN-DEPTH PIC 9(4).
      *****The error the most recent handler is handling - what
      *****(rethrow) throws again.
       01 WS-CAUGHT-CODE PIC X(8).
       01 WS-CAUGHT-NAME PIC X(40).
       01 WS-CAUGHT-MESSAGE PIC X(100).
      *****************************************
      *    User-defined functions (defun)
      *****************************************
      *****(defun NAME (PARAMS) BODY) is never evaluated in place -
                         ==PREFIX-LOG-RECORD==
                      BY ==WS-LOG-RECORD==.
      *****************************************
      *    WS Shared with CISP-MASK SubRoutine
      *****************************************
       01 WS-MASK-OPERATION PIC X(12).
       COPY "mask-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****************************************
      *    WS Shared with CISP-SIGNON SubRoutine
      *****************************************
       01 WS-SIGNON-OPERATION PIC X(12).
       COPY "signon-request.cpy"
           REPLACING LEADING ==PREFIX== BY ==WS==.
      *****************************************
      *    WS Shared with RECUSRION SubRoutine
      *****************************************
       01 WS-RECURSION-FLAG PIC X(30).
          02 WS-LOOP-BODY-START PIC 9(4).
          02 WS-LOOP-COUNTER PIC 9(18).
          02 WS-LOOP-LIMIT PIC 9(18).
      *****try's own frame: whether its BODY threw, which decides
      *****whether the handlers run or are skipped.
          02 WS-TRY-FAILED-FLAG PIC X.
             88 WS-TRY-FAILED-YES VALUE 'Y', FALSE 'N'.
       LINKAGE SECTION.
       01 LS-LISP-FILE-NAME PIC X(100).
       COPY "lisp-symbols.cpy"
       01 LS-TRACE-FLAG PIC X.
       01 LS-RUN-PARAMS.
           02 LS-RUN-PARAM-COUNT PIC 9(2).
      *****Raised from 20 with CISP.cbl's -delim field bindings, to
      *****60 with its -match master bindings, and to 90 with its
      *****30-field split and -layout fields - must match
      *****WS-RUN-PARAM-ENTRY there.
           02 LS-RUN-PARAM-ENTRY OCCURS 90 TIMES.
               03 LS-RUN-PARAM-NAME PIC X(50).
      *****Widened to match CISP.cbl's WS-RUN-PARAM-VALUE and this
      *****program's own WS-VAR-VALUE PIC X(100) - PIC X(20) silently
           ELSE
               MOVE 0 TO WS-VAR-COUNT
               MOVE 0 TO WS-LISTSTORE-COUNT
               MOVE 1 TO WS-ROUND-SCRIPT-MODE
               MOVE 4 TO WS-ROUND-SCRIPT-SCALE
           END-IF.
           MOVE 0 TO WS-PAREN-DEPTH.
           MOVE 0 TO WS-TOP-LEVEL-FORM-INDEX.
           MOVE 0 TO WS-QUOTE-CAPTURE-DEPTH.
           SET WS-FORM-SKIP-YES TO FALSE.
           MOVE 0 TO WS-FORM-SKIP-DEPTH.
           MOVE 0 TO WS-TRY-COUNT.
           SET WS-ERROR-HANDLED-YES TO FALSE.
           MOVE SPACES TO WS-CAUGHT-CODE.
           MOVE SPACES TO WS-CAUGHT-NAME.
           MOVE SPACES TO WS-CAUGHT-MESSAGE.
           PERFORM DETERMINE-EOF-PASS-PROCEDURE.
      *****A different script resets the carry table - carries belong
      *****to the record passes of one file, not to the process.
           IF LS-LISP-FILE-NAME NOT = WS-CARRY-FILE-NAME THEN
               MOVE 0 TO WS-CARRY-COUNT
               PERFORM RESET-ACCUM-TABLE-PROCEDURE
               MOVE LS-LISP-FILE-NAME TO WS-CARRY-FILE-NAME
           END-IF.
           PERFORM VARYING WS-ACCUM-INDEX FROM 1 BY 1 UNTIL
           WS-ACCUM-INDEX > WS-ACCUM-COUNT
               MOVE 0 TO WS-ACCUM-PENDING(WS-ACCUM-INDEX)
           END-PERFORM.
           MOVE LS-BATCH-MODE-FLAG TO WS-ERROR-BATCH-MODE.
      *****Context for the structured error feed - each throw site
      *****supplies its own code, the file and form ride along here.
           ELSE
               PERFORM INIT-RUN-PARAMS-PROCEDURE
               PERFORM BIND-CARRY-VARS-PROCEDURE
               IF WS-BREAK-PASS-LEVEL > 0 OR (WS-EOF-PASS-YES AND
               (WS-BREAK-RUN-YES OR WS-ACCUM-COUNT > 0)) THEN
                   PERFORM BIND-ACCUM-VARS-PROCEDURE
               END-IF
           END-IF.
           IF LS-KEEP-VARS-YES THEN
               SET WS-SESSION-PRIMED-YES TO TRUE
                           PERFORM DEBUG-LISP
                       END-IF
                       IF WS-INIT-COMMAND-YES THEN
                           IF WS-CURR-COMMAND = "on-type" THEN
                               PERFORM CHECK-ON-TYPE-PROCEDURE
                           END-IF
                           IF WS-CURR-COMMAND = "defun" THEN
                               PERFORM DEFUN-START-PROCEDURE
                           ELSE IF WS-PAREN-DEPTH = 1 AND
                           ((WS-EOF-PASS-YES AND
                           WS-CURR-COMMAND NOT = "on-eof") OR
                           (NOT WS-EOF-PASS-YES AND
                           WS-CURR-COMMAND = "on-eof") OR
                           (WS-BREAK-PASS-LEVEL > 0 AND
                           WS-CURR-COMMAND NOT = "on-break") OR
                           (WS-BREAK-PASS-LEVEL = 0 AND
                           WS-CURR-COMMAND = "on-break") OR
                           (WS-CURR-COMMAND = "on-type" AND
                           NOT WS-ON-TYPE-MATCH-YES)) THEN
      *****The wrong kind of top-level form for this pass - on-eof
      *****blocks wait for the eof pass and on-break blocks for a
      *****break pass; everything else sits both of those out. An
      *****on-type block waits for a record of its type.
                               PERFORM FORM-SKIP-START-PROCEDURE
                           ELSE IF WS-PAREN-DEPTH = 1 AND
                           LS-STEP-STOP-FORM > 0 AND
                        PERFORM CHECK-TIMEOUT-PROCEDURE
                    END-IF
                END-IF
      *****A fatal thrown under a try's BODY was handled - unwind to
      *****the try and carry on with its handlers.
                IF WS-ERROR-FATAL-YES AND WS-ERROR-HANDLED-YES
                AND WS-TRY-COUNT > 0 THEN
                    PERFORM TRY-RECOVER-PROCEDURE
                END-IF
      *****A fatal error thrown mid-batch returns here instead of
      *****STOP RUN-ing the whole process - stop walking this script's
      *****tokens so the caller can move on to the next batch file.
               SET WS-SCRIPT-IN-OPEN-YES TO FALSE
           END-IF.
           PERFORM CLOSE-ALL-STREAMS-PROCEDURE.
           IF WS-CONV-OPEN-YES THEN
               CLOSE CONVERSION-FILE
               SET WS-CONV-OPEN-YES TO FALSE
           END-IF.
      *****A record that died mid-evaluation must not half-update the
      *****file totals its carries are accumulating.
           IF WS-CARRY-COUNT > 0 AND NOT WS-LISP-ABORTED-YES THEN
               PERFORM UPDATE-CARRY-TABLE-PROCEDURE
           END-IF.
           PERFORM CLOSE-ACCUM-PASS-PROCEDURE.
           PERFORM CLOSE-CALL-STACK-PROCEDURE.
           GOBACK.
       INIT-CALL-STACK-PROCEDURE.
           MOVE 0 TO WS-LOOP-BODY-START.
           MOVE 0 TO WS-LOOP-COUNTER.
           MOVE 0 TO WS-LOOP-LIMIT.
           SET WS-TRY-FAILED-YES TO FALSE.
           IF WS-CURR-COMMAND = "try" AND NOT WS-ERROR-FATAL-YES THEN
               PERFORM TRY-START-PROCEDURE
           END-IF.
           SET WS-INIT-COMMAND-YES TO FALSE.
       END-SKIP-PROCEDURE.
      *****A skipped branch has finished (its closing paren was
               IF WS-CURR-COMMAND = "today" THEN
                   PERFORM LISP-TODAY-PROCEDURE
               END-IF
               IF WS-CURR-COMMAND = "rethrow" THEN
                   PERFORM LISP-RETHROW-PROCEDURE
               END-IF
      *****report-detail prints its line here, once all its values
      *****are in.
               IF WS-CURR-COMMAND = "report-detail" THEN
                   PERFORM REPORT-DETAIL-CLOSE-PROCEDURE
               END-IF
      *****convert converts here, once it knows whether a scale and
      *****mode were given.
               IF WS-CURR-COMMAND = "convert" THEN
                   PERFORM CONVERT-CLOSE-PROCEDURE
               END-IF
               PERFORM LOOKUP-FUNCTION-PROCEDURE
               IF WS-FUNC-FOUND-YES AND NOT WS-UDF-RUNNING-YES THEN
                   PERFORM UDF-INVOKE-PROCEDURE
               PERFORM LISP-EXPT-PROCEDURE
           WHEN "format-amount"
               PERFORM LISP-FORMAT-AMOUNT-PROCEDURE
           WHEN "round"
               PERFORM LISP-ROUND-PROCEDURE
           WHEN "set-rounding"
               PERFORM LISP-SET-ROUNDING-PROCEDURE
           WHEN "convert"
               PERFORM LISP-CONVERT-PROCEDURE
           WHEN "date-diff"
               PERFORM LISP-DATE-DIFF-PROCEDURE
           WHEN "date-add"
               PERFORM LISP-DATE-ADD-MONTHS-PROCEDURE
           WHEN "date-valid"
               PERFORM LISP-DATE-VALID-PROCEDURE
           WHEN "date-add-business"
               PERFORM LISP-DATE-ADD-BUSINESS-PROCEDURE
           WHEN "date-diff-business"
               PERFORM LISP-DATE-DIFF-BUSINESS-PROCEDURE
           WHEN "is-business-day"
               PERFORM LISP-IS-BUSINESS-DAY-PROCEDURE
           WHEN "business-month-end"
               PERFORM LISP-BUSINESS-MONTH-END-PROCEDURE
           WHEN "define"
               PERFORM LISP-DEFINE-PROCEDURE
           WHEN "set"
               PERFORM LISP-WHILE-PROCEDURE
           WHEN "dotimes"
               PERFORM LISP-DOTIMES-PROCEDURE
           WHEN "try"
               PERFORM LISP-TRY-PROCEDURE
           WHEN "quote"
               PERFORM LISP-QUOTE-PROCEDURE
           WHEN "list"
               PERFORM LISP-KEEP-PROCEDURE
           WHEN "on-eof"
               PERFORM LISP-ON-EOF-PROCEDURE
           WHEN "on-break"
               PERFORM LISP-ON-EOF-PROCEDURE
           WHEN "on-type"
               PERFORM LISP-ON-EOF-PROCEDURE
           WHEN "accumulate"
               PERFORM LISP-ACCUMULATE-PROCEDURE
           WHEN "persist"
               PERFORM LISP-PERSIST-PROCEDURE
           WHEN "fetch"
               PERFORM LISP-READ-LINE-PROCEDURE
           WHEN "write-line"
               PERFORM LISP-WRITE-LINE-PROCEDURE
           WHEN "report-define"
               PERFORM LISP-REPORT-DEFINE-PROCEDURE
           WHEN "report-heading"
               PERFORM LISP-REPORT-HEADING-PROCEDURE
           WHEN "report-column"
               PERFORM LISP-REPORT-COLUMN-PROCEDURE
           WHEN "report-detail"
               PERFORM LISP-REPORT-DETAIL-PROCEDURE
           WHEN "report-page"
               PERFORM LISP-REPORT-PAGE-PROCEDURE
           WHEN "report-footing"
               PERFORM LISP-REPORT-FOOTING-PROCEDURE
           WHEN "master-open"
               PERFORM LISP-MASTER-OPEN-PROCEDURE
           WHEN "master-read"
               PERFORM LISP-MASTER-READ-PROCEDURE
           WHEN "master-write"
               PERFORM LISP-MASTER-WRITE-PROCEDURE
           WHEN "master-rewrite"
               PERFORM LISP-MASTER-REWRITE-PROCEDURE
           WHEN "master-delete"
               PERFORM LISP-MASTER-DELETE-PROCEDURE
           WHEN "master-status"
               PERFORM LISP-MASTER-STATUS-PROCEDURE
           WHEN OTHER
      *****A name that is no built-in verb may still be a user
      *****function being applied - only in command position, so a
      ************ Evalute values
           ADD 1 TO WS-DEFINE-ARG-COUNT.
           IF (WS-COMMAND-NAME = "define" OR "set" OR "let"
           OR "persist" OR "fetch" OR "keep" OR "accumulate")
           AND WS-DEFINE-ARG-COUNT = 1 THEN
      *****First argument to define/set/let - and the key name of
      *****persist/fetch - is a name, bound literally, not evaluated
      *****as a value.
               MOVE WS-CURR-COMMAND(1:LS-SYMBOL-LEN
                 (WS-SYMBOL-TABLE-INDEX)) TO WS-DEFINE-PENDING-NAME
           ELSE IF WS-COMMAND-NAME = "try"
           AND (WS-DEFINE-ARG-COUNT = 2 OR WS-DEFINE-ARG-COUNT = 3) THEN
      *****try's second and third arguments are the names the error
      *****code and message are bound to.
               MOVE WS-CURR-COMMAND(1:LS-SYMBOL-LEN
                 (WS-SYMBOL-TABLE-INDEX)) TO WS-DEFINE-PENDING-NAME
           ELSE
               PERFORM EVALUATE-CURRENT-VALUES-LITERAL
           END-IF.
               ELSE
                   SET WS-VAR-IS-STRING(WS-VAR-COUNT) TO TRUE
               END-IF
               MOVE "BIND" TO WS-MASK-OPERATION
               MOVE SPACES TO WS-MASK-REQUEST
               MOVE WS-VAR-NAME(WS-VAR-COUNT) TO WS-MASK-NAME
               MOVE WS-VAR-VALUE(WS-VAR-COUNT) TO WS-MASK-TEXT
               CALL 'CISP-MASK' USING WS-MASK-OPERATION,
                 WS-MASK-REQUEST
           END-PERFORM.
       LOOKUP-VARIABLE-PROCEDURE.
      *****Newest binding wins - searched from the top of the table
       LISP-DEFINE-PROCEDURE.
           IF WS-DEFINE-ARG-COUNT > 1 THEN
               PERFORM BIND-VARIABLE-PROCEDURE
               PERFORM PROTECT-BOUND-VALUE-PROCEDURE
               MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
           END-IF.
       LISP-LET-PROCEDURE.
      *****expression can no longer corrupt a later one.
           IF WS-DEFINE-ARG-COUNT > 1 THEN
               PERFORM BIND-LOCAL-VARIABLE-PROCEDURE
               PERFORM PROTECT-BOUND-VALUE-PROCEDURE
               MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
           END-IF.
       BIND-LOCAL-VARIABLE-PROCEDURE.
           ELSE
               MOVE 1 TO WS-VAR-SCOPE-DEPTH(WS-VAR-COUNT)
           END-IF.
       PROTECT-BOUND-VALUE-PROCEDURE.
      *****A variable the masking policy names has its value protected
      *****in every diagnostic line written from here on.
           MOVE "BIND" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           MOVE WS-DEFINE-PENDING-NAME TO WS-MASK-NAME.
           MOVE WS-CURRENT-VALUE TO WS-MASK-TEXT.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
       POP-LOCAL-BINDINGS-PROCEDURE.
      *****The form at depth WS-PAREN-DEPTH + 1 has just closed -
      *****discard the let bindings scoped to it. They always sit at
               PERFORM LOG-COMMAND-EVALUTATION
               PERFORM RETURN-PROCEDURE
           END-IF.
       LISP-TRY-PROCEDURE.
      *****(try BODY CODE MESSAGE HANDLER...) - see WS-TRY-STACK.
      *****A BODY that threw never arrives here as argument one:
      *****TRY-RECOVER-PROCEDURE unwinds to this frame and resumes the
      *****walk at CODE with the count already at one.
           EVALUATE TRUE
           WHEN WS-DEFINE-ARG-COUNT = 1
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
                   SET WS-TRY-FAILED-YES TO FALSE
                   PERFORM TRY-END-PROCEDURE
               END-IF
           WHEN WS-DEFINE-ARG-COUNT = 2 OR WS-DEFINE-ARG-COUNT = 3
               MOVE SPACES TO WS-CURRENT-VALUE
               EVALUATE TRUE
               WHEN NOT WS-TRY-FAILED-YES
                   MOVE '""' TO WS-CURRENT-VALUE
               WHEN WS-DEFINE-ARG-COUNT = 2
                   STRING '"' DELIMITED BY SIZE
                     WS-CAUGHT-CODE DELIMITED BY SPACE
                     '"' DELIMITED BY SIZE
                     INTO WS-CURRENT-VALUE
               WHEN OTHER
      *****A message quoting the offending value ("zz" IS NOT
      *****NUMERIC.) would end the string early - its own quotes
      *****become apostrophes.
                   MOVE WS-CAUGHT-MESSAGE TO WS-LIST-SCRATCH
                   INSPECT WS-LIST-SCRATCH REPLACING ALL '"' BY "'"
                   STRING '"' DELIMITED BY SIZE
                     WS-LIST-SCRATCH DELIMITED BY "  "
                     '"' DELIMITED BY SIZE
                     INTO WS-CURRENT-VALUE
               END-EVALUATE
               PERFORM BIND-LOCAL-VARIABLE-PROCEDURE
      *****Bound for the try form itself - the handlers see them, the
      *****form after the try does not.
               MOVE WS-PAREN-DEPTH TO WS-VAR-SCOPE-DEPTH(WS-VAR-COUNT)
               IF WS-DEFINE-ARG-COUNT = 3
               AND NOT WS-TRY-FAILED-YES THEN
                   SET WS-SKIP-ACTIVE-YES TO TRUE
                   MOVE 0 TO WS-SKIP-DEPTH-COUNT
               END-IF
           WHEN OTHER
               IF WS-TRY-FAILED-YES THEN
                   MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
               ELSE
                   SET WS-SKIP-ACTIVE-YES TO TRUE
                   MOVE 0 TO WS-SKIP-DEPTH-COUNT
               END-IF
           END-EVALUATE.
       TRY-START-PROCEDURE.
      *****A try frame has just been set up - its BODY starts at the
      *****next token.
           IF WS-TRY-COUNT >= WS-MAX-TRY-DEPTH THEN
               PERFORM THROW-TRY-DEPTH-ERROR-PROCEDURE
           ELSE
               ADD 1 TO WS-TRY-COUNT
               MOVE WS-CALL-STACK-DEPTH
                 TO WS-TRY-CALL-DEPTH(WS-TRY-COUNT)
               MOVE WS-PAREN-DEPTH TO WS-TRY-PAREN-DEPTH(WS-TRY-COUNT)
               COMPUTE WS-TRY-BODY-START(WS-TRY-COUNT) =
                 WS-SYMBOL-TABLE-INDEX + 1
               SET WS-ERROR-HANDLED-YES TO TRUE
           END-IF.
       TRY-END-PROCEDURE.
      *****The innermost try's BODY is over, one way or the other -
      *****errors from here on belong to the next try out, if any.
           IF WS-TRY-COUNT > 0 THEN
               SUBTRACT 1 FROM WS-TRY-COUNT
           END-IF.
           IF WS-TRY-COUNT > 0 THEN
               SET WS-ERROR-HANDLED-YES TO TRUE
           ELSE
               SET WS-ERROR-HANDLED-YES TO FALSE
           END-IF.
       TRY-RECOVER-PROCEDURE.
      *****Unwind to the innermost try: pop every frame pushed since
      *****it (dropping a called function's parameters as its frame
      *****goes), drop the lets its BODY bound, and resume the walk
      *****just past the BODY's last token so CODE and MESSAGE arrive
      *****next as arguments two and three.
           MOVE WS-ERROR-CODE TO WS-CAUGHT-CODE.
           MOVE WS-ERROR-NAME TO WS-CAUGHT-NAME.
           MOVE WS-ERROR-MESSAGE TO WS-CAUGHT-MESSAGE.
      *****A throw site STRINGs its text over whatever the last one
      *****left - only the text itself is the script's to keep.
           INSPECT WS-CAUGHT-MESSAGE REPLACING ALL LOW-VALUE BY SPACE.
           IF WS-UDF-RUNNING-YES AND WS-UDF-VAR-BASE < WS-VAR-COUNT
           THEN
               MOVE WS-UDF-VAR-BASE TO WS-VAR-COUNT
           END-IF.
           PERFORM UNTIL WS-CALL-STACK-DEPTH <=
           WS-TRY-CALL-DEPTH(WS-TRY-COUNT)
               PERFORM POP-CALL-STACK
               IF WS-UDF-RUNNING-YES AND WS-UDF-VAR-BASE < WS-VAR-COUNT
               THEN
                   MOVE WS-UDF-VAR-BASE TO WS-VAR-COUNT
               END-IF
           END-PERFORM.
           MOVE WS-TRY-PAREN-DEPTH(WS-TRY-COUNT) TO WS-PAREN-DEPTH.
           PERFORM POP-LOCAL-BINDINGS-PROCEDURE.
           MOVE WS-TRY-BODY-START(WS-TRY-COUNT) TO WS-TRY-SCAN-INDEX.
           MOVE 0 TO WS-TRY-SCAN-DEPTH.
           PERFORM TRY-SCAN-TOKEN-PROCEDURE.
           PERFORM UNTIL WS-TRY-SCAN-DEPTH = 0
           OR WS-TRY-SCAN-INDEX >= LS-SYMBOL-TABLE-SIZE
               ADD 1 TO WS-TRY-SCAN-INDEX
               PERFORM TRY-SCAN-TOKEN-PROCEDURE
           END-PERFORM.
           MOVE WS-TRY-SCAN-INDEX TO WS-SYMBOL-TABLE-INDEX.
           SET WS-SKIP-ACTIVE-YES TO FALSE.
           MOVE 0 TO WS-SKIP-DEPTH-COUNT.
           SET WS-QUOTE-CAPTURE-YES TO FALSE.
           MOVE 0 TO WS-QUOTE-CAPTURE-DEPTH.
           SET WS-DEFUN-IDLE TO TRUE.
           SET WS-INIT-COMMAND-YES TO FALSE.
           MOVE "try" TO WS-COMMAND-NAME.
           MOVE 1 TO WS-DEFINE-ARG-COUNT.
           MOVE SPACES TO WS-COMMAND-RESULT.
           SET WS-TRY-FAILED-YES TO TRUE.
           SET WS-ERROR-FATAL-YES TO FALSE.
           PERFORM TRY-END-PROCEDURE.
       TRY-SCAN-TOKEN-PROCEDURE.
           IF LS-SYMBOL(WS-TRY-SCAN-INDEX) = "(" THEN
               ADD 1 TO WS-TRY-SCAN-DEPTH
           ELSE IF LS-SYMBOL(WS-TRY-SCAN-INDEX) = ")" THEN
               SUBTRACT 1 FROM WS-TRY-SCAN-DEPTH
           END-IF.
       LISP-RETHROW-PROCEDURE.
      *****(rethrow) in a handler throws the error being handled
      *****again, as it was - to the next try out, or as the script's
      *****own fatal.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           IF WS-CAUGHT-CODE = SPACES THEN
               MOVE "CE1035" TO WS-ERROR-CODE
               MOVE "LISP TRY ERROR:" TO WS-ERROR-NAME
               MOVE "rethrow with no caught error to throw."
                 TO WS-ERROR-MESSAGE
           ELSE
               MOVE WS-CAUGHT-CODE TO WS-ERROR-CODE
               MOVE WS-CAUGHT-NAME TO WS-ERROR-NAME
               MOVE WS-CAUGHT-MESSAGE TO WS-ERROR-MESSAGE
           END-IF.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-TRY-DEPTH-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1034" TO WS-ERROR-CODE
           MOVE "LISP TRY ERROR:" TO WS-ERROR-NAME.
           MOVE "try forms nested more than 10 deep."
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       LISP-QUOTE-PROCEDURE.
           MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT.
       LISP-LIST-PROCEDURE.
      *****(lookup "table" KEY) - the value loaded under KEY, or ""
      *****when the key is absent so a script can route the record to
      *****an exception file instead of rating it wrong.
      *****(lookup "table" KEY DATE) - a table load-table has not put
      *****in memory resolves from the keyed reference file, taking
      *****the version in force on DATE (YYYYMMDD). Without DATE the
      *****processing date is used, so a rerun of last Tuesday rates
      *****at last Tuesday's rates. A date on an in-memory table is
      *****ignored - a flat file has no versions.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-LIST-ARG
               MOVE WS-IO-PATH-VALUE TO WS-LOOKUP-NAME-WORK
               PERFORM FIND-LOOKUP-TABLE-PROCEDURE
               IF WS-LOOKUP-TABLE-MATCH = 0 THEN
                   PERFORM NORMALIZE-LOOKUP-KEY-PROCEDURE
                   PERFORM RESOLVE-REFTABLE-FILE-PROCEDURE
                   MOVE WS-REFTABLE-DEFAULT-DATE TO WS-LOOKUP-ASOF-DATE
                   PERFORM LOOKUP-EFFECTIVE-ENTRY-PROCEDURE
               ELSE
                   PERFORM NORMALIZE-LOOKUP-KEY-PROCEDURE
                   PERFORM FIND-LOOKUP-ENTRY-PROCEDURE
                       MOVE '""' TO WS-COMMAND-RESULT
                   END-IF
               END-IF
           WHEN 3
               PERFORM FIND-LOOKUP-TABLE-PROCEDURE
               IF WS-LOOKUP-TABLE-MATCH = 0 THEN
                   PERFORM NORMALIZE-LOOKUP-DATE-PROCEDURE
                   PERFORM LOOKUP-EFFECTIVE-ENTRY-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       NORMALIZE-LOOKUP-DATE-PROCEDURE.
      *****The date argument may be a bare number or a quoted string;
      *****either way it must be a real YYYYMMDD calendar date.
           IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC THEN
               MOVE WS-CURRENT-VALUE-NUMERIC TO WS-PRINT-EDIT-NUMERIC
               MOVE FUNCTION TRIM(WS-PRINT-EDIT-NUMERIC)
                 TO WS-LOOKUP-DATE-WORK
           ELSE
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-VALUE
               PERFORM STRIP-PATH-QUOTES-PROCEDURE
               MOVE WS-IO-PATH-VALUE TO WS-LOOKUP-DATE-WORK
           END-IF.
           IF WS-LOOKUP-DATE-WORK(1:8) IS NOT NUMERIC
           OR WS-LOOKUP-DATE-WORK(9:) NOT = SPACES THEN
               PERFORM THROW-LOOKUP-DATE-ERROR-PROCEDURE
           ELSE IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
           WS-LOOKUP-DATE-WORK(1:8))) NOT = 0 THEN
               PERFORM THROW-LOOKUP-DATE-ERROR-PROCEDURE
           ELSE
               MOVE WS-LOOKUP-DATE-WORK(1:8) TO WS-LOOKUP-ASOF-DATE
           END-IF.
       LOOKUP-EFFECTIVE-ENTRY-PROCEDURE.
      *****Walk every version of the key - they read back in
      *****effective-from order - and keep the last one whose from/to
      *****range takes in the as-of date. No version in force answers
      *****"", the same as an absent key in a loaded table; a table
      *****with no entries at all is as unknown as an unloaded one.
           IF WS-ERROR-FATAL-YES THEN
               CONTINUE
           ELSE
               MOVE '""' TO WS-COMMAND-RESULT
               SET WS-REFTABLE-FOUND-YES TO FALSE
               SET WS-REFTABLE-HAS-TABLE-YES TO FALSE
               OPEN INPUT REFTABLE-FILE
               IF WS-REFTABLE-FILE-ABSENT THEN
                   CONTINUE
               ELSE IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   PERFORM THROW-REFTABLE-FILE-ERROR-PROCEDURE
               ELSE
                   PERFORM SCAN-REFTABLE-KEY-PROCEDURE
                   IF NOT WS-REFTABLE-HAS-TABLE-YES
                   AND NOT WS-ERROR-FATAL-YES THEN
                       PERFORM PROBE-REFTABLE-TABLE-PROCEDURE
                   END-IF
                   CLOSE REFTABLE-FILE
               END-IF
               IF NOT WS-REFTABLE-HAS-TABLE-YES
               AND NOT WS-ERROR-FATAL-YES THEN
                   PERFORM THROW-LOOKUP-TABLE-ERROR-PROCEDURE
               END-IF
           END-IF.
       SCAN-REFTABLE-KEY-PROCEDURE.
           MOVE WS-LOOKUP-NAME-WORK TO REF-TABLE-NAME.
           MOVE WS-LOOKUP-KEY-WORK(1:50) TO REF-ENTRY-KEY.
           MOVE LOW-VALUES TO REF-FROM-DATE.
           SET WS-REFTABLE-SCAN-DONE TO FALSE.
           START REFTABLE-FILE KEY IS NOT LESS THAN REF-KEY.
           IF WS-REFTABLE-NO-RECORD THEN
               SET WS-REFTABLE-SCAN-DONE TO TRUE
           ELSE IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
               PERFORM THROW-REFTABLE-FILE-ERROR-PROCEDURE
               SET WS-REFTABLE-SCAN-DONE TO TRUE
           END-IF.
           PERFORM UNTIL WS-REFTABLE-SCAN-DONE
               READ REFTABLE-FILE NEXT RECORD
               IF WS-REFTABLE-NO-RECORD THEN
                   SET WS-REFTABLE-SCAN-DONE TO TRUE
               ELSE IF NOT WS-REFTABLE-FILE-STATUS-OK THEN
                   PERFORM THROW-REFTABLE-FILE-ERROR-PROCEDURE
                   SET WS-REFTABLE-SCAN-DONE TO TRUE
               ELSE IF REF-TABLE-NAME NOT = WS-LOOKUP-NAME-WORK
               OR REF-ENTRY-KEY NOT = WS-LOOKUP-KEY-WORK(1:50) THEN
                   SET WS-REFTABLE-SCAN-DONE TO TRUE
               ELSE
                   SET WS-REFTABLE-HAS-TABLE-YES TO TRUE
                   IF REF-FROM-DATE <= WS-LOOKUP-ASOF-DATE
                   AND REF-TO-DATE >= WS-LOOKUP-ASOF-DATE THEN
                       MOVE REF-VALUE TO WS-COMMAND-RESULT
                       SET WS-REFTABLE-FOUND-YES TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
       PROBE-REFTABLE-TABLE-PROCEDURE.
      *****The key has no versions - does the table exist at all?
           MOVE WS-LOOKUP-NAME-WORK TO REF-TABLE-NAME.
           MOVE LOW-VALUES TO REF-ENTRY-KEY.
           MOVE LOW-VALUES TO REF-FROM-DATE.
           START REFTABLE-FILE KEY IS NOT LESS THAN REF-KEY.
           IF WS-REFTABLE-FILE-STATUS-OK THEN
               READ REFTABLE-FILE NEXT RECORD
               IF WS-REFTABLE-FILE-STATUS-OK
               AND REF-TABLE-NAME = WS-LOOKUP-NAME-WORK THEN
                   SET WS-REFTABLE-HAS-TABLE-YES TO TRUE
               END-IF
           END-IF.
       RESOLVE-REFTABLE-FILE-PROCEDURE.
           IF WS-REFTABLE-RESOLVED-YES THEN
               CONTINUE
           ELSE
               MOVE "CISP_REFTABLE_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-REFTABLE-FILE-NAME
               IF WS-REFTABLE-FILE-NAME = SPACES THEN
                   MOVE '..\logs\reftable.data'
                     TO WS-REFTABLE-FILE-NAME
               END-IF
               MOVE "PROC-DATE" TO WS-CALENDAR-OPERATION
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               MOVE WS-CAL-RESULT-DATE-X TO WS-REFTABLE-DEFAULT-DATE
               SET WS-REFTABLE-RESOLVED-YES TO TRUE
           END-IF.
       NORMALIZE-LOOKUP-KEY-PROCEDURE.
      *****The key argument may arrive as a quoted string or as the
      *****legacy 20-digit numeric display form - either way it must
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-LOOKUP-DATE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1026" TO WS-ERROR-CODE
           MOVE "LISP LOOKUP ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Lookup date " DELIMITED BY SIZE
             WS-LOOKUP-DATE-WORK DELIMITED BY SPACE
             " is not a YYYYMMDD date." DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-REFTABLE-FILE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1027" TO WS-ERROR-CODE
           MOVE "LISP LOOKUP ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Reference table file I/O failed, status="
             DELIMITED BY SIZE
             WS-REFTABLE-FILE-STATUS DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       LISP-READ-LINE-PROCEDURE.
      *****(read-line "path") - next record of the named file; ""
      *****once the file is exhausted, so a script can loop until
               END-IF
           END-IF.
       WRITE-STREAM-SLOT-PROCEDURE.
      *****Business output stays as the script wrote it unless the
      *****masking policy marks a rule for streams too.
           MOVE "MASK-STREAM" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           MOVE WS-STREAM-RECORD TO WS-MASK-TEXT.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
           MOVE WS-MASK-TEXT TO WS-STREAM-RECORD.
           EVALUATE WS-STREAM-SLOT
           WHEN 1
               MOVE WS-STREAM-RECORD TO SCRIPT-OUT-RECORD-1
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       LISP-REPORT-DEFINE-PROCEDURE.
      *****(report-define "path" LINES) - lays a report over the named
      *****stream, LINES to a page. The same script defining it again
      *****(every record of a -data run does) only restates the page
      *****length; the page and line counts carry on.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 5
               AND WS-CURRENT-VALUE-NUMERIC <= 999 THEN
                   MOVE WS-IO-PATH-ARG TO WS-IO-PATH-VALUE
                   PERFORM STRIP-PATH-QUOTES-PROCEDURE
                   PERFORM FIND-REPORT-PROCEDURE
                   IF WS-RPT-SLOT > 0 THEN
                       IF WS-RPT-OWNER(WS-RPT-SLOT) NOT =
                       LS-LISP-FILE-NAME THEN
                           PERFORM RESET-REPORT-PROCEDURE
                       END-IF
                   ELSE
                       PERFORM CLAIM-REPORT-PROCEDURE
                   END-IF
                   IF WS-RPT-SLOT > 0 THEN
                       MOVE WS-CURRENT-VALUE-NUMERIC
                         TO WS-RPT-PAGE-LENGTH(WS-RPT-SLOT)
                       MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
                   END-IF
               ELSE
                   MOVE "report page length must be 5-999."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-REPORT-HEADING-PROCEDURE.
      *****(report-heading "path" LINE COL "text") - places text at
      *****column COL of heading line LINE (1-9), printed at the top of
      *****every page. Several pieces may share a line - a title on
      *****the left, "PAGE &PAGE" on the right, column captions over
      *****their columns. A piece placed again at the same LINE and COL
      *****replaces the earlier one.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= 9 THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-START
               ELSE
                   MOVE "report heading line must be 1-9."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
           WHEN 3
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= WS-REPORT-WIDTH THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-LEN
               ELSE
                   MOVE "report heading column must be 1-132."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
           WHEN 4
               PERFORM GET-REPORT-TEXT-PROCEDURE
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   MOVE 0 TO WS-RPT-PIECE-MATCH
                   PERFORM VARYING WS-RPT-PIECE-INDEX FROM 1 BY 1 UNTIL
                   WS-RPT-PIECE-INDEX > WS-RPT-PIECE-COUNT(WS-RPT-SLOT)
                   OR WS-RPT-PIECE-MATCH > 0
                       IF WS-RPT-PIECE-LINE(WS-RPT-SLOT,
                       WS-RPT-PIECE-INDEX) = WS-SUBSTR-START
                       AND WS-RPT-PIECE-COL(WS-RPT-SLOT,
                       WS-RPT-PIECE-INDEX) = WS-SUBSTR-LEN THEN
                           MOVE WS-RPT-PIECE-INDEX TO WS-RPT-PIECE-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-RPT-PIECE-MATCH = 0 THEN
                       IF WS-RPT-PIECE-COUNT(WS-RPT-SLOT) <
                       WS-MAX-REPORT-PIECES THEN
                           ADD 1 TO WS-RPT-PIECE-COUNT(WS-RPT-SLOT)
                           MOVE WS-RPT-PIECE-COUNT(WS-RPT-SLOT)
                             TO WS-RPT-PIECE-MATCH
                       ELSE
                           MOVE "report has over 20 heading pieces."
                             TO WS-RPT-ERROR-TEXT
                           PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
                       END-IF
                   END-IF
                   IF WS-RPT-PIECE-MATCH > 0 THEN
                       MOVE WS-SUBSTR-START TO WS-RPT-PIECE-LINE
                         (WS-RPT-SLOT, WS-RPT-PIECE-MATCH)
                       MOVE WS-SUBSTR-LEN TO WS-RPT-PIECE-COL
                         (WS-RPT-SLOT, WS-RPT-PIECE-MATCH)
                       MOVE WS-RPT-TEXT TO WS-RPT-PIECE-TEXT
                         (WS-RPT-SLOT, WS-RPT-PIECE-MATCH)
                       IF WS-SUBSTR-START >
                       WS-RPT-HEADING-LINES(WS-RPT-SLOT) THEN
                           MOVE WS-SUBSTR-START
                             TO WS-RPT-HEADING-LINES(WS-RPT-SLOT)
                       END-IF
                       MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-REPORT-COLUMN-PROCEDURE.
      *****(report-column "path" N START WIDTH ["L"|"R"|"C" [DECS]])
      *****- detail column N (1-12) occupies WIDTH print positions
      *****from START, its value left, right or centre aligned (left
      *****when not given). DECIMALS makes it an amount column edited
      *****the way format-amount edits; an amount too wide for its
      *****column prints as asterisks rather than losing digits, text
      *****too wide is cut at the column's edge.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= WS-MAX-REPORT-COLUMNS
               THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-START
               ELSE
                   MOVE "report column number must be 1-12."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
           WHEN 3
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= WS-REPORT-WIDTH THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-LEN
               ELSE
                   MOVE "report column start must be 1-132."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
           WHEN 4
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= 100
               AND WS-SUBSTR-LEN + WS-CURRENT-VALUE-NUMERIC - 1
                 <= WS-REPORT-WIDTH THEN
                   PERFORM GET-REPORT-ARG-PROCEDURE
               ELSE
                   MOVE "report column width must fit within 132."
                     TO WS-RPT-ERROR-TEXT
                   PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
               END-IF
               IF WS-RPT-SLOT > 0 AND NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-SUBSTR-START TO WS-RPT-COL-INDEX
                   MOVE WS-SUBSTR-LEN
                     TO WS-RPT-COL-START(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                   MOVE WS-CURRENT-VALUE-NUMERIC
                     TO WS-RPT-COL-WIDTH(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                   MOVE "L"
                     TO WS-RPT-COL-ALIGN(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                   SET WS-RPT-COL-EDIT-YES(WS-RPT-SLOT,
                     WS-RPT-COL-INDEX) TO FALSE
                   MOVE 0 TO
                     WS-RPT-COL-DECIMALS(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                   IF WS-RPT-COL-INDEX >
                   WS-RPT-COLUMN-COUNT(WS-RPT-SLOT) THEN
                       MOVE WS-RPT-COL-INDEX
                         TO WS-RPT-COLUMN-COUNT(WS-RPT-SLOT)
                   END-IF
                   MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
               END-IF
           WHEN 5
               PERFORM GET-REPORT-TEXT-PROCEDURE
               INSPECT WS-RPT-TEXT CONVERTING "lrc" TO "LRC"
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   MOVE WS-SUBSTR-START TO WS-RPT-COL-INDEX
                   MOVE WS-RPT-TEXT(1:1)
                     TO WS-RPT-COL-ALIGN(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                   IF NOT WS-RPT-COL-ALIGN-VALID(WS-RPT-SLOT,
                   WS-RPT-COL-INDEX) OR WS-RPT-TEXT(2:1) NOT = SPACE
                   THEN
                       MOVE "report column align must be L, R or C."
                         TO WS-RPT-ERROR-TEXT
                       PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
                   END-IF
               END-IF
           WHEN 6
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 0
               AND WS-CURRENT-VALUE-NUMERIC <= 4 THEN
                   PERFORM GET-REPORT-ARG-PROCEDURE
                   IF WS-RPT-SLOT > 0 THEN
                       MOVE WS-SUBSTR-START TO WS-RPT-COL-INDEX
                       SET WS-RPT-COL-EDIT-YES(WS-RPT-SLOT,
                         WS-RPT-COL-INDEX) TO TRUE
                       MOVE WS-CURRENT-VALUE-NUMERIC
                         TO WS-RPT-COL-DECIMALS(WS-RPT-SLOT,
                         WS-RPT-COL-INDEX)
                   END-IF
               ELSE
                   PERFORM THROW-FORMAT-RANGE-ERROR-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-REPORT-DETAIL-PROCEDURE.
      *****(report-detail "path" V1 V2 ...) - each value is placed in
      *****its column as it arrives; the line itself prints at the
      *****form's close paren (REPORT-DETAIL-CLOSE-PROCEDURE), when
      *****the number of values is known. Returns the page number the
      *****line landed on.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   MOVE SPACES TO WS-RPT-PENDING(WS-RPT-SLOT)
               END-IF
           WHEN OTHER
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   COMPUTE WS-RPT-COL-INDEX = WS-DEFINE-ARG-COUNT - 1
                   IF WS-RPT-COL-INDEX >
                   WS-RPT-COLUMN-COUNT(WS-RPT-SLOT) THEN
                       MOVE "report-detail has too many values."
                         TO WS-RPT-ERROR-TEXT
                       PERFORM THROW-REPORT-LAYOUT-ERROR-PROCEDURE
                   ELSE IF WS-RPT-COL-WIDTH(WS-RPT-SLOT,
                   WS-RPT-COL-INDEX) > 0 THEN
                       PERFORM PLACE-REPORT-VALUE-PROCEDURE
                   END-IF
               END-IF
           END-EVALUATE.
       REPORT-DETAIL-CLOSE-PROCEDURE.
           IF WS-DEFINE-ARG-COUNT > 0 AND NOT WS-ERROR-FATAL-YES THEN
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   SET WS-RPT-DETAIL-YES TO TRUE
                   PERFORM START-REPORT-LINE-PROCEDURE
                   MOVE WS-RPT-PENDING(WS-RPT-SLOT) TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE-PROCEDURE
                   MOVE WS-RPT-PAGE-NUMBER(WS-RPT-SLOT)
                     TO WS-COMMAND-RESULT-NUMERIC
               END-IF
           END-IF.
       LISP-REPORT-PAGE-PROCEDURE.
      *****(report-page "path") - the next detail line starts a new
      *****page, headings and all; the rest of this page is left
      *****blank. Before the first page it does nothing.
           IF WS-DEFINE-ARG-COUNT = 1 THEN
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   IF WS-RPT-PAGE-NUMBER(WS-RPT-SLOT) > 0 THEN
                       SET WS-RPT-BREAK-YES(WS-RPT-SLOT) TO TRUE
                   END-IF
                   MOVE WS-RPT-PAGE-NUMBER(WS-RPT-SLOT)
                     TO WS-COMMAND-RESULT-NUMERIC
               END-IF
           END-IF.
       LISP-REPORT-FOOTING-PROCEDURE.
      *****(report-footing "path" "text") - prints a footing line
      *****(&DATE and &PAGE as in headings) on the current page and
      *****closes the page: further footings stack beneath it, but
      *****the next detail line starts a new page.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               PERFORM GET-REPORT-ARG-PROCEDURE
               IF WS-RPT-SLOT > 0 THEN
                   SET WS-RPT-DETAIL-YES TO FALSE
      *****Any new page's headings go out before the footing text is
      *****taken - they build in the same work fields.
                   PERFORM START-REPORT-LINE-PROCEDURE
                   PERFORM GET-REPORT-TEXT-PROCEDURE
                   PERFORM EXPAND-REPORT-TEXT-PROCEDURE
                   MOVE WS-RPT-EXPANDED TO WS-RPT-LINE
                   PERFORM PRINT-REPORT-LINE-PROCEDURE
                   SET WS-RPT-BREAK-YES(WS-RPT-SLOT) TO TRUE
                   MOVE WS-RPT-PAGE-NUMBER(WS-RPT-SLOT)
                     TO WS-COMMAND-RESULT-NUMERIC
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       FIND-REPORT-PROCEDURE.
           MOVE 0 TO WS-RPT-SLOT.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1 UNTIL
           WS-RPT-INDEX > WS-MAX-REPORTS
           OR WS-RPT-SLOT > 0
               IF WS-RPT-STREAM(WS-RPT-INDEX) = WS-IO-PATH-VALUE THEN
                   MOVE WS-RPT-INDEX TO WS-RPT-SLOT
               END-IF
           END-PERFORM.
       CLAIM-REPORT-PROCEDURE.
      *****A new report takes a free entry, else one a different
      *****script left behind - that script has finished with it.
      *****Four reports at once from one script is the limit, the
      *****same as its four output streams.
           MOVE 0 TO WS-RPT-SLOT.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1 UNTIL
           WS-RPT-INDEX > WS-MAX-REPORTS
           OR WS-RPT-SLOT > 0
               IF WS-RPT-STREAM(WS-RPT-INDEX) = SPACES THEN
                   MOVE WS-RPT-INDEX TO WS-RPT-SLOT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1 UNTIL
           WS-RPT-INDEX > WS-MAX-REPORTS
           OR WS-RPT-SLOT > 0
               IF WS-RPT-OWNER(WS-RPT-INDEX) NOT = LS-LISP-FILE-NAME
               THEN
                   MOVE WS-RPT-INDEX TO WS-RPT-SLOT
               END-IF
           END-PERFORM.
           IF WS-RPT-SLOT = 0 THEN
               PERFORM THROW-REPORT-LIMIT-ERROR-PROCEDURE
           ELSE
               PERFORM RESET-REPORT-PROCEDURE
           END-IF.
       RESET-REPORT-PROCEDURE.
      *****The run date printed by &DATE is the date the run started
      *****(the head of its run id), so a report running past
      *****midnight keeps one date on every page.
           MOVE WS-IO-PATH-VALUE TO WS-RPT-STREAM(WS-RPT-SLOT).
           MOVE LS-LISP-FILE-NAME TO WS-RPT-OWNER(WS-RPT-SLOT).
           MOVE 0 TO WS-RPT-PAGE-NUMBER(WS-RPT-SLOT).
           MOVE 0 TO WS-RPT-LINE-COUNT(WS-RPT-SLOT).
           SET WS-RPT-BREAK-YES(WS-RPT-SLOT) TO FALSE.
           MOVE 0 TO WS-RPT-HEADING-LINES(WS-RPT-SLOT).
           MOVE 0 TO WS-RPT-PIECE-COUNT(WS-RPT-SLOT).
           MOVE 0 TO WS-RPT-COLUMN-COUNT(WS-RPT-SLOT).
           INITIALIZE WS-RPT-COLUMN(WS-RPT-SLOT, 1).
           PERFORM VARYING WS-RPT-COL-INDEX FROM 1 BY 1 UNTIL
           WS-RPT-COL-INDEX > WS-MAX-REPORT-COLUMNS
               MOVE WS-RPT-COLUMN(WS-RPT-SLOT, 1)
                 TO WS-RPT-COLUMN(WS-RPT-SLOT, WS-RPT-COL-INDEX)
           END-PERFORM.
           MOVE SPACES TO WS-RPT-PENDING(WS-RPT-SLOT).
           IF LS-RUN-ID(1:8) IS NUMERIC THEN
               MOVE LS-RUN-ID(1:8) TO WS-RPT-TEXT
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RPT-TEXT
           END-IF.
           MOVE SPACES TO WS-RPT-RUN-DATE(WS-RPT-SLOT).
           STRING WS-RPT-TEXT(1:4) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-RPT-TEXT(5:2) DELIMITED BY SIZE
             "-" DELIMITED BY SIZE
             WS-RPT-TEXT(7:2) DELIMITED BY SIZE
             INTO WS-RPT-RUN-DATE(WS-RPT-SLOT).
       GET-REPORT-ARG-PROCEDURE.
      *****The report named by this frame's first argument - every
      *****report verb but report-define needs it defined already.
           MOVE WS-IO-PATH-ARG TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           PERFORM FIND-REPORT-PROCEDURE.
           IF WS-RPT-SLOT = 0 AND NOT WS-ERROR-FATAL-YES THEN
               PERFORM THROW-REPORT-UNDEFINED-ERROR-PROCEDURE
           END-IF.
       GET-REPORT-TEXT-PROCEDURE.
           MOVE WS-CURRENT-VALUE TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           IF WS-IO-PATH-VALUE = '""' THEN
               MOVE SPACES TO WS-RPT-TEXT
           ELSE
               MOVE WS-IO-PATH-VALUE TO WS-RPT-TEXT
           END-IF.
       PLACE-REPORT-VALUE-PROCEDURE.
      *****An amount column edits through format-amount's own
      *****routine; a whole number in any other column prints in its
      *****edited form, as write-line prints it.
           SET WS-RPT-NUMERIC-YES TO FALSE.
           IF WS-RPT-COL-EDIT-YES(WS-RPT-SLOT, WS-RPT-COL-INDEX) THEN
               MOVE WS-CURRENT-VALUE TO WS-SUBSTR-BASE
               MOVE WS-RPT-COL-DECIMALS(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                 TO WS-SUBSTR-START
               PERFORM BUILD-FORMAT-AMOUNT-PROCEDURE
               MOVE WS-COMMAND-RESULT TO WS-RPT-TEXT
               SET WS-RPT-NUMERIC-YES TO TRUE
           ELSE IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC THEN
               MOVE WS-CURRENT-VALUE-NUMERIC TO WS-PRINT-EDIT-NUMERIC
               MOVE FUNCTION TRIM(WS-PRINT-EDIT-NUMERIC) TO WS-RPT-TEXT
               SET WS-RPT-NUMERIC-YES TO TRUE
           ELSE
               PERFORM GET-REPORT-TEXT-PROCEDURE
           END-IF.
           IF NOT WS-ERROR-FATAL-YES THEN
               IF WS-RPT-TEXT = SPACES THEN
                   MOVE 0 TO WS-RPT-LEN
               ELSE
                   COMPUTE WS-RPT-LEN = FUNCTION LENGTH(
                     FUNCTION TRIM(WS-RPT-TEXT TRAILING))
               END-IF
               IF WS-RPT-LEN >
               WS-RPT-COL-WIDTH(WS-RPT-SLOT, WS-RPT-COL-INDEX) THEN
                   MOVE WS-RPT-COL-WIDTH(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     TO WS-RPT-LEN
                   IF WS-RPT-NUMERIC-YES THEN
                       MOVE ALL "*" TO WS-RPT-TEXT
                   END-IF
               END-IF
               EVALUATE WS-RPT-COL-ALIGN(WS-RPT-SLOT, WS-RPT-COL-INDEX)
               WHEN "R"
                   COMPUTE WS-RPT-POS =
                     WS-RPT-COL-START(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     + WS-RPT-COL-WIDTH(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     - WS-RPT-LEN
               WHEN "C"
                   COMPUTE WS-RPT-POS =
                     WS-RPT-COL-START(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     + (WS-RPT-COL-WIDTH(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     - WS-RPT-LEN) / 2
               WHEN OTHER
                   MOVE WS-RPT-COL-START(WS-RPT-SLOT, WS-RPT-COL-INDEX)
                     TO WS-RPT-POS
               END-EVALUATE
               IF WS-RPT-LEN > 0 THEN
                   MOVE WS-RPT-TEXT(1:WS-RPT-LEN) TO
                     WS-RPT-PENDING(WS-RPT-SLOT)(WS-RPT-POS:WS-RPT-LEN)
               END-IF
           END-IF.
       START-REPORT-LINE-PROCEDURE.
      *****A line needs a new page before the first page, when this
      *****one is full, or - for a detail line - after report-page or
      *****a footing closed the page.
           IF WS-RPT-PAGE-NUMBER(WS-RPT-SLOT) = 0
           OR WS-RPT-LINE-COUNT(WS-RPT-SLOT) >=
             WS-RPT-PAGE-LENGTH(WS-RPT-SLOT)
           OR (WS-RPT-DETAIL-YES AND WS-RPT-BREAK-YES(WS-RPT-SLOT))
           THEN
               PERFORM NEW-REPORT-PAGE-PROCEDURE
           END-IF.
       NEW-REPORT-PAGE-PROCEDURE.
      *****The page being left is filled out with blank lines, so
      *****every page is exactly the defined length whatever prints
      *****or views the file - no reliance on a form-feed control.
           IF WS-RPT-PAGE-NUMBER(WS-RPT-SLOT) > 0
           AND WS-RPT-LINE-COUNT(WS-RPT-SLOT) <
             WS-RPT-PAGE-LENGTH(WS-RPT-SLOT) THEN
               COMPUTE WS-RPT-PAD-COUNT =
                 WS-RPT-PAGE-LENGTH(WS-RPT-SLOT)
                 - WS-RPT-LINE-COUNT(WS-RPT-SLOT)
               MOVE SPACES TO WS-RPT-LINE
               PERFORM WS-RPT-PAD-COUNT TIMES
                   PERFORM PRINT-REPORT-LINE-PROCEDURE
               END-PERFORM
           END-IF.
           ADD 1 TO WS-RPT-PAGE-NUMBER(WS-RPT-SLOT).
           MOVE 0 TO WS-RPT-LINE-COUNT(WS-RPT-SLOT).
           SET WS-RPT-BREAK-YES(WS-RPT-SLOT) TO FALSE.
           PERFORM VARYING WS-RPT-LINE-NO FROM 1 BY 1 UNTIL
           WS-RPT-LINE-NO > WS-RPT-HEADING-LINES(WS-RPT-SLOT)
               PERFORM BUILD-REPORT-HEADING-PROCEDURE
               PERFORM PRINT-REPORT-LINE-PROCEDURE
           END-PERFORM.
       BUILD-REPORT-HEADING-PROCEDURE.
      *****Heading line WS-RPT-LINE-NO from every piece placed on it,
      *****in the order they were defined; a line no piece names
      *****prints blank.
           MOVE SPACES TO WS-RPT-LINE.
           PERFORM VARYING WS-RPT-PIECE-INDEX FROM 1 BY 1 UNTIL
           WS-RPT-PIECE-INDEX > WS-RPT-PIECE-COUNT(WS-RPT-SLOT)
               IF WS-RPT-PIECE-LINE(WS-RPT-SLOT, WS-RPT-PIECE-INDEX)
               = WS-RPT-LINE-NO THEN
                   MOVE WS-RPT-PIECE-TEXT(WS-RPT-SLOT,
                     WS-RPT-PIECE-INDEX) TO WS-RPT-TEXT
                   PERFORM EXPAND-REPORT-TEXT-PROCEDURE
                   MOVE WS-RPT-PIECE-COL(WS-RPT-SLOT,
                     WS-RPT-PIECE-INDEX) TO WS-RPT-POS
                   IF WS-RPT-POS + WS-RPT-LEN - 1 > WS-REPORT-WIDTH
                   THEN
                       COMPUTE WS-RPT-LEN =
                         WS-REPORT-WIDTH - WS-RPT-POS + 1
                   END-IF
                   IF WS-RPT-LEN > 0 THEN
                       MOVE WS-RPT-EXPANDED(1:WS-RPT-LEN)
                         TO WS-RPT-LINE(WS-RPT-POS:WS-RPT-LEN)
                   END-IF
               END-IF
           END-PERFORM.
       EXPAND-REPORT-TEXT-PROCEDURE.
      *****WS-RPT-TEXT into WS-RPT-EXPANDED with &DATE as the run
      *****date (YYYY-MM-DD) and &PAGE as the page number; WS-RPT-LEN
      *****comes back as the expanded length, trailing blanks off.
           MOVE SPACES TO WS-RPT-EXPANDED.
           MOVE 0 TO WS-RPT-LEN.
           MOVE WS-RPT-PAGE-NUMBER(WS-RPT-SLOT) TO WS-RPT-PAGE-EDIT.
           MOVE 1 TO WS-RPT-SCAN.
           PERFORM UNTIL WS-RPT-SCAN > 100 OR WS-RPT-LEN > 122
               IF WS-RPT-SCAN <= 96
               AND WS-RPT-TEXT(WS-RPT-SCAN:5) = "&DATE" THEN
                   MOVE WS-RPT-RUN-DATE(WS-RPT-SLOT)
                     TO WS-RPT-EXPANDED(WS-RPT-LEN + 1:10)
                   ADD 10 TO WS-RPT-LEN
                   ADD 5 TO WS-RPT-SCAN
               ELSE IF WS-RPT-SCAN <= 96
               AND WS-RPT-TEXT(WS-RPT-SCAN:5) = "&PAGE" THEN
                   MOVE FUNCTION TRIM(WS-RPT-PAGE-EDIT)
                     TO WS-RPT-EXPANDED(WS-RPT-LEN + 1:5)
                   COMPUTE WS-RPT-LEN = WS-RPT-LEN + FUNCTION LENGTH(
                     FUNCTION TRIM(WS-RPT-PAGE-EDIT))
                   ADD 5 TO WS-RPT-SCAN
               ELSE
                   MOVE WS-RPT-TEXT(WS-RPT-SCAN:1)
                     TO WS-RPT-EXPANDED(WS-RPT-LEN + 1:1)
                   ADD 1 TO WS-RPT-LEN
                   ADD 1 TO WS-RPT-SCAN
               END-IF
           END-PERFORM.
           IF WS-RPT-EXPANDED = SPACES THEN
               MOVE 0 TO WS-RPT-LEN
           ELSE
               COMPUTE WS-RPT-LEN = FUNCTION LENGTH(
                 FUNCTION TRIM(WS-RPT-EXPANDED TRAILING))
           END-IF.
       PRINT-REPORT-LINE-PROCEDURE.
      *****One print line out through the report's stream slot - so a
      *****rehearsal writes the ".rehearsal" shadow and the masking
      *****policy's stream rules apply, as for write-line.
           IF NOT WS-ERROR-FATAL-YES THEN
               MOVE WS-RPT-STREAM(WS-RPT-SLOT) TO WS-IO-PATH-VALUE
               PERFORM FIND-STREAM-SLOT-PROCEDURE
               IF WS-STREAM-SLOT = 0 THEN
                   PERFORM OPEN-STREAM-SLOT-PROCEDURE
               END-IF
               IF WS-STREAM-SLOT > 0 THEN
                   MOVE WS-RPT-LINE TO WS-STREAM-RECORD
                   PERFORM WRITE-STREAM-SLOT-PROCEDURE
                   ADD 1 TO WS-STREAM-WRITES(WS-STREAM-SLOT)
                   ADD 1 TO WS-RPT-LINE-COUNT(WS-RPT-SLOT)
               END-IF
           END-IF.
       THROW-REPORT-LAYOUT-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1028" TO WS-ERROR-CODE
           MOVE "LISP REPORT ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           MOVE WS-RPT-ERROR-TEXT TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-REPORT-UNDEFINED-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1029" TO WS-ERROR-CODE
           MOVE "LISP REPORT ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Report " DELIMITED BY SIZE
             WS-IO-PATH-VALUE DELIMITED BY SPACE
             " has not been defined with report-define."
             DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-REPORT-LIMIT-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1030" TO WS-ERROR-CODE
           MOVE "LISP REPORT ERROR:" TO WS-ERROR-NAME.
           MOVE "Too many reports defined at once."
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       LISP-ENV-PROCEDURE.
      *****(env) - list the current bindings, newest last, so a REPL
      *****session can see what it has defined so far. Returns the
      *****binding count.
           PERFORM VARYING WS-VAR-SEARCH-INDEX FROM 1 BY 1 UNTIL
           WS-VAR-SEARCH-INDEX > WS-VAR-COUNT
               DISPLAY FUNCTION TRIM(WS-VAR-NAME(WS-VAR-SEARCH-INDEX))
                   " = "
                   FUNCTION TRIM(WS-VAR-VALUE(WS-VAR-SEARCH-INDEX))
           END-PERFORM.
           MOVE WS-VAR-COUNT TO WS-COMMAND-RESULT-NUMERIC.
       FORM-SKIP-START-PROCEDURE.
      *****Walk over the rest of this top-level form without
      *****evaluating anything - same shape as defun capture, minus
      *****the capturing.
           SET WS-FORM-SKIP-YES TO TRUE.
           MOVE WS-PAREN-DEPTH TO WS-FORM-SKIP-DEPTH.
           SET WS-INIT-COMMAND-YES TO FALSE.
       DETERMINE-EOF-PASS-PROCEDURE.
      *****The driver marks its end-of-file pass by binding the run
      *****parameter "eof" to 1; record passes bind it to 0. A break
      *****pass binds "break" to the level closing, record passes of
      *****a break run bind it to 0. Under -layout "record-type" is
      *****the record's type code.
           SET WS-EOF-PASS-YES TO FALSE.
           MOVE SPACES TO WS-RECORD-TYPE.
           SET WS-BREAK-RUN-YES TO FALSE.
           MOVE 0 TO WS-BREAK-PASS-LEVEL.
           PERFORM VARYING WS-RUN-PARAM-INDEX FROM 1 BY 1 UNTIL
           WS-RUN-PARAM-INDEX > LS-RUN-PARAM-COUNT
               IF LS-RUN-PARAM-NAME(WS-RUN-PARAM-INDEX) = "eof"
               AND LS-RUN-PARAM-VALUE(WS-RUN-PARAM-INDEX) = "1" THEN
                   SET WS-EOF-PASS-YES TO TRUE
               END-IF
               IF LS-RUN-PARAM-NAME(WS-RUN-PARAM-INDEX) = "break" THEN
                   SET WS-BREAK-RUN-YES TO TRUE
                   IF LS-RUN-PARAM-VALUE(WS-RUN-PARAM-INDEX)(1:1)
                   IS NUMERIC THEN
                       MOVE LS-RUN-PARAM-VALUE(WS-RUN-PARAM-INDEX)(1:1)
                         TO WS-BREAK-PASS-LEVEL
                   END-IF
               END-IF
               IF LS-RUN-PARAM-NAME(WS-RUN-PARAM-INDEX)
               = "record-type" THEN
                   MOVE LS-RUN-PARAM-VALUE(WS-RUN-PARAM-INDEX)
                     TO WS-RECORD-TYPE
               END-IF
           END-PERFORM.
       CHECK-ON-TYPE-PROCEDURE.
      *****The token after on-type is its code, a string - "CLM".
           SET WS-ON-TYPE-MATCH-YES TO FALSE.
           MOVE SPACES TO WS-ON-TYPE-CODE.
           IF WS-SYMBOL-TABLE-INDEX < LS-SYMBOL-TABLE-SIZE THEN
               IF LS-SYMBOL(WS-SYMBOL-TABLE-INDEX + 1)(1:1) = '"' THEN
                   UNSTRING LS-SYMBOL(WS-SYMBOL-TABLE-INDEX + 1)(2:)
                     DELIMITED BY '"' INTO WS-ON-TYPE-CODE
                   END-UNSTRING
               ELSE
                   MOVE LS-SYMBOL(WS-SYMBOL-TABLE-INDEX + 1)
                     TO WS-ON-TYPE-CODE
               END-IF
           END-IF.
           IF WS-ON-TYPE-CODE NOT = SPACES
           AND WS-ON-TYPE-CODE = WS-RECORD-TYPE THEN
               SET WS-ON-TYPE-MATCH-YES TO TRUE
           END-IF.
       LISP-KEEP-PROCEDURE.
      *****(keep name VALUE) - define a carried variable. The first
      *****record's call seeds it with VALUE; every later call answers
      *****with the value the previous record's pass left behind.
           IF WS-DEFINE-ARG-COUNT > 1 THEN
               PERFORM FIND-CARRY-ENTRY-PROCEDURE
               IF WS-CARRY-MATCH > 0 THEN
                   MOVE WS-CARRY-VALUE(WS-CARRY-MATCH)
                     TO WS-COMMAND-RESULT
               ELSE IF WS-CARRY-COUNT >= WS-MAX-CARRY-VARS THEN
                   PERFORM THROW-CARRY-TABLE-FULL-ERROR-PROCEDURE
               ELSE
                   ADD 1 TO WS-CARRY-COUNT
                   MOVE WS-DEFINE-PENDING-NAME
                     TO WS-CARRY-NAME(WS-CARRY-COUNT)
                   MOVE WS-CURRENT-VALUE
                     TO WS-CARRY-VALUE(WS-CARRY-COUNT)
                   PERFORM BIND-VARIABLE-PROCEDURE
                   MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
               END-IF
           END-IF.
       LISP-ON-EOF-PROCEDURE.
      *****Running only on the eof pass (record passes walk over the
      *****whole form) - each body form's value lands here, the last
      *****one standing is the block's result, like a while body.
      *****on-break shares it: the same block, run on a break pass;
      *****so does on-type, run on a record of its type.
           MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT.
       LISP-ACCUMULATE-PROCEDURE.
      *****(accumulate name AMOUNT) - on a record pass AMOUNT is held
      *****for the name and the answer is the whole-file total so far
      *****including it, bound to the name for the rest of the pass.
      *****On a break or eof pass nothing is added: the answer is the
      *****closing group's (or the file's) total, as already bound.
           IF WS-DEFINE-ARG-COUNT > 1 THEN
               PERFORM GET-ARITH-OPERAND-PROCEDURE
               PERFORM FIND-ACCUM-ENTRY-PROCEDURE
               IF WS-ACCUM-MATCH = 0 AND NOT WS-ERROR-FATAL-YES THEN
                   IF WS-ACCUM-COUNT >= WS-MAX-ACCUM-NAMES THEN
                       PERFORM THROW-ACCUM-TABLE-FULL-ERROR-PROCEDURE
                   ELSE
                       ADD 1 TO WS-ACCUM-COUNT
                       MOVE WS-ACCUM-COUNT TO WS-ACCUM-MATCH
                       MOVE WS-DEFINE-PENDING-NAME
                         TO WS-ACCUM-NAME(WS-ACCUM-MATCH)
                       MOVE 0 TO WS-ACCUM-PENDING(WS-ACCUM-MATCH)
                       MOVE 0 TO WS-ACCUM-FILE-TOTAL(WS-ACCUM-MATCH)
                       PERFORM VARYING WS-BREAK-LEVEL-INDEX FROM 1 BY 1
                       UNTIL WS-BREAK-LEVEL-INDEX > WS-MAX-BREAK-LEVELS
                           MOVE 0 TO WS-ACCUM-LEVEL-TOTAL
                             (WS-ACCUM-MATCH, WS-BREAK-LEVEL-INDEX)
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-ACCUM-MATCH > 0 AND NOT WS-ERROR-FATAL-YES THEN
                   IF WS-BREAK-PASS-LEVEL > 0 THEN
                       MOVE WS-ACCUM-LEVEL-TOTAL
                         (WS-ACCUM-MATCH, WS-BREAK-PASS-LEVEL)
                         TO WS-ARITH-ACCUM
                   ELSE IF WS-EOF-PASS-YES THEN
                       MOVE WS-ACCUM-FILE-TOTAL(WS-ACCUM-MATCH)
                         TO WS-ARITH-ACCUM
                   ELSE
                       ADD WS-ARITH-OPERAND
                         TO WS-ACCUM-PENDING(WS-ACCUM-MATCH)
                           ON SIZE ERROR
                               PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
                       END-ADD
                       COMPUTE WS-ARITH-ACCUM =
                         WS-ACCUM-FILE-TOTAL(WS-ACCUM-MATCH) +
                         WS-ACCUM-PENDING(WS-ACCUM-MATCH)
                           ON SIZE ERROR
                               PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
                       END-COMPUTE
                   END-IF
                   MOVE SPACES TO WS-COMMAND-RESULT
                   PERFORM FORMAT-ARITH-RESULT-PROCEDURE
                   IF WS-BREAK-PASS-LEVEL = 0
                   AND NOT WS-EOF-PASS-YES THEN
                       MOVE WS-COMMAND-RESULT TO WS-CURRENT-VALUE
                       PERFORM BIND-VARIABLE-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       FIND-ACCUM-ENTRY-PROCEDURE.
           MOVE 0 TO WS-ACCUM-MATCH.
           PERFORM VARYING WS-ACCUM-INDEX FROM 1 BY 1 UNTIL
           WS-ACCUM-INDEX > WS-ACCUM-COUNT OR WS-ACCUM-MATCH > 0
               IF WS-ACCUM-NAME(WS-ACCUM-INDEX) =
               WS-DEFINE-PENDING-NAME THEN
                   MOVE WS-ACCUM-INDEX TO WS-ACCUM-MATCH
               END-IF
           END-PERFORM.
       RESET-ACCUM-TABLE-PROCEDURE.
           MOVE 0 TO WS-ACCUM-COUNT.
           MOVE 0 TO WS-FILE-RECORD-COUNT.
           PERFORM VARYING WS-BREAK-LEVEL-INDEX FROM 1 BY 1 UNTIL
           WS-BREAK-LEVEL-INDEX > WS-MAX-BREAK-LEVELS
               MOVE 0 TO WS-GROUP-RECORD-COUNT(WS-BREAK-LEVEL-INDEX)
           END-PERFORM.
       BIND-ACCUM-VARS-PROCEDURE.
      *****A break pass sees the closing group's totals and record
      *****count under the accumulated names and "group-count"; the
      *****eof pass sees the whole file's.
           PERFORM VARYING WS-ACCUM-INDEX FROM 1 BY 1 UNTIL
           WS-ACCUM-INDEX > WS-ACCUM-COUNT
               IF WS-BREAK-PASS-LEVEL > 0 THEN
                   MOVE WS-ACCUM-LEVEL-TOTAL
                     (WS-ACCUM-INDEX, WS-BREAK-PASS-LEVEL)
                     TO WS-ARITH-ACCUM
               ELSE
                   MOVE WS-ACCUM-FILE-TOTAL(WS-ACCUM-INDEX)
                     TO WS-ARITH-ACCUM
               END-IF
               ADD 1 TO WS-VAR-COUNT
               MOVE WS-ACCUM-NAME(WS-ACCUM-INDEX)
                 TO WS-VAR-NAME(WS-VAR-COUNT)
               PERFORM BIND-ACCUM-VALUE-PROCEDURE
           END-PERFORM.
           IF WS-BREAK-PASS-LEVEL > 0 THEN
               MOVE WS-GROUP-RECORD-COUNT(WS-BREAK-PASS-LEVEL)
                 TO WS-ARITH-ACCUM
           ELSE
               MOVE WS-FILE-RECORD-COUNT TO WS-ARITH-ACCUM
           END-IF.
           ADD 1 TO WS-VAR-COUNT.
           MOVE "group-count" TO WS-VAR-NAME(WS-VAR-COUNT).
           PERFORM BIND-ACCUM-VALUE-PROCEDURE.
       BIND-ACCUM-VALUE-PROCEDURE.
      *****WS-ARITH-ACCUM into the entry just appended, in the same
      *****rendering an arithmetic form would give it.
           MOVE SPACES TO WS-COMMAND-RESULT.
           PERFORM FORMAT-ARITH-RESULT-PROCEDURE.
           MOVE WS-COMMAND-RESULT TO WS-VAR-VALUE(WS-VAR-COUNT).
           MOVE SPACES TO WS-COMMAND-RESULT.
           MOVE 0 TO WS-VAR-SCOPE-DEPTH(WS-VAR-COUNT).
           IF WS-VAR-VALUE-NUMERIC(WS-VAR-COUNT) IS NUMERIC THEN
               SET WS-VAR-IS-NUMERIC(WS-VAR-COUNT) TO TRUE
           ELSE
               SET WS-VAR-IS-STRING(WS-VAR-COUNT) TO TRUE
           END-IF.
       CLOSE-ACCUM-PASS-PROCEDURE.
      *****A clean record pass lands its held additions in the file
      *****total and every level's group total, and counts the record.
      *****A break pass - clean or not - zeroes the level it closed so
      *****the next group starts from nothing.
           IF WS-BREAK-PASS-LEVEL > 0 THEN
               PERFORM VARYING WS-ACCUM-INDEX FROM 1 BY 1 UNTIL
               WS-ACCUM-INDEX > WS-ACCUM-COUNT
                   MOVE 0 TO WS-ACCUM-LEVEL-TOTAL
                     (WS-ACCUM-INDEX, WS-BREAK-PASS-LEVEL)
               END-PERFORM
               MOVE 0 TO WS-GROUP-RECORD-COUNT(WS-BREAK-PASS-LEVEL)
           ELSE IF WS-EOF-PASS-YES OR WS-LISP-ABORTED-YES THEN
               CONTINUE
           ELSE
               PERFORM VARYING WS-ACCUM-INDEX FROM 1 BY 1 UNTIL
               WS-ACCUM-INDEX > WS-ACCUM-COUNT
                   ADD WS-ACCUM-PENDING(WS-ACCUM-INDEX)
                     TO WS-ACCUM-FILE-TOTAL(WS-ACCUM-INDEX)
                   PERFORM VARYING WS-BREAK-LEVEL-INDEX FROM 1 BY 1
                   UNTIL WS-BREAK-LEVEL-INDEX > WS-MAX-BREAK-LEVELS
                       ADD WS-ACCUM-PENDING(WS-ACCUM-INDEX) TO
                         WS-ACCUM-LEVEL-TOTAL
                         (WS-ACCUM-INDEX, WS-BREAK-LEVEL-INDEX)
                   END-PERFORM
                   MOVE 0 TO WS-ACCUM-PENDING(WS-ACCUM-INDEX)
               END-PERFORM
               IF WS-BREAK-RUN-YES THEN
                   ADD 1 TO WS-FILE-RECORD-COUNT
                   PERFORM VARYING WS-BREAK-LEVEL-INDEX FROM 1 BY 1
                   UNTIL WS-BREAK-LEVEL-INDEX > WS-MAX-BREAK-LEVELS
                       ADD 1 TO
                         WS-GROUP-RECORD-COUNT(WS-BREAK-LEVEL-INDEX)
                   END-PERFORM
               END-IF
           END-IF.
       THROW-ACCUM-TABLE-FULL-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1025" TO WS-ERROR-CODE
           MOVE "LISP STATE ERROR:" TO WS-ERROR-NAME.
           MOVE "Accumulator table is full."
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       FIND-CARRY-ENTRY-PROCEDURE.
           MOVE 0 TO WS-CARRY-MATCH.
           PERFORM VARYING WS-CARRY-INDEX FROM 1 BY 1 UNTIL
           WS-CARRY-INDEX > WS-CARRY-COUNT OR WS-CARRY-MATCH > 0
               IF WS-CARRY-NAME(WS-CARRY-INDEX) =
               WS-DEFINE-PENDING-NAME THEN
                   MOVE WS-CARRY-INDEX TO WS-CARRY-MATCH
               END-IF
           END-PERFORM.
       BIND-CARRY-VARS-PROCEDURE.
      *****Re-seed the fresh variable table with the values the carry
      *****table held onto from the previous record's call.
           PERFORM VARYING WS-CARRY-INDEX FROM 1 BY 1 UNTIL
           WS-CARRY-INDEX > WS-CARRY-COUNT
               ADD 1 TO WS-VAR-COUNT
               MOVE WS-CARRY-NAME(WS-CARRY-INDEX)
                 TO WS-VAR-NAME(WS-VAR-COUNT)
               MOVE WS-CARRY-VALUE(WS-CARRY-INDEX)
                 TO WS-VAR-VALUE(WS-VAR-COUNT)
               MOVE 0 TO WS-VAR-SCOPE-DEPTH(WS-VAR-COUNT)
               IF WS-VAR-VALUE-NUMERIC(WS-VAR-COUNT) IS NUMERIC THEN
                   SET WS-VAR-IS-NUMERIC(WS-VAR-COUNT) TO TRUE
               ELSE
                   SET WS-VAR-IS-STRING(WS-VAR-COUNT) TO TRUE
               END-IF
           END-PERFORM.
       UPDATE-CARRY-TABLE-PROCEDURE.
      *****End of a clean call - capture each carried name's current
      *****binding (newest wins, matching lookup) for the next record.
           PERFORM VARYING WS-CARRY-INDEX FROM 1 BY 1 UNTIL
           WS-CARRY-INDEX > WS-CARRY-COUNT
               SET WS-VAR-FOUND-YES TO FALSE
               PERFORM VARYING WS-VAR-SEARCH-INDEX FROM WS-VAR-COUNT
               BY -1 UNTIL WS-VAR-SEARCH-INDEX < 1 OR WS-VAR-FOUND-YES
                   IF WS-VAR-NAME(WS-VAR-SEARCH-INDEX) =
                   WS-CARRY-NAME(WS-CARRY-INDEX) THEN
                       MOVE WS-VAR-VALUE(WS-VAR-SEARCH-INDEX)
                         TO WS-CARRY-VALUE(WS-CARRY-INDEX)
                       SET WS-VAR-FOUND-YES TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM.
       THROW-CARRY-TABLE-FULL-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1020" TO WS-ERROR-CODE
               IF NOT WS-STATE-FILE-STATUS-OK THEN
                   PERFORM THROW-STATE-FILE-ERROR-PROCEDURE
               ELSE
                   PERFORM CAPTURE-STATE-BEFORE-PROCEDURE
                   MOVE WS-DEFINE-PENDING-NAME TO STATE-RECORD-NAME
                   MOVE WS-CURRENT-VALUE TO STATE-RECORD-VALUE
                   WRITE STATE-RECORD
                       MOVE WS-CURRENT-VALUE TO WS-COMMAND-RESULT
                       IF LS-REHEARSE-YES THEN
                           PERFORM RECORD-REHEARSAL-STATE-PROCEDURE
                       ELSE
                           PERFORM WRITE-STATE-JOURNAL-PROCEDURE
                       END-IF
                   END-IF
                   CLOSE STATE-FILE
               END-IF
           END-IF.
       CAPTURE-STATE-BEFORE-PROCEDURE.
      *****The entry's value ahead of this persist - the journal's
      *****before image. Not found simply means the persist adds it.
           SET WS-STATE-BEFORE-YES TO FALSE.
           MOVE SPACES TO WS-STATE-BEFORE-VALUE.
           MOVE WS-DEFINE-PENDING-NAME TO STATE-RECORD-NAME.
           READ STATE-FILE.
           IF WS-STATE-FILE-STATUS-OK THEN
               SET WS-STATE-BEFORE-YES TO TRUE
               MOVE STATE-RECORD-VALUE TO WS-STATE-BEFORE-VALUE
           END-IF.
       WRITE-STATE-JOURNAL-PROCEDURE.
      *****A journal that will not open costs the audit trail, not the
      *****balance already written - say so and let the run go on.
           OPEN EXTEND STATE-JOURNAL-FILE.
           IF NOT WS-STATE-JOURNAL-STATUS-OK THEN
               DISPLAY "LISP: STATE-JOURNAL-FILE OPEN FAILED, STATUS="
                   WS-STATE-JOURNAL-STATUS
           ELSE
               MOVE SPACES TO STATE-JOURNAL-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO STATE-JOURNAL-STAMP
               MOVE LS-RUN-ID TO STATE-JOURNAL-RUN-ID
               MOVE LS-LISP-FILE-NAME TO STATE-JOURNAL-SCRIPT
               IF WS-STATE-BEFORE-YES THEN
                   MOVE "CHANGE" TO STATE-JOURNAL-ACTION
               ELSE
                   MOVE "ADD" TO STATE-JOURNAL-ACTION
               END-IF
               MOVE WS-DEFINE-PENDING-NAME TO STATE-JOURNAL-KEY
               MOVE WS-STATE-BEFORE-FLAG TO STATE-JOURNAL-BEFORE-FLAG
               MOVE WS-STATE-BEFORE-VALUE TO STATE-JOURNAL-BEFORE
               SET STATE-JOURNAL-AFTER-YES TO TRUE
               MOVE WS-CURRENT-VALUE TO STATE-JOURNAL-AFTER
      *****Who ran it - the login, which for a -i session is the
      *****operator signed on for the REPL.
               MOVE SPACES TO WS-SIGNON-REQUEST
               MOVE "IDENTIFY" TO WS-SIGNON-OPERATION
               CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
                 WS-SIGNON-REQUEST
               MOVE WS-SIGNON-OPERATOR TO STATE-JOURNAL-OPERATOR
               WRITE STATE-JOURNAL-RECORD
               CLOSE STATE-JOURNAL-FILE
           END-IF.
       LISP-FETCH-PROCEDURE.
      *****(fetch name) - the value a prior run persisted under name,
      *****read straight from the keyed file, or "" when nothing has
                       " RECORD(S) IN ITS .rehearsal SHADOW"
               END-IF
           END-PERFORM.
           IF WS-CONV-WRITES > 0 THEN
               DISPLAY "  CONVERSIONS - " WS-CONV-WRITES
                   " RECORD(S) IN "
                   FUNCTION TRIM(WS-CONV-FILE-NAME) ".rehearsal"
           END-IF.
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1 UNTIL
           WS-MASTER-INDEX > WS-MASTER-COUNT
               IF WS-MASTER-ADDS(WS-MASTER-INDEX) > 0
               OR WS-MASTER-CHANGES(WS-MASTER-INDEX) > 0
               OR WS-MASTER-DELETES(WS-MASTER-INDEX) > 0 THEN
                   DISPLAY "  MASTER "
                       FUNCTION TRIM(
                       WS-MASTER-PATH(WS-MASTER-INDEX))
                       " - " WS-MASTER-ADDS(WS-MASTER-INDEX)
                       " ADDED, " WS-MASTER-CHANGES(WS-MASTER-INDEX)
                       " CHANGED, " WS-MASTER-DELETES(WS-MASTER-INDEX)
                       " DELETED IN ITS .rehearsal COPY"
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-REH-STATE-INDEX FROM 1 BY 1 UNTIL
           WS-REH-STATE-INDEX > WS-REH-STATE-COUNT
               DISPLAY "  STATE "
                   FUNCTION TRIM(
                   WS-REH-STATE-VALUE(WS-REH-STATE-INDEX))
           END-PERFORM.
           IF WS-REH-STATE-COUNT = 0 THEN
               DISPLAY "  (NO STATE ENTRIES WOULD HAVE CHANGED)"
           END-IF.
       RESET-STATE-SHADOW-PROCEDURE.
      *****Truncate the shadow store the first time this rehearsal
      *****touches it - a name persisted by last week's rehearsal must
      *****never fetch ahead of tonight's live balance.
           IF WS-SHADOW-STATE-CUT-YES THEN
               CONTINUE
           ELSE
               MOVE WS-STATE-SHADOW-NAME TO WS-STATE-FILE-NAME
               OPEN OUTPUT STATE-FILE
               IF WS-STATE-FILE-STATUS-OK THEN
                   CLOSE STATE-FILE
               END-IF
               SET WS-SHADOW-STATE-CUT-YES TO TRUE
           END-IF.
       RESOLVE-STATE-FILE-PROCEDURE.
      *****Resolve the state-file path (and its rehearsal shadow's)
      *****once per process; persist/fetch pick the one they need into
      *****the file's dynamic name.
           IF WS-STATE-RESOLVED-YES THEN
               CONTINUE
           ELSE
               MOVE "CISP_STATE_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-STATE-REAL-NAME
               IF WS-STATE-REAL-NAME = SPACES THEN
                   MOVE '..\logs\state.data' TO WS-STATE-REAL-NAME
               END-IF
               MOVE SPACES TO WS-STATE-SHADOW-NAME
               STRING WS-STATE-REAL-NAME DELIMITED BY SPACE
                 ".rehearsal" DELIMITED BY SIZE
                 INTO WS-STATE-SHADOW-NAME
               MOVE WS-STATE-REAL-NAME TO WS-STATE-FILE-NAME
               MOVE "CISP_STATE_JOURNAL_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-STATE-JOURNAL-NAME
               IF WS-STATE-JOURNAL-NAME = SPACES THEN
                   MOVE '..\logs\statejrnl.data'
                     TO WS-STATE-JOURNAL-NAME
               END-IF
               SET WS-STATE-RESOLVED-YES TO TRUE
           END-IF.
       THROW-STATE-FILE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1013" TO WS-ERROR-CODE
           MOVE "LISP STATE ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "State file I/O failed, status="
             DELIMITED BY SIZE
             WS-STATE-FILE-STATUS DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       LISP-MASTER-OPEN-PROCEDURE.
      *****(master-open "name" "path" POS LEN) - declare the master
      *****and check the declaration against the one the file was
      *****created with; a live open of a master not yet there creates
      *****it. Opening a name again (every record of a -data run does)
      *****is harmless; opening it on another path starts its counts
      *****afresh. Returns "OK".
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               MOVE WS-CURRENT-VALUE TO WS-LIST-ARG
           WHEN 3
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= 100 THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-START
               ELSE
                   MOVE "master key position must be 1-100."
                     TO WS-MASTER-ERROR-TEXT
                   PERFORM THROW-MASTER-DECLARE-ERROR-PROCEDURE
               END-IF
           WHEN 4
               IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
               AND WS-CURRENT-VALUE-NUMERIC >= 1
               AND WS-CURRENT-VALUE-NUMERIC <= 50
               AND WS-SUBSTR-START + WS-CURRENT-VALUE-NUMERIC <= 101
               THEN
                   MOVE WS-CURRENT-VALUE-NUMERIC TO WS-SUBSTR-LEN
                   PERFORM OPEN-MASTER-PROCEDURE
               ELSE
                   MOVE SPACES TO WS-MASTER-ERROR-TEXT
                   STRING "master key length must be 1-50 and the "
                     DELIMITED BY SIZE
                     "key must end by column 100." DELIMITED BY SIZE
                     INTO WS-MASTER-ERROR-TEXT
                   PERFORM THROW-MASTER-DECLARE-ERROR-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       OPEN-MASTER-PROCEDURE.
           MOVE WS-IO-PATH-ARG TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           MOVE WS-IO-PATH-VALUE TO WS-MASTER-NAME-WORK.
           MOVE WS-LIST-ARG TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           MOVE WS-IO-PATH-VALUE TO WS-MASTER-PATH-WORK.
           PERFORM RESOLVE-MASTER-JOURNAL-PROCEDURE.
           PERFORM FIND-MASTER-PROCEDURE.
           IF WS-MASTER-SLOT = 0 THEN
               IF WS-MASTER-COUNT >= WS-MAX-MASTERS THEN
                   PERFORM THROW-MASTER-LIMIT-ERROR-PROCEDURE
               ELSE
                   ADD 1 TO WS-MASTER-COUNT
                   MOVE WS-MASTER-COUNT TO WS-MASTER-SLOT
                   MOVE WS-MASTER-NAME-WORK
                     TO WS-MASTER-NAME(WS-MASTER-SLOT)
                   MOVE SPACES TO WS-MASTER-PATH(WS-MASTER-SLOT)
               END-IF
           END-IF.
           IF WS-MASTER-SLOT > 0 THEN
               IF WS-MASTER-PATH(WS-MASTER-SLOT) NOT =
               WS-MASTER-PATH-WORK THEN
                   MOVE WS-MASTER-PATH-WORK
                     TO WS-MASTER-PATH(WS-MASTER-SLOT)
                   MOVE 0 TO WS-MASTER-ADDS(WS-MASTER-SLOT)
                   MOVE 0 TO WS-MASTER-CHANGES(WS-MASTER-SLOT)
                   MOVE 0 TO WS-MASTER-DELETES(WS-MASTER-SLOT)
                   SET WS-MASTER-SHADOW-CUT-YES(WS-MASTER-SLOT)
                     TO FALSE
               END-IF
               MOVE WS-SUBSTR-START TO WS-MASTER-KEY-POS(WS-MASTER-SLOT)
               MOVE WS-SUBSTR-LEN TO WS-MASTER-KEY-LEN(WS-MASTER-SLOT)
               PERFORM CHECK-MASTER-CONTROL-PROCEDURE
               IF LS-REHEARSE-YES AND NOT WS-ERROR-FATAL-YES THEN
                   PERFORM PREPARE-MASTER-SHADOW-PROCEDURE
               END-IF
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE "OK" TO WS-MASTER-RESULT
                   PERFORM SET-MASTER-RESULT-PROCEDURE
               END-IF
           END-IF.
       CHECK-MASTER-CONTROL-PROCEDURE.
      *****The live master's control record must carry the same key
      *****declaration - else this script would file records under
      *****one key and every other script look for them under
      *****another. A live open of a new master writes the control
      *****record; a rehearsal only reads, the live master is never
      *****touched.
           MOVE WS-MASTER-PATH(WS-MASTER-SLOT) TO WS-MASTER-FILE-NAME.
           IF LS-REHEARSE-YES THEN
               OPEN INPUT MASTER-FILE
           ELSE
               OPEN I-O MASTER-FILE
           END-IF.
           IF NOT WS-MASTER-FILE-STATUS-OK THEN
               PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
           ELSE
               MOVE LOW-VALUES TO MASTER-KEY
               READ MASTER-FILE
               EVALUATE TRUE
               WHEN WS-MASTER-FILE-STATUS-OK
                   IF MASTER-CONTROL-KEY-POS NOT =
                   WS-MASTER-KEY-POS(WS-MASTER-SLOT)
                   OR MASTER-CONTROL-KEY-LEN NOT =
                   WS-MASTER-KEY-LEN(WS-MASTER-SLOT) THEN
                       MOVE MASTER-CONTROL-KEY-POS TO WS-MASTER-POS-EDIT
                       MOVE MASTER-CONTROL-KEY-LEN TO WS-MASTER-LEN-EDIT
                       MOVE SPACES TO WS-MASTER-ERROR-TEXT
                       STRING "master " DELIMITED BY SIZE
                         WS-MASTER-PATH-WORK DELIMITED BY SPACE
                         " is keyed at position " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MASTER-POS-EDIT)
                         DELIMITED BY SIZE
                         " length " DELIMITED BY SIZE
                         FUNCTION TRIM(WS-MASTER-LEN-EDIT)
                         DELIMITED BY SIZE
                         "." DELIMITED BY SIZE
                         INTO WS-MASTER-ERROR-TEXT
                       PERFORM THROW-MASTER-DECLARE-ERROR-PROCEDURE
                   END-IF
               WHEN WS-MASTER-NO-RECORD
                   IF NOT LS-REHEARSE-YES THEN
                       MOVE SPACES TO MASTER-CONTROL-RECORD
                       MOVE LOW-VALUES TO MASTER-CONTROL-KEY
                       MOVE WS-MASTER-KEY-POS(WS-MASTER-SLOT)
                         TO MASTER-CONTROL-KEY-POS
                       MOVE WS-MASTER-KEY-LEN(WS-MASTER-SLOT)
                         TO MASTER-CONTROL-KEY-LEN
                       WRITE MASTER-CONTROL-RECORD
                       IF NOT WS-MASTER-FILE-STATUS-OK THEN
                           PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
               END-EVALUATE
               CLOSE MASTER-FILE
           END-IF.
       PREPARE-MASTER-SHADOW-PROCEDURE.
      *****The first time this rehearsal opens a master, copy the live
      *****master into its ".rehearsal" shadow - the rehearsed script
      *****then reads and updates the copy exactly as it would the
      *****real thing, and the copy an operator inspects afterwards
      *****shows what tonight's run would have left. A second name on
      *****the same path shares the copy already taken.
           IF NOT WS-MASTER-SHADOW-CUT-YES(WS-MASTER-SLOT) THEN
               PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1 UNTIL
               WS-MASTER-INDEX > WS-MASTER-COUNT
                   IF WS-MASTER-SHADOW-CUT-YES(WS-MASTER-INDEX)
                   AND WS-MASTER-PATH(WS-MASTER-INDEX) =
                   WS-MASTER-PATH(WS-MASTER-SLOT) THEN
                       SET WS-MASTER-SHADOW-CUT-YES(WS-MASTER-SLOT)
                         TO TRUE
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-MASTER-SHADOW-CUT-YES(WS-MASTER-SLOT) THEN
               MOVE WS-MASTER-PATH(WS-MASTER-SLOT)
                 TO WS-MASTER-FILE-NAME
               MOVE SPACES TO WS-MASTER-COPY-NAME
               STRING WS-MASTER-PATH(WS-MASTER-SLOT) DELIMITED BY SPACE
                 ".rehearsal" DELIMITED BY SIZE
                 INTO WS-MASTER-COPY-NAME
               OPEN INPUT MASTER-FILE
               IF NOT WS-MASTER-FILE-STATUS-OK THEN
                   PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
               ELSE
                   OPEN OUTPUT MASTER-COPY-FILE
                   IF NOT WS-MASTER-COPY-STATUS-OK THEN
                       MOVE WS-MASTER-COPY-STATUS
                         TO WS-MASTER-FILE-STATUS
                       MOVE WS-MASTER-COPY-NAME TO WS-MASTER-FILE-NAME
                       PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                   ELSE
                       SET WS-MASTER-COPY-EOF-YES TO FALSE
                       PERFORM UNTIL WS-MASTER-COPY-EOF-YES
                           READ MASTER-FILE NEXT RECORD
                               AT END
                                   SET WS-MASTER-COPY-EOF-YES TO TRUE
                               NOT AT END
                                   MOVE MASTER-RECORD
                                     TO MASTER-COPY-RECORD
                                   WRITE MASTER-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE MASTER-COPY-FILE
                       SET WS-MASTER-SHADOW-CUT-YES(WS-MASTER-SLOT)
                         TO TRUE
                   END-IF
                   CLOSE MASTER-FILE
               END-IF
           END-IF.
       LISP-MASTER-READ-PROCEDURE.
      *****(master-read "name" KEY) - the record filed under KEY, or
      *****"" when there is none (master-status then says NOTFOUND).
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               PERFORM FIND-OPENED-MASTER-PROCEDURE
               IF WS-MASTER-SLOT > 0 THEN
                   PERFORM GET-MASTER-KEY-ARG-PROCEDURE
                   PERFORM SET-MASTER-FILE-NAME-PROCEDURE
                   OPEN INPUT MASTER-FILE
                   IF NOT WS-MASTER-FILE-STATUS-OK THEN
                       PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                   ELSE
                       MOVE WS-MASTER-KEY-WORK TO MASTER-KEY
                       READ MASTER-FILE
                       EVALUATE TRUE
                       WHEN WS-MASTER-FILE-STATUS-OK
                           MOVE "OK" TO WS-MASTER-RESULT
                           MOVE WS-MASTER-RESULT
                             TO WS-MASTER-LAST-RESULT(WS-MASTER-SLOT)
                           MOVE MASTER-DATA TO WS-COMMAND-RESULT
                       WHEN WS-MASTER-NO-RECORD
                           MOVE "NOTFOUND" TO WS-MASTER-RESULT
                           MOVE WS-MASTER-RESULT
                             TO WS-MASTER-LAST-RESULT(WS-MASTER-SLOT)
                           MOVE '""' TO WS-COMMAND-RESULT
                       WHEN OTHER
                           PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                       END-EVALUATE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-MASTER-WRITE-PROCEDURE.
      *****(master-write "name" RECORD) - add RECORD under the key it
      *****carries; "DUPLICATE" when that key is already on file, and
      *****the record there is left as it was.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               PERFORM FIND-OPENED-MASTER-PROCEDURE
               IF WS-MASTER-SLOT > 0 THEN
                   PERFORM GET-MASTER-RECORD-ARG-PROCEDURE
                   PERFORM SET-MASTER-FILE-NAME-PROCEDURE
                   OPEN I-O MASTER-FILE
                   IF NOT WS-MASTER-FILE-STATUS-OK THEN
                       PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                   ELSE
                       MOVE SPACES TO MASTER-RECORD
                       MOVE WS-MASTER-KEY-WORK TO MASTER-KEY
                       MOVE WS-MASTER-RECORD-WORK TO MASTER-DATA
                       WRITE MASTER-RECORD
                       EVALUATE TRUE
                       WHEN WS-MASTER-FILE-STATUS-OK
                           ADD 1 TO WS-MASTER-ADDS(WS-MASTER-SLOT)
                           MOVE "ADD" TO WS-MASTER-ACTION
                           SET WS-MASTER-BEFORE-YES TO FALSE
                           MOVE SPACES TO WS-MASTER-BEFORE-VALUE
                           SET WS-MASTER-AFTER-YES TO TRUE
                           PERFORM JOURNAL-MASTER-UPDATE-PROCEDURE
                           MOVE "OK" TO WS-MASTER-RESULT
                           PERFORM SET-MASTER-RESULT-PROCEDURE
                       WHEN WS-MASTER-DUPLICATE-KEY
                           MOVE "DUPLICATE" TO WS-MASTER-RESULT
                           PERFORM SET-MASTER-RESULT-PROCEDURE
                       WHEN OTHER
                           PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                       END-EVALUATE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-MASTER-REWRITE-PROCEDURE.
      *****(master-rewrite "name" RECORD) - replace the record on file
      *****under RECORD's key; "NOTFOUND" when there is none to
      *****replace (master-write adds one).
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               PERFORM FIND-OPENED-MASTER-PROCEDURE
               IF WS-MASTER-SLOT > 0 THEN
                   PERFORM GET-MASTER-RECORD-ARG-PROCEDURE
                   PERFORM SET-MASTER-FILE-NAME-PROCEDURE
                   OPEN I-O MASTER-FILE
                   IF NOT WS-MASTER-FILE-STATUS-OK THEN
                       PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                   ELSE
                       MOVE WS-MASTER-KEY-WORK TO MASTER-KEY
                       READ MASTER-FILE
                       EVALUATE TRUE
                       WHEN WS-MASTER-FILE-STATUS-OK
                           SET WS-MASTER-BEFORE-YES TO TRUE
                           MOVE MASTER-DATA TO WS-MASTER-BEFORE-VALUE
                           MOVE WS-MASTER-RECORD-WORK TO MASTER-DATA
                           REWRITE MASTER-RECORD
                           IF NOT WS-MASTER-FILE-STATUS-OK THEN
                               PERFORM
                                 THROW-MASTER-FILE-ERROR-PROCEDURE
                           ELSE
                               ADD 1
                                 TO WS-MASTER-CHANGES(WS-MASTER-SLOT)
                               MOVE "CHANGE" TO WS-MASTER-ACTION
                               SET WS-MASTER-AFTER-YES TO TRUE
                               PERFORM JOURNAL-MASTER-UPDATE-PROCEDURE
                               MOVE "OK" TO WS-MASTER-RESULT
                               PERFORM SET-MASTER-RESULT-PROCEDURE
                           END-IF
                       WHEN WS-MASTER-NO-RECORD
                           MOVE "NOTFOUND" TO WS-MASTER-RESULT
                           PERFORM SET-MASTER-RESULT-PROCEDURE
                       WHEN OTHER
                           PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                       END-EVALUATE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-MASTER-DELETE-PROCEDURE.
      *****(master-delete "name" KEY) - remove the record filed under
      *****KEY; "NOTFOUND" when there is none.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 2
               PERFORM FIND-OPENED-MASTER-PROCEDURE
               IF WS-MASTER-SLOT > 0 THEN
                   PERFORM GET-MASTER-KEY-ARG-PROCEDURE
                   PERFORM SET-MASTER-FILE-NAME-PROCEDURE
                   OPEN I-O MASTER-FILE
                   IF NOT WS-MASTER-FILE-STATUS-OK THEN
                       PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                   ELSE
                       MOVE WS-MASTER-KEY-WORK TO MASTER-KEY
                       READ MASTER-FILE
                       EVALUATE TRUE
                       WHEN WS-MASTER-FILE-STATUS-OK
                           SET WS-MASTER-BEFORE-YES TO TRUE
                           MOVE MASTER-DATA TO WS-MASTER-BEFORE-VALUE
                           DELETE MASTER-FILE RECORD
                           IF NOT WS-MASTER-FILE-STATUS-OK THEN
                               PERFORM
                                 THROW-MASTER-FILE-ERROR-PROCEDURE
                           ELSE
                               ADD 1
                                 TO WS-MASTER-DELETES(WS-MASTER-SLOT)
                               MOVE "DELETE" TO WS-MASTER-ACTION
                               SET WS-MASTER-AFTER-YES TO FALSE
                               PERFORM JOURNAL-MASTER-UPDATE-PROCEDURE
                               MOVE "OK" TO WS-MASTER-RESULT
                               PERFORM SET-MASTER-RESULT-PROCEDURE
                           END-IF
                       WHEN WS-MASTER-NO-RECORD
                           MOVE "NOTFOUND" TO WS-MASTER-RESULT
                           PERFORM SET-MASTER-RESULT-PROCEDURE
                       WHEN OTHER
                           PERFORM THROW-MASTER-FILE-ERROR-PROCEDURE
                       END-EVALUATE
                       CLOSE MASTER-FILE
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-MASTER-STATUS-PROCEDURE.
      *****(master-status "name") - "OK", "DUPLICATE" or "NOTFOUND",
      *****whatever the name's last master verb answered.
           IF WS-DEFINE-ARG-COUNT = 1 THEN
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
               PERFORM FIND-OPENED-MASTER-PROCEDURE
               IF WS-MASTER-SLOT > 0 THEN
                   MOVE WS-MASTER-LAST-RESULT(WS-MASTER-SLOT)
                     TO WS-MASTER-RESULT
                   PERFORM SET-MASTER-RESULT-PROCEDURE
               END-IF
           END-IF.
       FIND-MASTER-PROCEDURE.
           MOVE 0 TO WS-MASTER-SLOT.
           PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1 UNTIL
           WS-MASTER-INDEX > WS-MASTER-COUNT
           OR WS-MASTER-SLOT > 0
               IF WS-MASTER-NAME(WS-MASTER-INDEX) = WS-MASTER-NAME-WORK
               THEN
                   MOVE WS-MASTER-INDEX TO WS-MASTER-SLOT
               END-IF
           END-PERFORM.
       FIND-OPENED-MASTER-PROCEDURE.
      *****The name a verb's first argument gives must have been
      *****opened - a misspelled master name throws rather than
      *****reading as a file with nothing on it.
           MOVE WS-IO-PATH-ARG TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           MOVE WS-IO-PATH-VALUE TO WS-MASTER-NAME-WORK.
           PERFORM FIND-MASTER-PROCEDURE.
           IF WS-MASTER-SLOT = 0 THEN
               PERFORM THROW-MASTER-UNOPENED-ERROR-PROCEDURE
           END-IF.
       GET-MASTER-KEY-ARG-PROCEDURE.
      *****A key argument is matched on its first LEN characters, as
      *****lookup's key would be - quoted or numeric alike.
           PERFORM NORMALIZE-LOOKUP-KEY-PROCEDURE.
           MOVE SPACES TO WS-MASTER-KEY-WORK.
           MOVE WS-LOOKUP-KEY-WORK(1:WS-MASTER-KEY-LEN(WS-MASTER-SLOT))
             TO WS-MASTER-KEY-WORK.
           MOVE SPACES TO WS-MASTER-RECORD-WORK.
       GET-MASTER-RECORD-ARG-PROCEDURE.
      *****The record as the script built it, its key cut from the
      *****declared columns.
           IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC THEN
               MOVE WS-CURRENT-VALUE-NUMERIC TO WS-PRINT-EDIT-NUMERIC
               MOVE FUNCTION TRIM(WS-PRINT-EDIT-NUMERIC)
                 TO WS-MASTER-RECORD-WORK
           ELSE
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-VALUE
               PERFORM STRIP-PATH-QUOTES-PROCEDURE
               MOVE WS-IO-PATH-VALUE TO WS-MASTER-RECORD-WORK
           END-IF.
           MOVE SPACES TO WS-MASTER-KEY-WORK.
           MOVE WS-MASTER-RECORD-WORK(WS-MASTER-KEY-POS(WS-MASTER-SLOT):
             WS-MASTER-KEY-LEN(WS-MASTER-SLOT)) TO WS-MASTER-KEY-WORK.
       SET-MASTER-FILE-NAME-PROCEDURE.
      *****The live master, or the rehearsal's copy of it.
           MOVE SPACES TO WS-MASTER-FILE-NAME.
           IF LS-REHEARSE-YES THEN
               STRING WS-MASTER-PATH(WS-MASTER-SLOT) DELIMITED BY SPACE
                 ".rehearsal" DELIMITED BY SIZE
                 INTO WS-MASTER-FILE-NAME
           ELSE
               MOVE WS-MASTER-PATH(WS-MASTER-SLOT)
                 TO WS-MASTER-FILE-NAME
           END-IF.
       SET-MASTER-RESULT-PROCEDURE.
      *****Answer the verb's outcome as a string the script can test,
      *****and remember it for master-status.
           MOVE WS-MASTER-RESULT
             TO WS-MASTER-LAST-RESULT(WS-MASTER-SLOT).
           MOVE SPACES TO WS-COMMAND-RESULT.
           STRING '"' DELIMITED BY SIZE
             WS-MASTER-RESULT DELIMITED BY SPACE
             '"' DELIMITED BY SIZE
             INTO WS-COMMAND-RESULT.
       JOURNAL-MASTER-UPDATE-PROCEDURE.
      *****Every live update is journaled, before and after image,
      *****with the run id; a rehearsal's updates only reach the
      *****summary. A journal that will not open costs the audit
      *****trail, not the update already made - say so and go on.
           IF LS-REHEARSE-YES THEN
               CONTINUE
           ELSE
               OPEN EXTEND MASTER-JOURNAL-FILE
               IF NOT WS-MASTER-JOURNAL-STATUS-OK THEN
                   DISPLAY "LISP: MASTER-JOURNAL-FILE OPEN FAILED, "
                       "STATUS=" WS-MASTER-JOURNAL-STATUS
               ELSE
                   MOVE SPACES TO MASTER-JOURNAL-RECORD
                   MOVE FUNCTION CURRENT-DATE(1:14)
                     TO MASTER-JOURNAL-STAMP
                   MOVE LS-RUN-ID TO MASTER-JOURNAL-RUN-ID
                   MOVE LS-LISP-FILE-NAME TO MASTER-JOURNAL-SCRIPT
                   MOVE WS-MASTER-PATH(WS-MASTER-SLOT)
                     TO MASTER-JOURNAL-MASTER
                   MOVE WS-MASTER-ACTION TO MASTER-JOURNAL-ACTION
                   MOVE WS-MASTER-KEY-WORK TO MASTER-JOURNAL-KEY
                   MOVE WS-MASTER-BEFORE-FLAG
                     TO MASTER-JOURNAL-BEFORE-FLAG
                   MOVE WS-MASTER-BEFORE-VALUE TO MASTER-JOURNAL-BEFORE
                   MOVE WS-MASTER-AFTER-FLAG
                     TO MASTER-JOURNAL-AFTER-FLAG
                   MOVE WS-MASTER-RECORD-WORK TO MASTER-JOURNAL-AFTER
                   MOVE SPACES TO WS-SIGNON-REQUEST
                   MOVE "IDENTIFY" TO WS-SIGNON-OPERATION
                   CALL 'CISP-SIGNON' USING WS-SIGNON-OPERATION,
                     WS-SIGNON-REQUEST
                   MOVE WS-SIGNON-OPERATOR TO MASTER-JOURNAL-OPERATOR
                   WRITE MASTER-JOURNAL-RECORD
                   CLOSE MASTER-JOURNAL-FILE
               END-IF
           END-IF.
       RESOLVE-MASTER-JOURNAL-PROCEDURE.
           IF WS-MASTER-RESOLVED-YES THEN
               CONTINUE
           ELSE
               MOVE "CISP_MASTER_JOURNAL_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-MASTER-JOURNAL-NAME
               IF WS-MASTER-JOURNAL-NAME = SPACES THEN
                   MOVE '..\logs\masterjrnl.data'
                     TO WS-MASTER-JOURNAL-NAME
               END-IF
               SET WS-MASTER-RESOLVED-YES TO TRUE
           END-IF.
       THROW-MASTER-FILE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1036" TO WS-ERROR-CODE
           MOVE "LISP MASTER ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Master file " DELIMITED BY SIZE
             WS-MASTER-FILE-NAME DELIMITED BY SPACE
             " I/O failed, status=" DELIMITED BY SIZE
             WS-MASTER-FILE-STATUS DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-MASTER-UNOPENED-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1037" TO WS-ERROR-CODE
           MOVE "LISP MASTER ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Master " DELIMITED BY SIZE
             WS-MASTER-NAME-WORK DELIMITED BY SPACE
             " has not been opened with master-open."
             DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-MASTER-DECLARE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1038" TO WS-ERROR-CODE
           MOVE "LISP MASTER ERROR:" TO WS-ERROR-NAME.
           MOVE WS-MASTER-ERROR-TEXT TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-MASTER-LIMIT-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1039" TO WS-ERROR-CODE
           MOVE "LISP MASTER ERROR:" TO WS-ERROR-NAME.
           MOVE "Too many master files open at once."
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       STRIP-PATH-QUOTES-PROCEDURE.
      *****A path argument normally arrives as a quoted literal -
      *****peel the quotes so the operating system sees the bare name.
                   WS-COMMAND-RESULT DELIMITED BY SIZE
                   INTO RESULTS-RECORD
           END-IF.
           MOVE "MASK" TO WS-MASK-OPERATION.
           MOVE SPACES TO WS-MASK-REQUEST.
           MOVE RESULTS-RECORD TO WS-MASK-TEXT.
           CALL 'CISP-MASK' USING WS-MASK-OPERATION, WS-MASK-REQUEST.
           MOVE WS-MASK-TEXT TO RESULTS-RECORD.
           IF WS-RESULTS-FILE-STATUS-OK THEN
               WRITE RESULTS-RECORD
               IF NOT WS-RESULTS-FILE-STATUS-OK THEN
           ELSE
               PERFORM GET-ARITH-ACCUM-PROCEDURE
               PERFORM GET-ARITH-OPERAND-PROCEDURE
               COMPUTE WS-ROUND-EXACT =
                 WS-ARITH-ACCUM * WS-ARITH-OPERAND
                   ON SIZE ERROR
                       PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
               END-COMPUTE
               IF NOT WS-ERROR-FATAL-YES THEN
                   SET WS-ROUND-INEXACT-YES TO FALSE
                   PERFORM ROUND-BY-SCRIPT-RULE-PROCEDURE
               END-IF
           END-IF.
           PERFORM FORMAT-ARITH-RESULT-PROCEDURE.
       LISP-DIVIDE-PROCEDURE.
                   SET WS-ERROR-FATAL-YES TO TRUE
                   CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR
               ELSE
                   COMPUTE WS-ROUND-EXACT =
                     WS-ARITH-ACCUM / WS-ARITH-OPERAND
                       ON SIZE ERROR
                           PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
                   END-COMPUTE
                   IF NOT WS-ERROR-FATAL-YES THEN
                       IF WS-ROUND-EXACT * WS-ARITH-OPERAND =
                       WS-ARITH-ACCUM THEN
                           SET WS-ROUND-INEXACT-YES TO FALSE
                       ELSE
                           SET WS-ROUND-INEXACT-YES TO TRUE
                       END-IF
                       PERFORM ROUND-BY-SCRIPT-RULE-PROCEDURE
                   END-IF
                   PERFORM FORMAT-ARITH-RESULT-PROCEDURE
               END-IF
           END-IF.
           PERFORM FORMAT-ARITH-RESULT-PROCEDURE.
       LISP-EXPT-PROCEDURE.
      *****(expt base n) - base raised to a non-negative whole n by
      *****repeated multiplication, rounded like * at every step -
      *****under the same rounding rule.
           IF WS-COMMAND-RESULT = SPACES THEN
               PERFORM GET-ARITH-OPERAND-PROCEDURE
               MOVE WS-ARITH-OPERAND TO WS-ARITH-ACCUM
                   PERFORM VARYING WS-EXPT-COUNT FROM 1 BY 1 UNTIL
                   WS-EXPT-COUNT > WS-EXPT-EXP
                   OR WS-ERROR-FATAL-YES
                       COMPUTE WS-ROUND-EXACT =
                         WS-ARITH-ACCUM * WS-EXPT-BASE
                           ON SIZE ERROR
                               PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
                       END-COMPUTE
                       IF NOT WS-ERROR-FATAL-YES THEN
                           SET WS-ROUND-INEXACT-YES TO FALSE
                           PERFORM ROUND-BY-SCRIPT-RULE-PROCEDURE
                       END-IF
                   END-PERFORM
                   PERFORM FORMAT-ARITH-RESULT-PROCEDURE
               END-IF
                   END-IF
               END-IF
           END-IF.
       LISP-SET-ROUNDING-PROCEDURE.
      *****(set-rounding "MODE" [SCALE]) - from here to the end of
      *****the script's evaluation * / expt and convert round by MODE
      *****(HALF-UP, HALF-EVEN or TRUNCATE) to SCALE decimal places
      *****(0-4, 4 when not given). Returns the mode.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               PERFORM GET-ROUND-MODE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-ROUND-MODE TO WS-ROUND-SCRIPT-MODE
                   MOVE 4 TO WS-ROUND-SCRIPT-SCALE
                   MOVE WS-ROUND-MODE-NAME(WS-ROUND-MODE)
                     TO WS-COMMAND-RESULT
               END-IF
           WHEN 2
               PERFORM GET-ROUND-SCALE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-ROUND-SCALE TO WS-ROUND-SCRIPT-SCALE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-ROUND-PROCEDURE.
      *****(round VALUE SCALE ["MODE"]) - VALUE rounded to SCALE
      *****decimal places (0-4) by MODE, or by the script's mode when
      *****none is given: (round 2.345 2 "HALF-EVEN") is 2.34.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-SUBSTR-BASE
           WHEN 2
               PERFORM GET-ROUND-SCALE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-ROUND-SCALE TO WS-SUBSTR-START
                   MOVE WS-ROUND-SCRIPT-MODE TO WS-ROUND-MODE
                   PERFORM BUILD-ROUND-PROCEDURE
               END-IF
           WHEN 3
               PERFORM GET-ROUND-MODE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-SUBSTR-START TO WS-ROUND-SCALE
                   PERFORM BUILD-ROUND-PROCEDURE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       BUILD-ROUND-PROCEDURE.
           MOVE WS-SUBSTR-BASE TO WS-ARITH-TEXT.
           PERFORM PARSE-ARITH-OPERAND-PROCEDURE.
           IF NOT WS-ARITH-OK-YES THEN
               IF NOT WS-ERROR-FATAL-YES THEN
                   PERFORM THROW-NOT-NUMERIC-ERROR-PROCEDURE
               END-IF
           ELSE
               MOVE WS-ARITH-OPERAND TO WS-ROUND-EXACT
               SET WS-ROUND-INEXACT-YES TO FALSE
               PERFORM APPLY-ROUNDING-PROCEDURE
               PERFORM FORMAT-ARITH-RESULT-PROCEDURE
           END-IF.
       GET-ROUND-MODE-PROCEDURE.
           MOVE WS-CURRENT-VALUE TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           INSPECT WS-IO-PATH-VALUE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE WS-IO-PATH-VALUE TO WS-ROUND-MODE-TEXT.
           EVALUATE WS-ROUND-MODE-TEXT
           WHEN "HALF-UP"
               SET WS-ROUND-HALF-UP TO TRUE
           WHEN "HALF-EVEN"
               SET WS-ROUND-HALF-EVEN TO TRUE
           WHEN "TRUNCATE"
               SET WS-ROUND-TRUNCATE TO TRUE
           WHEN OTHER
               PERFORM THROW-ROUND-MODE-ERROR-PROCEDURE
           END-EVALUATE.
       GET-ROUND-SCALE-PROCEDURE.
           IF WS-CURRENT-VALUE-NUMERIC IS NUMERIC
           AND WS-CURRENT-VALUE-NUMERIC >= 0
           AND WS-CURRENT-VALUE-NUMERIC <= 4 THEN
               MOVE WS-CURRENT-VALUE-NUMERIC TO WS-ROUND-SCALE
           ELSE
               PERFORM THROW-ROUND-SCALE-ERROR-PROCEDURE
           END-IF.
       ROUND-BY-SCRIPT-RULE-PROCEDURE.
           MOVE WS-ROUND-SCRIPT-MODE TO WS-ROUND-MODE.
           MOVE WS-ROUND-SCRIPT-SCALE TO WS-ROUND-SCALE.
           PERFORM APPLY-ROUNDING-PROCEDURE.
       APPLY-ROUNDING-PROCEDURE.
      *****WS-ROUND-EXACT rounded to WS-ROUND-SCALE places by
      *****WS-ROUND-MODE into WS-ARITH-ACCUM. The magnitude is cut to
      *****whole units of the last kept place and the cut-off
      *****remainder decides: HALF-UP takes the next unit from half
      *****on (away from zero, as COBOL ROUNDED), HALF-EVEN only
      *****past half or on an exact half whose kept digit is odd,
      *****TRUNCATE never.
           IF WS-ROUND-EXACT < 0 THEN
               SET WS-ROUND-NEG-YES TO TRUE
               COMPUTE WS-ROUND-ABS = 0 - WS-ROUND-EXACT
           ELSE
               SET WS-ROUND-NEG-YES TO FALSE
               MOVE WS-ROUND-EXACT TO WS-ROUND-ABS
           END-IF.
           EVALUATE WS-ROUND-SCALE
           WHEN 0
               MOVE 1 TO WS-ROUND-MULT
           WHEN 1
               MOVE 10 TO WS-ROUND-MULT
           WHEN 2
               MOVE 100 TO WS-ROUND-MULT
           WHEN 3
               MOVE 1000 TO WS-ROUND-MULT
           WHEN OTHER
               MOVE 10000 TO WS-ROUND-MULT
           END-EVALUATE.
           COMPUTE WS-ROUND-WHOLE = WS-ROUND-ABS * WS-ROUND-MULT.
           COMPUTE WS-ROUND-REST =
             (WS-ROUND-ABS * WS-ROUND-MULT) - WS-ROUND-WHOLE.
           EVALUATE TRUE
           WHEN WS-ROUND-TRUNCATE
               CONTINUE
           WHEN WS-ROUND-HALF-EVEN
               IF WS-ROUND-REST > 0.5
               OR (WS-ROUND-REST = 0.5 AND WS-ROUND-INEXACT-YES) THEN
                   ADD 1 TO WS-ROUND-WHOLE
               ELSE IF WS-ROUND-REST = 0.5 THEN
                   DIVIDE WS-ROUND-WHOLE BY 2 GIVING WS-ROUND-HALF
                     REMAINDER WS-ROUND-ODD
                   IF WS-ROUND-ODD = 1 THEN
                       ADD 1 TO WS-ROUND-WHOLE
                   END-IF
               END-IF
           WHEN OTHER
               IF WS-ROUND-REST >= 0.5 THEN
                   ADD 1 TO WS-ROUND-WHOLE
               END-IF
           END-EVALUATE.
           COMPUTE WS-ARITH-ACCUM = WS-ROUND-WHOLE / WS-ROUND-MULT
               ON SIZE ERROR
                   PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
           END-COMPUTE.
           IF WS-ROUND-NEG-YES THEN
               COMPUTE WS-ARITH-ACCUM = 0 - WS-ARITH-ACCUM
           END-IF.
       LISP-CONVERT-PROCEDURE.
      *****(convert AMOUNT "FROM" "TO" DATE [SCALE ["MODE"]]) - AMOUNT
      *****in currency FROM converted to TO at the rate in force on
      *****business date DATE: the rate file's latest FROM/TO line on
      *****or before DATE (a weekend or holiday uses the last rate
      *****published). The result is rounded to SCALE places - 2, the
      *****cent, when not given - by MODE, else by the script's mode.
      *****The arguments are held here and the conversion made at the
      *****close paren (CONVERT-CLOSE-PROCEDURE), once it is known
      *****whether SCALE and MODE were given; each conversion is
      *****written to the conversion file with the rate it used.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-SUBSTR-BASE
               MOVE 2 TO WS-SUBSTR-START
               MOVE WS-ROUND-SCRIPT-MODE TO WS-SUBSTR-LEN
           WHEN 2
               MOVE WS-CURRENT-VALUE TO WS-CONS-FIRST
           WHEN 3
               MOVE WS-CURRENT-VALUE TO WS-LIST-ARG
           WHEN 4
               MOVE WS-CURRENT-VALUE TO WS-IO-PATH-ARG
           WHEN 5
               PERFORM GET-ROUND-SCALE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-ROUND-SCALE TO WS-SUBSTR-START
               END-IF
           WHEN 6
               PERFORM GET-ROUND-MODE-PROCEDURE
               IF NOT WS-ERROR-FATAL-YES THEN
                   MOVE WS-ROUND-MODE TO WS-SUBSTR-LEN
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       CONVERT-CLOSE-PROCEDURE.
           IF WS-DEFINE-ARG-COUNT >= 4 AND NOT WS-ERROR-FATAL-YES THEN
               MOVE WS-SUBSTR-BASE TO WS-ARITH-TEXT
               PERFORM PARSE-ARITH-OPERAND-PROCEDURE
               IF NOT WS-ARITH-OK-YES THEN
                   IF NOT WS-ERROR-FATAL-YES THEN
                       PERFORM THROW-NOT-NUMERIC-ERROR-PROCEDURE
                   END-IF
               ELSE
                   MOVE WS-ARITH-OPERAND TO WS-CONV-AMOUNT
                   MOVE WS-CONS-FIRST TO WS-CONV-CODE-TEXT
                   PERFORM GET-CURRENCY-CODE-PROCEDURE
                   MOVE WS-CONV-CODE-TEXT TO WS-CONV-FROM
                   IF NOT WS-ERROR-FATAL-YES THEN
                       MOVE WS-LIST-ARG TO WS-CONV-CODE-TEXT
                       PERFORM GET-CURRENCY-CODE-PROCEDURE
                       MOVE WS-CONV-CODE-TEXT TO WS-CONV-TO
                   END-IF
                   IF NOT WS-ERROR-FATAL-YES THEN
                       MOVE WS-IO-PATH-ARG TO WS-FMT-WORK
                       PERFORM GET-DATE-ARG-PROCEDURE
                       MOVE WS-DATE-NUM TO WS-CONV-DATE
                   END-IF
                   IF NOT WS-ERROR-FATAL-YES THEN
                       PERFORM FIND-CONVERSION-RATE-PROCEDURE
                   END-IF
                   IF NOT WS-ERROR-FATAL-YES THEN
                       PERFORM MAKE-CONVERSION-PROCEDURE
                   END-IF
               END-IF
           END-IF.
       GET-CURRENCY-CODE-PROCEDURE.
      *****WS-CONV-CODE-TEXT to an upper-case three-letter code.
           MOVE WS-CONV-CODE-TEXT TO WS-IO-PATH-VALUE.
           PERFORM STRIP-PATH-QUOTES-PROCEDURE.
           INSPECT WS-IO-PATH-VALUE CONVERTING
             "abcdefghijklmnopqrstuvwxyz" TO
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-IO-PATH-VALUE(4:97) NOT = SPACES
           OR WS-IO-PATH-VALUE(1:3) IS NOT ALPHABETIC
           OR WS-IO-PATH-VALUE(1:1) = SPACE
           OR WS-IO-PATH-VALUE(2:1) = SPACE
           OR WS-IO-PATH-VALUE(3:1) = SPACE THEN
               PERFORM THROW-CURRENCY-CODE-ERROR-PROCEDURE
           ELSE
               MOVE WS-IO-PATH-VALUE(1:3) TO WS-CONV-CODE-TEXT
           END-IF.
       FIND-CONVERSION-RATE-PROCEDURE.
      *****The same currency both sides converts at 1 without the
      *****rate file; otherwise the latest line on or before the
      *****business date, a later line for the same day (a corrected
      *****rate appended to the feed) winning over an earlier one.
           IF WS-CONV-FROM = WS-CONV-TO THEN
               MOVE 1 TO WS-CONV-RATE
               MOVE WS-CONV-DATE TO WS-CONV-RATE-DATE
           ELSE
               PERFORM LOAD-RATE-FILE-PROCEDURE
               MOVE 0 TO WS-RATE-MATCH
               PERFORM VARYING WS-RATE-INDEX FROM 1 BY 1 UNTIL
               WS-RATE-INDEX > WS-RATE-COUNT
                   IF WS-RATE-FROM(WS-RATE-INDEX) = WS-CONV-FROM
                   AND WS-RATE-TO(WS-RATE-INDEX) = WS-CONV-TO
                   AND WS-RATE-DATE(WS-RATE-INDEX) <= WS-CONV-DATE
                   THEN
                       IF WS-RATE-MATCH = 0 THEN
                           MOVE WS-RATE-INDEX TO WS-RATE-MATCH
                       ELSE IF WS-RATE-DATE(WS-RATE-INDEX) >=
                       WS-RATE-DATE(WS-RATE-MATCH) THEN
                           MOVE WS-RATE-INDEX TO WS-RATE-MATCH
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-RATE-MATCH = 0 THEN
                   IF NOT WS-ERROR-FATAL-YES THEN
                       PERFORM THROW-NO-RATE-ERROR-PROCEDURE
                   END-IF
               ELSE
                   MOVE WS-RATE-VALUE(WS-RATE-MATCH) TO WS-CONV-RATE
                   MOVE WS-RATE-DATE(WS-RATE-MATCH)
                     TO WS-CONV-RATE-DATE
               END-IF
           END-IF.
       MAKE-CONVERSION-PROCEDURE.
      *****Amount times rate is exact at 12 places, so the only
      *****rounding is the one the rule asks for.
           COMPUTE WS-ROUND-EXACT = WS-CONV-AMOUNT * WS-CONV-RATE
               ON SIZE ERROR
                   PERFORM THROW-OVERFLOW-ERROR-PROCEDURE
           END-COMPUTE.
           IF NOT WS-ERROR-FATAL-YES THEN
               SET WS-ROUND-INEXACT-YES TO FALSE
               MOVE WS-SUBSTR-START TO WS-ROUND-SCALE
               MOVE WS-SUBSTR-LEN TO WS-ROUND-MODE
               PERFORM APPLY-ROUNDING-PROCEDURE
           END-IF.
           IF NOT WS-ERROR-FATAL-YES THEN
               PERFORM FORMAT-ARITH-RESULT-PROCEDURE
               PERFORM WRITE-CONVERSION-PROCEDURE
           END-IF.
       LOAD-RATE-FILE-PROCEDURE.
      *****Once per process. A line out of layout is passed over and
      *****counted, and the count goes to the log as a WARN - a
      *****conversion must never quietly fall back to an older rate
      *****without someone being able to see why.
           IF NOT WS-RATE-LOADED-YES THEN
               MOVE "CISP_RATE_FILE" TO WS-CONFIG-KEY
               CALL 'CISP-CONFIG' USING WS-CONFIG-KEY,
                 WS-CONFIG-VALUE
               MOVE WS-CONFIG-VALUE TO WS-RATE-FILE-NAME
               IF WS-RATE-FILE-NAME = SPACES THEN
                   MOVE '..\logs\rates.data' TO WS-RATE-FILE-NAME
               END-IF
               MOVE 0 TO WS-RATE-COUNT
               MOVE 0 TO WS-RATE-LINE-NO
               MOVE 0 TO WS-RATE-REJECTED
               OPEN INPUT RATE-FILE
               IF NOT WS-RATE-FILE-STATUS-OK THEN
                   MOVE WS-RATE-FILE-STATUS TO WS-IO-PATH-WORK
                   MOVE WS-RATE-FILE-NAME TO WS-IO-PATH-VALUE
                   PERFORM THROW-SCRIPT-FILE-ERROR-PROCEDURE
               ELSE
                   SET WS-RATE-LOADED-YES TO TRUE
                   SET WS-RATE-EOF-YES TO FALSE
                   PERFORM UNTIL WS-RATE-EOF-YES
                       READ RATE-FILE
                           AT END
                               SET WS-RATE-EOF-YES TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RATE-LINE-NO
                               PERFORM STORE-RATE-PROCEDURE
                       END-READ
                   END-PERFORM
                   CLOSE RATE-FILE
                   IF WS-RATE-REJECTED > 0 THEN
                       MOVE "ADD" TO WS-LOG-OPERATION-FLAG
                       MOVE "LISP" TO WS-LOG-RECORD-FUNCTION-NAME
                       MOVE "WARN" TO WS-LOG-RECORD-SEVERITY
                       MOVE SPACES TO WS-LOG-RECORD-MESSAGE
                       STRING "Rate file " DELIMITED BY SIZE
                         WS-RATE-FILE-NAME DELIMITED BY SPACE
                         ": " DELIMITED BY SIZE
                         WS-RATE-REJECTED DELIMITED BY SIZE
                         " line(s) out of layout ignored"
                         DELIMITED BY SIZE
                         INTO WS-LOG-RECORD-MESSAGE
                       CALL 'LOGGER' USING WS-LOG-OPERATION-FLAG,
                         WS-LOG-RECORD
                       MOVE SPACES TO WS-LOG-RECORD-SEVERITY
                   END-IF
               END-IF
           END-IF.
       STORE-RATE-PROCEDURE.
           IF RATE-RECORD = SPACES OR RATE-RECORD(1:1) = "*" THEN
               CONTINUE
           ELSE IF RATE-EFFECTIVE-DATE IS NOT NUMERIC
           OR RATE-FROM-CURRENCY IS NOT ALPHABETIC
           OR RATE-TO-CURRENCY IS NOT ALPHABETIC
           OR RATE-RATE-WHOLE IS NOT NUMERIC
           OR RATE-RATE-POINT NOT = "."
           OR RATE-RATE-FRACTION IS NOT NUMERIC THEN
               ADD 1 TO WS-RATE-REJECTED
           ELSE IF WS-RATE-COUNT >= WS-MAX-RATES THEN
               ADD 1 TO WS-RATE-REJECTED
           ELSE
               ADD 1 TO WS-RATE-COUNT
               MOVE RATE-EFFECTIVE-DATE TO WS-RATE-DATE(WS-RATE-COUNT)
               MOVE RATE-FROM-CURRENCY TO WS-RATE-FROM(WS-RATE-COUNT)
               MOVE RATE-TO-CURRENCY TO WS-RATE-TO(WS-RATE-COUNT)
               MOVE RATE-RATE-FRACTION TO WS-RATE-FRACTION-NUM
               MOVE RATE-RATE-WHOLE TO WS-RATE-WHOLE-NUM
               COMPUTE WS-RATE-VALUE(WS-RATE-COUNT) =
                 WS-RATE-WHOLE-NUM
                 + WS-RATE-FRACTION-NUM / 100000000
           END-IF.
       WRITE-CONVERSION-PROCEDURE.
           IF NOT WS-CONV-OPEN-YES THEN
               PERFORM OPEN-CONVERSION-FILE-PROCEDURE
           END-IF.
           IF WS-CONV-OPEN-YES THEN
               MOVE SPACES TO CONV-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO CONV-STAMP
               MOVE LS-RUN-ID TO CONV-RUN-ID
               MOVE LS-LISP-FILE-NAME TO CONV-SCRIPT
               MOVE WS-TOP-LEVEL-FORM-INDEX TO CONV-FORM
               MOVE WS-CONV-AMOUNT TO CONV-AMOUNT
               MOVE WS-CONV-FROM TO CONV-FROM-CURRENCY
               MOVE WS-CONV-TO TO CONV-TO-CURRENCY
               MOVE WS-CONV-DATE TO CONV-BUSINESS-DATE
               MOVE WS-CONV-RATE-DATE TO CONV-RATE-DATE
               MOVE WS-CONV-RATE TO CONV-RATE
               MOVE WS-ROUND-MODE-NAME(WS-ROUND-MODE)
                 TO CONV-ROUNDING
               MOVE WS-ROUND-SCALE TO CONV-SCALE
               MOVE WS-ARITH-ACCUM TO CONV-RESULT
               WRITE CONV-RECORD
               IF WS-CONV-FILE-STATUS-OK THEN
                   ADD 1 TO WS-CONV-WRITES
               ELSE
                   DISPLAY "LISP: CONVERSION-FILE WRITE FAILED, STATUS="
                       WS-CONV-FILE-STATUS
               END-IF
           END-IF.
       OPEN-CONVERSION-FILE-PROCEDURE.
      *****Opened on the first conversion and held to the end of the
      *****evaluation. A rehearsal writes the ".rehearsal" shadow,
      *****emptied the first time this process touches it.
           MOVE "CISP_CONVERSION_FILE" TO WS-CONFIG-KEY.
           CALL 'CISP-CONFIG' USING WS-CONFIG-KEY, WS-CONFIG-VALUE.
           MOVE WS-CONFIG-VALUE TO WS-CONV-FILE-NAME.
           IF WS-CONV-FILE-NAME = SPACES THEN
               MOVE '..\logs\conversions.data' TO WS-CONV-FILE-NAME
           END-IF.
           MOVE SPACES TO WS-CONV-OPEN-PATH.
           IF LS-REHEARSE-YES THEN
               STRING WS-CONV-FILE-NAME DELIMITED BY SPACE
                 ".rehearsal" DELIMITED BY SIZE
                 INTO WS-CONV-OPEN-PATH
               IF WS-CONV-SHADOW-CUT-YES THEN
                   OPEN EXTEND CONVERSION-FILE
               ELSE
                   OPEN OUTPUT CONVERSION-FILE
               END-IF
           ELSE
               MOVE WS-CONV-FILE-NAME TO WS-CONV-OPEN-PATH
               OPEN EXTEND CONVERSION-FILE
           END-IF.
           IF NOT WS-CONV-FILE-STATUS-OK THEN
               MOVE WS-CONV-FILE-STATUS TO WS-IO-PATH-WORK
               MOVE WS-CONV-OPEN-PATH TO WS-IO-PATH-VALUE
               PERFORM THROW-SCRIPT-FILE-ERROR-PROCEDURE
           ELSE
               SET WS-CONV-OPEN-YES TO TRUE
               IF LS-REHEARSE-YES THEN
                   SET WS-CONV-SHADOW-CUT-YES TO TRUE
               END-IF
           END-IF.
       LISP-TODAY-PROCEDURE.
      *****(today) - the current date as a YYYYMMDD number, so date
      *****arithmetic starts from the same calendar the batch runs on.
           ELSE
               MOVE "false" TO WS-COMMAND-RESULT
           END-IF.
       LISP-DATE-ADD-BUSINESS-PROCEDURE.
      *****(date-add-business D N) - D moved N business days, N may be
      *****negative; weekends and site holidays are stepped over.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-SUBSTR-BASE
           WHEN 2
               MOVE WS-SUBSTR-BASE TO WS-FMT-WORK
               PERFORM GET-DATE-ARG-PROCEDURE
               IF WS-DATE-OK-YES THEN
                   PERFORM GET-DATE-COUNT-PROCEDURE
                   IF WS-DATE-OK-YES THEN
                       MOVE WS-DATE-NUM TO WS-CAL-DATE-1
                       MOVE WS-DATE-ADD-N TO WS-CAL-COUNT
                       MOVE "ADD-BUSINESS" TO WS-CALENDAR-OPERATION
                       CALL 'CISP-CALENDAR' USING
                         WS-CALENDAR-OPERATION, WS-CAL-REQUEST
                       MOVE WS-CAL-RESULT-DATE
                         TO WS-COMMAND-RESULT-NUMERIC
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-DATE-DIFF-BUSINESS-PROCEDURE.
      *****(date-diff-business A B) - business days from B to A,
      *****signed like date-diff: B itself does not count, A does.
           EVALUATE WS-DEFINE-ARG-COUNT
           WHEN 1
               MOVE WS-CURRENT-VALUE TO WS-SUBSTR-BASE
           WHEN 2
               MOVE WS-SUBSTR-BASE TO WS-FMT-WORK
               PERFORM GET-DATE-ARG-PROCEDURE
               IF WS-DATE-OK-YES THEN
                   MOVE WS-DATE-NUM TO WS-CAL-DATE-1
                   MOVE WS-CURRENT-VALUE TO WS-FMT-WORK
                   PERFORM GET-DATE-ARG-PROCEDURE
                   IF WS-DATE-OK-YES THEN
                       MOVE WS-DATE-NUM TO WS-CAL-DATE-2
                       MOVE "DIFF-BUSINESS" TO WS-CALENDAR-OPERATION
                       CALL 'CISP-CALENDAR' USING
                         WS-CALENDAR-OPERATION, WS-CAL-REQUEST
                       MOVE WS-CAL-RESULT-COUNT
                         TO WS-COMMAND-RESULT-NUMERIC
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE.
       LISP-IS-BUSINESS-DAY-PROCEDURE.
      *****(is-business-day D) - true/false; a bad date throws, as
      *****for every date verb but date-valid.
           MOVE WS-CURRENT-VALUE TO WS-FMT-WORK.
           PERFORM GET-DATE-ARG-PROCEDURE.
           IF WS-DATE-OK-YES THEN
               MOVE WS-DATE-NUM TO WS-CAL-DATE-1
               MOVE "IS-BUSINESS" TO WS-CALENDAR-OPERATION
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               IF WS-CAL-RESULT-YES THEN
                   MOVE "true" TO WS-COMMAND-RESULT
               ELSE
                   MOVE "false" TO WS-COMMAND-RESULT
               END-IF
           END-IF.
       LISP-BUSINESS-MONTH-END-PROCEDURE.
      *****(business-month-end D) - the last business day of D's
      *****month.
           MOVE WS-CURRENT-VALUE TO WS-FMT-WORK.
           PERFORM GET-DATE-ARG-PROCEDURE.
           IF WS-DATE-OK-YES THEN
               MOVE WS-DATE-NUM TO WS-CAL-DATE-1
               MOVE "MONTH-END" TO WS-CALENDAR-OPERATION
               CALL 'CISP-CALENDAR' USING WS-CALENDAR-OPERATION,
                 WS-CAL-REQUEST
               MOVE WS-CAL-RESULT-DATE TO WS-COMMAND-RESULT-NUMERIC
           END-IF.
       GET-DATE-ARG-PROCEDURE.
      *****WS-FMT-WORK to WS-DATE-NUM - a value that is not a valid
      *****YYYYMMDD date throws, like a non-number reaching +.
               MOVE "Script exceeded the per-file time limit."
                 TO WS-ERROR-MESSAGE
               SET WS-ERROR-FATAL-YES TO TRUE
      *****A runaway script is never the script's own to handle -
      *****the watchdog's fatal goes past any try.
               SET WS-ERROR-HANDLED-YES TO FALSE
               CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR
           END-IF.
       THROW-ROUND-MODE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1031" TO WS-ERROR-CODE
           MOVE "LISP ROUNDING ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Rounding mode " DELIMITED BY SIZE
             WS-ROUND-MODE-TEXT DELIMITED BY SPACE
             " is not HALF-UP, HALF-EVEN or TRUNCATE."
             DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-ROUND-SCALE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1031" TO WS-ERROR-CODE
           MOVE "LISP ROUNDING ERROR:" TO WS-ERROR-NAME.
           MOVE "Rounding scale must be a whole number 0-4."
             TO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-CURRENCY-CODE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1032" TO WS-ERROR-CODE
           MOVE "LISP CONVERT ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "Currency " DELIMITED BY SIZE
             WS-IO-PATH-VALUE DELIMITED BY SPACE
             " is not a three-letter currency code."
             DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-NO-RATE-ERROR-PROCEDURE.
           MOVE "THROW-ERROR" TO WS-CISP-ERROR-FLAG.
           MOVE "CE1033" TO WS-ERROR-CODE
           MOVE "LISP CONVERT ERROR:" TO WS-ERROR-NAME.
           MOVE SPACES TO WS-ERROR-MESSAGE.
           STRING "No " DELIMITED BY SIZE
             WS-CONV-FROM DELIMITED BY SIZE
             "/" DELIMITED BY SIZE
             WS-CONV-TO DELIMITED BY SIZE
             " rate on or before " DELIMITED BY SIZE
             WS-CONV-DATE DELIMITED BY SIZE
             " in the rate file." DELIMITED BY SIZE
             INTO WS-ERROR-MESSAGE.
           SET WS-ERROR-FATAL-YES TO TRUE.
           CALL "CISP-ERROR" USING WS-CISP-ERROR-FLAG, WS-ERROR.
       THROW-OVERFLOW-ERROR-PROCEDURE.
      *****A result past the scaled accumulator's 16 integer digits
      *****used to truncate silently and flow into downstream defines
