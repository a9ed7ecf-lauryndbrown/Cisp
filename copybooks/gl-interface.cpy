      *****************************************
      *    General-ledger interface file - GL-EXTRACT writes one
      *    header, one detail per mapped result and one trailer per
      *    extract, all 150 bytes and fixed-position for the ledger's
      *    load job (no separators between fields).
      *
      *    PREFIX-DTL-AMOUNT is unsigned with two implied decimals;
      *    the direction is PREFIX-DTL-DC, D (debit) or C (credit).
      *    The trailer carries the detail count, the debit and credit
      *    totals, and their sum as the hash total the load job
      *    checks before posting anything.
      *****************************************
       01 PREFIX-HEADER.
           02 PREFIX-HDR-TYPE PIC X.
           02 PREFIX-HDR-SOURCE PIC X(8).
           02 PREFIX-HDR-BUSINESS-DATE PIC X(8).
           02 PREFIX-HDR-RUN-ID PIC X(20).
           02 PREFIX-HDR-CREATED PIC X(14).
           02 FILLER PIC X(99).
       01 PREFIX-DETAIL.
           02 PREFIX-DTL-TYPE PIC X.
           02 PREFIX-DTL-ACCOUNT PIC X(20).
           02 PREFIX-DTL-COST-CENTER PIC X(10).
           02 PREFIX-DTL-DC PIC X.
           02 PREFIX-DTL-AMOUNT PIC 9(13)V99.
           02 PREFIX-DTL-BUSINESS-DATE PIC X(8).
      *****The script#form key the amount came from, so a ledger
      *****query can be traced back to results.data.
           02 PREFIX-DTL-SOURCE-KEY PIC X(95).
       01 PREFIX-TRAILER.
           02 PREFIX-TRL-TYPE PIC X.
           02 PREFIX-TRL-RECORD-COUNT PIC 9(9).
           02 PREFIX-TRL-DEBIT-TOTAL PIC 9(15)V99.
           02 PREFIX-TRL-CREDIT-TOTAL PIC 9(15)V99.
           02 PREFIX-TRL-HASH-TOTAL PIC 9(17)V99.
           02 FILLER PIC X(87).
