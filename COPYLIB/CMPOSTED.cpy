      ******************************************************************
      *  COPYLIB member: CMPOSTED
      *  Record layout for the posted-transaction file. CMU6000
      *  appends one record for every transaction it actually posts
      *  -- whether it arrived in the day's CMTRANS batch or was
      *  recycled from the suspense file -- at the end of a clean
      *  run, alongside its posted-batch registry record (see
      *  CMBATCH). PT-BATCH-ID is the batch the transaction first
      *  arrived in, so a suspense item posted days later still
      *  belongs to its own batch. PT-RUN-DATE and PT-RUN-TIME are
      *  the posting run's own stamp, the same date and time the
      *  registry record carries, which lets REV6000 tell the
      *  postings of a batch's current posting apart from those of
      *  an earlier posting it has already reversed. The branch,
      *  salesrep and name are the customer's at the time of posting.
      *  The original 50-byte transaction image is kept unchanged in
      *  PT-POSTED-TRANS with its CMTRANS fields redefined over it,
      *  the same way CMSUSP keeps it. PT-SALES-PERIOD is the fiscal
      *  period (see FISCAL) the sale was posted to, and
      *  PT-PERIOD-TYPE says which buckets it went into: space for
      *  the current period's CM-SALES-THIS-MONTH, "L" for a prior-
      *  period adjustment to the period just closed, which goes to
      *  CM-SALES-LAST-MONTH instead, and "A" for an adjustment to an
      *  earlier closed period of the year, which goes to neither --
      *  every sale goes to CM-SALES-THIS-YTD -- so REV6000 can take
      *  each one back out of exactly the buckets it went into. Both
      *  are blank on records written before the fiscal calendar, and
      *  on payments the period type is always space. The file is
      *  append-only, like the registry, and carries no trailer.
      *  130-byte fixed record to match the other files in this
      *  system.
      ******************************************************************
       01  POSTED-TRANS-RECORD.
           05  PT-BATCH-ID             PIC X(8).
           05  PT-RUN-DATE             PIC 9(8).
           05  PT-RUN-TIME             PIC 9(4).
           05  PT-BRANCH-NUMBER        PIC 9(2).
           05  PT-SALESREP-NUMBER      PIC 9(2).
           05  PT-CUSTOMER-NAME        PIC X(20).
           05  PT-SOURCE               PIC X(1).
               88  PT-FROM-BATCH               VALUE "B".
               88  PT-FROM-SUSPENSE            VALUE "S".
           05  PT-POSTED-TRANS         PIC X(50).
           05  PT-POSTED-FIELDS REDEFINES PT-POSTED-TRANS.
               10  PT-TRANS-CODE       PIC X(1).
               10  PT-CUSTOMER-NUMBER  PIC 9(5).
               10  PT-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
               10  PT-POSTING-DATE     PIC 9(8).
               10  PT-ENTERED-BY       PIC X(10).
               10  PT-PRODUCT-LINE     PIC X(3).
               10  FILLER              PIC X(17).
           05  PT-SALES-PERIOD         PIC 9(6).
           05  PT-PERIOD-TYPE          PIC X(1).
               88  PT-CURRENT-PERIOD           VALUE SPACE.
               88  PT-PRIOR-PERIOD-ADJ         VALUE "A" "L".
               88  PT-LAST-PERIOD-ADJ          VALUE "L".
           05  FILLER                  PIC X(28).
