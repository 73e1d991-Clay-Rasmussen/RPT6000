      *  the buckets, capturing the closing CM-SALES-THIS-MONTH figure
      *  against the customer and the period it belongs to -- the
      *  history that used to be destroyed the moment the roll ran.
      *  SH-PERIOD is the fiscal period the roll closed, YYYYPP from
      *  the fiscal calendar (see FISCAL); records written before the
      *  calendar carry the calendar YYYYMM, which the period numbers
      *  follow. The roll rewrites the file old-in/new-out, carrying
      *  every prior period forward and superseding any snapshot
      *  already on file for the period it closes, so a rerun can
      *  never double a month on the trend. A sale dated in a period
      *  that has already closed is posted by CMU6000 as a prior-
      *  period adjustment: CMU6000 appends a record of its own for
      *  it (SH-ENTRY-TYPE "A") against that period, signed -- an
      *  invoice plus, a credit memo minus -- and stamped with the
      *  program, the batch and the run date, and REV6000 appends
      *  the offsetting record when it reverses the batch. A
      *  customer's figure for a period is therefore the sum of its
      *  records for that period. The roll never supersedes an
      *  adjustment. TRD6000 reads the file back for the rolling
      *  12-month trend report by salesrep and branch; the file
      *  carries no trailer control record. 130-byte fixed record to
      *  match the other files in this system.
      ******************************************************************
       01  SALES-HISTORY-RECORD.
           05  SH-CUSTOMER-NUMBER  PIC 9(5).
           05  SH-BRANCH-NUMBER    PIC 9(2).
           05  SH-SALESREP-NUMBER  PIC 9(2).
           05  SH-PERIOD           PIC 9(6).
           05  SH-SALES-AMOUNT     PIC S9(9)V99   COMP-3.
           05  SH-ENTRY-TYPE       PIC X(1).
               88  SH-IS-SNAPSHOT          VALUE SPACE.
               88  SH-IS-ADJUSTMENT        VALUE "A".
           05  SH-PROGRAM-ID       PIC X(8).
           05  SH-BATCH-ID         PIC X(8).
           05  SH-RUN-DATE         PIC 9(8).
           05  FILLER              PIC X(84).
