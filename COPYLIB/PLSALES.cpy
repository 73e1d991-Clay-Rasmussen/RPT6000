      ******************************************************************
      *  COPYLIB member: PLSALES
      *  Record layout for the product-line sales file. At the end of
      *  a clean run CMU6000 accumulates the invoices and credit memos
      *  it posted by branch, salesrep, product line and period and
      *  appends one record per combination, the way it appends
      *  CMPOSTED; REV6000 appends the same summary, sign reversed,
      *  for every batch it backs out, so a reversed batch nets to
      *  nothing by product line as it does on CUSTMAST. Payments
      *  never touch the sales buckets and are never recorded here.
      *  PS-SALES-AMOUNT is signed: invoices add, credit memos
      *  subtract. PS-PRODUCT-LINE is blank for postings that came in
      *  without a code -- the unclassified line. The branch and
      *  salesrep are the customer's at the time of posting, and
      *  PS-PERIOD is the fiscal period the posting run put the sale
      *  in, YYYYPP from the fiscal calendar (see FISCAL); records
      *  written before the calendar carry the calendar YYYYMM, which
      *  the period numbers follow. PS-PROGRAM-ID, PS-RUN-DATE and
      *  PS-RUN-TIME are the writing run's own stamp and PS-BATCH-ID
      *  the batch it posted or reversed. The file is append-only, in
      *  run order, and carries no trailer; PLS6000 totals it for the
      *  product-line sales analysis. 130-byte fixed record to match
      *  the other files in this system.
      ******************************************************************
       01  PRODUCT-SALES-RECORD.
           05  PS-BRANCH-NUMBER    PIC 9(2).
           05  PS-SALESREP-NUMBER  PIC 9(2).
           05  PS-PRODUCT-LINE     PIC X(3).
           05  PS-PERIOD           PIC 9(6).
           05  PS-SALES-AMOUNT     PIC S9(9)V99   COMP-3.
           05  PS-POSTING-COUNT    PIC 9(5).
           05  PS-PROGRAM-ID       PIC X(8).
           05  PS-RUN-DATE         PIC 9(8).
           05  PS-RUN-TIME         PIC 9(4).
           05  PS-BATCH-ID         PIC X(8).
           05  FILLER              PIC X(78).
