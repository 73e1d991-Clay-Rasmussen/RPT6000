      ******************************************************************
      *  COPYLIB member: CMSUSP
      *  Record layout for the CMTRANS suspense file. CMU6000 writes
      *  one record for every transaction it rejects -- whether it
      *  failed the edit in 315-VALIDATE-TRANSACTION, would have
      *  overflowed or overdrawn a sales bucket, or named a customer
      *  not yet on CUSTMAST -- instead of leaving it only on the
      *  CMUERR printout. The original transaction image is kept
      *  unchanged in SU-ORIGINAL-TRANS, with its CMTRANS fields
      *  redefined over it, alongside the reason it was last rejected,
      *  the date it was first rejected, how many posting runs have
      *  retried it, and the batch it arrived in. Every posting run
      *  retries the whole file after the day's batch has balanced,
      *  so the suspense items never enter the batch trailer check;
      *  an item that posts drops off, and one that is rejected again
      *  is carried forward with its first-rejected date intact.
      *  SU-BRANCH-NUMBER is the customer's branch when the customer
      *  was on CUSTMAST at the time, and zero when it was not; an
      *  item that fails the edit before the master pass takes the
      *  branch from the inquiry index (CUSTIDX). SUS6000 prints the
      *  aged listing. The file is closed by a SUTRAILR
      *  trailer control record. SU-FIRST-REJECT-DATE leads the record
      *  so a data record can never begin with the trailer's "TRL".
      *  130-byte fixed record to match the other files in this
      *  system.
      ******************************************************************
       01  SUSPENSE-RECORD.
           05  SU-FIRST-REJECT-DATE    PIC 9(8).
           05  SU-LAST-TRIED-DATE      PIC 9(8).
           05  SU-RETRY-COUNT          PIC 9(3).
           05  SU-BRANCH-NUMBER        PIC 9(2).
           05  SU-BATCH-ID             PIC X(8).
           05  SU-REASON               PIC X(40).
           05  SU-ORIGINAL-TRANS       PIC X(50).
           05  SU-ORIGINAL-FIELDS REDEFINES SU-ORIGINAL-TRANS.
               10  SU-TRANS-CODE       PIC X(1).
               10  SU-CUSTOMER-NUMBER  PIC 9(5).
               10  SU-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
               10  SU-POSTING-DATE     PIC 9(8).
               10  SU-ENTERED-BY       PIC X(10).
               10  SU-PRODUCT-LINE     PIC X(3).
               10  FILLER              PIC X(17).
           05  FILLER                  PIC X(11).
