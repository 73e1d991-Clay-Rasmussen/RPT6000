      ******************************************************************
      *  COPYLIB member: GLACCT
      *  Record layout for the general ledger account-mapping file
      *  GLJ6000 reads to journal the day's posting. One record per
      *  branch and CMTRANS transaction code that is journaled --
      *  "I" for invoices and "C" for credit memos -- naming the GL
      *  account the summarized entry debits and the account it
      *  credits: for an invoice, receivables and sales; for a credit
      *  memo, sales returns and receivables. A record for branch 00
      *  is the company-wide default for any branch with no record of
      *  its own. GA-DESCRIPTION is carried onto the journal entries.
      *  Maintained by accounting; the file is read whole and may be
      *  in any order. 130-byte fixed record to match the other files
      *  in this system.
      ******************************************************************
       01  GL-ACCOUNT-MAP-RECORD.
           05  GA-BRANCH-NUMBER    PIC 9(2).
           05  GA-TRANS-CODE       PIC X(1).
               88  GA-TRANS-INVOICE        VALUE "I".
               88  GA-TRANS-CREDIT-MEMO    VALUE "C".
           05  GA-DEBIT-ACCOUNT    PIC X(12).
           05  GA-CREDIT-ACCOUNT   PIC X(12).
           05  GA-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(73).
