      ******************************************************************
      *  COPYLIB member: GLJRNL
      *  Record layout for the general ledger journal interface file
      *  GLJ6000 writes from each CMU6000 posting run, so the ledger
      *  imports the day's sales instead of having them keyed from
      *  the CMULOG printout. Each branch's posted invoices are
      *  summarized into one debit entry and one credit entry, and
      *  its posted credit memos into another pair, on the accounts
      *  the account-mapping file (see GLACCT) names for the branch
      *  and transaction code. GJ-AMOUNT is always positive;
      *  GJ-ENTRY-TYPE says which side of the ledger it goes to.
      *  GJ-JOURNAL-DATE is the batch's business date (the posting
      *  date for a batch with no header) and GJ-BATCH-ID the batch
      *  the posting run carried. Payments are not journaled here.
      *  The file ends with a trailer control record (see GLTRLR)
      *  that the ledger's import balances. GJ-JOURNAL-DATE leads the
      *  record so a data record can never begin with the trailer's
      *  "TRL". 130-byte fixed record to match the other files in
      *  this system.
      ******************************************************************
       01  GL-JOURNAL-RECORD.
           05  GJ-JOURNAL-DATE     PIC 9(8).
           05  GJ-BATCH-ID         PIC X(8).
           05  GJ-BRANCH-NUMBER    PIC 9(2).
           05  GJ-TRANS-CODE       PIC X(1).
           05  GJ-ENTRY-TYPE       PIC X(1).
               88  GJ-DEBIT-ENTRY          VALUE "D".
               88  GJ-CREDIT-ENTRY         VALUE "C".
           05  GJ-ACCOUNT-NUMBER   PIC X(12).
           05  GJ-AMOUNT           PIC S9(11)V99  COMP-3.
           05  GJ-ITEM-COUNT       PIC 9(6).
           05  GJ-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(55).
