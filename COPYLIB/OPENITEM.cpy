      ******************************************************************
      *  COPYLIB member: OPENITEM
      *  Record layout for the accounts receivable open-item file. One
      *  record per invoice CMU6000 has posted that the customer has
      *  not yet paid in full, plus at most one unapplied-credit item
      *  per customer carrying payments and credit memos received in
      *  excess of what the customer owed. CMU6000 rewrites the file
      *  old-in/new-out on every posting run: each accepted invoice
      *  opens an item, and each accepted payment or credit memo is
      *  applied against the customer's items oldest first. An item
      *  whose open amount reaches zero is dropped from the new file.
      *  OI-ITEM-DATE is the CT-POSTING-DATE the invoice carried, the
      *  date AGE6000 ages the item from; the branch, salesrep and
      *  name are copied from CUSTMAST when the item is opened so the
      *  aging report can total by branch and salesrep without
      *  reading the master. OI-OPEN-AMOUNT is negative on an
      *  unapplied-credit item. The file is kept in customer number
      *  and item date order and is closed by an OITRAILR trailer
      *  control record. 130-byte fixed record to match the other
      *  files in this system.
      ******************************************************************
       01  OPEN-ITEM-RECORD.
           05  OI-CUSTOMER-NUMBER      PIC 9(5).
           05  OI-ITEM-DATE            PIC 9(8).
           05  OI-ITEM-TYPE            PIC X(1).
               88  OI-ITEM-INVOICE             VALUE "I".
               88  OI-ITEM-UNAPPLIED           VALUE "U".
           05  OI-BRANCH-NUMBER        PIC 9(2).
           05  OI-SALESREP-NUMBER      PIC 9(2).
           05  OI-CUSTOMER-NAME        PIC X(20).
           05  OI-BATCH-ID             PIC X(8).
           05  OI-ORIGINAL-AMOUNT      PIC S9(9)V99   COMP-3.
           05  OI-OPEN-AMOUNT          PIC S9(9)V99   COMP-3.
           05  OI-LAST-ACTIVITY-DATE   PIC 9(8).
           05  FILLER                  PIC X(64).
