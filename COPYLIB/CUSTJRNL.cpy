      ******************************************************************
      *  COPYLIB member: CUSTJRNL
      *  Record layout for the customer change journal. Every program
      *  that changes a customer account -- CMM6000 (adds, renames and
      *  closes), CMU6000 (postings), REA6000 (salesrep reassignment),
      *  BTR6000 (branch transfer), ARC6000 (archive and restore) and
      *  REV6000 (batch reversal) -- appends one record for each change
      *  it makes, but only at the end of a clean run, the same way
      *  CMU6000 appends CMPOSTED: the programs that hold their changes
      *  in a table write from the table, and the ones that stream the
      *  master stage the records on a work file (JRNWORK) and copy it
      *  across. A run that stops on a control failure so leaves no
      *  entries behind for changes it never kept.
      *  CJ-RUN-DATE and CJ-RUN-TIME are the run's own stamp and
      *  CJ-PROGRAM-ID the program that made the change. CJ-CHANGED-BY
      *  is the person the input names as having asked for the change
      *  (the maintenance clerk, the transaction's keyer, the requester
      *  on a reassignment, transfer, restore or reversal) and is left
      *  blank where the change is the batch's own doing, as on an
      *  automatic archive. CJ-REFERENCE carries the batch ID for a
      *  posting or reversal. The before and after groups hold the
      *  account's branch, salesrep, name and sales this YTD either side
      *  of the change; the before group is empty for an event that
      *  brings the account into CUSTMAST (an add or a restore) and the
      *  after group is empty for one that takes it out (a close or an
      *  archive). CJ-EVENT-CODE is ADD, CHANGE or CLOSE (CMM6000),
      *  INVOICE, CREDIT or PAYMENT (CMU6000), REASSIGN (REA6000),
      *  TRANSFER (BTR6000), ARCHIVE or RESTORE (ARC6000), or REVINV,
      *  REVCRED or REVPAY (REV6000, one per posting it reverses).
      *  CJ-AMOUNT is the transaction amount of a posting or of the
      *  posting a reversal takes back out. The file is append-only,
      *  in run order, and carries no trailer. JRN6000 prints it as a
      *  timeline for one customer or a list of customers. 130-byte
      *  fixed record to match the other files in this system.
      ******************************************************************
       01  CUSTOMER-JOURNAL-RECORD.
           05  CJ-CUSTOMER-NUMBER      PIC 9(5).
           05  CJ-RUN-DATE             PIC 9(8).
           05  CJ-RUN-TIME             PIC 9(4).
           05  CJ-PROGRAM-ID           PIC X(8).
           05  CJ-EVENT-CODE           PIC X(8).
               88  CJ-EVENT-ADDS-ACCOUNT       VALUE "ADD"
                                                     "RESTORE".
               88  CJ-EVENT-REMOVES-ACCOUNT    VALUE "CLOSE"
                                                     "ARCHIVE".
           05  CJ-CHANGED-BY           PIC X(10).
           05  CJ-REFERENCE            PIC X(8).
           05  CJ-BEFORE-VALUES.
               10  CJ-BEFORE-BRANCH    PIC 9(2).
               10  CJ-BEFORE-SALESREP  PIC 9(2).
               10  CJ-BEFORE-NAME      PIC X(20).
               10  CJ-BEFORE-SALES-YTD PIC S9(9)V99   COMP-3.
           05  CJ-AFTER-VALUES.
               10  CJ-AFTER-BRANCH     PIC 9(2).
               10  CJ-AFTER-SALESREP   PIC 9(2).
               10  CJ-AFTER-NAME       PIC X(20).
               10  CJ-AFTER-SALES-YTD  PIC S9(9)V99   COMP-3.
           05  CJ-AMOUNT               PIC S9(9)V99   COMP-3.
           05  FILLER                  PIC X(13).
