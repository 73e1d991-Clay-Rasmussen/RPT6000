      ******************************************************************
      *  COPYLIB member: CUSTIDXK
      *  Alternate-key view of the CUSTIDX record, copied into the FD
      *  of every program that opens the indexed customer file, after
      *  its CUSTMAST layout. CUSTIDX is keyed on the customer number
      *  and also carries two alternate keys, both WITH DUPLICATES:
      *  CIX-CUSTOMER-NAME-KEY, over the customer name, which INQ6000
      *  uses to find a customer by the start of the name and list the
      *  matches in name order; and CIX-BRANCH-SALESREP-KEY, over the
      *  branch and salesrep numbers together, which INQ6000 uses to
      *  browse one branch's or one salesrep's customers. Every SELECT
      *  for CUSTIDX must name the same keys, so that CML6000's load,
      *  CMU6000's and REV6000's same-day rewrites and CNV6000's
      *  conversion keep both alternate indexes current. The positions
      *  are those of CUSTMAST; only the names differ. 130 bytes.
      ******************************************************************
       01  CUSTIDX-KEY-RECORD.
           05  CIX-BRANCH-SALESREP-KEY.
               10  CIX-BRANCH-NUMBER   PIC 9(2).
               10  CIX-SALESREP-NUMBER PIC 9(2).
           05  FILLER                  PIC X(5).
           05  CIX-CUSTOMER-NAME-KEY   PIC X(20).
           05  FILLER                  PIC X(101).
