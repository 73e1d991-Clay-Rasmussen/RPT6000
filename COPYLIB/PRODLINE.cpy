      ******************************************************************
      *  COPYLIB member: PRODLINE
      *  Record layout for the product line master: one record per
      *  product line a sale can be classified under, with the name
      *  the product-line report prints for it. CMU6000 loads it into
      *  a table at startup and rejects to suspense any transaction
      *  whose CT-PRODUCT-LINE is not on it, the way a transaction for
      *  a customer not on CUSTMAST is suspended, so a code keyed
      *  before its line is set up posts itself the night after the
      *  line is added. A blank code is never looked up -- it posts as
      *  unclassified. PLS6000 loads it for the line names and prints
      *  the lines in the order they appear here. Like the branch
      *  master it is small and hand-maintained on site and carries no
      *  trailer control record. 130-byte fixed record to match the
      *  other files in this system.
      ******************************************************************
       01  PRODUCT-LINE-RECORD.
           05  PL-PRODUCT-LINE     PIC X(3).
           05  PL-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(107).
