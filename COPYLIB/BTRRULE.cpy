      *  them. The rep keeps their number -- only CM-BRANCH-NUMBER
      *  changes -- and BTR6000 re-merges the moved customers into
      *  branch/salesrep sequence so the nightly control breaks still
      *  run. BR-REQUESTED-BY names who asked for the transfer, which
      *  BTR6000 carries onto the customer change journal (see
      *  CUSTJRNL) for every customer the rule moves. 130-byte fixed
      *  record to match the other files in this system.
      ******************************************************************
       01  BRANCH-TRANSFER-RULE-RECORD.
           05  BR-OLD-BRANCH       PIC 9(2).
           05  BR-OLD-SALESREP     PIC 9(2).
           05  BR-NEW-BRANCH       PIC 9(2).
           05  BR-REQUESTED-BY     PIC X(10).
           05  FILLER              PIC X(114).
