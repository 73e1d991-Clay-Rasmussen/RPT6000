      *  COPYLIB member: REARULE
      *  Record layout for REA6000's customer reassignment rule file:
      *  one record per deactivated salesrep whose customers are to be
      *  moved, naming the successor rep who inherits them, and who
      *  asked for the move, which REA6000 carries onto the customer
      *  change journal (see CUSTJRNL) for every customer the rule
      *  moves. 130-byte fixed record to match the other files in
      *  this system.
      ******************************************************************
       01  REASSIGN-RULE-RECORD.
           05  RR-OLD-SALESREP     PIC 9(2).
           05  RR-NEW-SALESREP     PIC 9(2).
           05  RR-REQUESTED-BY     PIC X(10).
           05  FILLER              PIC X(116).
