           05  RH-RECORDS-READ     PIC 9(8).
           05  RH-REJECT-COUNT     PIC 9(6).
           05  RH-EXCEPTION-COUNT  PIC 9(6).
           05  RH-GRAND-TOTAL-THIS-YTD  PIC S9(11)V99  COMP-3.
           05  RH-GRAND-TOTAL-LAST-YTD  PIC S9(11)V99  COMP-3.
           05  FILLER              PIC X(79).
