      *  basis the run paid on, the period sales, the rate applied,
      *  and the commission amount -- so payroll imports the figures
      *  instead of re-keying them from the printed summary page.
      *  PI-COMMISSION-RATE is the blended rate -- the commission over
      *  the sales, whatever tiers (see COMTIER) it was paid through.
      *  PI-QUOTA-STATUS says whether the rep had a quota: with one,
      *  PI-QUOTA-AMOUNT and PI-ATTAINMENT-PCT show the attainment the
      *  tiers were paid on (99999.9 when it will not fit); without
      *  one, both are zero and the rep was paid the SALESREP base
      *  rate, so payroll can see why an amount changed.
      *  Withheld (DO NOT PAY) reps are deliberately absent from this
      *  file and appear on the printed withheld register instead.
      *  The file ends with a trailer control record (see PAYTRLR)
           05  PI-SALESREP-NUMBER  PIC 9(2).
           05  PI-BRANCH-NUMBER    PIC 9(2).
           05  PI-COMMISSION-BASIS PIC X(5).
           05  PI-SALES-AMOUNT     PIC S9(11)V99  COMP-3.
           05  PI-COMMISSION-RATE  PIC S9(2)V999  COMP-3.
           05  PI-COMMISSION-AMOUNT PIC S9(9)V99  COMP-3.
           05  PI-QUOTA-STATUS     PIC X(1).
               88  PI-QUOTA-ON-FILE        VALUE "Q".
               88  PI-NO-QUOTA-BASE-RATE   VALUE "N".
           05  PI-QUOTA-AMOUNT     PIC S9(7)V99   COMP-3.
           05  PI-ATTAINMENT-PCT   PIC S9(5)V9    COMP-3.
           05  FILLER              PIC X(95).
