      ******************************************************************
      *  COPYLIB member: FISCAL
      *  Record layout for the fiscal calendar. The company closes its
      *  books on a 4-4-5 calendar, so a sales period is not a
      *  calendar month: each record names one fiscal period, the
      *  first and last dates it covers and whether it is still open.
      *  FC-PERIOD is the fiscal year and the period's number within
      *  it (YYYYPP, periods 01 through 12); it is the period key
      *  SALESHST, PLSALES and the ROL6000 ROLL stamp carry. Because a
      *  period number reads like a month number, history stamped
      *  with the calendar YYYYMM before the calendar existed lines up
      *  with the fiscal periods that replaced those months.
      *  FC-PERIOD-NAME is the label the reports print in place of the
      *  raw period (for example "FY26 P10"); it is eight characters
      *  so it fits a TRD6000 column. Records are kept in period order
      *  with no gaps or overlaps between one period's end date and
      *  the next one's start date. Every period is open ("O") until
      *  ROL6000's MONTH roll closes it ("C") and stamps the date and
      *  time it did so; the roll rewrites the file old-in/new-out
      *  (NEWFISC) to do it. The first open period is the current one
      *  -- the period CM-SALES-THIS-MONTH is collecting -- so every
      *  closed period must come before every open one. CMU6000 posts
      *  a transaction dated in the current period to the current
      *  buckets and one dated in a closed period of the current
      *  fiscal year as a prior-period adjustment to that period.
      *  The finance office adds each new fiscal year's periods ahead
      *  of time; the file carries no trailer. 130-byte fixed record
      *  to match the other files in this system.
      ******************************************************************
       01  FISCAL-PERIOD-RECORD.
           05  FC-PERIOD               PIC 9(6).
           05  FC-PERIOD-PARTS REDEFINES FC-PERIOD.
               10  FC-FISCAL-YEAR      PIC 9(4).
               10  FC-PERIOD-NUMBER    PIC 9(2).
           05  FC-PERIOD-NAME          PIC X(8).
           05  FC-START-DATE           PIC 9(8).
           05  FC-END-DATE             PIC 9(8).
           05  FC-PERIOD-STATUS        PIC X(1).
               88  FC-PERIOD-OPEN              VALUE "O".
               88  FC-PERIOD-CLOSED            VALUE "C".
           05  FC-CLOSED-DATE          PIC 9(8).
           05  FC-CLOSED-TIME          PIC 9(4).
           05  FILLER                  PIC X(87).
