              10  QT-SALESREP-NUMBER PIC 9(2).
              10  QT-BRANCH-NUMBER   PIC 9(2).
              10  QT-QUOTA-AMOUNT    PIC S9(7)V99   COMP-3.
              10  QT-ACTUAL-AMOUNT   PIC S9(11)V99  COMP-3.

       01  QT-COUNT                  PIC 9(2) VALUE ZERO.
       01  QT-TABLE-MAX              PIC 9(2) VALUE 99.
           05  UNQUOTAED-GROUP OCCURS 99 TIMES
                               INDEXED BY UQ-INDEX.
              10  UQ-SALESREP-NUMBER PIC 9(2).
              10  UQ-ACTUAL-AMOUNT   PIC S9(11)V99  COMP-3.

       01  UQ-COUNT                  PIC 9(2) VALUE ZERO.
       01  UQ-TABLE-MAX              PIC 9(2) VALUE 99.
                                                       VALUE ZERO.

       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-PERIOD-AMOUNT       PIC S9(9)V99   VALUE ZERO.

      * WS-COMPARISON-BASIS selects which CUSTMAST bucket counts as
      * the period's actual sales, mirroring RPT6000's comparison
           05  FILLER          PIC X(6)    VALUE "BRANCH".
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "        QUOTA".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  QCL-PERIOD-LABEL PIC X(13).
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "PCT ATTAINED".
           05  FILLER          PIC X(58)   VALUE SPACE.

       01  QUOTA-DETAIL-LINE.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  FILLER               PIC X(4)    VALUE SPACE.
           05  QDL-QUOTA-AMOUNT     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  QDL-ACTUAL-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(6)    VALUE SPACE.
           05  QDL-PCT-ATTAINED     PIC ZZZ9.9.
           05  QDL-PCT-ATTAINED-R REDEFINES QDL-PCT-ATTAINED
                                    PIC X(6).
           05  FILLER               PIC X(65)   VALUE SPACE.

       01  NO-SALES-HEADING-LINE.
           05  FILLER          PIC X(42)

       01  EXCEPTION-COLUMN-LINE.
           05  FILLER          PIC X(11)   VALUE "SALESREP NO".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  EXC-AMOUNT-LABEL PIC X(13).
           05  FILLER          PIC X(98)   VALUE SPACE.

       01  EXCEPTION-LINE.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  EXL-SALESREP-NUMBER  PIC Z9.
           05  FILLER               PIC X(7)    VALUE SPACE.
           05  EXL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(98)   VALUE SPACE.

       PROCEDURE DIVISION.

