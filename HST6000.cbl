           05  WS-PRIOR-LINE-SWITCH   PIC X          VALUE "N".
               88  PRIOR-LINE-PRINTED                VALUE "Y".
           05  WS-PRIOR-BASIS         PIC X(5)       VALUE SPACES.
           05  WS-PRIOR-GRAND-THIS    PIC S9(11)V99  COMP-3
                                                     VALUE ZERO.
           05  WS-SWING-AMOUNT        PIC S9(12)V99  COMP-3
                                                     VALUE ZERO.

       01  SWITCHES.
           05  FILLER          PIC X(7)    VALUE "REJECTS".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "EXCEPTS".
           05  FILLER          PIC X(11)   VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "GRAND THIS".
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "GRAND LAST".
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "SWING PCT".
           05  FILLER          PIC X(26)   VALUE SPACE.

       01  HISTORY-DETAIL-LINE.
           05  HDL-MONTH           PIC 9(2).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  HDL-EXCEPTS         PIC ZZZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HDL-GRAND-THIS      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  HDL-GRAND-LAST      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(4)    VALUE SPACE.
           05  HDL-SWING-PERCENT   PIC +++9.9.
           05  HDL-SWING-PERCENT-R REDEFINES HDL-SWING-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(27)   VALUE SPACE.

       01  NO-HISTORY-LINE.
           05  FILLER          PIC X(30)
