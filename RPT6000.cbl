               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT FISCAL-CALENDAR ASSIGN TO FISCAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT BURST-FILE ASSIGN TO DYNAMIC WS-BURST-FILENAME
               FILE STATUS IS WS-BURST-STATUS.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 6351 CHARACTERS
           BLOCK CONTAINS 6351 CHARACTERS.

      * CK-EXCEPTION-TABLE/CK-TOP-GROWTH-TABLE/CK-TOP-DECLINE-TABLE
      * mirror EXCEPTION-TABLE/TOP-GROWTH-TABLE/TOP-DECLINE-TABLE field
      * only when the stamp is current.
       01  CHECKPOINT-RECORD.
           05  CK-VERSION-STAMP           PIC X(8).
               88  CK-VERSION-CURRENT     VALUE "CKPT6351".
           05  CK-RECORDS-READ            PIC 9(8).
           05  CK-OLD-SALESREP-NUMBER     PIC 99.
           05  CK-OLD-BRANCH-NUMBER       PIC 99.
           05  CK-FIRST-RECORD-SWITCH     PIC X.
           05  CK-PAGE-COUNT              PIC S9(3).
           05  CK-LINE-COUNT              PIC S9(3).
           05  CK-SALESREP-TOTAL-THIS-YTD PIC S9(11)V99.
           05  CK-SALESREP-TOTAL-LAST-YTD PIC S9(11)V99.
           05  CK-BRANCH-TOTAL-THIS-YTD   PIC S9(11)V99.
           05  CK-BRANCH-TOTAL-LAST-YTD   PIC S9(11)V99.
           05  CK-GRAND-TOTAL-THIS-YTD    PIC S9(11)V99.
           05  CK-GRAND-TOTAL-LAST-YTD    PIC S9(11)V99.
           05  CK-REJECT-COUNT            PIC 9(6).
           05  CK-EX-TABLE-COUNT          PIC 9(3).
           05  CK-EXCEPTION-TABLE.
      * not restore them would report branch exceptions and region
      * subtotals covering only the records read after the restart
      * point. Their addition (plus the version stamp above) grew
      * this record from 4709 to 6123 bytes, and widening the total
      * fields to carry the nine-digit sales buckets grew it again to
      * 6351; 150-CHECK-FOR-RESTART
      * refuses a prior version's checkpoint via the stamp -- the
      * rerun starts from record one instead.
           05  CK-BX-TABLE-COUNT          PIC 9(3).
           05  CK-REGION-TABLE.
               10  CK-RG-ENTRY OCCURS 50 TIMES.
                   15  CK-RG-REGION-CODE     PIC X(2).
                   15  CK-RG-TOTAL-THIS-YTD  PIC S9(11)V99 COMP-3.
                   15  CK-RG-TOTAL-LAST-YTD  PIC S9(11)V99 COMP-3.

       FD  OUTPUT-EXTRACT
           RECORDING MODE IS F
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       FD  FISCAL-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL.

       FD  BURST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           05  POSTING-STAMP-SWITCH   PIC X       VALUE "N".
               88  POSTING-STAMP-FOUND            VALUE "Y".

      * FISCAL-PERIOD-FIELDS name the periods the sales buckets hold,
      * from the fiscal calendar (see FISCAL): the first open period
      * is the current one, which CM-SALES-THIS-MONTH is collecting,
      * and the period just before it is the one CM-SALES-LAST-MONTH
      * holds. WS-PREVIOUS-READ-NAME carries each closed period's name
      * forward until the current period is found. A run with no
      * calendar, or no open period on it, prints no period names.
       01  FISCAL-PERIOD-FIELDS.
           05  WS-FISCAL-STATUS       PIC X(2)    VALUE "00".
           05  FISCAL-EOF-SWITCH      PIC X       VALUE "N".
               88  FISCAL-EOF                     VALUE "Y".
           05  CURRENT-PERIOD-SWITCH  PIC X       VALUE "N".
               88  CURRENT-PERIOD-FOUND           VALUE "Y".
           05  WS-CURRENT-PERIOD      PIC 9(6)    VALUE ZERO.
           05  WS-CURRENT-PERIOD-NAME PIC X(8)    VALUE SPACES.
           05  WS-LAST-PERIOD-NAME    PIC X(8)    VALUE SPACES.
           05  WS-PREVIOUS-READ-NAME  PIC X(8)    VALUE SPACES.

       01  WS-CHECKPOINT-STATUS   PIC X(2)    VALUE "00".
       01  WS-CHECKPOINT-INTERVAL PIC 9(5)    VALUE 1000.
       01  WS-RECORDS-READ        PIC 9(8)    VALUE ZERO.
       01  RUN-DEVIATION-FIELDS.
           05  WS-TOLERANCE-PARAM     PIC X(3)       VALUE SPACES.
           05  WS-DEVIATION-TOLERANCE PIC 9(3)       VALUE 25.
           05  WS-PRIOR-GRAND-THIS    PIC S9(11)V99  COMP-3
                                                     VALUE ZERO.
           05  WS-PRIOR-RUN-DATE      PIC 9(8)       VALUE ZERO.
           05  WS-RUN-SWING-PERCENT   PIC S9(5)V9    COMP-3
                                                     VALUE ZERO.
           05  WS-SWING-DISPLAY       PIC +++++9.9.
           05  WS-PRIOR-DISPLAY       PIC $$$,$$$,$$$,$$9.99-.
           05  WS-CURRENT-DISPLAY     PIC $$$,$$$,$$$,$$9.99-.

      * BURST-CONTROL-FIELDS back the optional per-branch bursting.
      * RPT6000_BURST_BY_BRANCH of "Y" writes, alongside the full
           05  RG-ENTRY OCCURS 50 TIMES
                        INDEXED BY RG-INDEX.
              10  RG-REGION-CODE    PIC X(2).
              10  RG-TOTAL-THIS-YTD PIC S9(11)V99 COMP-3.
              10  RG-TOTAL-LAST-YTD PIC S9(11)V99 COMP-3.

       01  RG-TABLE-COUNT            PIC 9(3) VALUE ZERO.
       01  RG-TABLE-MAX              PIC 9(3) VALUE 50.
       01  EX-TABLE-MAX              PIC 9(3) VALUE 500.

       01  EXTRACT-FIELDS.
           05  EXT-THIS-YTD          PIC -(9)9.99.
           05  EXT-LAST-YTD          PIC -(9)9.99.
           05  EXT-CHANGE-AMOUNT     PIC -(10)9.99.

       01  EXTRACT-HEADER-LINE       PIC X(200).

           05  SPACE-CONTROL   PIC S9.

       01  TOTAL-FIELDS  PACKED-DECIMAL.
           05 SALESREP-TOTAL-THIS-YTD PIC S9(11)V99  VALUE ZERO.
           05 SALESREP-TOTAL-LAST-YTD PIC S9(11)V99  VALUE ZERO.
           05 BRANCH-TOTAL-THIS-YTD   PIC S9(11)V99  VALUE ZERO.
           05 BRANCH-TOTAL-LAST-YTD   PIC S9(11)V99  VALUE ZERO.
           05 DIVISION-TOTAL-THIS-YTD PIC S9(11)V99  VALUE ZERO.
           05 DIVISION-TOTAL-LAST-YTD PIC S9(11)V99  VALUE ZERO.
           05 GRAND-TOTAL-THIS-YTD    PIC S9(11)V99  VALUE ZERO.
           05 GRAND-TOTAL-LAST-YTD    PIC S9(11)V99  VALUE ZERO.
           05 GRAND-TOTAL-CHANGE-AMT  PIC S9(11)V99  VALUE ZERO.
           05 GRAND-TOTAL-CHANGE-PCT  PIC S9(3)V9    VALUE ZERO.

       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-CHANGE-AMOUNT       PIC S9(11)V99  VALUE ZERO.
           05  WS-CHANGE-PERCENT      PIC S9(3)V9    VALUE ZERO.
           05  WS-THIS-PERIOD-AMOUNT  PIC S9(9)V99   VALUE ZERO.
           05  WS-LAST-PERIOD-AMOUNT  PIC S9(9)V99   VALUE ZERO.

      * WS-COMPARISON-BASIS picks which pair of CUSTMAST fields 320 and
      * 329 compare: YTD (the original this-YTD/last-YTD), MONTH
      * WS-COLUMN-LABEL is HEADING-LINE-4's basis-specific replacement
      * for the static "THIS YTD      LAST YTD" sub-heading, set
      * alongside WS-REPORT-TITLE in 050-READ-RUN-PARAMETERS and moved
      * into HL4-PERIOD-LABELS by 100-FORMAT-REPORT-HEADING. On the
      * MONTH basis 057-LOAD-FISCAL-PERIOD puts the current and last
      * fiscal period names over the two amount columns through
      * WS-COLUMN-PERIOD-NAMES.
       01  WS-COLUMN-LABEL            PIC X(30)
           VALUE "  THIS YTD            LAST YTD".
       01  WS-COLUMN-PERIOD-NAMES REDEFINES WS-COLUMN-LABEL.
           05  FILLER                 PIC X(2).
           05  WS-COLUMN-THIS-NAME    PIC X(8).
           05  FILLER                 PIC X(12).
           05  WS-COLUMN-LAST-NAME    PIC X(8).

      * WS-EXTRACT-THIS-LABEL/WS-EXTRACT-LAST-LABEL are the CSV column
      * names for EXTRACT-HEADER-LINE's this-period/last-period columns,
           05  HL2-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL2-MINUTES     PIC 9(2).
           05  FILLER          PIC X(31)   VALUE SPACE.
           05  HL2-FISCAL-PERIOD PIC X(51) VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "RPT6000".
           05  FILLER          PIC X(29)   VALUE SPACE.


       01  HEADING-LINE-3.
           05  FILLER PIC X(58)    VALUE SPACE.
           05  FILLER PIC X(5)     VALUE "SALES".
           05  FILLER PIC X(15)    VALUE SPACE.
           05  FILLER PIC X(5)     VALUE "SALES".
           05  FILLER PIC X(14)    VALUE SPACE.
           05  FILLER PIC X(6)     VALUE "CHANGE".
           05  FILLER PIC X(3)     VALUE SPACE.
           05  FILLER PIC X(6)     VALUE "CHANGE".
           05  FILLER PIC X(18)    VALUE SPACE.

       01  HEADING-LINE-4.
           05  FILLER PIC X(17)    VALUE "BRANCH   SALESREP".
           05  FILLER PIC X(13)    VALUE SPACE.
           05  FILLER PIC X(8)     VALUE "CUSTOMER".
           05  FILLER PIC X(15)    VALUE SPACE.
           05  HL4-PERIOD-LABELS PIC X(30)
                          VALUE "  THIS YTD            LAST YTD".
           05  FILLER PIC X(14)    VALUE SPACE.
           05  FILLER PIC X(6)     VALUE "AMOUNT".
           05  FILLER PIC X(2)     VALUE SPACE.
           05  FILLER PIC X(7)     VALUE "PERCENT".
           05  FILLER PIC X(18)    VALUE SPACE.

       01  HEADING-LINE-5.
           05  FILLER PIC X(6)     VALUE ALL "-".
           05  FILLER PIC X(13)    VALUE ALL "-".
           05  FILLER PIC X(1)     VALUE SPACE.
           05  FILLER PIC X(26)    VALUE ALL "-".
           05  FILLER PIC X(2)     VALUE SPACE.
           05  FILLER PIC X(15)    VALUE ALL "-".
           05  FILLER PIC X(5)     VALUE SPACE.
           05  FILLER PIC X(15)    VALUE ALL "-".
           05  FILLER PIC X(3)     VALUE SPACE.
           05  FILLER PIC X(17)    VALUE ALL "-".
           05  FILLER PIC X(2)     VALUE SPACE.
           05  FILLER PIC X(6)     VALUE ALL "-".
           05  FILLER PIC X(18)    VALUE SPACE.

       01  CUSTOMER-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CL-CUSTOMER-NAME    PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-SALES-THIS-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(5)    VALUE SPACE.
           05  CL-SALES-LAST-YTD   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  CL-CHANGE-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  CL-CHANGE-PERCENT   PIC +++9.9.
           05  CL-CHANGE-PERCENT-R REDEFINES CL-CHANGE-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(18)   VALUE SPACE.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER          PIC X(38)
           05  FILLER              PIC X(70)   VALUE SPACE.

       01  SALESREP-TOTAL-LINE.
           05  FILLER              PIC X(29)   VALUE SPACE.
           05  FILLER              PIC X(16)   VALUE "SALESREP TOTAL".
           05  STL-SALES-THIS-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  STL-SALES-LAST-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  STL-CHANGE-AMOUNT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  STL-CHANGE-PERCENT  PIC +++9.9.
           05  STL-CHANGE-PERCENT-R REDEFINES STL-CHANGE-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(18)   VALUE "*".

       01  BRANCH-TOTAL-LINE.
           05  BTL-BRANCH-NAME     PIC X(20).
           05  FILLER              PIC X(9)    VALUE SPACE.
           05  FILLER              PIC X(16)   VALUE "  BRANCH TOTAL".
           05  BTL-SALES-THIS-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  BTL-SALES-LAST-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  BTL-CHANGE-AMOUNT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  BTL-CHANGE-PERCENT  PIC +++9.9.
           05  BTL-CHANGE-PERCENT-R REDEFINES BTL-CHANGE-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(18)   VALUE "**".

       01  DIVISION-TOTAL-LINE.
           05  DVL-DIVISION-NAME   PIC X(20).
           05  FILLER              PIC X(11)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "DIVISION TOTAL".
           05  DVL-SALES-THIS-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DVL-SALES-LAST-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DVL-CHANGE-AMOUNT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DVL-CHANGE-PERCENT  PIC +++9.9.
           05  FILLER              PIC X(18)   VALUE "---".

       01  REGION-TOTAL-LINE.
           05  RGL-REGION-CODE     PIC X(2).
           05  FILLER              PIC X(29)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "  REGION TOTAL".
           05  RGL-SALES-THIS-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RGL-SALES-LAST-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  RGL-CHANGE-AMOUNT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  RGL-CHANGE-PERCENT  PIC +++9.9.
           05  RGL-CHANGE-PERCENT-R REDEFINES RGL-CHANGE-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(18)   VALUE "**R".

       01  BRANCH-EXCEPTION-HEADING-LINE.
           05  FILLER          PIC X(38)
           05  FILLER               PIC X(109)  VALUE SPACE.

       01  GRAND-TOTAL-LINE-1.
           05  FILLER              PIC X(31)   VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "   GRAND TOTAL".
           05  GTL-SALES-THIS-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GTL-SALES-LAST-YTD  PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  GTL-CHANGE-AMOUNT   PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  GTL-CHANGE-PERCENT  PIC +++9.9.
           05  GTL-CHANGE-PERCENT-R REDEFINES GTL-CHANGE-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(18)   VALUE "***".


      * This is the main control paragraph of the program. It opens the

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 055-CHECK-RUN-CONTROL.
           PERFORM 057-LOAD-FISCAL-PERIOD.
           PERFORM 060-CHECK-FOR-DIVISION-LIST.
           PERFORM 150-CHECK-FOR-RESTART.
           PERFORM 065-RESOLVE-BURST-MODE.
              WHEN BASIS-IS-MONTH
                 MOVE "THIS-MONTH VS LAST-MONTH SALES REPORT"
                    TO WS-REPORT-TITLE
                 MOVE "THIS MONTH          LAST MONTH"
                    TO WS-COLUMN-LABEL
                 MOVE "SALES_THIS_MONTH"  TO WS-EXTRACT-THIS-LABEL
                 MOVE "SALES_LAST_MONTH"  TO WS-EXTRACT-LAST-LABEL
              WHEN BASIS-IS-2YEAR
                 MOVE "YTD VS TWO-YEARS-AGO SALES REPORT"
                    TO WS-REPORT-TITLE
                 MOVE "  THIS YTD             2YR AGO"
                    TO WS-COLUMN-LABEL
                 MOVE "SALES_THIS_YTD"     TO WS-EXTRACT-THIS-LABEL
                 MOVE "SALES_TWO_YEARS_AGO" TO WS-EXTRACT-LAST-LABEL
              WHEN OTHER
                 MOVE "YEAR-TO-DATE SALES REPORT" TO WS-REPORT-TITLE
                 MOVE "  THIS YTD            LAST YTD"
                    TO WS-COLUMN-LABEL
                 MOVE "SALES_THIS_YTD"     TO WS-EXTRACT-THIS-LABEL
                 MOVE "SALES_LAST_YTD"     TO WS-EXTRACT-LAST-LABEL
                 END-IF
           END-READ.

      * This paragraph finds the current fiscal period on the fiscal
      * calendar (see FISCAL) for the report headings: HEADING-LINE-2
      * names it under the title, and a MONTH run heads its two amount
      * columns with the current and last period names instead of
      * THIS MONTH and LAST MONTH. A missing calendar, or one with no
      * open period, is tolerated with a console warning the way a
      * missing RUNHIST is -- the report prints without period names.
       057-LOAD-FISCAL-PERIOD.
           OPEN INPUT FISCAL-CALENDAR.
           IF WS-FISCAL-STATUS NOT = "00"
              DISPLAY "*** RPT6000: NO FISCAL CALENDAR AVAILABLE "
                 "(STATUS " WS-FISCAL-STATUS "). PERIOD NAMES "
                 "WILL NOT PRINT."
           ELSE
              PERFORM 058-READ-FISCAL-RECORD
                 UNTIL FISCAL-EOF
                    OR CURRENT-PERIOD-FOUND
              CLOSE FISCAL-CALENDAR
              IF NOT CURRENT-PERIOD-FOUND
                 DISPLAY "*** RPT6000: NO OPEN PERIOD ON THE FISCAL "
                    "CALENDAR. PERIOD NAMES WILL NOT PRINT."
              END-IF
           END-IF.
           IF CURRENT-PERIOD-FOUND
              STRING "FISCAL PERIOD: "    DELIMITED BY SIZE
                     WS-CURRENT-PERIOD-NAME DELIMITED BY SIZE
                     " ("                 DELIMITED BY SIZE
                     WS-CURRENT-PERIOD    DELIMITED BY SIZE
                     ")"                  DELIMITED BY SIZE
                 INTO HL2-FISCAL-PERIOD
              END-STRING
              IF BASIS-IS-MONTH
                 AND WS-LAST-PERIOD-NAME NOT = SPACES
                 MOVE SPACES TO WS-COLUMN-LABEL
                 MOVE WS-CURRENT-PERIOD-NAME TO WS-COLUMN-THIS-NAME
                 MOVE WS-LAST-PERIOD-NAME    TO WS-COLUMN-LAST-NAME
              END-IF
           END-IF.

      * This paragraph reads one fiscal calendar record. The first
      * open period is the current one; the name read just before it
      * is the period CM-SALES-LAST-MONTH holds.
       058-READ-FISCAL-RECORD.
           READ FISCAL-CALENDAR
              AT END
                 SET FISCAL-EOF TO TRUE
              NOT AT END
                 IF FC-PERIOD-OPEN
                    SET CURRENT-PERIOD-FOUND TO TRUE
                    MOVE FC-PERIOD         TO WS-CURRENT-PERIOD
                    MOVE FC-PERIOD-NAME    TO WS-CURRENT-PERIOD-NAME
                    MOVE WS-PREVIOUS-READ-NAME TO WS-LAST-PERIOD-NAME
                 ELSE
                    MOVE FC-PERIOD-NAME    TO WS-PREVIOUS-READ-NAME
                 END-IF
           END-READ.

      * This paragraph looks for an optional DIVLIST file listing the
      * division CUSTMAST files to process. If DIVLIST is present, the
      * run processes every division named in it (070-PROCESS-ALL-
