       IDENTIFICATION DIVISION.

       PROGRAM-ID. PLS6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: PLS6000 prints the product-line sales analysis:
      *  for every branch, each product line's sales this month
      *  against the same month last year and its sales this YTD
      *  against last YTD, with the change percent printed the way
      *  RPT6000 prints it -- N/A when there was nothing last year to
      *  compare against and OVRFLW when the percent will not fit.
      *  The product-line figures come from the product-line sales
      *  file (PLSALES) CMU6000 and REV6000 append to, totalled by
      *  branch, product line and period, and the line names from the
      *  product line master (PRODLINE). The branch totals do not come
      *  from that file: this month, this YTD and last YTD are the
      *  CUSTMAST buckets totalled by branch, after the master's
      *  trailer control record has proved the file whole, and the
      *  same month last year is the SALESHST snapshot ROL6000 took
      *  when it closed that month. Whatever part of a branch total
      *  the product lines do not account for -- postings keyed
      *  without a code, sales posted before product lines were
      *  recorded, and sales that moved branch with their customer --
      *  prints as the branch's UNCLASSIFIED line, so every branch and
      *  the grand total balance to CUSTMAST. A summary of every
      *  product line across all branches follows the branch
      *  sections. The report period is the current fiscal period --
      *  the first open period on the fiscal calendar (see FISCAL) --
      *  and the headings name both periods the way the calendar
      *  names them. With no calendar on file the report falls back
      *  to the current month. The optional PLS6000_PERIOD parameter
      *  can pin the period (YYYYPP) a scheduled run expects, but it
      *  must name the current period: the CUSTMAST buckets the
      *  branch totals come from hold no other period, so a report
      *  for a closed one could not balance.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT PRODUCT-SALES-FILE ASSIGN TO PLSALES
               FILE STATUS IS WS-PLSALES-STATUS.
           SELECT PRODUCT-LINE-FILE ASSIGN TO PRODLINE
               FILE STATUS IS WS-PRODLINE-STATUS.
           SELECT INPUT-CUSTMAST  ASSIGN TO CUSTMAST.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT INPUT-BRNCHMST  ASSIGN TO BRNCHMST
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT FISCAL-CALENDAR ASSIGN TO FISCAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT OUTPUT-PLS6000  ASSIGN TO PLSRPT.

       DATA DIVISION.

       FILE SECTION.
       FD  PRODUCT-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PLSALES.

       FD  PRODUCT-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODLINE.

       FD  INPUT-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.
       COPY CMTRAILR.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESHST.

       FD  INPUT-BRNCHMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRNCHMST.

       FD  FISCAL-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL.

       FD  OUTPUT-PLS6000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-PLSALES-STATUS      PIC X(2)    VALUE "00".
       01  WS-PRODLINE-STATUS     PIC X(2)    VALUE "00".
       01  WS-SALESHST-STATUS     PIC X(2)    VALUE "00".
       01  WS-BRNCHMST-STATUS     PIC X(2)    VALUE "00".
       01  WS-FISCAL-STATUS       PIC X(2)    VALUE "00".

      * WS-REPORT-PERIOD is the fiscal period the report is for, from
      * PLS6000_PERIOD or the fiscal calendar (the run date's month
      * when there is no calendar); WS-LAST-YEAR-PERIOD is the same
      * period a year earlier. A PLSALES period in the report
      * period's year, up to the report period, counts toward this
      * YTD, and any period of the year before toward last YTD --
      * the same full prior year CM-SALES-LAST-YTD holds.
       01  PERIOD-FIELDS.
           05  WS-PERIOD-PARAM     PIC X(6)    VALUE SPACES.
           05  WS-PERIOD-PARAM-N REDEFINES WS-PERIOD-PARAM
                                   PIC 9(6).
           05  WS-CURRENT-PERIOD   PIC 9(6)    VALUE ZERO.
           05  WS-REPORT-PERIOD    PIC 9(6)    VALUE ZERO.
           05  WS-REPORT-PERIOD-X REDEFINES WS-REPORT-PERIOD.
               10  WS-REPORT-YEAR  PIC 9(4).
               10  WS-REPORT-MONTH PIC 9(2).
           05  WS-LAST-YEAR-PERIOD PIC 9(6)    VALUE ZERO.
           05  WS-LAST-YEAR        PIC 9(4)    VALUE ZERO.
           05  WS-RECORD-YEAR      PIC 9(4)    VALUE ZERO.
           05  WS-REPORT-PERIOD-NAME PIC X(8)  VALUE SPACES.
           05  WS-LAST-YEAR-PERIOD-NAME PIC X(8) VALUE SPACES.

      * FISCAL-NAME-TABLE holds the fiscal calendar's periods the way
      * TRD6000 holds them for its column headings, with each
      * period's status so the current (first open) period can be
      * found.
       01  FISCAL-NAME-TABLE.
           05  FN-ENTRY OCCURS 120 TIMES
                        INDEXED BY FN-INDEX.
              10  FN-PERIOD       PIC 9(6).
              10  FN-PERIOD-NAME  PIC X(8).
              10  FN-PERIOD-STATUS PIC X(1).
                  88  FN-PERIOD-OPEN          VALUE "O".

       01  FN-COUNT                  PIC 9(3) VALUE ZERO.
       01  FN-TABLE-MAX              PIC 9(3) VALUE 120.

      * BRANCH-TABLE holds the branch master the way TRD6000 holds
      * it, for the branch headings. A missing BRNCHMST is tolerated
      * the same way: every branch prints UNKNOWN until it exists.
       01  BRANCH-TABLE.
           05  BRANCH-GROUP OCCURS 100 TIMES
                            INDEXED BY BRT-INDEX.
              10  BRANCH-NUMBER   PIC 9(2).
              10  BRANCH-NAME     PIC X(20).

       01  BRANCH-TABLE-SIZE         PIC 9(3) VALUE 100.
       01  BRANCH-COUNT              PIC 9(3) VALUE ZERO.

      * PRODUCT-LINE-TABLE holds the product lines in PRODLINE order,
      * followed by any code found on PLSALES that is no longer on the
      * master, so sales posted under a line since retired still
      * print under their own code. Sales for a code that finds the
      * table full are left out of the product lines and so land in
      * UNCLASSIFIED; they are counted and warned about.
       01  PRODUCT-LINE-TABLE.
           05  PLT-ENTRY OCCURS 99 TIMES
                           INDEXED BY PLT-INDEX.
              10  PLT-PRODUCT-LINE    PIC X(3).
              10  PLT-DESCRIPTION     PIC X(20).

       01  PRODUCT-LINE-TABLE-SIZE   PIC 9(2) VALUE 99.
       01  PRODUCT-LINE-COUNT        PIC 9(2) VALUE ZERO.

      * BRANCH-SALES-TABLE has one entry per possible branch number,
      * subscripted by branch number plus one. Each of the four
      * amount columns is 1 this month, 2 same month last year, 3
      * this YTD and 4 last YTD. BS-CONTROL-AMOUNT is the branch's
      * total from CUSTMAST (columns 1, 3 and 4) and SALESHST (column
      * 2); BS-LINE-AMOUNT is each product line's PLSALES total and
      * BS-UNCODED-AMOUNT the PLSALES total posted without a code.
       01  BRANCH-SALES-TABLE.
           05  BS-ENTRY OCCURS 100 TIMES.
              10  BS-ACTIVE-SWITCH     PIC X(1).
                  88  BS-ACTIVE                VALUE "Y".
              10  BS-CONTROL-AMOUNT    OCCURS 4 TIMES
                                       PIC S9(11)V99 COMP-3.
              10  BS-UNCODED-AMOUNT    OCCURS 4 TIMES
                                       PIC S9(11)V99 COMP-3.
              10  BS-LINE-GROUP OCCURS 99 TIMES.
                  15  BS-LINE-AMOUNT   OCCURS 4 TIMES
                                       PIC S9(11)V99 COMP-3.

      * GRAND-SALES-TABLE accumulates the branch sections for the
      * all-branches summary as each branch prints.
       01  GRAND-SALES-TABLE.
           05  GT-CONTROL-AMOUNT       OCCURS 4 TIMES
                                       PIC S9(11)V99 COMP-3.
           05  GT-LINE-GROUP OCCURS 99 TIMES.
               10  GT-LINE-AMOUNT      OCCURS 4 TIMES
                                       PIC S9(11)V99 COMP-3.

      * PRINT-AMOUNTS are the four column amounts of the line being
      * printed; WS-COLUMN-HIT flags which columns the PLSALES record
      * in hand counts toward.
       01  PRINT-AMOUNTS.
           05  PA-AMOUNT OCCURS 4 TIMES PIC S9(11)V99 COMP-3.

       01  LINE-SUM-AMOUNTS.
           05  LS-AMOUNT OCCURS 4 TIMES PIC S9(11)V99 COMP-3.

       01  COLUMN-HIT-TABLE.
           05  WS-COLUMN-HIT OCCURS 4 TIMES PIC X(1).

       01  WS-CHANGE-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  SWITCHES.
           05  PLSALES-EOF-SWITCH      PIC X    VALUE "N".
              88 PLSALES-EOF                    VALUE "Y".
           05  PRODLINE-EOF-SWITCH     PIC X    VALUE "N".
              88 PRODLINE-EOF                   VALUE "Y".
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
           05  SALESHST-EOF-SWITCH     PIC X    VALUE "N".
              88 SALESHST-EOF                   VALUE "Y".
           05  BRNCHMST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRNCHMST-EOF                   VALUE "Y".
           05  FISCAL-EOF-SWITCH       PIC X    VALUE "N".
              88 FISCAL-EOF                     VALUE "Y".
           05  CUSTMAST-TRAILER-SWITCH PIC X    VALUE "N".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  HISTORY-PERIOD-SWITCH   PIC X    VALUE "N".
              88 HISTORY-PERIOD-FOUND           VALUE "Y".
           05  LINE-FOUND-SWITCH       PIC X    VALUE "N".
              88 LINE-FOUND                     VALUE "Y".

       01  CONTROL-TOTAL-FIELDS.
           05  WS-CUSTMAST-DATA-COUNT PIC 9(8)         VALUE ZERO.
           05  WS-CUSTMAST-HASH-YTD   PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.
           05  WS-CUSTMAST-TRL-COUNT  PIC 9(8)         VALUE ZERO.
           05  WS-CUSTMAST-TRL-HASH   PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.

       01  RUN-COUNTS.
           05  WS-PLSALES-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-OUTSIDE-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-HISTORY-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-BAD-KEY-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-LINE-OVERFLOW    PIC 9(8)    VALUE ZERO.
           05  WS-BRANCHES-PRINTED PIC 9(3)    VALUE ZERO.

       01  WS-BR-SUB              PIC 9(3)    VALUE ZERO.
       01  WS-LN-SUB              PIC 9(2)    VALUE ZERO.
       01  WS-COL-SUB             PIC 9(1)    VALUE ZERO.
       01  WS-BRANCH-NUMBER       PIC 9(2)    VALUE ZERO.
       01  WS-FIND-LINE           PIC X(3)    VALUE SPACES.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(34)
               VALUE "PRODUCT LINE SALES ANALYSIS".
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "PLS6000".

       01  HEADING-LINE-2.
           05  FILLER          PIC X(8)    VALUE "PERIOD: ".
           05  HL2-PERIOD      PIC 9(6).
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL2-PERIOD-NAME PIC X(8).
           05  FILLER          PIC X(19)
               VALUE "   COMPARED WITH:  ".
           05  HL2-LAST-YEAR-PERIOD PIC 9(6).
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  HL2-LAST-YEAR-NAME PIC X(8).
           05  FILLER          PIC X(73)   VALUE SPACE.

       01  COLUMN-HEADING-LINE.
           05  FILLER          PIC X(26)   VALUE "LINE DESCRIPTION".
           05  FILLER          PIC X(18)   VALUE "        THIS MONTH".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "   LAST YEAR MONTH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE " CHG %".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "          THIS YTD".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "          LAST YTD".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE " CHG %".
           05  FILLER          PIC X(12)   VALUE SPACE.

       01  BRANCH-HEADING-LINE.
           05  FILLER          PIC X(7)    VALUE "BRANCH ".
           05  BHL-BRANCH-NUMBER PIC 9(2).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  BHL-BRANCH-NAME PIC X(20).
           05  FILLER          PIC X(99)   VALUE SPACE.

       01  ALL-BRANCHES-HEADING-LINE.
           05  FILLER          PIC X(30)
               VALUE "ALL BRANCHES".
           05  FILLER          PIC X(100)  VALUE SPACE.

      * DETAIL-LINE serves every row of the report: a product line,
      * the UNCLASSIFIED line and the total lines. The percent fields
      * carry the REDEFINES RPT6000's customer line uses, so N/A and
      * OVRFLW can replace the edited figure.
       01  DETAIL-LINE.
           05  DL-PRODUCT-LINE     PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-DESCRIPTION      PIC X(20).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-THIS-MONTH       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-LAST-YEAR-MONTH  PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-MONTH-PERCENT    PIC +++9.9.
           05  DL-MONTH-PERCENT-R REDEFINES DL-MONTH-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-THIS-YTD         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DL-LAST-YTD         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  DL-YTD-PERCENT      PIC +++9.9.
           05  DL-YTD-PERCENT-R REDEFINES DL-YTD-PERCENT
                                   PIC X(6).
           05  FILLER              PIC X(12)   VALUE SPACE.

       01  NO-HISTORY-LINE.
           05  FILLER          PIC X(38)
               VALUE "* NO SALES HISTORY ON FILE FOR PERIOD ".
           05  NHL-PERIOD      PIC 9(6).
           05  FILLER          PIC X(86)
               VALUE " - LAST YEAR MONTH UNCLASSIFIED SHOWS ONLY SALES P
      -        "OSTED WITHOUT A PRODUCT LINE.".

       PROCEDURE DIVISION.

      * This is the main driver. It settles the report period, loads
      * the branch and product line masters, totals CUSTMAST, the
      * sales history and the product-line sales file by branch, and
      * prints a section per branch followed by the all-branches
      * summary.
       000-PREPARE-PRODUCT-LINE-REPORT.

           INITIALIZE BRANCH-TABLE.
           INITIALIZE PRODUCT-LINE-TABLE.
           INITIALIZE BRANCH-SALES-TABLE.
           INITIALIZE GRAND-SALES-TABLE.
           INITIALIZE FISCAL-NAME-TABLE.

           PERFORM 040-LOAD-FISCAL-CALENDAR.
           PERFORM 050-READ-RUN-PARAMETERS.

           OPEN OUTPUT OUTPUT-PLS6000.

           PERFORM 230-LOAD-BRANCH-TABLE.
           PERFORM 240-LOAD-PRODUCT-LINE-TABLE.

           PERFORM 300-TOTAL-CUSTMAST.
           PERFORM 320-TOTAL-SALES-HISTORY.
           PERFORM 340-TOTAL-PRODUCT-SALES.

           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 500-PRINT-BRANCH-SECTIONS.
           PERFORM 600-PRINT-ALL-BRANCHES.

           CLOSE OUTPUT-PLS6000.

           PERFORM 910-REPORT-RUN-SUMMARY.

           STOP RUN.

      * This paragraph loads the fiscal calendar's periods into
      * FISCAL-NAME-TABLE. A missing calendar is tolerated with a
      * console warning the way TRD6000 tolerates one: the report
      * period defaults to the current month and prints unnamed.
       040-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR.
           IF WS-FISCAL-STATUS NOT = "00"
              DISPLAY "*** PLS6000: NO FISCAL CALENDAR AVAILABLE "
                 "(STATUS " WS-FISCAL-STATUS "). PERIODS WILL NOT "
                 "BE NAMED."
           ELSE
              PERFORM UNTIL FISCAL-EOF
                 OR FN-COUNT = FN-TABLE-MAX
                 PERFORM 045-READ-FISCAL-RECORD
                 IF NOT FISCAL-EOF
                    ADD 1 TO FN-COUNT
                    MOVE FC-PERIOD
                       TO FN-PERIOD (FN-COUNT)
                    MOVE FC-PERIOD-NAME
                       TO FN-PERIOD-NAME (FN-COUNT)
                    MOVE FC-PERIOD-STATUS
                       TO FN-PERIOD-STATUS (FN-COUNT)
                 END-IF
              END-PERFORM
              CLOSE FISCAL-CALENDAR
           END-IF.

      * This paragraph reads a single record from FISCAL-CALENDAR.
       045-READ-FISCAL-RECORD.
           READ FISCAL-CALENDAR
              AT END
                 SET FISCAL-EOF TO TRUE
           END-READ.

      * This paragraph settles the report period: the current fiscal
      * period, or the current month when the calendar has no open
      * period to offer. A PLS6000_PERIOD that is not a real YYYYPP,
      * or that names any other period, stops the run before anything
      * is printed -- the branch totals are the CUSTMAST buckets,
      * which hold only the current period, and a report whose lines
      * do not balance to its totals is worse than none.
       050-READ-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-CURRENT-PERIOD = CD-YEAR * 100 + CD-MONTH.
           SET FN-INDEX TO 1.
           SEARCH FN-ENTRY
              AT END
                 CONTINUE
              WHEN FN-INDEX > FN-COUNT
                 CONTINUE
              WHEN FN-PERIOD-OPEN (FN-INDEX)
                 MOVE FN-PERIOD (FN-INDEX) TO WS-CURRENT-PERIOD
           END-SEARCH.
           ACCEPT WS-PERIOD-PARAM FROM ENVIRONMENT "PLS6000_PERIOD".
           IF WS-PERIOD-PARAM = SPACES
              MOVE WS-CURRENT-PERIOD TO WS-REPORT-PERIOD
           ELSE
              IF WS-PERIOD-PARAM IS NOT NUMERIC
                 DISPLAY "*****************************************"
                 DISPLAY "*** PLS6000 ERROR: PLS6000_PERIOD MUST BE "
                    "A PERIOD IN YYYYPP FORM ***"
                 DISPLAY "*** VALUE RECEIVED WAS '" WS-PERIOD-PARAM
                    "'. NO REPORT WAS PRODUCED."
                 DISPLAY "*****************************************"
                 STOP RUN
              END-IF
              MOVE WS-PERIOD-PARAM-N TO WS-REPORT-PERIOD
           END-IF.
           IF WS-REPORT-MONTH < 1 OR WS-REPORT-MONTH > 12
              OR WS-REPORT-YEAR = ZERO
              DISPLAY "*****************************************"
              DISPLAY "*** PLS6000 ERROR: PLS6000_PERIOD MUST BE "
                 "A PERIOD IN YYYYPP FORM ***"
              DISPLAY "*** VALUE RECEIVED WAS '" WS-PERIOD-PARAM
                 "'. NO REPORT WAS PRODUCED."
              DISPLAY "*****************************************"
              STOP RUN
           END-IF.
           IF WS-REPORT-PERIOD NOT = WS-CURRENT-PERIOD
              DISPLAY "*****************************************"
              DISPLAY "*** PLS6000 ERROR: PLS6000_PERIOD MUST NAME "
                 "THE CURRENT PERIOD, " WS-CURRENT-PERIOD " ***"
              DISPLAY "*** VALUE RECEIVED WAS '" WS-PERIOD-PARAM
                 "'. NO REPORT WAS PRODUCED."
              DISPLAY "*****************************************"
              STOP RUN
           END-IF.
           COMPUTE WS-LAST-YEAR-PERIOD = WS-REPORT-PERIOD - 100.
           COMPUTE WS-LAST-YEAR = WS-REPORT-YEAR - 1.
           PERFORM VARYING FN-INDEX FROM 1 BY 1
              UNTIL FN-INDEX > FN-COUNT
              IF FN-PERIOD (FN-INDEX) = WS-REPORT-PERIOD
                 MOVE FN-PERIOD-NAME (FN-INDEX)
                    TO WS-REPORT-PERIOD-NAME
              END-IF
              IF FN-PERIOD (FN-INDEX) = WS-LAST-YEAR-PERIOD
                 MOVE FN-PERIOD-NAME (FN-INDEX)
                    TO WS-LAST-YEAR-PERIOD-NAME
              END-IF
           END-PERFORM.

      * This paragraph writes the report heading: run date and time,
      * then the period reported and the period it is compared with,
      * each with its fiscal period name when the calendar has one.
       100-FORMAT-REPORT-HEADING.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE WS-REPORT-PERIOD    TO HL2-PERIOD.
           MOVE WS-LAST-YEAR-PERIOD TO HL2-LAST-YEAR-PERIOD.
           MOVE WS-REPORT-PERIOD-NAME    TO HL2-PERIOD-NAME.
           MOVE WS-LAST-YEAR-PERIOD-NAME TO HL2-LAST-YEAR-NAME.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph loads the branch master into BRANCH-TABLE the
      * way TRD6000's 230-LOAD-BRANCH-TABLE does, tolerating a
      * missing file with a console warning.
       230-LOAD-BRANCH-TABLE.
           OPEN INPUT INPUT-BRNCHMST.
           IF WS-BRNCHMST-STATUS NOT = "00"
              DISPLAY "*** PLS6000: NO BRNCHMST FILE AVAILABLE "
                 "(STATUS " WS-BRNCHMST-STATUS "). BRANCH NAMES "
                 "WILL SHOW AS UNKNOWN."
           ELSE
              PERFORM UNTIL BRNCHMST-EOF
                         OR BRANCH-COUNT = BRANCH-TABLE-SIZE
                      PERFORM 235-READ-BRANCH-RECORD
                      IF NOT BRNCHMST-EOF
                          ADD 1 TO BRANCH-COUNT
                          MOVE BM-BRANCH-NUMBER
                             TO BRANCH-NUMBER (BRANCH-COUNT)
                          MOVE BM-BRANCH-NAME
                             TO BRANCH-NAME (BRANCH-COUNT)
                       END-IF
              END-PERFORM
              CLOSE INPUT-BRNCHMST
           END-IF.

      * This paragraph reads a single record from INPUT-BRNCHMST.
       235-READ-BRANCH-RECORD.
           READ INPUT-BRNCHMST
              AT END
                 SET BRNCHMST-EOF TO TRUE
           END-READ.

      * This paragraph loads the product line master into
      * PRODUCT-LINE-TABLE in file order. A missing PRODLINE is
      * tolerated with a console warning: codes found on PLSALES are
      * still reported, under their code alone.
       240-LOAD-PRODUCT-LINE-TABLE.
           OPEN INPUT PRODUCT-LINE-FILE.
           IF WS-PRODLINE-STATUS NOT = "00"
              DISPLAY "*** PLS6000: NO PRODLINE FILE AVAILABLE "
                 "(STATUS " WS-PRODLINE-STATUS "). PRODUCT LINE "
                 "NAMES WILL NOT PRINT."
           ELSE
              PERFORM UNTIL PRODLINE-EOF
                 READ PRODUCT-LINE-FILE
                    AT END
                       SET PRODLINE-EOF TO TRUE
                    NOT AT END
                       IF PL-PRODUCT-LINE NOT = SPACES
                          MOVE PL-PRODUCT-LINE TO WS-FIND-LINE
                          PERFORM 245-FIND-PRODUCT-LINE
                          IF WS-LN-SUB > ZERO
                             MOVE PL-DESCRIPTION
                                TO PLT-DESCRIPTION (WS-LN-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-LINE-FILE
           END-IF.

      * This paragraph finds WS-FIND-LINE in PRODUCT-LINE-TABLE,
      * adding it at the end the first time it is seen, and leaves
      * its position in WS-LN-SUB -- zero when the table is full.
      * A code added here from PLSALES rather than PRODLINE is
      * described as not on the master.
       245-FIND-PRODUCT-LINE.
           MOVE "N" TO LINE-FOUND-SWITCH.
           MOVE ZERO TO WS-LN-SUB.
           SET PLT-INDEX TO 1.
           SEARCH PLT-ENTRY
              AT END
                 CONTINUE
              WHEN PLT-PRODUCT-LINE (PLT-INDEX) = WS-FIND-LINE
                 SET LINE-FOUND TO TRUE
                 SET WS-LN-SUB TO PLT-INDEX
           END-SEARCH.
           IF NOT LINE-FOUND
              IF PRODUCT-LINE-COUNT < PRODUCT-LINE-TABLE-SIZE
                 ADD 1 TO PRODUCT-LINE-COUNT
                 MOVE PRODUCT-LINE-COUNT TO WS-LN-SUB
                 MOVE WS-FIND-LINE TO PLT-PRODUCT-LINE (WS-LN-SUB)
                 MOVE "NOT ON PRODLINE" TO PLT-DESCRIPTION (WS-LN-SUB)
              END-IF
           END-IF.

      * This paragraph totals the CUSTMAST buckets by branch into the
      * control columns -- this month, this YTD and last YTD -- and
      * verifies the master's trailer control record before any of it
      * is trusted, exactly as RPT6000's 318-VERIFY-CUSTMAST-TRAILER
      * does: totals built on a short master would balance the report
      * to the wrong figures.
       300-TOTAL-CUSTMAST.
           OPEN INPUT INPUT-CUSTMAST.
           PERFORM 310-READ-CUSTOMER-RECORD.
           PERFORM UNTIL CUSTMAST-EOF
              IF CM-BRANCH-NUMBER IS NUMERIC
                 COMPUTE WS-BR-SUB = CM-BRANCH-NUMBER + 1
                 SET BS-ACTIVE (WS-BR-SUB) TO TRUE
                 IF CM-SALES-THIS-MONTH IS NUMERIC
                    ADD CM-SALES-THIS-MONTH
                       TO BS-CONTROL-AMOUNT (WS-BR-SUB, 1)
                 END-IF
                 IF CM-SALES-THIS-YTD IS NUMERIC
                    ADD CM-SALES-THIS-YTD
                       TO BS-CONTROL-AMOUNT (WS-BR-SUB, 3)
                 END-IF
                 IF CM-SALES-LAST-YTD IS NUMERIC
                    ADD CM-SALES-LAST-YTD
                       TO BS-CONTROL-AMOUNT (WS-BR-SUB, 4)
                 END-IF
              ELSE
                 ADD 1 TO WS-BAD-KEY-COUNT
              END-IF
              PERFORM 310-READ-CUSTOMER-RECORD
           END-PERFORM.
           CLOSE INPUT-CUSTMAST.
           PERFORM 318-VERIFY-CUSTMAST-TRAILER.

      * This paragraph reads a single data record from CUSTMAST,
      * capturing the trailer control record and counting and hashing
      * every data record, exactly as RPT6000's 310 does.
       310-READ-CUSTOMER-RECORD.
           PERFORM 311-READ-CUSTMAST-ONCE.
           PERFORM UNTIL CUSTMAST-EOF OR NOT TCM-IS-TRAILER
              SET CUSTMAST-TRAILER-SEEN TO TRUE
              MOVE TCM-RECORD-COUNT   TO WS-CUSTMAST-TRL-COUNT
              MOVE TCM-HASH-THIS-YTD  TO WS-CUSTMAST-TRL-HASH
              PERFORM 311-READ-CUSTMAST-ONCE
           END-PERFORM.
           IF NOT CUSTMAST-EOF
              ADD 1 TO WS-CUSTMAST-DATA-COUNT
              IF CM-SALES-THIS-YTD IS NUMERIC
                 ADD CM-SALES-THIS-YTD TO WS-CUSTMAST-HASH-YTD
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 310-READ-CUSTOMER-RECORD.
       311-READ-CUSTMAST-ONCE.
           READ INPUT-CUSTMAST
              AT END
                 SET CUSTMAST-EOF TO TRUE
           END-READ.

      * This paragraph verifies the CUSTMAST trailer control record
      * once the whole file has been read.
       318-VERIFY-CUSTMAST-TRAILER.
           IF NOT CUSTMAST-TRAILER-SEEN
              DISPLAY "*****************************************"
              DISPLAY "*** PLS6000 ERROR: CUSTMAST HAS NO TRAILER "
                 "CONTROL RECORD ***"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.
           IF WS-CUSTMAST-TRL-COUNT NOT = WS-CUSTMAST-DATA-COUNT
              OR WS-CUSTMAST-TRL-HASH NOT = WS-CUSTMAST-HASH-YTD
              DISPLAY "*****************************************"
              DISPLAY "*** PLS6000 ERROR: CUSTMAST FAILED ITS "
                 "TRAILER CONTROL CHECK ***"
              DISPLAY "*** TRAILER COUNT " WS-CUSTMAST-TRL-COUNT
                 "  RECORDS READ " WS-CUSTMAST-DATA-COUNT
              DISPLAY "*** TRAILER HASH  " WS-CUSTMAST-TRL-HASH
                 "  HASH COMPUTED " WS-CUSTMAST-HASH-YTD
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.

      * This paragraph stops the run after a CUSTMAST control failure.
      * Nothing but the heading has been written, so the report is
      * released empty.
       940-STOP-CONTROL-FAILURE.
           DISPLAY "*** THE FILE IS TRUNCATED, DOUBLED, OR WAS NOT "
              "WRITTEN BY ITS PRODUCING PROGRAM.".
           DISPLAY "*** NO REPORT WAS RELEASED.".
           DISPLAY "*****************************************".
           CLOSE OUTPUT-PLS6000.
           STOP RUN.

      * This paragraph totals the sales history snapshot ROL6000 took
      * of the same month last year by branch, the control for the
      * last-year-month column. A missing history file, or one with
      * no snapshot for that month, leaves the column uncontrolled:
      * 510 then balances it to the product-line sales file alone and
      * the report says so.
       320-TOTAL-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE.
           IF WS-SALESHST-STATUS NOT = "00"
              DISPLAY "*** PLS6000: NO SALES HISTORY FILE AVAILABLE "
                 "(STATUS " WS-SALESHST-STATUS ")."
           ELSE
              PERFORM UNTIL SALESHST-EOF
                 READ SALES-HISTORY-FILE
                    AT END
                       SET SALESHST-EOF TO TRUE
                    NOT AT END
                       PERFORM 325-TOTAL-HISTORY-RECORD
                 END-READ
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF.

      * This paragraph adds one history record to its branch's
      * last-year-month control when it is for that month.
       325-TOTAL-HISTORY-RECORD.
           IF SH-PERIOD IS NUMERIC
              AND SH-PERIOD = WS-LAST-YEAR-PERIOD
              SET HISTORY-PERIOD-FOUND TO TRUE
              ADD 1 TO WS-HISTORY-COUNT
              IF SH-BRANCH-NUMBER IS NUMERIC
                 AND SH-SALES-AMOUNT IS NUMERIC
                 COMPUTE WS-BR-SUB = SH-BRANCH-NUMBER + 1
                 SET BS-ACTIVE (WS-BR-SUB) TO TRUE
                 ADD SH-SALES-AMOUNT
                    TO BS-CONTROL-AMOUNT (WS-BR-SUB, 2)
              ELSE
                 ADD 1 TO WS-BAD-KEY-COUNT
              END-IF
           END-IF.

      * This paragraph totals the product-line sales file by branch
      * and product line into whichever columns each record's period
      * counts toward. Records for periods the report does not cover
      * (older than last year, or after the report period) are
      * counted and skipped. A missing file (status "35" -- nothing
      * has posted since product lines were introduced) leaves every
      * branch wholly UNCLASSIFIED.
       340-TOTAL-PRODUCT-SALES.
           OPEN INPUT PRODUCT-SALES-FILE.
           IF WS-PLSALES-STATUS NOT = "00"
              DISPLAY "*** PLS6000: NO PRODUCT-LINE SALES FILE "
                 "AVAILABLE (STATUS " WS-PLSALES-STATUS "). ALL "
                 "SALES WILL SHOW AS UNCLASSIFIED."
           ELSE
              PERFORM UNTIL PLSALES-EOF
                 READ PRODUCT-SALES-FILE
                    AT END
                       SET PLSALES-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO WS-PLSALES-COUNT
                       PERFORM 345-TOTAL-PRODUCT-SALES-RECORD
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-SALES-FILE
           END-IF.

      * This paragraph decides which columns the record just read
      * counts toward and adds it to its branch's product line, or to
      * the branch's uncoded total when it carries no code.
       345-TOTAL-PRODUCT-SALES-RECORD.
           MOVE ALL "N" TO COLUMN-HIT-TABLE.
           IF PS-PERIOD IS NUMERIC
              COMPUTE WS-RECORD-YEAR = PS-PERIOD / 100
              IF PS-PERIOD = WS-REPORT-PERIOD
                 MOVE "Y" TO WS-COLUMN-HIT (1)
              END-IF
              IF PS-PERIOD = WS-LAST-YEAR-PERIOD
                 MOVE "Y" TO WS-COLUMN-HIT (2)
              END-IF
              IF WS-RECORD-YEAR = WS-REPORT-YEAR
                 AND PS-PERIOD NOT > WS-REPORT-PERIOD
                 MOVE "Y" TO WS-COLUMN-HIT (3)
              END-IF
              IF WS-RECORD-YEAR = WS-LAST-YEAR
                 MOVE "Y" TO WS-COLUMN-HIT (4)
              END-IF
           END-IF.
           IF COLUMN-HIT-TABLE = ALL "N"
              ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
              IF PS-BRANCH-NUMBER IS NOT NUMERIC
                 OR PS-SALES-AMOUNT IS NOT NUMERIC
                 ADD 1 TO WS-BAD-KEY-COUNT
              ELSE
                 COMPUTE WS-BR-SUB = PS-BRANCH-NUMBER + 1
                 SET BS-ACTIVE (WS-BR-SUB) TO TRUE
                 MOVE ZERO TO WS-LN-SUB
                 IF PS-PRODUCT-LINE NOT = SPACES
                    MOVE PS-PRODUCT-LINE TO WS-FIND-LINE
                    PERFORM 245-FIND-PRODUCT-LINE
                    IF WS-LN-SUB = ZERO
                       ADD 1 TO WS-LINE-OVERFLOW
                    END-IF
                 END-IF
                 PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                    UNTIL WS-COL-SUB > 4
                    IF WS-COLUMN-HIT (WS-COL-SUB) = "Y"
                       IF WS-LN-SUB = ZERO
                          ADD PS-SALES-AMOUNT TO BS-UNCODED-AMOUNT
                             (WS-BR-SUB, WS-COL-SUB)
                       ELSE
                          ADD PS-SALES-AMOUNT TO BS-LINE-AMOUNT
                             (WS-BR-SUB, WS-LN-SUB, WS-COL-SUB)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      * This paragraph prints a section for every branch that has
      * anything to report, in branch number order.
       500-PRINT-BRANCH-SECTIONS.
           PERFORM VARYING WS-BR-SUB FROM 1 BY 1
              UNTIL WS-BR-SUB > 100
              IF BS-ACTIVE (WS-BR-SUB)
                 PERFORM 510-PRINT-ONE-BRANCH
              END-IF
           END-PERFORM.

      * This paragraph prints one branch: its heading, a line for
      * every product line with sales in any column, the UNCLASSIFIED
      * line that takes the branch to its control totals, and the
      * branch total. A last-year-month column with no history
      * snapshot to control it is balanced to the product-line sales
      * file instead, its uncoded postings becoming the UNCLASSIFIED
      * figure. The branch is then added into the all-branches
      * summary.
       510-PRINT-ONE-BRANCH.
           ADD 1 TO WS-BRANCHES-PRINTED.
           COMPUTE WS-BRANCH-NUMBER = WS-BR-SUB - 1.
           MOVE WS-BRANCH-NUMBER TO BHL-BRANCH-NUMBER.
           PERFORM 515-MOVE-BRANCH-NAME.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

           INITIALIZE LINE-SUM-AMOUNTS.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
              UNTIL WS-LN-SUB > PRODUCT-LINE-COUNT
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                 UNTIL WS-COL-SUB > 4
                 MOVE BS-LINE-AMOUNT (WS-BR-SUB, WS-LN-SUB, WS-COL-SUB)
                    TO PA-AMOUNT (WS-COL-SUB)
                 ADD PA-AMOUNT (WS-COL-SUB) TO LS-AMOUNT (WS-COL-SUB)
                 ADD PA-AMOUNT (WS-COL-SUB)
                    TO GT-LINE-AMOUNT (WS-LN-SUB, WS-COL-SUB)
              END-PERFORM
              IF PA-AMOUNT (1) NOT = ZERO OR PA-AMOUNT (2) NOT = ZERO
                 OR PA-AMOUNT (3) NOT = ZERO
                 OR PA-AMOUNT (4) NOT = ZERO
                 MOVE PLT-PRODUCT-LINE (WS-LN-SUB) TO DL-PRODUCT-LINE
                 MOVE PLT-DESCRIPTION (WS-LN-SUB)  TO DL-DESCRIPTION
                 PERFORM 550-PRINT-DETAIL-LINE
              END-IF
           END-PERFORM.

           IF NOT HISTORY-PERIOD-FOUND
              COMPUTE BS-CONTROL-AMOUNT (WS-BR-SUB, 2) =
                 LS-AMOUNT (2) + BS-UNCODED-AMOUNT (WS-BR-SUB, 2)
           END-IF.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 4
              COMPUTE PA-AMOUNT (WS-COL-SUB) =
                 BS-CONTROL-AMOUNT (WS-BR-SUB, WS-COL-SUB)
                 - LS-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES         TO DL-PRODUCT-LINE.
           MOVE "UNCLASSIFIED" TO DL-DESCRIPTION.
           PERFORM 550-PRINT-DETAIL-LINE.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 4
              MOVE BS-CONTROL-AMOUNT (WS-BR-SUB, WS-COL-SUB)
                 TO PA-AMOUNT (WS-COL-SUB)
              ADD PA-AMOUNT (WS-COL-SUB)
                 TO GT-CONTROL-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE "**"           TO DL-PRODUCT-LINE.
           MOVE "BRANCH TOTAL" TO DL-DESCRIPTION.
           PERFORM 550-PRINT-DETAIL-LINE.

      * This paragraph resolves the branch heading's name from
      * BRANCH-TABLE, UNKNOWN for an unmatched branch. Branch zero is
      * forced to UNKNOWN before the SEARCH so it cannot match an
      * unused zero-initialized slot, the TRD6000 precaution.
       515-MOVE-BRANCH-NAME.
           IF WS-BRANCH-NUMBER = ZERO
              MOVE "UNKNOWN" TO BHL-BRANCH-NAME
           ELSE
              SET BRT-INDEX TO 1
              SEARCH BRANCH-GROUP
                 AT END
                    MOVE "UNKNOWN" TO BHL-BRANCH-NAME
                 WHEN BRANCH-NUMBER (BRT-INDEX) = WS-BRANCH-NUMBER
                    MOVE BRANCH-NAME (BRT-INDEX) TO BHL-BRANCH-NAME
              END-SEARCH
           END-IF.

      * This paragraph formats and prints one report row from the
      * four PRINT-AMOUNTS, with each change percent worked out the
      * way RPT6000's 320-PRINT-CUSTOMER-LINE works it: N/A when last
      * year's figure is zero, OVRFLW when the percent will not fit.
       550-PRINT-DETAIL-LINE.
           MOVE PA-AMOUNT (1) TO DL-THIS-MONTH.
           MOVE PA-AMOUNT (2) TO DL-LAST-YEAR-MONTH.
           MOVE PA-AMOUNT (3) TO DL-THIS-YTD.
           MOVE PA-AMOUNT (4) TO DL-LAST-YTD.
           IF PA-AMOUNT (2) = ZERO
              MOVE "  N/A " TO DL-MONTH-PERCENT-R
           ELSE
              COMPUTE WS-CHANGE-AMOUNT = PA-AMOUNT (1) - PA-AMOUNT (2)
              COMPUTE DL-MONTH-PERCENT ROUNDED =
                 WS-CHANGE-AMOUNT * 100 / PA-AMOUNT (2)
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO DL-MONTH-PERCENT-R
              END-COMPUTE
           END-IF.
           IF PA-AMOUNT (4) = ZERO
              MOVE "  N/A " TO DL-YTD-PERCENT-R
           ELSE
              COMPUTE WS-CHANGE-AMOUNT = PA-AMOUNT (3) - PA-AMOUNT (4)
              COMPUTE DL-YTD-PERCENT ROUNDED =
                 WS-CHANGE-AMOUNT * 100 / PA-AMOUNT (4)
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO DL-YTD-PERCENT-R
              END-COMPUTE
           END-IF.
           MOVE DETAIL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph prints the all-branches summary: every product
      * line on the table, whether or not it sold, then the
      * UNCLASSIFIED line and the grand total, which is the CUSTMAST
      * total of every branch printed. When the last-year-month
      * column had no history snapshot to control it, a closing note
      * says so.
       600-PRINT-ALL-BRANCHES.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE ALL-BRANCHES-HEADING-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

           INITIALIZE LINE-SUM-AMOUNTS.
           PERFORM VARYING WS-LN-SUB FROM 1 BY 1
              UNTIL WS-LN-SUB > PRODUCT-LINE-COUNT
              PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                 UNTIL WS-COL-SUB > 4
                 MOVE GT-LINE-AMOUNT (WS-LN-SUB, WS-COL-SUB)
                    TO PA-AMOUNT (WS-COL-SUB)
                 ADD PA-AMOUNT (WS-COL-SUB) TO LS-AMOUNT (WS-COL-SUB)
              END-PERFORM
              MOVE PLT-PRODUCT-LINE (WS-LN-SUB) TO DL-PRODUCT-LINE
              MOVE PLT-DESCRIPTION (WS-LN-SUB)  TO DL-DESCRIPTION
              PERFORM 550-PRINT-DETAIL-LINE
           END-PERFORM.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 4
              COMPUTE PA-AMOUNT (WS-COL-SUB) =
                 GT-CONTROL-AMOUNT (WS-COL-SUB) - LS-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE SPACES         TO DL-PRODUCT-LINE.
           MOVE "UNCLASSIFIED" TO DL-DESCRIPTION.
           PERFORM 550-PRINT-DETAIL-LINE.

           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
              UNTIL WS-COL-SUB > 4
              MOVE GT-CONTROL-AMOUNT (WS-COL-SUB)
                 TO PA-AMOUNT (WS-COL-SUB)
           END-PERFORM.
           MOVE "**"           TO DL-PRODUCT-LINE.
           MOVE "GRAND TOTAL"  TO DL-DESCRIPTION.
           PERFORM 550-PRINT-DETAIL-LINE.

           IF NOT HISTORY-PERIOD-FOUND
              MOVE WS-LAST-YEAR-PERIOD TO NHL-PERIOD
              MOVE SPACES TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
              MOVE NO-HISTORY-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
           END-IF.

      * This is a utility paragraph used to write a single formatted
      * line (PRINT-AREA) to the report file.
       350-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.

      * This paragraph issues the end-of-run console summary in the
      * style of TRD6000's 910-REPORT-RUN-SUMMARY.
       910-REPORT-RUN-SUMMARY.
           DISPLAY "PLS6000: PERIOD " WS-REPORT-PERIOD ", "
              WS-CUSTMAST-DATA-COUNT " CUSTOMER(S), "
              WS-PLSALES-COUNT " PRODUCT SALES RECORD(S) READ, "
              WS-BRANCHES-PRINTED " BRANCH(ES) PRINTED.".
           IF WS-OUTSIDE-COUNT > ZERO
              DISPLAY "PLS6000: " WS-OUTSIDE-COUNT " PRODUCT SALES "
                 "RECORD(S) FOR PERIODS OUTSIDE THE REPORT."
           END-IF.
           IF NOT HISTORY-PERIOD-FOUND
              DISPLAY "*** PLS6000 WARNING: NO SALES HISTORY FOR "
                 "PERIOD " WS-LAST-YEAR-PERIOD ". LAST YEAR MONTH IS "
                 "NOT BALANCED TO A SNAPSHOT."
           END-IF.
           IF WS-LINE-OVERFLOW > ZERO
              DISPLAY "*** PLS6000 WARNING: PRODUCT-LINE-TABLE FULL, "
                 WS-LINE-OVERFLOW " PRODUCT SALES RECORD(S) "
                 "REPORTED AS UNCLASSIFIED."
           END-IF.
           IF WS-BAD-KEY-COUNT > ZERO
              DISPLAY "*** PLS6000 WARNING: " WS-BAD-KEY-COUNT
                 " RECORD(S) WITH AN INVALID BRANCH OR AMOUNT WERE "
                 "NOT TOTALLED."
           END-IF.
