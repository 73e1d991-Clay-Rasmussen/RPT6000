      *  BRNCHMST with the same treatment. The SALESREP master's
      *  trailer control record is verified before any name is
      *  trusted; the history file, which ROL6000 rewrites by one
      *  period per MONTH roll, carries no trailer. A period's figure
      *  is every history record on file for it, so the prior-period
      *  adjustments CMU6000 and REV6000 append are trended with the
      *  snapshot they correct. Each period column is headed with the
      *  fiscal period's name from the fiscal calendar (see FISCAL);
      *  a period the calendar does not list -- one closed before
      *  the calendar existed -- or a run with no calendar on file
      *  falls back to the raw YY/MM.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT INPUT-SALESREP  ASSIGN TO SALESREP.
           SELECT INPUT-BRNCHMST  ASSIGN TO BRNCHMST
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT FISCAL-CALENDAR ASSIGN TO FISCAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT OUTPUT-TRD6000  ASSIGN TO TRDRPT.

       DATA DIVISION.
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRNCHMST.

       FD  FISCAL-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL.

       FD  OUTPUT-TRD6000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD

       01  WS-SALESHST-STATUS     PIC X(2)    VALUE "00".
       01  WS-BRNCHMST-STATUS     PIC X(2)    VALUE "00".
       01  WS-FISCAL-STATUS       PIC X(2)    VALUE "00".

      * SALESREP-TABLE mirrors REA6000's load (number, name, status
      * kept, inactive reps included) so a rep deactivated since a
       01  BRANCH-TABLE-SIZE         PIC 9(3) VALUE 100.
       01  BRANCH-COUNT              PIC 9(3) VALUE ZERO.

      * FISCAL-NAME-TABLE holds each fiscal period's name from the
      * fiscal calendar for the column headings -- the same ten
      * years PERIOD-TABLE allows for. Only the period and its name
      * are needed here; ROL6000 and CMU6000 are the programs that
      * hold the calendar to its dates.
       01  FISCAL-NAME-TABLE.
           05  FN-ENTRY OCCURS 120 TIMES
                        INDEXED BY FN-INDEX.
              10  FN-PERIOD       PIC 9(6).
              10  FN-PERIOD-NAME  PIC X(8).

       01  FN-COUNT                  PIC 9(3) VALUE ZERO.
       01  FN-TABLE-MAX              PIC 9(3) VALUE 120.

      * PERIOD-TABLE collects every distinct SH-PERIOD the counting
      * pass sees; it is then sorted ascending and the newest twelve
      * become SHOWN-PERIOD-TABLE, the report's columns in left-to-
                        INDEXED BY RT-INDEX.
              10  RT-SALESREP-NUMBER PIC 9(2).
              10  RT-AMOUNT OCCURS 12 TIMES
                            PIC S9(11)V99 COMP-3.

       01  RT-COUNT                  PIC 9(2) VALUE ZERO.
       01  RT-TABLE-MAX              PIC 9(2) VALUE 99.
                        INDEXED BY BT-INDEX.
              10  BT-BRANCH-NUMBER   PIC 9(2).
              10  BT-AMOUNT OCCURS 12 TIMES
                            PIC S9(11)V99 COMP-3.

       01  BT-COUNT                  PIC 9(2) VALUE ZERO.
       01  BT-TABLE-MAX              PIC 9(2) VALUE 99.
              88 SALESREP-EOF                   VALUE "Y".
           05  BRNCHMST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRNCHMST-EOF                   VALUE "Y".
           05  FISCAL-EOF-SWITCH       PIC X    VALUE "N".
              88 FISCAL-EOF                     VALUE "Y".
           05  SALESREP-TRAILER-SWITCH PIC X    VALUE "N".
              88 SALESREP-TRAILER-SEEN          VALUE "Y".
           05  PERIOD-FOUND-SWITCH     PIC X    VALUE "N".
       01  WS-SHOW-SUB            PIC 9(3)    VALUE ZERO.
       01  WS-CELL-SUB            PIC 9(2)    VALUE ZERO.

      * WS-PERIOD-WORK splits a YYYYMM period into the pieces a
      * column heading cell prints (two-digit year and month) when
      * the fiscal calendar has no name for it.
       01  WS-PERIOD-WORK.
           05  WS-PW-PERIOD        PIC 9(6).
           05  WS-PW-DIGITS REDEFINES WS-PW-PERIOD.
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(34)
               VALUE "ROLLING 12-PERIOD SALES TREND".
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
      * TREND-COLUMN-LINE carries the twelve period labels over the
      * amount columns. The cells have no VALUE clauses (OCCURS
      * forbids them), so 400-FORMAT-PERIOD-COLUMNS blanks the line
      * and fills each cell from SHOWN-PERIOD-TABLE: the fiscal
      * period name, or a right-aligned YY/MM in TCL-YYMM-LABEL when
      * the calendar does not name the period.
       01  TREND-COLUMN-LINE.
           05  TCL-ROW-LABEL       PIC X(13).
           05  TCL-PERIOD-AREA.
               10  TCL-CELL OCCURS 12 TIMES.
                   15  TCL-PERIOD-NAME PIC X(8).
                   15  TCL-YYMM-LABEL REDEFINES TCL-PERIOD-NAME.
                       20  FILLER  PIC X(3).
                       20  TCL-YY  PIC X(2).
                       20  TCL-SLASH PIC X(1).
                       20  TCL-MM  PIC X(2).
                   15  FILLER      PIC X(1).
           05  FILLER              PIC X(9).

      * TREND-DETAIL-LINE is one matrix row: the rep or branch
      * number and name, then twelve whole-dollar period amounts --
      * cents are dropped so twelve months fit the 130-byte print
      * line. A cell too small for its amount prints as asterisks
      * rather than losing its high-order digits.
       01  TREND-DETAIL-LINE.
           05  TDL-NUMBER          PIC Z9.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  TDL-NAME            PIC X(10).
           05  TDL-AMOUNT-AREA.
               10  TDL-CELL-GROUP OCCURS 12 TIMES.
                   15  TDL-CELL    PIC ZZZZZZZ9-.
                   15  TDL-CELL-R REDEFINES TDL-CELL
                                   PIC X(9).
           05  FILLER              PIC X(9)    VALUE SPACE.

       01  REP-SECTION-HEADING-LINE.
           05  FILLER          PIC X(26)
       PROCEDURE DIVISION.

      * This is the main driver. It loads and verifies the SALESREP
      * master, loads the branch master and the fiscal period names,
      * runs the counting pass over
      * the history file to learn the periods on file, picks the
      * newest twelve as columns, runs the accumulation pass, and
      * prints the rep and branch matrices.
           CLOSE INPUT-SALESREP.

           PERFORM 230-LOAD-BRANCH-TABLE.
           PERFORM 240-LOAD-FISCAL-NAMES.

           PERFORM 250-COUNT-HISTORY-PERIODS.
           PERFORM 260-SELECT-SHOWN-PERIODS.
                 SET BRNCHMST-EOF TO TRUE
           END-READ.

      * This paragraph loads each fiscal period's name from the
      * fiscal calendar into FISCAL-NAME-TABLE. A missing calendar is
      * tolerated with a console warning the way a missing BRNCHMST
      * is -- the trend still prints, headed with YY/MM -- and
      * periods past the table's capacity head their columns the
      * same way.
       240-LOAD-FISCAL-NAMES.
           OPEN INPUT FISCAL-CALENDAR.
           IF WS-FISCAL-STATUS NOT = "00"
              DISPLAY "*** TRD6000: NO FISCAL CALENDAR AVAILABLE "
                 "(STATUS " WS-FISCAL-STATUS "). PERIODS WILL SHOW "
                 "AS YY/MM."
           ELSE
              PERFORM UNTIL FISCAL-EOF
                 OR FN-COUNT = FN-TABLE-MAX
                 PERFORM 245-READ-FISCAL-RECORD
                 IF NOT FISCAL-EOF
                    ADD 1 TO FN-COUNT
                    MOVE FC-PERIOD
                       TO FN-PERIOD (FN-COUNT)
                    MOVE FC-PERIOD-NAME
                       TO FN-PERIOD-NAME (FN-COUNT)
                 END-IF
              END-PERFORM
              CLOSE FISCAL-CALENDAR
           END-IF.

      * This paragraph reads a single record from FISCAL-CALENDAR.
       245-READ-FISCAL-RECORD.
           READ FISCAL-CALENDAR
              AT END
                 SET FISCAL-EOF TO TRUE
           END-READ.

      * This is the counting pass: it reads the history file front to
      * back purely to collect the distinct periods on file, so
      * 260-SELECT-SHOWN-PERIODS can pick the newest twelve before
           END-SEARCH.

      * This paragraph fills the period column labels from
      * SHOWN-PERIOD-TABLE -- the fiscal period name per cell over
      * each amount column, or its YY/MM when the calendar has no
      * name for it -- with the caller's row label on the left.
       400-FORMAT-PERIOD-COLUMNS.
           MOVE SPACES TO TCL-PERIOD-AREA.
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
              MOVE WS-PW-YY TO TCL-YY (WS-CELL-SUB)
              MOVE "/"      TO TCL-SLASH (WS-CELL-SUB)
              MOVE WS-PW-MM TO TCL-MM (WS-CELL-SUB)
              SET FN-INDEX TO 1
              SEARCH FN-ENTRY
                 AT END
                    CONTINUE
                 WHEN FN-INDEX > FN-COUNT
                    CONTINUE
                 WHEN FN-PERIOD (FN-INDEX) = SP-PERIOD (WS-CELL-SUB)
                    MOVE FN-PERIOD-NAME (FN-INDEX)
                       TO TCL-PERIOD-NAME (WS-CELL-SUB)
              END-SEARCH
           END-PERFORM.

      * This paragraph prints the trend-by-salesrep matrix: the
              PERFORM 505-MOVE-ROW-REP-NAME
              PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                 UNTIL WS-CELL-SUB > 12
                 COMPUTE TDL-CELL (WS-CELL-SUB) =
                    RT-AMOUNT (WS-SHOW-SUB, WS-CELL-SUB)
                    ON SIZE ERROR
                       MOVE ALL "*" TO TDL-CELL-R (WS-CELL-SUB)
                 END-COMPUTE
              END-PERFORM
              MOVE TREND-DETAIL-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
              MOVE SPACES TO TDL-NAME
              PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                 UNTIL WS-CELL-SUB > 12
                 COMPUTE TDL-CELL (WS-CELL-SUB) =
                    BT-AMOUNT (WS-SHOW-SUB, WS-CELL-SUB)
                    ON SIZE ERROR
                       MOVE ALL "*" TO TDL-CELL-R (WS-CELL-SUB)
                 END-COMPUTE
              END-PERFORM
              MOVE TREND-DETAIL-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
