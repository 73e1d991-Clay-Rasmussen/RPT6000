      *  statement per rep: their customers, the period sales selected
      *  by the COM6000_COMMISSION_BASIS parameter (MONTH by default,
      *  YTD for an annual true-up), the rate applied, and the
      *  commission amount. Commission is paid by quota attainment:
      *  the SALESQUOTA master (see SALESQTA) is loaded the way QTA6000
      *  loads it, each rep's attainment is their period sales over
      *  their quota, and the sales are paid slice by slice through
      *  the attainment bands of the commission tier schedule (see
      *  COMTIER) -- each slice at its band's rate -- with the tier
      *  breakdown and the blended rate printed on the statement. A
      *  rep with no quota record (or a zero quota) has no attainment
      *  to pay on, so is paid the flat SM-COMMISSION-RATE SRM6000
      *  maintains as a base rate, flagged NO QUOTA on the statement,
      *  listed on the payroll summary page, and marked as such on the
      *  interface record. A rep who is inactive on the master, or
      *  whose number is not on the master at all, still gets a
      *  statement so the sales are visible -- but it is flagged
      *  DO NOT PAY and the amount is listed as withheld instead of
      *  with a balancing trailer -- so payroll imports the figures
      *  instead of re-keying the summary page. Both input masters
      *  carry trailer control records, and the run refuses to release
      *  money figures from a file that fails its control check, or
      *  from a tier schedule that does not describe one band for
      *  every attainment from zero up.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT INPUT-SALESREP ASSIGN TO SALESREP.
           SELECT OUTPUT-COM6000 ASSIGN TO COMSTMT.
           SELECT PAYROLL-INTERFACE ASSIGN TO PAYINTF.
           SELECT INPUT-SALESQUOTA ASSIGN TO SALESQTA.
           SELECT TIER-SCHEDULE  ASSIGN TO COMTIER
               FILE STATUS IS WS-COMTIER-STATUS.

       DATA DIVISION.

       COPY PAYINTF.
       COPY PAYTRLR.

       FD  INPUT-SALESQUOTA
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESQTA.

       FD  TIER-SCHEDULE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY COMTIER.

       WORKING-STORAGE SECTION.

       01  WS-COMTIER-STATUS      PIC X(2)    VALUE "00".

      * SALESREP-TABLE mirrors SRM6000's table (number, name, status,
      * commission rate) so statements are cut against exactly the
      * data SRM6000 maintains.
       01  SALESREP-COUNT            PIC 9(3) VALUE ZERO.
       01  SALESREP-OVERFLOW-COUNT   PIC 9(4) VALUE ZERO.

      * QUOTA-TABLE holds the SALESQUOTA master, loaded and screened
      * exactly as QTA6000's QUOTA-TABLE is, so a rep's attainment on
      * the statement is the attainment QTA6000 reports.
       01  QUOTA-TABLE.
           05  QUOTA-GROUP OCCURS 99 TIMES
                           INDEXED BY QT-INDEX.
              10  QT-SALESREP-NUMBER PIC 9(2).
              10  QT-BRANCH-NUMBER   PIC 9(2).
              10  QT-QUOTA-AMOUNT    PIC S9(7)V99   COMP-3.

       01  QT-COUNT                  PIC 9(2) VALUE ZERO.
       01  QT-TABLE-MAX              PIC 9(2) VALUE 99.
       01  QUOTA-OVERFLOW-COUNT      PIC 9(4) VALUE ZERO.
       01  QUOTA-DUPLICATE-COUNT     PIC 9(4) VALUE ZERO.
       01  QUOTA-REJECT-COUNT        PIC 9(4) VALUE ZERO.

      * TIER-TABLE holds the commission tier schedule (see COMTIER),
      * one entry per attainment band in ascending order. For the rep
      * whose statement is closing, TT-BAND-SALES and TT-BAND-
      * COMMISSION carry the slice of their sales that fell in each
      * band and what it earned, for the tier breakdown.
       01  TIER-TABLE.
           05  TIER-GROUP OCCURS 9 TIMES
                          INDEXED BY TT-INDEX.
              10  TT-LOW-PCT          PIC 9(3)V9.
              10  TT-RATE             PIC S9(2)V999  COMP-3.
              10  TT-BAND-SALES       PIC S9(11)V99  COMP-3.
              10  TT-BAND-COMMISSION  PIC S9(9)V99   COMP-3.

       01  TT-COUNT                  PIC 9(2) VALUE ZERO.
       01  TT-TABLE-MAX              PIC 9(2) VALUE 9.

      * BRANCH-PAYROLL-TABLE collects one entry per branch as its
      * control break falls, for the payroll summary page. WITHHELD-
      * TABLE collects the statements that were flagged DO NOT PAY
           05  BRP-GROUP OCCURS 99 TIMES
                         INDEXED BY BRP-INDEX.
              10  BRP-BRANCH-NUMBER  PIC 9(2).
              10  BRP-COMMISSION     PIC S9(11)V99  COMP-3.

       01  BRP-COUNT                 PIC 9(2) VALUE ZERO.

                         INDEXED BY WHT-INDEX.
              10  WHT-SALESREP-NUMBER PIC 9(2).
              10  WHT-REASON          PIC X(8).
              10  WHT-COMMISSION      PIC S9(9)V99  COMP-3.

       01  WHT-COUNT                 PIC 9(2) VALUE ZERO.

      * NO-QUOTA-TABLE collects the payable statements that had no
      * quota to pay tiers on and were paid the base rate instead, so
      * the summary page shows every one of them.
       01  NO-QUOTA-TABLE.
           05  NQT-GROUP OCCURS 99 TIMES
                         INDEXED BY NQT-INDEX.
              10  NQT-SALESREP-NUMBER PIC 9(2).
              10  NQT-BRANCH-NUMBER   PIC 9(2).
              10  NQT-RATE            PIC S9(2)V999  COMP-3.
              10  NQT-COMMISSION      PIC S9(9)V99   COMP-3.

       01  NQT-COUNT                 PIC 9(2) VALUE ZERO.

       01  SWITCHES.
           05  SALESREP-EOF-SWITCH     PIC X    VALUE "N".
              88 SALESREP-EOF                   VALUE "Y".
              88 CUSTMAST-TRAILER-SEEN          VALUE "Y".
           05  SALESREP-TRAILER-SWITCH PIC X    VALUE "N".
              88 SALESREP-TRAILER-SEEN          VALUE "Y".
           05  QUOTA-EOF-SWITCH        PIC X    VALUE "N".
              88 QUOTA-EOF                      VALUE "Y".
           05  TIER-EOF-SWITCH         PIC X    VALUE "N".
              88 TIER-EOF                       VALUE "Y".
           05  TIER-SCHEDULE-SWITCH    PIC X    VALUE "Y".
              88 TIER-SCHEDULE-VALID            VALUE "Y".
           05  REP-QUOTA-SWITCH        PIC X    VALUE "N".
              88 REP-HAS-QUOTA                  VALUE "Y".

       01  WS-SKIPPED-COUNT    PIC 9(6)    VALUE ZERO.
       01  WS-STATEMENT-COUNT  PIC 9(4)    VALUE ZERO.
       01  WS-NO-QUOTA-COUNT   PIC 9(4)    VALUE ZERO.

      * INTERFACE-CONTROL-FIELDS carry the detail record count and
      * PI-COMMISSION-AMOUNT hash accumulated over the payroll
           05  WS-SALESREP-TRL-HASH   PIC 9(8)         VALUE ZERO.

       01  TOTAL-FIELDS  PACKED-DECIMAL.
           05  REP-TOTAL-SALES        PIC S9(11)V99  VALUE ZERO.
           05  REP-COMMISSION         PIC S9(9)V99   VALUE ZERO.
           05  BRANCH-COMMISSION      PIC S9(11)V99  VALUE ZERO.
           05  GRAND-COMMISSION       PIC S9(11)V99  VALUE ZERO.
           05  WITHHELD-COMMISSION    PIC S9(11)V99  VALUE ZERO.

      * WS-CURRENT-RATE is the rep's SALESREP base rate, paid only
      * when there is no quota; WS-BLENDED-RATE is the commission over
      * the sales however it was paid. WS-BAND-FLOOR and WS-BAND-
      * CEILING are the sales amounts at which the band being worked
      * starts and stops, the band's percents applied to the quota.
       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-PERIOD-AMOUNT       PIC S9(9)V99   VALUE ZERO.
           05  WS-CURRENT-RATE        PIC S9(2)V999  VALUE ZERO.
           05  WS-BLENDED-RATE        PIC S9(2)V999  VALUE ZERO.
           05  WS-REP-QUOTA           PIC S9(7)V99   VALUE ZERO.
           05  WS-ATTAINMENT-PCT      PIC S9(5)V9    VALUE ZERO.
           05  WS-BAND-FLOOR          PIC S9(11)V99  VALUE ZERO.
           05  WS-BAND-CEILING        PIC S9(11)V99  VALUE ZERO.

      * WS-COMMISSION-BASIS picks which CUSTMAST bucket the statement
      * pays on, the same parameter style as RPT6000's comparison
           05  FILLER          PIC X(8)    VALUE "CUSTOMER".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(6)    VALUE SPACE.
           05  SCL-PERIOD-LABEL PIC X(12).
           05  FILLER          PIC X(81)   VALUE SPACE.

       01  CUSTOMER-DETAIL-LINE.
           05  CDL-CUSTOMER-NUMBER  PIC Z(4)9.
           05  FILLER               PIC X(6)    VALUE SPACE.
           05  CDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  CDL-PERIOD-SALES     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(79)   VALUE SPACE.

       01  ATTAINMENT-LINE.
           05  FILLER              PIC X(7)    VALUE "QUOTA: ".
           05  ATL-QUOTA-AMOUNT    PIC $$,$$$,$$9.99-.
           05  ATL-QUOTA-AMOUNT-R REDEFINES ATL-QUOTA-AMOUNT
                                   PIC X(14).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(12)   VALUE "ATTAINMENT: ".
           05  ATL-ATTAINMENT-PCT  PIC ZZZ9.9.
           05  ATL-ATTAINMENT-PCT-R REDEFINES ATL-ATTAINMENT-PCT
                                   PIC X(6).
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  ATL-NOTE            PIC X(40).
           05  FILLER              PIC X(44)   VALUE SPACE.

       01  TIER-LINE.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FILLER              PIC X(5)    VALUE "TIER ".
           05  TRL-TIER-NUMBER     PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  TRL-LOW-PCT         PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE "%".
           05  TRL-UPPER-RANGE     PIC X(11).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(15)   VALUE "SALES IN TIER: ".
           05  TRL-BAND-SALES      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(6)    VALUE "RATE: ".
           05  TRL-RATE            PIC Z9.999.
           05  FILLER              PIC X(2)    VALUE "% ".
           05  FILLER              PIC X(12)   VALUE "COMMISSION: ".
           05  TRL-COMMISSION      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(22)   VALUE SPACE.

       01  TIER-UPPER-BOUND.
           05  FILLER              PIC X(4)    VALUE " TO ".
           05  TUB-HIGH-PCT        PIC ZZ9.9.
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  COMMISSION-LINE.
           05  FILLER              PIC X(11)   VALUE "TOTAL SALES".
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  CML-TOTAL-SALES     PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(14)   VALUE "BLENDED RATE: ".
           05  CML-RATE            PIC Z9.999.
           05  FILLER              PIC X(2)    VALUE "% ".
           05  FILLER              PIC X(12)   VALUE "COMMISSION: ".
           05  CML-COMMISSION      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(45)   VALUE SPACE.

       01  SUMMARY-HEADING-LINE.
           05  FILLER          PIC X(40)
       01  SUMMARY-DETAIL-LINE.
           05  SDL-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(7)    VALUE SPACE.
           05  SDL-COMMISSION      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(102)  VALUE SPACE.

       01  SUMMARY-TOTAL-LINE.
           05  FILLER              PIC X(9)    VALUE "  PAYABLE".
           05  STL-COMMISSION      PIC $$$,$$$,$$$,$$9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(3)    VALUE "***".
           05  FILLER              PIC X(96)   VALUE SPACE.

       01  WITHHELD-HEADING-LINE.
           05  FILLER          PIC X(42)
           05  FILLER              PIC X(12)   VALUE SPACE.
           05  WDL-REASON          PIC X(8).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  WDL-COMMISSION      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(89)   VALUE SPACE.

       01  NO-QUOTA-HEADING-LINE.
           05  FILLER          PIC X(48)
               VALUE "NO QUOTA ON FILE - COMMISSION PAID AT BASE RATE".
           05  FILLER          PIC X(82)   VALUE SPACE.

       01  NO-QUOTA-COLUMN-LINE.
           05  FILLER          PIC X(11)   VALUE "SALESREP NO".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "BRANCH".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "BASE RATE".
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "COMMISSION".
           05  FILLER          PIC X(83)   VALUE SPACE.

       01  NO-QUOTA-DETAIL-LINE.
           05  NQL-SALESREP-NUMBER PIC Z9.
           05  FILLER              PIC X(12)   VALUE SPACE.
           05  NQL-BRANCH-NUMBER   PIC Z9.
           05  FILLER              PIC X(7)    VALUE SPACE.
           05  NQL-RATE            PIC Z9.999.
           05  FILLER              PIC X(1)    VALUE "%".
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  NQL-COMMISSION      PIC $$$,$$$,$$9.99-.
           05  FILLER              PIC X(83)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It reads the commission basis
      * parameter, opens the files, loads and verifies the SALESREP
      * master, loads the quota master and the tier schedule, streams
      * CUSTMAST through the branch/salesrep control breaks printing
      * one statement per rep, verifies the CUSTMAST trailer, and
      * prints the payroll summary before closing down.
       000-PREPARE-COMMISSION-STMTS.

           INITIALIZE SALESREP-TABLE.
           INITIALIZE QUOTA-TABLE.
           INITIALIZE TIER-TABLE.
           INITIALIZE NO-QUOTA-TABLE.

           PERFORM 050-READ-RUN-PARAMETERS.

           OPEN INPUT  INPUT-CUSTMAST
                       INPUT-SALESREP
                       INPUT-SALESQUOTA
                OUTPUT OUTPUT-COM6000
                       PAYROLL-INTERFACE.

           PERFORM 200-LOAD-SALESREP-TABLE.
           PERFORM 205-VERIFY-SALESREP-TRAILER.

           PERFORM 230-LOAD-QUOTA-TABLE.
           PERFORM 240-LOAD-TIER-SCHEDULE.
           PERFORM 250-VERIFY-TIER-SCHEDULE.

           PERFORM 300-PREPARE-STATEMENT-LINES
              UNTIL CUSTMAST-EOF.


           CLOSE INPUT-CUSTMAST
                 INPUT-SALESREP
                 INPUT-SALESQUOTA
                 OUTPUT-COM6000
                 PAYROLL-INTERFACE.

              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.

      * This paragraph loads every SALESQUOTA record into QUOTA-TABLE
      * with QTA6000's 200-LOAD-QUOTA-TABLE screening: a non-numeric
      * rep number or quota is counted and skipped, a rep number
      * already in the table is counted as a duplicate and skipped,
      * and records past the table's capacity are counted as overflow.
      * A rep whose quota was skipped is paid as a rep with no quota,
      * and all three counts go to the console at end of run.
       230-LOAD-QUOTA-TABLE.
           PERFORM UNTIL QUOTA-EOF
              PERFORM 236-READ-QUOTA-RECORD
              IF NOT QUOTA-EOF
                 EVALUATE TRUE
                    WHEN SQ-SALESREP-NUMBER IS NOT NUMERIC
                      OR SQ-SALESREP-NUMBER = ZERO
                      OR SQ-QUOTA-AMOUNT IS NOT NUMERIC
                       ADD 1 TO QUOTA-REJECT-COUNT
                    WHEN QT-COUNT = QT-TABLE-MAX
                       ADD 1 TO QUOTA-OVERFLOW-COUNT
                    WHEN OTHER
                       PERFORM 235-STORE-QUOTA-ENTRY
                 END-EVALUATE
              END-IF
           END-PERFORM.

      * This paragraph stores the quota record just read into
      * QUOTA-TABLE unless its rep number is already there, in which
      * case it is counted as a duplicate and dropped.
       235-STORE-QUOTA-ENTRY.
           SET QT-INDEX TO 1.
           SEARCH QUOTA-GROUP
              AT END
                 ADD 1 TO QT-COUNT
                 SET QT-INDEX TO QT-COUNT
                 MOVE SQ-SALESREP-NUMBER
                    TO QT-SALESREP-NUMBER (QT-INDEX)
                 MOVE SQ-BRANCH-NUMBER
                    TO QT-BRANCH-NUMBER (QT-INDEX)
                 MOVE SQ-QUOTA-AMOUNT
                    TO QT-QUOTA-AMOUNT (QT-INDEX)
              WHEN QT-SALESREP-NUMBER (QT-INDEX)
                 = SQ-SALESREP-NUMBER
                 ADD 1 TO QUOTA-DUPLICATE-COUNT
           END-SEARCH.

      * This paragraph reads a single record from INPUT-SALESQUOTA.
       236-READ-QUOTA-RECORD.
           READ INPUT-SALESQUOTA
              AT END
                 SET QUOTA-EOF TO TRUE
           END-READ.

      * This paragraph loads the commission tier schedule (see
      * COMTIER) into TIER-TABLE. A missing schedule stops the run:
      * without it there is nothing to pay a quota-carrying rep on,
      * and paying them all the base rate instead would be exactly the
      * silent flat rate the schedule exists to replace. Any record
      * that is not numeric, or one band too many, marks the schedule
      * invalid for 250-VERIFY-TIER-SCHEDULE.
       240-LOAD-TIER-SCHEDULE.
           OPEN INPUT TIER-SCHEDULE.
           IF WS-COMTIER-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** COM6000 ERROR: NO COMMISSION TIER "
                 "SCHEDULE (COMTIER STATUS " WS-COMTIER-STATUS
                 ") ***"
              DISPLAY "*** NO STATEMENTS WERE RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.
           PERFORM UNTIL TIER-EOF
              READ TIER-SCHEDULE
                 AT END
                    SET TIER-EOF TO TRUE
                 NOT AT END
                    EVALUATE TRUE
                       WHEN TS-LOW-ATTAINMENT-PCT IS NOT NUMERIC
                         OR TS-TIER-RATE IS NOT NUMERIC
                         OR TS-TIER-RATE < ZERO
                          MOVE "N" TO TIER-SCHEDULE-SWITCH
                       WHEN TT-COUNT = TT-TABLE-MAX
                          MOVE "N" TO TIER-SCHEDULE-SWITCH
                       WHEN OTHER
                          ADD 1 TO TT-COUNT
                          SET TT-INDEX TO TT-COUNT
                          MOVE TS-LOW-ATTAINMENT-PCT
                             TO TT-LOW-PCT (TT-INDEX)
                          MOVE TS-TIER-RATE TO TT-RATE (TT-INDEX)
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE TIER-SCHEDULE.

      * This paragraph verifies the tier schedule before a single
      * statement is cut: at least one band, the first starting at
      * 000.0 so every attainment falls in some band, the bands in
      * strictly ascending order, and every record good. A schedule
      * that fails is a payroll failure, not an exception listing,
      * the same stand 205-VERIFY-SALESREP-TRAILER takes.
       250-VERIFY-TIER-SCHEDULE.
           IF TT-COUNT = ZERO
              MOVE "N" TO TIER-SCHEDULE-SWITCH
           ELSE
              IF TT-LOW-PCT (1) NOT = ZERO
                 MOVE "N" TO TIER-SCHEDULE-SWITCH
              END-IF
              PERFORM VARYING TT-INDEX FROM 2 BY 1
                 UNTIL TT-INDEX > TT-COUNT
                 IF TT-LOW-PCT (TT-INDEX)
                    NOT > TT-LOW-PCT (TT-INDEX - 1)
                    MOVE "N" TO TIER-SCHEDULE-SWITCH
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT TIER-SCHEDULE-VALID
              DISPLAY "*****************************************"
              DISPLAY "*** COM6000 ERROR: COMMISSION TIER SCHEDULE "
                 "IS NOT VALID ***"
              DISPLAY "*** IT NEEDS 1 TO " TT-TABLE-MAX " NUMERIC "
                 "BANDS, THE FIRST AT 000.0, IN ASCENDING ORDER."
              DISPLAY "*** NO STATEMENTS WERE RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.

      * This is the main processing loop, modeled on RPT6000's
      * 300-PREPARE-SALES-LINES: it reads each customer record,
      * verifies branch/salesrep sequence, and drives the statement
       940-STOP-CONTROL-FAILURE.
           CLOSE INPUT-CUSTMAST
                 INPUT-SALESREP
                 INPUT-SALESQUOTA
                 OUTPUT-COM6000
                 PAYROLL-INTERFACE.
           STOP RUN.
      * resolves the name; a number with no table entry gets UNKNOWN,
      * a zero rate, and -- like an inactive rep -- a DO NOT PAY flag
      * on the statement heading, since paying an unknown number is as
      * wrong as paying a deactivated one. The rep's quota is looked
      * up by rep number, the way QTA6000 matches actuals to quotas.
       330-START-SALESREP-GROUP.
           SET REP-PAYABLE-SWITCH TO "Y".
           MOVE SPACES TO WS-PAY-FLAG.
                    MOVE "INACTIVE" TO WS-WITHHELD-REASON
                 END-IF
           END-SEARCH.
           PERFORM 332-FIND-REP-QUOTA.

           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           PERFORM 350-WRITE-REPORT-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.

      * This paragraph finds the rep's quota in QUOTA-TABLE. A rep
      * with no quota record, or with a zero quota -- which QTA6000
      * reports as N/A attainment -- has no attainment to pay tiers
      * on and is paid the base rate.
       332-FIND-REP-QUOTA.
           MOVE "N" TO REP-QUOTA-SWITCH.
           MOVE ZERO TO WS-REP-QUOTA.
           SET QT-INDEX TO 1.
           SEARCH QUOTA-GROUP
              AT END
                 CONTINUE
              WHEN QT-SALESREP-NUMBER (QT-INDEX) = CM-SALESREP-NUMBER
                 MOVE QT-QUOTA-AMOUNT (QT-INDEX) TO WS-REP-QUOTA
           END-SEARCH.
           IF WS-REP-QUOTA > ZERO
              SET REP-HAS-QUOTA TO TRUE
           END-IF.

      * This paragraph prints one customer detail line on the open
      * statement and accumulates the rep's period sales, using the
      * bucket the commission basis selected.
           ADD WS-PERIOD-AMOUNT TO REP-TOTAL-SALES.

      * This paragraph closes a rep's statement: it computes the
      * commission -- through the tiers when the rep has a quota, at
      * the base rate when not -- prints the attainment line, the tier
      * breakdown and the total/blended rate/commission line, and
      * routes the amount either into the branch payroll total
      * (payable rep) or into WITHHELD-TABLE (inactive or unknown rep)
      * so the payroll summary can show what was held back and why.
       360-END-SALESREP-GROUP.
           IF REP-HAS-QUOTA
              PERFORM 362-COMPUTE-TIERED-COMMISSION
           ELSE
              COMPUTE REP-COMMISSION ROUNDED =
                 REP-TOTAL-SALES * WS-CURRENT-RATE / 100
              MOVE WS-CURRENT-RATE TO WS-BLENDED-RATE
              MOVE ZERO TO WS-ATTAINMENT-PCT
              ADD 1 TO WS-NO-QUOTA-COUNT
           END-IF.
           PERFORM 363-PRINT-TIER-BREAKDOWN.
           MOVE REP-TOTAL-SALES TO CML-TOTAL-SALES.
           MOVE WS-BLENDED-RATE TO CML-RATE.
           MOVE REP-COMMISSION  TO CML-COMMISSION.
           MOVE COMMISSION-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           IF REP-IS-PAYABLE
              ADD REP-COMMISSION TO BRANCH-COMMISSION
              PERFORM 365-WRITE-INTERFACE-RECORD
              IF NOT REP-HAS-QUOTA
                 AND NQT-COUNT < 99
                 ADD 1 TO NQT-COUNT
                 SET NQT-INDEX TO NQT-COUNT
                 MOVE OLD-SALESREP-NUMBER
                    TO NQT-SALESREP-NUMBER (NQT-INDEX)
                 MOVE OLD-BRANCH-NUMBER
                    TO NQT-BRANCH-NUMBER (NQT-INDEX)
                 MOVE WS-CURRENT-RATE TO NQT-RATE (NQT-INDEX)
                 MOVE REP-COMMISSION TO NQT-COMMISSION (NQT-INDEX)
              END-IF
           ELSE
              ADD REP-COMMISSION TO WITHHELD-COMMISSION
              IF WHT-COUNT < 99
           INITIALIZE REP-TOTAL-SALES
                      REP-COMMISSION.

      * This paragraph pays the rep's sales through the tier bands.
      * Each band's floor and ceiling are its attainment percents
      * applied to the quota; the slice of the sales between them is
      * paid at the band's rate, the last band taking everything above
      * its floor. The commission is the sum of the slices, each
      * rounded to the cent as printed, so the breakdown adds up to
      * the total. Attainment is sales over quota the way QTA6000
      * computes it; one too large for the field is held at 99999.9,
      * which the statement prints as OVRFLW.
       362-COMPUTE-TIERED-COMMISSION.
           MOVE ZERO TO REP-COMMISSION.
           PERFORM VARYING TT-INDEX FROM 1 BY 1
              UNTIL TT-INDEX > TT-COUNT
              COMPUTE WS-BAND-FLOOR ROUNDED =
                 WS-REP-QUOTA * TT-LOW-PCT (TT-INDEX) / 100
              IF TT-INDEX = TT-COUNT
                 MOVE REP-TOTAL-SALES TO WS-BAND-CEILING
              ELSE
                 COMPUTE WS-BAND-CEILING ROUNDED =
                    WS-REP-QUOTA * TT-LOW-PCT (TT-INDEX + 1) / 100
                 IF WS-BAND-CEILING > REP-TOTAL-SALES
                    MOVE REP-TOTAL-SALES TO WS-BAND-CEILING
                 END-IF
              END-IF
              IF WS-BAND-CEILING > WS-BAND-FLOOR
                 COMPUTE TT-BAND-SALES (TT-INDEX) =
                    WS-BAND-CEILING - WS-BAND-FLOOR
              ELSE
                 MOVE ZERO TO TT-BAND-SALES (TT-INDEX)
              END-IF
              COMPUTE TT-BAND-COMMISSION (TT-INDEX) ROUNDED =
                 TT-BAND-SALES (TT-INDEX) * TT-RATE (TT-INDEX) / 100
              ADD TT-BAND-COMMISSION (TT-INDEX) TO REP-COMMISSION
           END-PERFORM.
           IF REP-TOTAL-SALES = ZERO
              MOVE ZERO TO WS-BLENDED-RATE
           ELSE
              COMPUTE WS-BLENDED-RATE ROUNDED =
                 REP-COMMISSION * 100 / REP-TOTAL-SALES
           END-IF.
           COMPUTE WS-ATTAINMENT-PCT ROUNDED =
              REP-TOTAL-SALES * 100 / WS-REP-QUOTA
              ON SIZE ERROR
                 MOVE 99999.9 TO WS-ATTAINMENT-PCT
           END-COMPUTE.

      * This paragraph prints the attainment line and, for a rep with
      * a quota, one line per tier band showing the band's range, the
      * sales that fell in it, its rate and what it paid. A rep with
      * no quota gets the NO QUOTA note in place of the breakdown, so
      * the base rate is never paid without saying so. The percent
      * follows QTA6000's N/A and OVRFLW treatment.
       363-PRINT-TIER-BREAKDOWN.
           IF REP-HAS-QUOTA
              MOVE WS-REP-QUOTA TO ATL-QUOTA-AMOUNT
              COMPUTE ATL-ATTAINMENT-PCT ROUNDED =
                 REP-TOTAL-SALES * 100 / WS-REP-QUOTA
                 ON SIZE ERROR
                    MOVE "OVRFLW" TO ATL-ATTAINMENT-PCT-R
              END-COMPUTE
              MOVE SPACES TO ATL-NOTE
           ELSE
              MOVE "NONE ON FILE" TO ATL-QUOTA-AMOUNT-R
              MOVE "  N/A " TO ATL-ATTAINMENT-PCT-R
              MOVE "** NO QUOTA - PAID AT BASE RATE **" TO ATL-NOTE
           END-IF.
           MOVE ATTAINMENT-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           IF REP-HAS-QUOTA
              PERFORM VARYING TT-INDEX FROM 1 BY 1
                 UNTIL TT-INDEX > TT-COUNT
                 SET TRL-TIER-NUMBER TO TT-INDEX
                 MOVE TT-LOW-PCT (TT-INDEX) TO TRL-LOW-PCT
                 IF TT-INDEX = TT-COUNT
                    MOVE " AND UP" TO TRL-UPPER-RANGE
                 ELSE
                    MOVE TT-LOW-PCT (TT-INDEX + 1) TO TUB-HIGH-PCT
                    MOVE TIER-UPPER-BOUND TO TRL-UPPER-RANGE
                 END-IF
                 MOVE TT-BAND-SALES (TT-INDEX) TO TRL-BAND-SALES
                 MOVE TT-RATE (TT-INDEX) TO TRL-RATE
                 MOVE TT-BAND-COMMISSION (TT-INDEX) TO TRL-COMMISSION
                 MOVE TIER-LINE TO PRINT-AREA
                 PERFORM 350-WRITE-REPORT-LINE
              END-PERFORM
           END-IF.

      * This paragraph writes one payroll interface record (see
      * PAYINTF) for the payable rep whose statement just closed, so
      * payroll imports the same figures the statement shows instead
           MOVE OLD-BRANCH-NUMBER   TO PI-BRANCH-NUMBER.
           MOVE WS-COMMISSION-BASIS TO PI-COMMISSION-BASIS.
           MOVE REP-TOTAL-SALES     TO PI-SALES-AMOUNT.
           MOVE WS-BLENDED-RATE     TO PI-COMMISSION-RATE.
           MOVE REP-COMMISSION      TO PI-COMMISSION-AMOUNT.
           IF REP-HAS-QUOTA
              SET PI-QUOTA-ON-FILE TO TRUE
           ELSE
              SET PI-NO-QUOTA-BASE-RATE TO TRUE
           END-IF.
           MOVE WS-REP-QUOTA        TO PI-QUOTA-AMOUNT.
           MOVE WS-ATTAINMENT-PCT   TO PI-ATTAINMENT-PCT.
           WRITE PAYROLL-INTERFACE-RECORD.
           ADD 1 TO WS-INTF-COUNT.
           ADD REP-COMMISSION TO WS-INTF-HASH.
      * commissions totaled by branch, the payable grand total, and
      * the withheld section listing every DO NOT PAY statement with
      * its reason, so payroll can cut checks from this one page
      * instead of re-keying statement totals into a spreadsheet. A
      * last section lists every payable rep paid the base rate for
      * want of a quota, so the fallback is never silent.
       500-PRINT-PAYROLL-SUMMARY.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
              END-PERFORM
           END-IF.

           IF NQT-COUNT > ZERO
              MOVE SPACES TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
              MOVE NO-QUOTA-HEADING-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
              MOVE NO-QUOTA-COLUMN-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
              PERFORM VARYING NQT-INDEX FROM 1 BY 1
                 UNTIL NQT-INDEX > NQT-COUNT
                 MOVE NQT-SALESREP-NUMBER (NQT-INDEX)
                    TO NQL-SALESREP-NUMBER
                 MOVE NQT-BRANCH-NUMBER (NQT-INDEX)
                    TO NQL-BRANCH-NUMBER
                 MOVE NQT-RATE (NQT-INDEX) TO NQL-RATE
                 MOVE NQT-COMMISSION (NQT-INDEX) TO NQL-COMMISSION
                 MOVE NO-QUOTA-DETAIL-LINE TO PRINT-AREA
                 PERFORM 350-WRITE-REPORT-LINE
              END-PERFORM
           END-IF.

      * This paragraph issues a loud console warning if SALESREP-TABLE
      * filled up before end-of-file on INPUT-SALESREP, mirroring
      * RPT6000's 900-REPORT-SALESREP-OVERFLOW.
                 "EARNED NO COMMISSION."
              DISPLAY "*****************************************"
           END-IF.
           IF WS-NO-QUOTA-COUNT > ZERO
              DISPLAY "*** COM6000: " WS-NO-QUOTA-COUNT
                 " STATEMENT(S) HAD NO QUOTA AND WERE FIGURED AT "
                 "THE BASE RATE."
           END-IF.
           IF QUOTA-REJECT-COUNT > ZERO
              DISPLAY "*** COM6000: " QUOTA-REJECT-COUNT
                 " SALESQUOTA RECORD(S) FAILED VALIDATION AND "
                 "WERE SKIPPED."
           END-IF.
           IF QUOTA-DUPLICATE-COUNT > ZERO
              DISPLAY "*** COM6000: " QUOTA-DUPLICATE-COUNT
                 " DUPLICATE SALESQUOTA RECORD(S) SKIPPED."
           END-IF.
           IF QUOTA-OVERFLOW-COUNT > ZERO
              DISPLAY "*** COM6000: " QUOTA-OVERFLOW-COUNT
                 " SALESQUOTA RECORD(S) DID NOT FIT QUOTA-TABLE."
           END-IF.
