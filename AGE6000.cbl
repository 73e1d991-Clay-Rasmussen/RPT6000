       IDENTIFICATION DIVISION.

       PROGRAM-ID. AGE6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: AGE6000 prints the nightly accounts receivable
      *  aging report from the open-item file (OPENITEM) CMU6000
      *  rewrites on every posting run. Each open item is aged from
      *  the CT-POSTING-DATE its invoice carried to the as-of date
      *  (today unless AGE6000_AS_OF_DATE names another), less the
      *  customer payment terms (AGE6000_TERMS_DAYS, 30 by default):
      *  an item still within terms is CURRENT, and a past-due item
      *  falls into the 1-30, 31-60, 61-90 or OVER 90 days-past-due
      *  column. An unapplied credit is carried in CURRENT, where it
      *  offsets what the customer owes. Items are totalled per
      *  customer under the branch and salesrep the invoice was posted
      *  to, and the report prints a line per customer with salesrep,
      *  branch and grand totals, the same control-break shape as
      *  RPT6000. OPENITEM's trailer control record is verified before
      *  the report is released, and the run refuses to age a file
      *  CMU6000 has not posted today, the RPT6000 run-control check.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-OPENITEM   ASSIGN TO OPENITEM
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OUTPUT-AGE6000   ASSIGN TO AGERPT.

       DATA DIVISION.

       FILE SECTION.
       FD  INPUT-OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.
       COPY OITRAILR.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       FD  OUTPUT-AGE6000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-OPENITEM-STATUS     PIC X(2)    VALUE "00".
       01  WS-RUNCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-RUNCTL-OVERRIDE     PIC X       VALUE "N".
           88  RUNCTL-OVERRIDE-ON             VALUE "Y".
       01  WS-TODAY-DATE          PIC 9(8)    VALUE ZERO.

      * AGING-PARAMETERS carry the as-of date the items are aged to
      * and the payment terms an invoice is allowed before it counts
      * as past due, both overridable from the environment so a
      * month-end aging can be rerun as of the closing date.
       01  AGING-PARAMETERS.
           05  WS-AS-OF-PARAM      PIC X(8)    VALUE SPACES.
           05  WS-AS-OF-DATE       PIC 9(8)    VALUE ZERO.
           05  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
               10  WS-AS-OF-YEAR   PIC 9(4).
               10  WS-AS-OF-MONTH  PIC 9(2).
               10  WS-AS-OF-DAY    PIC 9(2).
           05  WS-TERMS-PARAM      PIC X(3)    VALUE SPACES.
           05  WS-TERMS-DAYS       PIC 9(3)    VALUE 30.

      * AGING-TABLE holds one entry per customer per branch/salesrep
      * the customer's items were posted under, with the customer's
      * amount in each aging column (the sixth is the total). It is
      * built in OPENITEM's customer order and then sorted into
      * branch, salesrep and customer order for printing. A file with
      * more customers than the table holds stops the run with no
      * report released rather than printing totals that leave
      * customers out.
       01  AGING-TABLE.
           05  AGING-GROUP OCCURS 5000 TIMES
                           INDEXED BY AG-INDEX.
              10  AG-BRANCH-NUMBER    PIC 9(2).
              10  AG-SALESREP-NUMBER  PIC 9(2).
              10  AG-CUSTOMER-NUMBER  PIC 9(5).
              10  AG-CUSTOMER-NAME    PIC X(20).
              10  AG-AMOUNT           PIC S9(9)V99   COMP-3
                                      OCCURS 6 TIMES.

       01  AG-COUNT                  PIC 9(4) VALUE ZERO.
       01  AG-TABLE-MAX              PIC 9(4) VALUE 5000.
       01  AG-CUSTOMER-START         PIC 9(4) VALUE ZERO.
       01  AG-SWAP-ENTRY             PIC X(65).
       01  WS-SORT-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SORT-SUB2              PIC 9(4) VALUE ZERO.
       01  WS-BUCKET                 PIC 9    VALUE ZERO.
       01  WS-PREV-CUSTOMER          PIC 9(5) VALUE ZERO.

       01  SWITCHES.
           05  OPENITEM-EOF-SWITCH     PIC X    VALUE "N".
              88 OPENITEM-EOF                   VALUE "Y".
           05  OPENITEM-AVAIL-SWITCH   PIC X    VALUE "N".
              88 OPENITEM-AVAILABLE             VALUE "Y".
           05  OPENITEM-TRAILER-SWITCH PIC X    VALUE "N".
              88 OPENITEM-TRAILER-SEEN          VALUE "Y".
           05  RUNCTL-EOF-SWITCH       PIC X    VALUE "N".
              88 RUNCTL-EOF                     VALUE "Y".
           05  POSTING-STAMP-SWITCH    PIC X    VALUE "N".
              88 POSTING-STAMP-FOUND            VALUE "Y".
           05  FIRST-ENTRY-SWITCH      PIC X    VALUE "Y".
              88 FIRST-ENTRY                    VALUE "Y".

       01  WS-SKIPPED-COUNT    PIC 9(6)    VALUE ZERO.

       01  CONTROL-TOTAL-FIELDS.
           05  WS-OPENITEM-DATA-COUNT PIC 9(8)         VALUE ZERO.
           05  WS-OPENITEM-HASH       PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.
           05  WS-OPENITEM-TRL-COUNT  PIC 9(8)         VALUE ZERO.
           05  WS-OPENITEM-TRL-HASH   PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.

       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-DAYS-OUTSTANDING    PIC S9(7)      VALUE ZERO.
           05  WS-DAYS-PAST-DUE       PIC S9(7)      VALUE ZERO.

      * AGING-TOTALS accumulate the six columns for the salesrep and
      * branch in progress and for the whole report; a lower level is
      * rolled into the next one up as it prints.
       01  AGING-TOTALS  PACKED-DECIMAL.
           05  REP-TOTAL               PIC S9(11)V99  OCCURS 6 TIMES.
           05  BRANCH-TOTAL            PIC S9(11)V99  OCCURS 6 TIMES.
           05  GRAND-TOTAL             PIC S9(11)V99  OCCURS 6 TIMES.
           05  WS-COL                  PIC S9(3)      VALUE ZERO.

       01  CONTROL-BREAK-FIELDS.
           05  WS-CURRENT-BRANCH   PIC 9(2)    VALUE ZERO.
           05  WS-CURRENT-SALESREP PIC 9(2)    VALUE ZERO.

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
           05  FILLER          PIC X(32)
               VALUE "ACCOUNTS RECEIVABLE AGING REPORT".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "AGE6000".

       01  HEADING-LINE-2.
           05  FILLER          PIC X(7)    VALUE "AS OF: ".
           05  HL2-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL2-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL2-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TERMS: ".
           05  HL2-TERMS-DAYS  PIC ZZ9.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  FILLER          PIC X(88)   VALUE SPACE.

       01  COLUMN-LINE-1.
           05  FILLER          PIC X(34)   VALUE SPACE.
           05  FILLER          PIC X(16)   VALUE SPACE.
           05  FILLER          PIC X(16)   VALUE "      1-30 DAYS".
           05  FILLER          PIC X(16)   VALUE "     31-60 DAYS".
           05  FILLER          PIC X(16)   VALUE "     61-90 DAYS".
           05  FILLER          PIC X(16)   VALUE "   OVER 90 DAYS".
           05  FILLER          PIC X(16)   VALUE SPACE.

       01  COLUMN-LINE-2.
           05  FILLER          PIC X(3)    VALUE " BR".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE "REP".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "CUST#".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(16)   VALUE "         CURRENT".
           05  FILLER          PIC X(16)   VALUE "        PAST DUE".
           05  FILLER          PIC X(16)   VALUE "        PAST DUE".
           05  FILLER          PIC X(16)   VALUE "        PAST DUE".
           05  FILLER          PIC X(16)   VALUE "        PAST DUE".
           05  FILLER          PIC X(16)   VALUE "           TOTAL".

      * The amount columns carry the nine-digit open-item amounts.
      * A total too large for its column prints as asterisks rather
      * than losing its high-order digits.
       01  CUSTOMER-LINE.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  CL-BRANCH-NUMBER     PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  CL-SALESREP-NUMBER   PIC Z9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  CL-CUSTOMER-NUMBER   PIC Z(4)9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  CL-CUSTOMER-NAME     PIC X(20).
           05  CL-AMOUNT-GROUP OCCURS 6 TIMES.
               10  FILLER           PIC X(1).
               10  CL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.

       01  TOTAL-LINE.
           05  TL-LABEL             PIC X(34).
           05  TL-AMOUNT-GROUP OCCURS 6 TIMES.
               10  FILLER           PIC X(1).
               10  TL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
               10  TL-AMOUNT-R REDEFINES TL-AMOUNT
                                    PIC X(15).

       01  NO-ITEMS-LINE.
           05  FILLER          PIC X(40)
               VALUE "NO OPEN ITEMS ON FILE".
           05  FILLER          PIC X(90)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It reads the run parameters, checks
      * the nightly chain order, ages every open item into the aging
      * table, verifies the OPENITEM trailer, sorts the table into
      * branch/salesrep/customer order, prints the report with its
      * control totals, and closes down.
       000-PREPARE-AGING-REPORT.

           INITIALIZE AGING-TABLE.
           INITIALIZE AGING-TOTALS.

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 055-CHECK-RUN-CONTROL.

           OPEN INPUT INPUT-OPENITEM.
           EVALUATE WS-OPENITEM-STATUS
              WHEN "00"
                 SET OPENITEM-AVAILABLE TO TRUE
              WHEN "35"
                 SET OPENITEM-EOF TO TRUE
                 DISPLAY "*** AGE6000: NO OPENITEM FILE FOUND. THE "
                    "REPORT WILL SHOW NO OPEN ITEMS."
              WHEN OTHER
                 DISPLAY "*****************************************"
                 DISPLAY "*** AGE6000 ERROR: CANNOT OPEN OPENITEM "
                    "(STATUS " WS-OPENITEM-STATUS ") ***"
                 DISPLAY "*** NO REPORT WAS RELEASED."
                 DISPLAY "*****************************************"
                 STOP RUN
           END-EVALUATE.
           OPEN OUTPUT OUTPUT-AGE6000.

           PERFORM 300-AGE-OPEN-ITEMS
              UNTIL OPENITEM-EOF.

           IF OPENITEM-AVAILABLE
              PERFORM 318-VERIFY-OPENITEM-TRAILER
           END-IF.

           PERFORM 260-SORT-AGING-TABLE.

           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 400-PRINT-AGING-LINES.
           PERFORM 500-PRINT-GRAND-TOTALS.

           IF OPENITEM-AVAILABLE
              CLOSE INPUT-OPENITEM
           END-IF.
           CLOSE OUTPUT-AGE6000.

           PERFORM 910-REPORT-RUN-SUMMARY.

           STOP RUN.

      * This paragraph reads AGE6000_AS_OF_DATE (YYYYMMDD) and
      * AGE6000_TERMS_DAYS from the environment. The as-of date
      * defaults to today and the terms to 30 days; an as-of date
      * that is not a real calendar date, or terms that are not
      * numeric, fall back to the defaults with a console warning
      * rather than aging every item against nonsense.
       050-READ-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-TODAY-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           MOVE WS-TODAY-DATE TO WS-AS-OF-DATE.
           ACCEPT WS-AS-OF-PARAM FROM ENVIRONMENT
              "AGE6000_AS_OF_DATE".
           IF WS-AS-OF-PARAM NOT = SPACES
              IF WS-AS-OF-PARAM IS NUMERIC
                 AND FUNCTION TEST-DATE-YYYYMMDD
                    (FUNCTION NUMVAL (WS-AS-OF-PARAM)) = ZERO
                 MOVE WS-AS-OF-PARAM TO WS-AS-OF-DATE
              ELSE
                 DISPLAY "*** AGE6000: AGE6000_AS_OF_DATE "
                    WS-AS-OF-PARAM " IS NOT A VALID YYYYMMDD DATE. "
                    "AGING AS OF TODAY."
              END-IF
           END-IF.
           ACCEPT WS-TERMS-PARAM FROM ENVIRONMENT
              "AGE6000_TERMS_DAYS".
           IF WS-TERMS-PARAM NOT = SPACES
              IF FUNCTION TRIM (WS-TERMS-PARAM) IS NUMERIC
                 COMPUTE WS-TERMS-DAYS =
                    FUNCTION NUMVAL (WS-TERMS-PARAM)
              ELSE
                 DISPLAY "*** AGE6000: AGE6000_TERMS_DAYS "
                    WS-TERMS-PARAM " IS NOT NUMERIC. USING "
                    WS-TERMS-DAYS " DAYS."
              END-IF
           END-IF.

      * This paragraph enforces the nightly chain order against the
      * shared run-control file (see RUNCTL) the way RPT6000's
      * 055-CHECK-RUN-CONTROL does: CMU6000 must have stamped a
      * POSTING for today's date, or the open items about to be aged
      * leave out today's invoices and payments. A missing run-control
      * file is tolerated with a warning; a file with no POSTING stamp
      * for today refuses the run unless AGE6000_RUNCTL_OVERRIDE is
      * "Y", in which case the refusal becomes a console warning.
       055-CHECK-RUN-CONTROL.
           ACCEPT WS-RUNCTL-OVERRIDE FROM ENVIRONMENT
              "AGE6000_RUNCTL_OVERRIDE".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "*** AGE6000: NO RUN-CONTROL FILE AVAILABLE "
                 "(STATUS " WS-RUNCTL-STATUS "). CHAIN-ORDER CHECK "
                 "SKIPPED."
           ELSE
              PERFORM 056-READ-RUN-CONTROL-RECORD
                 UNTIL RUNCTL-EOF
              CLOSE RUN-CONTROL-FILE
              IF NOT POSTING-STAMP-FOUND
                 IF RUNCTL-OVERRIDE-ON
                    DISPLAY "*** AGE6000 WARNING: CMU6000 HAS NOT "
                       "STAMPED TODAY'S POSTING."
                    DISPLAY "*** AGE6000_RUNCTL_OVERRIDE IS SET - "
                       "CONTINUING ON OPERATOR AUTHORITY."
                 ELSE
                    DISPLAY "*****************************************"
                    DISPLAY "*** AGE6000 ERROR: CMU6000 HAS NOT "
                       "STAMPED TODAY'S POSTING ON RUNCTL ***"
                    DISPLAY "*** THE OPEN ITEMS ABOUT TO BE AGED "
                       "WERE NOT POSTED TODAY."
                    DISPLAY "*** RUN CMU6000 FIRST, OR SET "
                       "AGE6000_RUNCTL_OVERRIDE=Y FOR A RERUN."
                    DISPLAY "*** NO REPORT WAS RELEASED FOR THIS RUN."
                    DISPLAY "*****************************************"
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      * This paragraph reads one run-control record for the chain
      * check, remembering whether a CMU6000 POSTING stamp dated
      * today went past.
       056-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
              AT END
                 SET RUNCTL-EOF TO TRUE
              NOT AT END
                 IF RC-PROGRAM-ID = "CMU6000"
                    AND RC-EVENT-CODE = "POSTING"
                    AND RC-RUN-DATE = WS-TODAY-DATE
                    SET POSTING-STAMP-FOUND TO TRUE
                 END-IF
           END-READ.

      * This paragraph prints the report heading, the as-of/terms
      * line and the two column lines.
       100-FORMAT-REPORT-HEADING.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE WS-AS-OF-MONTH TO HL2-MONTH.
           MOVE WS-AS-OF-DAY   TO HL2-DAY.
           MOVE WS-AS-OF-YEAR  TO HL2-YEAR.
           MOVE WS-TERMS-DAYS  TO HL2-TERMS-DAYS.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE COLUMN-LINE-1 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE COLUMN-LINE-2 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph sorts AGING-TABLE into branch, salesrep and
      * customer order with the in-storage insertion sort ARC6000's
      * 570-SORT-RESTORED-TABLE uses.
       260-SORT-AGING-TABLE.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
              UNTIL WS-SORT-SUB > AG-COUNT
              MOVE WS-SORT-SUB TO WS-SORT-SUB2
              PERFORM UNTIL WS-SORT-SUB2 = 1
                 OR NOT (AG-BRANCH-NUMBER (WS-SORT-SUB2)
                       < AG-BRANCH-NUMBER (WS-SORT-SUB2 - 1)
                    OR (AG-BRANCH-NUMBER (WS-SORT-SUB2)
                          = AG-BRANCH-NUMBER (WS-SORT-SUB2 - 1)
                       AND AG-SALESREP-NUMBER (WS-SORT-SUB2)
                          < AG-SALESREP-NUMBER (WS-SORT-SUB2 - 1))
                    OR (AG-BRANCH-NUMBER (WS-SORT-SUB2)
                          = AG-BRANCH-NUMBER (WS-SORT-SUB2 - 1)
                       AND AG-SALESREP-NUMBER (WS-SORT-SUB2)
                          = AG-SALESREP-NUMBER (WS-SORT-SUB2 - 1)
                       AND AG-CUSTOMER-NUMBER (WS-SORT-SUB2)
                          < AG-CUSTOMER-NUMBER (WS-SORT-SUB2 - 1)))
                 MOVE AGING-GROUP (WS-SORT-SUB2) TO AG-SWAP-ENTRY
                 MOVE AGING-GROUP (WS-SORT-SUB2 - 1)
                    TO AGING-GROUP (WS-SORT-SUB2)
                 MOVE AG-SWAP-ENTRY
                    TO AGING-GROUP (WS-SORT-SUB2 - 1)
                 SUBTRACT 1 FROM WS-SORT-SUB2
              END-PERFORM
           END-PERFORM.

      * This is the main aging loop: it reads one open item, screens
      * it, works out which aging column it falls in, and adds it to
      * the customer's entry in AGING-TABLE. An item with a bad
      * customer number, amount or item date is counted and skipped
      * -- it still counts toward the trailer check, so a damaged
      * file is still caught.
       300-AGE-OPEN-ITEMS.
           PERFORM 310-READ-OPEN-ITEM.
           IF NOT OPENITEM-EOF
              IF OI-CUSTOMER-NUMBER IS NOT NUMERIC
                 OR OI-CUSTOMER-NUMBER = ZERO
                 OR OI-OPEN-AMOUNT IS NOT NUMERIC
                 OR OI-ITEM-DATE IS NOT NUMERIC
                 ADD 1 TO WS-SKIPPED-COUNT
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (OI-ITEM-DATE)
                       NOT = ZERO
                    ADD 1 TO WS-SKIPPED-COUNT
                 ELSE
                    PERFORM 320-SELECT-AGING-BUCKET
                    PERFORM 330-POST-TO-AGING-TABLE
                 END-IF
              END-IF
           END-IF.

      * This paragraph reads the next data record from INPUT-OPENITEM,
      * capturing the trailer control record and counting/hashing
      * every data record, exactly as QTA6000's 310 does for CUSTMAST.
       310-READ-OPEN-ITEM.
           PERFORM 311-READ-OPEN-ITEM-ONCE.
           PERFORM UNTIL OPENITEM-EOF OR NOT TOI-IS-TRAILER
              PERFORM 312-CAPTURE-OPENITEM-TRAILER
              PERFORM 311-READ-OPEN-ITEM-ONCE
           END-PERFORM.
           IF NOT OPENITEM-EOF
              ADD 1 TO WS-OPENITEM-DATA-COUNT
              IF OI-OPEN-AMOUNT IS NUMERIC
                 ADD OI-OPEN-AMOUNT TO WS-OPENITEM-HASH
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 310-READ-OPEN-ITEM.
       311-READ-OPEN-ITEM-ONCE.
           READ INPUT-OPENITEM
              AT END
                 SET OPENITEM-EOF TO TRUE
           END-READ.

      * This paragraph captures the count and hash claimed by the
      * OPENITEM trailer control record just read.
       312-CAPTURE-OPENITEM-TRAILER.
           SET OPENITEM-TRAILER-SEEN TO TRUE.
           MOVE TOI-RECORD-COUNT      TO WS-OPENITEM-TRL-COUNT.
           MOVE TOI-HASH-OPEN-AMOUNT  TO WS-OPENITEM-TRL-HASH.

      * This paragraph works out the aging column for the item just
      * read: days outstanding from the item date to the as-of date,
      * less the terms, gives the days past due. Within terms is
      * CURRENT (column 1); past due falls into 1-30, 31-60, 61-90 or
      * OVER 90 (columns 2-5). An unapplied credit always goes to
      * CURRENT, where it offsets the balance the customer owes.
       320-SELECT-AGING-BUCKET.
           COMPUTE WS-DAYS-OUTSTANDING =
              FUNCTION INTEGER-OF-DATE (WS-AS-OF-DATE)
              - FUNCTION INTEGER-OF-DATE (OI-ITEM-DATE).
           COMPUTE WS-DAYS-PAST-DUE =
              WS-DAYS-OUTSTANDING - WS-TERMS-DAYS.
           EVALUATE TRUE
              WHEN OI-ITEM-UNAPPLIED
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE NOT > ZERO
                 MOVE 1 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE NOT > 30
                 MOVE 2 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE NOT > 60
                 MOVE 3 TO WS-BUCKET
              WHEN WS-DAYS-PAST-DUE NOT > 90
                 MOVE 4 TO WS-BUCKET
              WHEN OTHER
                 MOVE 5 TO WS-BUCKET
           END-EVALUATE.

      * This paragraph adds the item to its customer's AGING-TABLE
      * entry for the branch and salesrep it was posted under. The
      * file is in customer order, so only the entries opened since
      * the customer's first item are searched; a customer whose items
      * were posted under more than one branch or salesrep gets an
      * entry for each, and each is totalled where it was sold.
       330-POST-TO-AGING-TABLE.
           IF OI-CUSTOMER-NUMBER NOT = WS-PREV-CUSTOMER
              COMPUTE AG-CUSTOMER-START = AG-COUNT + 1
              MOVE OI-CUSTOMER-NUMBER TO WS-PREV-CUSTOMER
           END-IF.
           PERFORM VARYING AG-INDEX FROM AG-CUSTOMER-START BY 1
              UNTIL AG-INDEX > AG-COUNT
                 OR (AG-BRANCH-NUMBER (AG-INDEX) = OI-BRANCH-NUMBER
                    AND AG-SALESREP-NUMBER (AG-INDEX)
                       = OI-SALESREP-NUMBER)
              CONTINUE
           END-PERFORM.
           IF AG-INDEX > AG-COUNT
              IF AG-COUNT = AG-TABLE-MAX
                 PERFORM 920-ABORT-AGING-TABLE-FULL
              END-IF
              ADD 1 TO AG-COUNT
              SET AG-INDEX TO AG-COUNT
              MOVE OI-BRANCH-NUMBER   TO AG-BRANCH-NUMBER (AG-INDEX)
              MOVE OI-SALESREP-NUMBER TO AG-SALESREP-NUMBER (AG-INDEX)
              MOVE OI-CUSTOMER-NUMBER TO AG-CUSTOMER-NUMBER (AG-INDEX)
              MOVE OI-CUSTOMER-NAME   TO AG-CUSTOMER-NAME (AG-INDEX)
           END-IF.
           ADD OI-OPEN-AMOUNT TO AG-AMOUNT (AG-INDEX, WS-BUCKET).
           ADD OI-OPEN-AMOUNT TO AG-AMOUNT (AG-INDEX, 6).

      * This paragraph verifies the OPENITEM trailer control record
      * after the whole file has been read and before the report is
      * released, mirroring QTA6000's 318: an aging from a truncated
      * file would understate what every customer owes.
       318-VERIFY-OPENITEM-TRAILER.
           IF NOT OPENITEM-TRAILER-SEEN
              DISPLAY "*****************************************"
              DISPLAY "*** AGE6000 ERROR: OPENITEM HAS NO TRAILER "
                 "CONTROL RECORD ***"
              DISPLAY "*** NO REPORT WAS RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.
           IF WS-OPENITEM-TRL-COUNT NOT = WS-OPENITEM-DATA-COUNT
              OR WS-OPENITEM-TRL-HASH NOT = WS-OPENITEM-HASH
              DISPLAY "*****************************************"
              DISPLAY "*** AGE6000 ERROR: OPENITEM FAILED ITS "
                 "TRAILER CONTROL CHECK ***"
              DISPLAY "*** TRAILER COUNT " WS-OPENITEM-TRL-COUNT
                 "  RECORDS READ " WS-OPENITEM-DATA-COUNT
              DISPLAY "*** TRAILER HASH  " WS-OPENITEM-TRL-HASH
                 "  HASH COMPUTED " WS-OPENITEM-HASH
              DISPLAY "*** NO REPORT WAS RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.

      * This paragraph stops the run when OPENITEM carries more
      * customer entries than AGING-TABLE holds, before anything is
      * printed.
       920-ABORT-AGING-TABLE-FULL.
           DISPLAY "*****************************************".
           DISPLAY "*** AGE6000 ERROR: AGING TABLE FULL ***".
           DISPLAY "*** OPENITEM CARRIES MORE THAN " AG-TABLE-MAX
              " CUSTOMER ENTRIES.".
           DISPLAY "*** INCREASE AGING-TABLE OCCURS SIZE. NO REPORT "
              "WAS RELEASED.".
           DISPLAY "*****************************************".
           PERFORM 940-STOP-CONTROL-FAILURE.

      * This paragraph closes everything and stops the run after a
      * control failure.
       940-STOP-CONTROL-FAILURE.
           CLOSE INPUT-OPENITEM
                 OUTPUT-AGE6000.
           STOP RUN.

      * This paragraph prints one line per AGING-TABLE entry in
      * branch/salesrep/customer order, with a salesrep total line
      * when the salesrep changes and a branch total line when the
      * branch changes, the control breaks RPT6000 prints.
       400-PRINT-AGING-LINES.
           IF AG-COUNT = ZERO
              MOVE NO-ITEMS-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING AG-INDEX FROM 1 BY 1
              UNTIL AG-INDEX > AG-COUNT
              IF FIRST-ENTRY
                 MOVE "N" TO FIRST-ENTRY-SWITCH
              ELSE
                 IF AG-BRANCH-NUMBER (AG-INDEX) NOT = WS-CURRENT-BRANCH
                    PERFORM 410-PRINT-SALESREP-TOTAL
                    PERFORM 420-PRINT-BRANCH-TOTAL
                 ELSE
                    IF AG-SALESREP-NUMBER (AG-INDEX)
                          NOT = WS-CURRENT-SALESREP
                       PERFORM 410-PRINT-SALESREP-TOTAL
                    END-IF
                 END-IF
              END-IF
              MOVE AG-BRANCH-NUMBER (AG-INDEX)   TO WS-CURRENT-BRANCH
              MOVE AG-SALESREP-NUMBER (AG-INDEX) TO WS-CURRENT-SALESREP
              PERFORM 405-PRINT-CUSTOMER-LINE
           END-PERFORM.
           IF AG-COUNT > ZERO
              PERFORM 410-PRINT-SALESREP-TOTAL
              PERFORM 420-PRINT-BRANCH-TOTAL
           END-IF.

      * This paragraph prints the customer line for the AGING-TABLE
      * entry AG-INDEX points at and adds its columns to the salesrep
      * totals.
       405-PRINT-CUSTOMER-LINE.
           MOVE SPACES TO CUSTOMER-LINE.
           MOVE AG-BRANCH-NUMBER (AG-INDEX)   TO CL-BRANCH-NUMBER.
           MOVE AG-SALESREP-NUMBER (AG-INDEX) TO CL-SALESREP-NUMBER.
           MOVE AG-CUSTOMER-NUMBER (AG-INDEX) TO CL-CUSTOMER-NUMBER.
           MOVE AG-CUSTOMER-NAME (AG-INDEX)   TO CL-CUSTOMER-NAME.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
              MOVE AG-AMOUNT (AG-INDEX, WS-COL) TO CL-AMOUNT (WS-COL)
              ADD AG-AMOUNT (AG-INDEX, WS-COL) TO REP-TOTAL (WS-COL)
           END-PERFORM.
           MOVE CUSTOMER-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph prints the total line for the salesrep just
      * finished, rolls it into the branch totals, and clears it.
       410-PRINT-SALESREP-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           STRING "    SALESREP " WS-CURRENT-SALESREP " TOTAL"
              DELIMITED BY SIZE INTO TL-LABEL
           END-STRING.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
              COMPUTE TL-AMOUNT (WS-COL) = REP-TOTAL (WS-COL)
                 ON SIZE ERROR
                    MOVE ALL "*" TO TL-AMOUNT-R (WS-COL)
              END-COMPUTE
              ADD REP-TOTAL (WS-COL) TO BRANCH-TOTAL (WS-COL)
              MOVE ZERO TO REP-TOTAL (WS-COL)
           END-PERFORM.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph prints the total line for the branch just
      * finished, rolls it into the grand totals, and clears it.
       420-PRINT-BRANCH-TOTAL.
           MOVE SPACES TO TOTAL-LINE.
           STRING "  BRANCH " WS-CURRENT-BRANCH " TOTAL"
              DELIMITED BY SIZE INTO TL-LABEL
           END-STRING.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
              COMPUTE TL-AMOUNT (WS-COL) = BRANCH-TOTAL (WS-COL)
                 ON SIZE ERROR
                    MOVE ALL "*" TO TL-AMOUNT-R (WS-COL)
              END-COMPUTE
              ADD BRANCH-TOTAL (WS-COL) TO GRAND-TOTAL (WS-COL)
              MOVE ZERO TO BRANCH-TOTAL (WS-COL)
           END-PERFORM.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph prints the grand total line -- the company's
      * whole receivable, aged.
       500-PRINT-GRAND-TOTALS.
           MOVE SPACES TO TOTAL-LINE.
           MOVE "GRAND TOTAL" TO TL-LABEL.
           PERFORM VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 6
              COMPUTE TL-AMOUNT (WS-COL) = GRAND-TOTAL (WS-COL)
                 ON SIZE ERROR
                    MOVE ALL "*" TO TL-AMOUNT-R (WS-COL)
              END-COMPUTE
           END-PERFORM.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This is a utility paragraph used to write a single formatted
      * line (PRINT-AREA) to the report file.
       350-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.

      * This paragraph issues the end-of-run console summary in the
      * style of QTA6000's 910-REPORT-RUN-SUMMARY.
       910-REPORT-RUN-SUMMARY.
           DISPLAY "*** AGE6000: " WS-OPENITEM-DATA-COUNT
              " OPEN ITEM(S) AGED FOR " AG-COUNT
              " CUSTOMER ENTRIES.".
           IF WS-SKIPPED-COUNT > ZERO
              DISPLAY "*****************************************"
              DISPLAY "*** AGE6000: " WS-SKIPPED-COUNT
                 " OPEN ITEM(S) FAILED VALIDATION AND "
                 "WERE NOT AGED."
              DISPLAY "*****************************************"
           END-IF.
