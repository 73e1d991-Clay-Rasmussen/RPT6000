       IDENTIFICATION DIVISION.

       PROGRAM-ID. SUS6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: SUS6000 prints the aged suspense listing from the
      *  suspense file (CMSUSP) CMU6000 rewrites on every posting run:
      *  every CMTRANS transaction CMU6000 has rejected and is still
      *  holding for re-cycle, with the reason it was last rejected,
      *  the date it was first rejected, how many days it has been
      *  held and how many posting runs have retried it. Items are
      *  listed by branch -- the branch of the customer the
      *  transaction was rejected against, whatever the reason for
      *  the reject, as CMU6000 found it on CUSTMAST or its inquiry
      *  index when it last tried the item, or branch 00 when the
      *  customer number is not on file at all, which accounts
      *  receivable answers for -- oldest first, under a heading that
      *  names the branch manager from the branch master (BRNCHMST).
      *  An item held longer than SUS6000_AGE_DAYS (5 by default) is
      *  flagged OVERDUE and is also written to a per-branch referral
      *  file (SUSBRnn) for that branch's manager, the way RPT6000
      *  bursts its branch copies, so an item nobody fixes can no
      *  longer sit in suspense unnoticed. CMSUSP's trailer control
      *  record is verified before the listing is released, and the
      *  run refuses to list a file CMU6000 has not posted today, the
      *  RPT6000 run-control check.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT INPUT-SUSPENSE   ASSIGN TO CMSUSP
               FILE STATUS IS WS-CMSUSP-STATUS.
           SELECT INPUT-BRNCHMST   ASSIGN TO BRNCHMST
               FILE STATUS IS WS-BRNCHMST-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OUTPUT-SUS6000   ASSIGN TO SUSRPT.
           SELECT BURST-FILE ASSIGN TO DYNAMIC WS-BURST-FILENAME
               FILE STATUS IS WS-BURST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INPUT-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMSUSP.
       COPY SUTRAILR.

       FD  INPUT-BRNCHMST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY BRNCHMST.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       FD  OUTPUT-SUS6000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       FD  BURST-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  BURST-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-CMSUSP-STATUS       PIC X(2)    VALUE "00".
       01  WS-BRNCHMST-STATUS     PIC X(2)    VALUE "00".
       01  WS-RUNCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-RUNCTL-OVERRIDE     PIC X       VALUE "N".
           88  RUNCTL-OVERRIDE-ON             VALUE "Y".
       01  WS-TODAY-DATE          PIC 9(8)    VALUE ZERO.

      * WS-AGE-DAYS is the number of days an item may sit in suspense
      * before it is flagged OVERDUE and referred to the branch
      * manager, overridable from SUS6000_AGE_DAYS.
       01  AGE-PARAMETERS.
           05  WS-AGE-PARAM        PIC X(3)    VALUE SPACES.
           05  WS-AGE-DAYS         PIC 9(3)    VALUE 5.

      * HELD-TABLE holds one entry per suspense item, built in file
      * order and then sorted into branch and first-rejected-date
      * order for printing. The customer number, posting date and
      * amount are carried as the original transaction had them --
      * a transaction rejected for a bad customer number or amount
      * must be listed exactly as it was keyed. A file with more items
      * than the table holds stops the run with no listing released
      * rather than printing one that leaves items out.
       01  HELD-TABLE.
           05  HELD-GROUP OCCURS 5000 TIMES
                          INDEXED BY HT-INDEX.
              10  HT-BRANCH-NUMBER    PIC 9(2).
              10  HT-FIRST-DATE       PIC 9(8).
              10  HT-DAYS-HELD        PIC 9(5).
              10  HT-RETRY-COUNT      PIC 9(3).
              10  HT-BATCH-ID         PIC X(8).
              10  HT-TRANS-CODE       PIC X(1).
              10  HT-CUSTOMER-NUMBER  PIC X(5).
              10  HT-POSTING-DATE     PIC X(8).
              10  HT-AMOUNT           PIC S9(9)V99   COMP-3.
              10  HT-AMOUNT-SWITCH    PIC X(1).
                  88  HT-AMOUNT-VALID                VALUE "Y".
              10  HT-REASON           PIC X(40).

       01  HT-COUNT                  PIC 9(4) VALUE ZERO.
       01  HT-TABLE-MAX              PIC 9(4) VALUE 5000.
       01  HT-SWAP-ENTRY             PIC X(87).
       01  WS-SORT-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SORT-SUB2              PIC 9(4) VALUE ZERO.

      * BRANCH-TABLE holds the branch master, loaded the way RPT6000's
      * 230-LOAD-BRANCH-TABLE loads it, so each branch section names
      * the manager its overdue items are referred to.
       01  BRANCH-TABLE.
           05  BRANCH-GROUP OCCURS 100 TIMES
                            INDEXED BY BRT-INDEX.
              10  BRANCH-NUMBER   PIC 9(2).
              10  BRANCH-NAME     PIC X(20).
              10  BRANCH-MANAGER  PIC X(20).

       01  BRANCH-TABLE-SIZE         PIC 9(3) VALUE 100.
       01  BRANCH-COUNT              PIC 9(3) VALUE ZERO.

      * BURST-CONTROL-FIELDS back the per-branch referral files. Each
      * branch with an overdue item gets a file SUSBRnn carrying the
      * listing headings, the branch heading with its manager, and
      * only that branch's overdue items, opened on the branch's
      * first overdue item and closed at its branch total.
       01  BURST-CONTROL-FIELDS.
           05  WS-BURST-FILENAME      PIC X(40)   VALUE SPACES.
           05  WS-BURST-STATUS        PIC X(2)    VALUE "00".
           05  BURST-ACTIVE-SWITCH    PIC X       VALUE "Y".
               88  BURST-IS-ACTIVE                VALUE "Y".
           05  BURST-OPEN-SWITCH      PIC X       VALUE "N".
               88  BURST-FILE-OPEN                VALUE "Y".
           05  WS-BURST-FILE-COUNT    PIC 9(3)    VALUE ZERO.

       01  SWITCHES.
           05  SUSPENSE-EOF-SWITCH     PIC X    VALUE "N".
              88 SUSPENSE-EOF                   VALUE "Y".
           05  SUSPENSE-AVAIL-SWITCH   PIC X    VALUE "N".
              88 SUSPENSE-AVAILABLE             VALUE "Y".
           05  SUSPENSE-TRAILER-SWITCH PIC X    VALUE "N".
              88 SUSPENSE-TRAILER-SEEN          VALUE "Y".
           05  BRNCHMST-EOF-SWITCH     PIC X    VALUE "N".
              88 BRNCHMST-EOF                   VALUE "Y".
           05  RUNCTL-EOF-SWITCH       PIC X    VALUE "N".
              88 RUNCTL-EOF                     VALUE "Y".
           05  POSTING-STAMP-SWITCH    PIC X    VALUE "N".
              88 POSTING-STAMP-FOUND            VALUE "Y".
           05  FIRST-ENTRY-SWITCH      PIC X    VALUE "Y".
              88 FIRST-ENTRY                    VALUE "Y".

       01  CONTROL-TOTAL-FIELDS.
           05  WS-SUSPENSE-DATA-COUNT PIC 9(8)         VALUE ZERO.
           05  WS-SUSPENSE-HASH       PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.
           05  WS-SUSPENSE-TRL-COUNT  PIC 9(8)         VALUE ZERO.
           05  WS-SUSPENSE-TRL-HASH   PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.

      * HELD-TOTALS count the items, the overdue items and the amount
      * held for the branch in progress and for the whole file.
       01  HELD-TOTALS  PACKED-DECIMAL.
           05  BRANCH-ITEM-COUNT       PIC 9(5)       VALUE ZERO.
           05  BRANCH-OVERDUE-COUNT    PIC 9(5)       VALUE ZERO.
           05  BRANCH-AMOUNT           PIC S9(11)V99  VALUE ZERO.
           05  GRAND-ITEM-COUNT        PIC 9(5)       VALUE ZERO.
           05  GRAND-OVERDUE-COUNT     PIC 9(5)       VALUE ZERO.
           05  GRAND-AMOUNT            PIC S9(11)V99  VALUE ZERO.

       01  CALCULATION-FIELDS  PACKED-DECIMAL.
           05  WS-DAYS-HELD           PIC S9(7)      VALUE ZERO.

       01  CONTROL-BREAK-FIELDS.
           05  WS-CURRENT-BRANCH   PIC 9(2)    VALUE ZERO.

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
               VALUE "AGED SUSPENSE LISTING".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "SUS6000".

       01  HEADING-LINE-2.
           05  FILLER          PIC X(23)
               VALUE "ITEMS HELD LONGER THAN ".
           05  HL2-AGE-DAYS    PIC ZZ9.
           05  FILLER          PIC X(45)
               VALUE " DAYS ARE REFERRED TO THE BRANCH MANAGER".
           05  FILLER          PIC X(59)   VALUE SPACE.

       01  BRANCH-HEADING-LINE.
           05  FILLER              PIC X(8)    VALUE "BRANCH: ".
           05  BHL-BRANCH-NUMBER   PIC 99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  BHL-BRANCH-NAME     PIC X(24).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  FILLER              PIC X(9)    VALUE "MANAGER: ".
           05  BHL-MANAGER-NAME    PIC X(20).
           05  FILLER              PIC X(63)   VALUE SPACE.

       01  COLUMN-LINE.
           05  FILLER          PIC X(7)    VALUE "CUST NO".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(4)    VALUE "CODE".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "         AMOUNT".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "POSTED".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "BATCH".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "1ST REJ".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE " DAYS".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "TRIES".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE "LAST REASON REJECTED".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "STATUS".
           05  FILLER          PIC X(14)   VALUE SPACE.

       01  HELD-DETAIL-LINE.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-CUSTOMER-NUMBER  PIC X(5).
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  HDL-TRANS-CODE       PIC X(1).
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  HDL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           05  HDL-AMOUNT-R REDEFINES HDL-AMOUNT
                                    PIC X(15).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-POSTING-DATE     PIC X(8).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-BATCH-ID         PIC X(8).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-FIRST-DATE       PIC 9(8).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-DAYS-HELD        PIC ZZZZ9.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  HDL-RETRY-COUNT      PIC ZZ9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-REASON           PIC X(40).
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  HDL-STATUS           PIC X(7).
           05  FILLER               PIC X(14)   VALUE SPACE.

       01  TOTAL-LINE.
           05  TL-LABEL             PIC X(20).
           05  FILLER               PIC X(7)    VALUE "ITEMS: ".
           05  TL-ITEM-COUNT        PIC ZZ,ZZ9.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  FILLER               PIC X(8)    VALUE "AMOUNT: ".
           05  TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  FILLER               PIC X(9)    VALUE "OVERDUE: ".
           05  TL-OVERDUE-COUNT     PIC ZZ,ZZ9.
           05  FILLER               PIC X(50)   VALUE SPACE.

       01  NO-ITEMS-LINE.
           05  FILLER          PIC X(40)
               VALUE "NO ITEMS HELD IN SUSPENSE".
           05  FILLER          PIC X(90)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It reads the run parameters, checks
      * the nightly chain order, loads the branch master, tables every
      * suspense item, verifies the CMSUSP trailer, sorts the table
      * into branch and first-rejected-date order, prints the listing
      * with its referral files and control totals, and closes down.
       000-PREPARE-SUSPENSE-LISTING.

           INITIALIZE HELD-TABLE.
           INITIALIZE BRANCH-TABLE.

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 055-CHECK-RUN-CONTROL.
           PERFORM 230-LOAD-BRANCH-TABLE.

           OPEN INPUT INPUT-SUSPENSE.
           EVALUATE WS-CMSUSP-STATUS
              WHEN "00"
                 SET SUSPENSE-AVAILABLE TO TRUE
              WHEN "35"
                 SET SUSPENSE-EOF TO TRUE
                 DISPLAY "*** SUS6000: NO CMSUSP FILE FOUND. THE "
                    "LISTING WILL SHOW NO ITEMS."
              WHEN OTHER
                 DISPLAY "*****************************************"
                 DISPLAY "*** SUS6000 ERROR: CANNOT OPEN CMSUSP "
                    "(STATUS " WS-CMSUSP-STATUS ") ***"
                 DISPLAY "*** NO LISTING WAS RELEASED."
                 DISPLAY "*****************************************"
                 STOP RUN
           END-EVALUATE.
           OPEN OUTPUT OUTPUT-SUS6000.

           PERFORM 300-TABLE-SUSPENSE-ITEMS
              UNTIL SUSPENSE-EOF.

           IF SUSPENSE-AVAILABLE
              PERFORM 318-VERIFY-SUSPENSE-TRAILER
           END-IF.

           PERFORM 260-SORT-HELD-TABLE.

           PERFORM 100-FORMAT-REPORT-HEADING.
           PERFORM 400-PRINT-HELD-ITEMS.
           PERFORM 500-PRINT-GRAND-TOTALS.

           IF SUSPENSE-AVAILABLE
              CLOSE INPUT-SUSPENSE
           END-IF.
           CLOSE OUTPUT-SUS6000.

           PERFORM 910-REPORT-RUN-SUMMARY.

           STOP RUN.

      * This paragraph reads SUS6000_AGE_DAYS from the environment,
      * defaulting to 5 days; a value that is not numeric falls back
      * to the default with a console warning.
       050-READ-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-TODAY-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           ACCEPT WS-AGE-PARAM FROM ENVIRONMENT
              "SUS6000_AGE_DAYS".
           IF WS-AGE-PARAM NOT = SPACES
              IF FUNCTION TRIM (WS-AGE-PARAM) IS NUMERIC
                 COMPUTE WS-AGE-DAYS =
                    FUNCTION NUMVAL (WS-AGE-PARAM)
              ELSE
                 DISPLAY "*** SUS6000: SUS6000_AGE_DAYS "
                    WS-AGE-PARAM " IS NOT NUMERIC. USING "
                    WS-AGE-DAYS " DAYS."
              END-IF
           END-IF.

      * This paragraph enforces the nightly chain order against the
      * shared run-control file (see RUNCTL) the way RPT6000's
      * 055-CHECK-RUN-CONTROL does: CMU6000 must have stamped a
      * POSTING for today's date, or the suspense file about to be
      * listed is yesterday's and shows items tonight's run may
      * already have cleared. A missing run-control file is tolerated
      * with a warning; a file with no POSTING stamp for today refuses
      * the run unless SUS6000_RUNCTL_OVERRIDE is "Y", in which case
      * the refusal becomes a console warning.
       055-CHECK-RUN-CONTROL.
           ACCEPT WS-RUNCTL-OVERRIDE FROM ENVIRONMENT
              "SUS6000_RUNCTL_OVERRIDE".
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "*** SUS6000: NO RUN-CONTROL FILE AVAILABLE "
                 "(STATUS " WS-RUNCTL-STATUS "). CHAIN-ORDER CHECK "
                 "SKIPPED."
           ELSE
              PERFORM 056-READ-RUN-CONTROL-RECORD
                 UNTIL RUNCTL-EOF
              CLOSE RUN-CONTROL-FILE
              IF NOT POSTING-STAMP-FOUND
                 IF RUNCTL-OVERRIDE-ON
                    DISPLAY "*** SUS6000 WARNING: CMU6000 HAS NOT "
                       "STAMPED TODAY'S POSTING."
                    DISPLAY "*** SUS6000_RUNCTL_OVERRIDE IS SET - "
                       "CONTINUING ON OPERATOR AUTHORITY."
                 ELSE
                    DISPLAY "*****************************************"
                    DISPLAY "*** SUS6000 ERROR: CMU6000 HAS NOT "
                       "STAMPED TODAY'S POSTING ON RUNCTL ***"
                    DISPLAY "*** THE SUSPENSE FILE ABOUT TO BE LISTED "
                       "WAS NOT WRITTEN TODAY."
                    DISPLAY "*** RUN CMU6000 FIRST, OR SET "
                       "SUS6000_RUNCTL_OVERRIDE=Y FOR A RERUN."
                    DISPLAY "*** NO LISTING WAS RELEASED FOR THIS RUN."
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

      * This paragraph prints the listing heading, the age-limit line
      * and a blank line; each branch section prints its own branch
      * heading and column line.
       100-FORMAT-REPORT-HEADING.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE WS-AGE-DAYS TO HL2-AGE-DAYS.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph loads the branch master into BRANCH-TABLE the
      * way RPT6000's 230-LOAD-BRANCH-TABLE does. A missing BRNCHMST
      * file is tolerated with a console warning; every branch then
      * shows UNKNOWN for its name and manager, and the referral files
      * are still written.
       230-LOAD-BRANCH-TABLE.
           OPEN INPUT INPUT-BRNCHMST.
           IF WS-BRNCHMST-STATUS NOT = "00"
              DISPLAY "*** SUS6000: NO BRNCHMST FILE AVAILABLE "
                 "(STATUS " WS-BRNCHMST-STATUS "). BRANCH NAMES AND "
                 "MANAGERS WILL SHOW AS UNKNOWN."
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
                          MOVE BM-MANAGER-NAME
                             TO BRANCH-MANAGER (BRANCH-COUNT)
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

      * This paragraph sorts HELD-TABLE into branch and first-rejected
      * date order with the in-storage insertion sort ARC6000's
      * 570-SORT-RESTORED-TABLE uses, so each branch's oldest item
      * heads its section.
       260-SORT-HELD-TABLE.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
              UNTIL WS-SORT-SUB > HT-COUNT
              MOVE WS-SORT-SUB TO WS-SORT-SUB2
              PERFORM UNTIL WS-SORT-SUB2 = 1
                 OR NOT (HT-BRANCH-NUMBER (WS-SORT-SUB2)
                       < HT-BRANCH-NUMBER (WS-SORT-SUB2 - 1)
                    OR (HT-BRANCH-NUMBER (WS-SORT-SUB2)
                          = HT-BRANCH-NUMBER (WS-SORT-SUB2 - 1)
                       AND HT-FIRST-DATE (WS-SORT-SUB2)
                          < HT-FIRST-DATE (WS-SORT-SUB2 - 1)))
                 MOVE HELD-GROUP (WS-SORT-SUB2) TO HT-SWAP-ENTRY
                 MOVE HELD-GROUP (WS-SORT-SUB2 - 1)
                    TO HELD-GROUP (WS-SORT-SUB2)
                 MOVE HT-SWAP-ENTRY
                    TO HELD-GROUP (WS-SORT-SUB2 - 1)
                 SUBTRACT 1 FROM WS-SORT-SUB2
              END-PERFORM
           END-PERFORM.

      * This is the main load loop: it reads one suspense item, works
      * out how many days it has been held, and adds it to
      * HELD-TABLE. An item whose first-rejected date is not a real
      * date cannot be aged, so it is shown as held 99999 days --
      * overdue, and in front of the manager -- rather than dropped.
       300-TABLE-SUSPENSE-ITEMS.
           PERFORM 310-READ-SUSPENSE-ITEM.
           IF NOT SUSPENSE-EOF
              IF HT-COUNT = HT-TABLE-MAX
                 PERFORM 920-ABORT-HELD-TABLE-FULL
              END-IF
              ADD 1 TO HT-COUNT
              SET HT-INDEX TO HT-COUNT
              IF SU-BRANCH-NUMBER IS NUMERIC
                 MOVE SU-BRANCH-NUMBER TO HT-BRANCH-NUMBER (HT-INDEX)
              ELSE
                 MOVE ZERO TO HT-BRANCH-NUMBER (HT-INDEX)
              END-IF
              MOVE 99999 TO HT-DAYS-HELD (HT-INDEX)
              IF SU-FIRST-REJECT-DATE IS NUMERIC
                 MOVE SU-FIRST-REJECT-DATE TO HT-FIRST-DATE (HT-INDEX)
                 IF FUNCTION TEST-DATE-YYYYMMDD (SU-FIRST-REJECT-DATE)
                       = ZERO
                    COMPUTE WS-DAYS-HELD =
                       FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE
                            (SU-FIRST-REJECT-DATE)
                    IF WS-DAYS-HELD < ZERO
                       MOVE ZERO TO WS-DAYS-HELD
                    END-IF
                    MOVE WS-DAYS-HELD TO HT-DAYS-HELD (HT-INDEX)
                 END-IF
              ELSE
                 MOVE ZERO TO HT-FIRST-DATE (HT-INDEX)
              END-IF
              IF SU-RETRY-COUNT IS NUMERIC
                 MOVE SU-RETRY-COUNT TO HT-RETRY-COUNT (HT-INDEX)
              ELSE
                 MOVE ZERO TO HT-RETRY-COUNT (HT-INDEX)
              END-IF
              MOVE SU-BATCH-ID        TO HT-BATCH-ID (HT-INDEX)
              MOVE SU-TRANS-CODE      TO HT-TRANS-CODE (HT-INDEX)
              MOVE SU-CUSTOMER-NUMBER TO HT-CUSTOMER-NUMBER (HT-INDEX)
              MOVE SU-POSTING-DATE    TO HT-POSTING-DATE (HT-INDEX)
              IF SU-TRANS-AMOUNT IS NUMERIC
                 MOVE SU-TRANS-AMOUNT TO HT-AMOUNT (HT-INDEX)
                 MOVE "Y" TO HT-AMOUNT-SWITCH (HT-INDEX)
              ELSE
                 MOVE ZERO TO HT-AMOUNT (HT-INDEX)
                 MOVE "N" TO HT-AMOUNT-SWITCH (HT-INDEX)
              END-IF
              MOVE SU-REASON          TO HT-REASON (HT-INDEX)
           END-IF.

      * This paragraph reads the next data record from INPUT-SUSPENSE,
      * capturing the trailer control record and counting/hashing
      * every data record, exactly as QTA6000's 310 does for CUSTMAST.
       310-READ-SUSPENSE-ITEM.
           PERFORM 311-READ-SUSPENSE-ONCE.
           PERFORM UNTIL SUSPENSE-EOF OR NOT TSU-IS-TRAILER
              PERFORM 312-CAPTURE-SUSPENSE-TRAILER
              PERFORM 311-READ-SUSPENSE-ONCE
           END-PERFORM.
           IF NOT SUSPENSE-EOF
              ADD 1 TO WS-SUSPENSE-DATA-COUNT
              IF SU-TRANS-AMOUNT IS NUMERIC
                 ADD SU-TRANS-AMOUNT TO WS-SUSPENSE-HASH
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 310-READ-SUSPENSE-ITEM.
       311-READ-SUSPENSE-ONCE.
           READ INPUT-SUSPENSE
              AT END
                 SET SUSPENSE-EOF TO TRUE
           END-READ.

      * This paragraph captures the count and hash claimed by the
      * CMSUSP trailer control record just read.
       312-CAPTURE-SUSPENSE-TRAILER.
           SET SUSPENSE-TRAILER-SEEN TO TRUE.
           MOVE TSU-RECORD-COUNT  TO WS-SUSPENSE-TRL-COUNT.
           MOVE TSU-HASH-AMOUNT   TO WS-SUSPENSE-TRL-HASH.

      * This paragraph verifies the CMSUSP trailer control record
      * after the whole file has been read and before the listing is
      * released, mirroring QTA6000's 318: a listing from a truncated
      * file would hide exactly the items it exists to expose.
       318-VERIFY-SUSPENSE-TRAILER.
           IF NOT SUSPENSE-TRAILER-SEEN
              DISPLAY "*****************************************"
              DISPLAY "*** SUS6000 ERROR: CMSUSP HAS NO TRAILER "
                 "CONTROL RECORD ***"
              DISPLAY "*** NO LISTING WAS RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.
           IF WS-SUSPENSE-TRL-COUNT NOT = WS-SUSPENSE-DATA-COUNT
              OR WS-SUSPENSE-TRL-HASH NOT = WS-SUSPENSE-HASH
              DISPLAY "*****************************************"
              DISPLAY "*** SUS6000 ERROR: CMSUSP FAILED ITS "
                 "TRAILER CONTROL CHECK ***"
              DISPLAY "*** TRAILER COUNT " WS-SUSPENSE-TRL-COUNT
                 "  RECORDS READ " WS-SUSPENSE-DATA-COUNT
              DISPLAY "*** TRAILER HASH  " WS-SUSPENSE-TRL-HASH
                 "  HASH COMPUTED " WS-SUSPENSE-HASH
              DISPLAY "*** NO LISTING WAS RELEASED."
              DISPLAY "*****************************************"
              PERFORM 940-STOP-CONTROL-FAILURE
           END-IF.

      * This paragraph stops the run when CMSUSP carries more items
      * than HELD-TABLE holds, before anything is printed.
       920-ABORT-HELD-TABLE-FULL.
           DISPLAY "*****************************************".
           DISPLAY "*** SUS6000 ERROR: HELD TABLE FULL ***".
           DISPLAY "*** CMSUSP CARRIES MORE THAN " HT-TABLE-MAX
              " ITEMS.".
           DISPLAY "*** INCREASE HELD-TABLE OCCURS SIZE. NO LISTING "
              "WAS RELEASED.".
           DISPLAY "*****************************************".
           PERFORM 940-STOP-CONTROL-FAILURE.

      * This paragraph closes everything and stops the run after a
      * control failure.
       940-STOP-CONTROL-FAILURE.
           CLOSE INPUT-SUSPENSE
                 OUTPUT-SUS6000.
           STOP RUN.

      * This paragraph prints one line per HELD-TABLE entry in branch
      * and first-rejected-date order, with a branch heading naming
      * the manager when the branch changes and a branch total line
      * at the end of each branch.
       400-PRINT-HELD-ITEMS.
           IF HT-COUNT = ZERO
              MOVE NO-ITEMS-LINE TO PRINT-AREA
              PERFORM 350-WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING HT-INDEX FROM 1 BY 1
              UNTIL HT-INDEX > HT-COUNT
              IF FIRST-ENTRY
                 MOVE "N" TO FIRST-ENTRY-SWITCH
                 MOVE HT-BRANCH-NUMBER (HT-INDEX) TO WS-CURRENT-BRANCH
                 PERFORM 410-PRINT-BRANCH-HEADING
              ELSE
                 IF HT-BRANCH-NUMBER (HT-INDEX) NOT = WS-CURRENT-BRANCH
                    PERFORM 420-PRINT-BRANCH-TOTAL
                    MOVE HT-BRANCH-NUMBER (HT-INDEX)
                       TO WS-CURRENT-BRANCH
                    PERFORM 410-PRINT-BRANCH-HEADING
                 END-IF
              END-IF
              PERFORM 405-PRINT-HELD-LINE
           END-PERFORM.
           IF HT-COUNT > ZERO
              PERFORM 420-PRINT-BRANCH-TOTAL
           END-IF.

      * This paragraph prints the line for the HELD-TABLE entry
      * HT-INDEX points at and adds it to the branch totals. An item
      * held longer than the age limit is flagged OVERDUE and also
      * written to the branch's referral file.
       405-PRINT-HELD-LINE.
           MOVE HT-CUSTOMER-NUMBER (HT-INDEX) TO HDL-CUSTOMER-NUMBER.
           MOVE HT-TRANS-CODE (HT-INDEX)      TO HDL-TRANS-CODE.
           IF HT-AMOUNT-VALID (HT-INDEX)
              MOVE HT-AMOUNT (HT-INDEX) TO HDL-AMOUNT
           ELSE
              MOVE "       INVALID" TO HDL-AMOUNT-R
           END-IF.
           MOVE HT-POSTING-DATE (HT-INDEX)    TO HDL-POSTING-DATE.
           MOVE HT-BATCH-ID (HT-INDEX)        TO HDL-BATCH-ID.
           MOVE HT-FIRST-DATE (HT-INDEX)      TO HDL-FIRST-DATE.
           MOVE HT-DAYS-HELD (HT-INDEX)       TO HDL-DAYS-HELD.
           MOVE HT-RETRY-COUNT (HT-INDEX)     TO HDL-RETRY-COUNT.
           MOVE HT-REASON (HT-INDEX)          TO HDL-REASON.
           ADD 1 TO BRANCH-ITEM-COUNT.
           ADD HT-AMOUNT (HT-INDEX) TO BRANCH-AMOUNT.
           IF HT-DAYS-HELD (HT-INDEX) > WS-AGE-DAYS
              MOVE "OVERDUE" TO HDL-STATUS
              ADD 1 TO BRANCH-OVERDUE-COUNT
           ELSE
              MOVE SPACES TO HDL-STATUS
           END-IF.
           MOVE HELD-DETAIL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           IF HT-DAYS-HELD (HT-INDEX) > WS-AGE-DAYS
              AND BURST-IS-ACTIVE
              IF NOT BURST-FILE-OPEN
                 PERFORM 380-OPEN-BURST-FILE
              END-IF
              IF BURST-FILE-OPEN
                 MOVE HELD-DETAIL-LINE TO BURST-AREA
                 WRITE BURST-AREA
              END-IF
           END-IF.

      * This paragraph resolves the branch about to print against
      * BRANCH-TABLE and prints its heading and column line. Branch 00
      * carries the transactions whose customer is not on CUSTMAST,
      * which have no branch to go to and are answered for by
      * accounts receivable.
       410-PRINT-BRANCH-HEADING.
           MOVE WS-CURRENT-BRANCH TO BHL-BRANCH-NUMBER.
           IF WS-CURRENT-BRANCH = ZERO
              MOVE "CUSTOMER NOT ON FILE" TO BHL-BRANCH-NAME
              MOVE "ACCOUNTS RECEIVABLE" TO BHL-MANAGER-NAME
           ELSE
              SET BRT-INDEX TO 1
              SEARCH BRANCH-GROUP
                 AT END
                    MOVE "UNKNOWN" TO BHL-BRANCH-NAME
                    MOVE "UNKNOWN" TO BHL-MANAGER-NAME
                 WHEN BRANCH-NUMBER (BRT-INDEX) = WS-CURRENT-BRANCH
                    MOVE BRANCH-NAME (BRT-INDEX) TO BHL-BRANCH-NAME
                    MOVE BRANCH-MANAGER (BRT-INDEX)
                       TO BHL-MANAGER-NAME
              END-SEARCH
           END-IF.
           MOVE BRANCH-HEADING-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE COLUMN-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This paragraph prints the total line for the branch just
      * finished, rolls it into the grand totals, clears it, and
      * closes the branch's referral file if one was opened -- with
      * the same total line, so the manager sees how much of the
      * branch's suspense is overdue.
       420-PRINT-BRANCH-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING "  BRANCH " WS-CURRENT-BRANCH " TOTAL"
              DELIMITED BY SIZE INTO TL-LABEL
           END-STRING.
           MOVE BRANCH-ITEM-COUNT    TO TL-ITEM-COUNT.
           MOVE BRANCH-AMOUNT        TO TL-AMOUNT.
           MOVE BRANCH-OVERDUE-COUNT TO TL-OVERDUE-COUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.
           IF BURST-FILE-OPEN
              MOVE SPACES TO BURST-AREA
              WRITE BURST-AREA
              MOVE TOTAL-LINE TO BURST-AREA
              WRITE BURST-AREA
              PERFORM 385-CLOSE-BURST-FILE
           END-IF.
           ADD BRANCH-ITEM-COUNT    TO GRAND-ITEM-COUNT.
           ADD BRANCH-AMOUNT        TO GRAND-AMOUNT.
           ADD BRANCH-OVERDUE-COUNT TO GRAND-OVERDUE-COUNT.
           MOVE ZERO TO BRANCH-ITEM-COUNT.
           MOVE ZERO TO BRANCH-AMOUNT.
           MOVE ZERO TO BRANCH-OVERDUE-COUNT.

      * This paragraph opens the referral file for the branch in
      * progress on its first overdue item, named SUSBRnn for branch
      * nn, and writes the listing headings and the branch heading
      * naming the manager, so the manager's copy stands alone. A
      * file that cannot be opened turns referral off for the rest of
      * the run with a console note; the full listing still carries
      * every overdue item.
       380-OPEN-BURST-FILE.
           MOVE SPACES TO WS-BURST-FILENAME.
           STRING "SUSBR" DELIMITED BY SIZE
              WS-CURRENT-BRANCH DELIMITED BY SIZE
              INTO WS-BURST-FILENAME
           END-STRING.
           OPEN OUTPUT BURST-FILE.
           IF WS-BURST-STATUS NOT = "00"
              DISPLAY "*** SUS6000: CANNOT OPEN REFERRAL FILE "
                 WS-BURST-FILENAME " (STATUS " WS-BURST-STATUS
                 "). REFERRAL FILES TURNED OFF FOR THIS RUN."
              MOVE "N" TO BURST-ACTIVE-SWITCH
           ELSE
              SET BURST-FILE-OPEN TO TRUE
              ADD 1 TO WS-BURST-FILE-COUNT
              MOVE HEADING-LINE-1 TO BURST-AREA
              WRITE BURST-AREA
              MOVE HEADING-LINE-2 TO BURST-AREA
              WRITE BURST-AREA
              MOVE SPACES TO BURST-AREA
              WRITE BURST-AREA
              MOVE BRANCH-HEADING-LINE TO BURST-AREA
              WRITE BURST-AREA
              MOVE COLUMN-LINE TO BURST-AREA
              WRITE BURST-AREA
           END-IF.

      * This paragraph closes the branch referral file just finished.
       385-CLOSE-BURST-FILE.
           CLOSE BURST-FILE.
           MOVE "N" TO BURST-OPEN-SWITCH.

      * This paragraph prints the grand total line for the whole
      * suspense file.
       500-PRINT-GRAND-TOTALS.
           MOVE "GRAND TOTAL" TO TL-LABEL.
           MOVE GRAND-ITEM-COUNT    TO TL-ITEM-COUNT.
           MOVE GRAND-AMOUNT        TO TL-AMOUNT.
           MOVE GRAND-OVERDUE-COUNT TO TL-OVERDUE-COUNT.
           MOVE TOTAL-LINE TO PRINT-AREA.
           PERFORM 350-WRITE-REPORT-LINE.

      * This is a utility paragraph used to write a single formatted
      * line (PRINT-AREA) to the report file.
       350-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.

      * This paragraph issues the end-of-run console summary in the
      * style of QTA6000's 910-REPORT-RUN-SUMMARY.
       910-REPORT-RUN-SUMMARY.
           DISPLAY "*** SUS6000: " WS-SUSPENSE-DATA-COUNT
              " ITEM(S) HELD IN SUSPENSE, " GRAND-OVERDUE-COUNT
              " OVERDUE.".
           IF WS-BURST-FILE-COUNT > ZERO
              DISPLAY "*** SUS6000: " WS-BURST-FILE-COUNT
                 " BRANCH REFERRAL FILE(S) WRITTEN."
           END-IF.
