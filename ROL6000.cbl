      *  the shift for TRD6000's trend report. Because a roll in the
      *  wrong direction destroys history, a missing or unrecognized
      *  period parameter stops the run loudly instead of guessing.
      *  The periods themselves come from the fiscal calendar (see
      *  FISCAL), not the calendar month the run happens to fall in:
      *  a MONTH run closes the calendar's first open period, refuses
      *  to run before that period's end date, stamps the history
      *  and run-control file with the fiscal period, and writes the
      *  calendar back (NEWFISC) with the period marked closed; a
      *  YEAR run closes the fiscal year whose last period the MONTH
      *  roll has just closed. A missing or inconsistent calendar
      *  stops the run before any file is touched.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OLD-SALESHST   ASSIGN TO SALESHST
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT NEW-SALESHST   ASSIGN TO NEWSHST.
           SELECT OLD-FISCAL     ASSIGN TO FISCAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT NEW-FISCAL     ASSIGN TO NEWFISC.

       DATA DIVISION.

           ==SH-BRANCH-NUMBER==   BY ==NSH-BRANCH-NUMBER==
           ==SH-SALESREP-NUMBER== BY ==NSH-SALESREP-NUMBER==
           ==SH-PERIOD==          BY ==NSH-PERIOD==
           ==SH-SALES-AMOUNT==    BY ==NSH-SALES-AMOUNT==
           ==SH-ENTRY-TYPE==      BY ==NSH-ENTRY-TYPE==
           ==SH-IS-SNAPSHOT==     BY ==NSH-IS-SNAPSHOT==
           ==SH-IS-ADJUSTMENT==   BY ==NSH-IS-ADJUSTMENT==
           ==SH-PROGRAM-ID==      BY ==NSH-PROGRAM-ID==
           ==SH-BATCH-ID==        BY ==NSH-BATCH-ID==
           ==SH-RUN-DATE==        BY ==NSH-RUN-DATE==.

       FD  OLD-FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL.

       FD  NEW-FISCAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL
           REPLACING ==FISCAL-PERIOD-RECORD==
                  BY ==NEW-FISCAL-PERIOD-RECORD==
           ==FC-PERIOD-PARTS==    BY ==NFC-PERIOD-PARTS==
           ==FC-PERIOD-NUMBER==   BY ==NFC-PERIOD-NUMBER==
           ==FC-PERIOD-NAME==     BY ==NFC-PERIOD-NAME==
           ==FC-PERIOD-STATUS==   BY ==NFC-PERIOD-STATUS==
           ==FC-PERIOD-OPEN==     BY ==NFC-PERIOD-OPEN==
           ==FC-PERIOD-CLOSED==   BY ==NFC-PERIOD-CLOSED==
           ==FC-PERIOD==          BY ==NFC-PERIOD==
           ==FC-FISCAL-YEAR==     BY ==NFC-FISCAL-YEAR==
           ==FC-START-DATE==      BY ==NFC-START-DATE==
           ==FC-END-DATE==        BY ==NFC-END-DATE==
           ==FC-CLOSED-DATE==     BY ==NFC-CLOSED-DATE==
           ==FC-CLOSED-TIME==     BY ==NFC-CLOSED-TIME==.

       WORKING-STORAGE SECTION.

           88  SALESHST-EOF                   VALUE "Y".

      * RUN-CONTROL-FIELDS back the duplicate-roll check and stamp
      * (see RUNCTL). A MONTH roll stamps the fiscal period (YYYYPP)
      * it closed and a YEAR roll the fiscal year (YYYY), both taken
      * from the fiscal calendar, and a second roll of a period
      * already stamped is refused on startup, before any file is
      * opened: running the MONTH roll twice in one period once
      * destroyed a month of history, which no trailer check can
      * catch because a doubled roll balances perfectly.
      * ROL6000_RUNCTL_OVERRIDE of "Y" turns the refusal into a
               88  RUNCTL-OVERRIDE-ON             VALUE "Y".
           05  WS-TODAY-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-STAMP        PIC X(6)    VALUE SPACES.
           05  WS-CLOSING-PERIOD.
               10  WS-CLOSING-YEAR    PIC 9(4).
               10  WS-CLOSING-NUMBER  PIC 9(2).
           05  WS-CLOSING-PERIOD-N REDEFINES WS-CLOSING-PERIOD
                                  PIC 9(6).
           05  WS-STAMP-TIME.
               10  WS-STAMP-HOURS   PIC 9(2).
           88  PERIOD-IS-MONTH                 VALUE "MONTH".
           88  PERIOD-IS-YEAR                  VALUE "YEAR".

      * FISCAL-CALENDAR-FIELDS and FISCAL-TABLE hold the fiscal
      * calendar (see FISCAL) for the run. 060-LOAD-FISCAL-CALENDAR
      * proves the file consistent as it loads it -- periods in
      * order, each starting the day after the last one ended, every
      * closed period ahead of every open one -- and remembers the
      * first open period and the last closed one. A MONTH roll
      * closes FT-ENTRY (WS-CLOSING-SUB), the first open period; a
      * YEAR roll closes the fiscal year of the last closed period.
      * 120 entries is ten fiscal years of periods.
       01  FISCAL-CALENDAR-FIELDS.
           05  WS-FISCAL-STATUS       PIC X(2)    VALUE "00".
           05  FISCAL-EOF-SWITCH      PIC X       VALUE "N".
               88  FISCAL-EOF                     VALUE "Y".
           05  FISCAL-VALID-SWITCH    PIC X       VALUE "Y".
               88  FISCAL-CALENDAR-VALID          VALUE "Y".
           05  WS-FISCAL-ERROR        PIC X(40)   VALUE SPACES.
           05  WS-FISCAL-BAD-PERIOD   PIC X(6)    VALUE SPACES.
           05  WS-FISCAL-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-FIRST-OPEN-SUB      PIC 9(3)    VALUE ZERO.
           05  WS-LAST-CLOSED-SUB     PIC 9(3)    VALUE ZERO.
           05  WS-CLOSING-SUB         PIC 9(3)    VALUE ZERO.
           05  WS-FISCAL-SUB          PIC 9(3)    VALUE ZERO.
           05  WS-CLOSING-END-DATE    PIC 9(8)    VALUE ZERO.
           05  WS-END-DATE-PARTS REDEFINES WS-CLOSING-END-DATE.
               10  WS-END-YEAR        PIC 9(4).
               10  WS-END-MONTH       PIC 9(2).
               10  WS-END-DAY         PIC 9(2).
           05  WS-FISCAL-WRITTEN      PIC 9(3)    VALUE ZERO.

       01  FISCAL-TABLE-SIZE          PIC 9(3)    VALUE 120.

       01  FISCAL-TABLE.
           05  FT-ENTRY OCCURS 120 TIMES.
               10  FT-PERIOD          PIC 9(6).
               10  FT-PERIOD-PARTS REDEFINES FT-PERIOD.
                   15  FT-FISCAL-YEAR     PIC 9(4).
                   15  FT-PERIOD-NUMBER   PIC 9(2).
               10  FT-PERIOD-NAME     PIC X(8).
               10  FT-START-DATE      PIC 9(8).
               10  FT-END-DATE        PIC 9(8).
               10  FT-PERIOD-STATUS   PIC X(1).
                   88  FT-PERIOD-OPEN             VALUE "O".
                   88  FT-PERIOD-CLOSED           VALUE "C".
               10  FT-CLOSED-DATE     PIC 9(8).
               10  FT-CLOSED-TIME     PIC 9(4).

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 CUSTMAST-EOF                   VALUE "Y".
      * BEFORE-TOTALS/AFTER-TOTALS accumulate the file-level total of
      * every bucket as read and as rewritten, so the control report
      * can prove the roll moved each total where it should and nowhere
      * else. Sized S9(11)V99 to hold a full file of S9(9)V99 amounts.
       01  BEFORE-TOTALS  PACKED-DECIMAL.
           05  BT-THIS-YTD       PIC S9(11)V99  VALUE ZERO.
           05  BT-LAST-YTD       PIC S9(11)V99  VALUE ZERO.
           05  BT-THIS-MONTH     PIC S9(11)V99  VALUE ZERO.
           05  BT-LAST-MONTH     PIC S9(11)V99  VALUE ZERO.
           05  BT-TWO-YEARS-AGO  PIC S9(11)V99  VALUE ZERO.

       01  AFTER-TOTALS  PACKED-DECIMAL.
           05  AT-THIS-YTD       PIC S9(11)V99  VALUE ZERO.
           05  AT-LAST-YTD       PIC S9(11)V99  VALUE ZERO.
           05  AT-THIS-MONTH     PIC S9(11)V99  VALUE ZERO.
           05  AT-LAST-MONTH     PIC S9(11)V99  VALUE ZERO.
           05  AT-TWO-YEARS-AGO  PIC S9(11)V99  VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  FILLER          PIC X(7)    VALUE "ROL6000".
           05  FILLER          PIC X(89)   VALUE SPACE.

       01  PERIOD-LINE.
           05  PRL-LABEL       PIC X(22).
           05  PRL-NAME        PIC X(8).
           05  FILLER          PIC X(2)    VALUE " (".
           05  PRL-PERIOD      PIC X(6).
           05  FILLER          PIC X(9)    VALUE ")  ENDED ".
           05  PRL-END-MONTH   PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PRL-END-DAY     PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  PRL-END-YEAR    PIC 9(4).
           05  FILLER          PIC X(73)   VALUE SPACE.

       01  TOTALS-COLUMN-LINE.
           05  FILLER          PIC X(22)   VALUE "SALES BUCKET".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "      BEFORE ROLL".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE "       AFTER ROLL".
           05  FILLER          PIC X(66)   VALUE SPACE.

       01  TOTALS-DETAIL-LINE.
           05  TDL-BUCKET-NAME     PIC X(22).
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  TDL-BEFORE-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACE.
           05  TDL-AFTER-TOTAL     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(66)   VALUE SPACE.

       01  COUNTS-LINE.

      * This is the main driver. It reads the rollover period
      * parameter (stopping loudly if it is missing or unrecognized),
      * loads the fiscal calendar and picks the period to close,
      * opens the files, rolls every CUSTMAST record onto NEW-CUSTMAST
      * while accumulating before/after bucket totals, proves the roll
      * balanced, and prints the control report before closing down.
       000-ROLL-SALES-HISTORY.

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 060-LOAD-FISCAL-CALENDAR.
           PERFORM 070-SELECT-CLOSING-PERIOD.
           PERFORM 055-CHECK-RUN-CONTROL.

           OPEN INPUT  OLD-CUSTMAST
              PERFORM 350-WRITE-NEW-TRAILER
           END-IF.

      * A MONTH roll writes the calendar back with the period it
      * closed marked closed -- but only a balanced roll closes it,
      * so an unbalanced one leaves the period open for the rerun.
           IF PERIOD-IS-MONTH
              PERFORM 650-WRITE-NEW-CALENDAR
           END-IF.

           PERFORM 500-PRINT-CONTROL-REPORT.

           CLOSE OLD-CUSTMAST
                    " PRIOR SNAPSHOT(S) FOR PERIOD " WS-PERIOD-STAMP
                    " WERE SUPERSEDED BY THIS RUN'S."
              END-IF
              IF ROLL-BALANCED
                 DISPLAY "ROL6000: FISCAL PERIOD "
                    FT-PERIOD-NAME (WS-CLOSING-SUB) " ("
                    WS-PERIOD-STAMP ") CLOSED ON NEWFISC."
              ELSE
                 DISPLAY "*** ROL6000: DO NOT RELEASE NEWSHST "
                    "EITHER - IT CAME FROM THE SAME UNBALANCED "
                    "ROLL."
                 DISPLAY "*** FISCAL PERIOD " WS-PERIOD-STAMP
                    " WAS LEFT OPEN ON NEWFISC."
              END-IF
           END-IF.

      * This paragraph refuses a second roll of a period this program
      * has already stamped on the shared run-control file (see
      * RUNCTL), before any file is opened. The period this run would
      * close -- picked from the fiscal calendar by 070-SELECT-
      * CLOSING-PERIOD, as YYYYPP for a MONTH roll and YYYY for a
      * YEAR roll -- is compared against every prior ROL6000 ROLL
      * stamp. A missing run-control file is tolerated with a
      * warning, the way RPT6000 tolerates a missing RUNHIST; a match
      * refuses the run unless ROL6000_RUNCTL_OVERRIDE is "Y".
       055-CHECK-RUN-CONTROL.
           ACCEPT WS-RUNCTL-OVERRIDE FROM ENVIRONMENT
              "ROL6000_RUNCTL_OVERRIDE".
           IF PERIOD-IS-MONTH
              MOVE WS-CLOSING-PERIOD TO WS-PERIOD-STAMP
           ELSE
              MOVE SPACES TO WS-PERIOD-STAMP
              MOVE WS-CLOSING-YEAR TO WS-PERIOD-STAMP (1:4)
           END-IF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
                 END-IF
           END-READ.

      * This paragraph loads the fiscal calendar (see FISCAL) into
      * FISCAL-TABLE, proving it consistent on the way in. Both
      * rolls take their period from the calendar, so a missing,
      * empty or inconsistent calendar stops the run with a loud
      * console message before any file is opened, the way a bad
      * rollover parameter does.
       060-LOAD-FISCAL-CALENDAR.
           OPEN INPUT OLD-FISCAL.
           IF WS-FISCAL-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** ROL6000 ERROR: NO FISCAL CALENDAR FILE "
                 "AVAILABLE (STATUS " WS-FISCAL-STATUS ")."
              DISPLAY "*** THE ROLL TAKES ITS PERIOD FROM THE "
                 "CALENDAR.  NO FILES WERE TOUCHED."
              DISPLAY "*****************************************"
              STOP RUN
           END-IF.
           PERFORM 061-LOAD-FISCAL-PERIOD
              UNTIL FISCAL-EOF OR NOT FISCAL-CALENDAR-VALID.
           CLOSE OLD-FISCAL.
           IF FISCAL-CALENDAR-VALID AND WS-FISCAL-COUNT = ZERO
              MOVE "N" TO FISCAL-VALID-SWITCH
              MOVE "CALENDAR HAS NO PERIODS" TO WS-FISCAL-ERROR
           END-IF.
           IF NOT FISCAL-CALENDAR-VALID
              DISPLAY "*****************************************"
              DISPLAY "*** ROL6000 ERROR: FISCAL CALENDAR IS NOT "
                 "USABLE ***"
              DISPLAY "*** " WS-FISCAL-ERROR " AT PERIOD '"
                 WS-FISCAL-BAD-PERIOD "'."
              DISPLAY "*** CORRECT FISCAL.  NO FILES WERE TOUCHED."
              DISPLAY "*****************************************"
              STOP RUN
           END-IF.

      * This paragraph reads one calendar record, edits it against
      * the period before it and adds it to FISCAL-TABLE, noting the
      * first open period and the last closed one. The first failure
      * turns off FISCAL-CALENDAR-VALID with its reason.
       061-LOAD-FISCAL-PERIOD.
           READ OLD-FISCAL
              AT END
                 SET FISCAL-EOF TO TRUE
           END-READ.
           IF NOT FISCAL-EOF
              MOVE FC-PERIOD TO WS-FISCAL-BAD-PERIOD
              EVALUATE TRUE
                 WHEN WS-FISCAL-COUNT NOT < FISCAL-TABLE-SIZE
                    MOVE "CALENDAR HAS MORE THAN 120 PERIODS"
                       TO WS-FISCAL-ERROR
                 WHEN FC-PERIOD NOT NUMERIC
                    OR FC-PERIOD-NUMBER < 1
                    OR FC-PERIOD-NUMBER > 12
                    MOVE "PERIOD IS NOT YYYYPP, PERIOD 01-12"
                       TO WS-FISCAL-ERROR
                 WHEN FC-START-DATE NOT NUMERIC
                    OR FC-END-DATE NOT NUMERIC
                    MOVE "START OR END DATE IS NOT A DATE"
                       TO WS-FISCAL-ERROR
                 WHEN FUNCTION TEST-DATE-YYYYMMDD (FC-START-DATE)
                       NOT = ZERO
                    OR FUNCTION TEST-DATE-YYYYMMDD (FC-END-DATE)
                       NOT = ZERO
                    MOVE "START OR END DATE IS NOT A DATE"
                       TO WS-FISCAL-ERROR
                 WHEN FC-START-DATE > FC-END-DATE
                    MOVE "PERIOD ENDS BEFORE IT STARTS"
                       TO WS-FISCAL-ERROR
                 WHEN NOT FC-PERIOD-OPEN AND NOT FC-PERIOD-CLOSED
                    MOVE "STATUS IS NOT O (OPEN) OR C (CLOSED)"
                       TO WS-FISCAL-ERROR
                 WHEN WS-FISCAL-COUNT = ZERO
                    CONTINUE
                 WHEN FC-PERIOD NOT > FT-PERIOD (WS-FISCAL-COUNT)
                    MOVE "PERIODS ARE OUT OF ORDER"
                       TO WS-FISCAL-ERROR
                 WHEN FUNCTION INTEGER-OF-DATE (FC-START-DATE)
                       NOT = FUNCTION INTEGER-OF-DATE
                             (FT-END-DATE (WS-FISCAL-COUNT)) + 1
                    MOVE "GAP OR OVERLAP WITH THE PERIOD BEFORE"
                       TO WS-FISCAL-ERROR
                 WHEN FC-PERIOD-CLOSED
                    AND FT-PERIOD-OPEN (WS-FISCAL-COUNT)
                    MOVE "CLOSED PERIOD FOLLOWS AN OPEN ONE"
                       TO WS-FISCAL-ERROR
              END-EVALUATE
              IF WS-FISCAL-ERROR NOT = SPACES
                 MOVE "N" TO FISCAL-VALID-SWITCH
              ELSE
                 ADD 1 TO WS-FISCAL-COUNT
                 MOVE FC-PERIOD      TO FT-PERIOD (WS-FISCAL-COUNT)
                 MOVE FC-PERIOD-NAME TO FT-PERIOD-NAME (WS-FISCAL-COUNT)
                 MOVE FC-START-DATE  TO FT-START-DATE (WS-FISCAL-COUNT)
                 MOVE FC-END-DATE    TO FT-END-DATE (WS-FISCAL-COUNT)
                 MOVE FC-PERIOD-STATUS
                    TO FT-PERIOD-STATUS (WS-FISCAL-COUNT)
                 IF FC-CLOSED-DATE IS NUMERIC
                    MOVE FC-CLOSED-DATE
                       TO FT-CLOSED-DATE (WS-FISCAL-COUNT)
                 ELSE
                    MOVE ZERO TO FT-CLOSED-DATE (WS-FISCAL-COUNT)
                 END-IF
                 IF FC-CLOSED-TIME IS NUMERIC
                    MOVE FC-CLOSED-TIME
                       TO FT-CLOSED-TIME (WS-FISCAL-COUNT)
                 ELSE
                    MOVE ZERO TO FT-CLOSED-TIME (WS-FISCAL-COUNT)
                 END-IF
                 IF FC-PERIOD-OPEN
                    IF WS-FIRST-OPEN-SUB = ZERO
                       MOVE WS-FISCAL-COUNT TO WS-FIRST-OPEN-SUB
                    END-IF
                 ELSE
                    MOVE WS-FISCAL-COUNT TO WS-LAST-CLOSED-SUB
                 END-IF
              END-IF
           END-IF.

      * This paragraph picks the period this run closes and refuses
      * a roll the calendar does not allow, before any file is
      * opened. A MONTH roll closes the first open period, and only
      * once that period's end date has arrived -- the roll runs on
      * the closing night of its period, and a roll before then would
      * shift a period that is still taking sales. A YEAR roll closes
      * the fiscal year of the last closed period, and only once that
      * period was the year's last: every period of the year must
      * already have been closed by its MONTH roll.
       070-SELECT-CLOSING-PERIOD.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-TODAY-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           IF PERIOD-IS-MONTH
              IF WS-FIRST-OPEN-SUB = ZERO
                 DISPLAY "*****************************************"
                 DISPLAY "*** ROL6000 ERROR: THE FISCAL CALENDAR HAS "
                    "NO OPEN PERIOD LEFT TO CLOSE ***"
                 DISPLAY "*** ADD THE NEXT FISCAL YEAR'S PERIODS TO "
                    "FISCAL.  NO FILES WERE TOUCHED."
                 DISPLAY "*****************************************"
                 STOP RUN
              END-IF
              MOVE WS-FIRST-OPEN-SUB TO WS-CLOSING-SUB
              MOVE FT-PERIOD (WS-CLOSING-SUB) TO WS-CLOSING-PERIOD-N
              IF WS-TODAY-DATE < FT-END-DATE (WS-CLOSING-SUB)
                 DISPLAY "*****************************************"
                 DISPLAY "*** ROL6000 ERROR: FISCAL PERIOD "
                    FT-PERIOD-NAME (WS-CLOSING-SUB) " ("
                    WS-CLOSING-PERIOD ") HAS NOT ENDED ***"
                 DISPLAY "*** IT ENDS " FT-END-DATE (WS-CLOSING-SUB)
                    "; TODAY IS " WS-TODAY-DATE "."
                 DISPLAY "*** THE MONTH ROLL RUNS ON OR AFTER THE "
                    "PERIOD END DATE.  NO FILES WERE TOUCHED."
                 DISPLAY "*****************************************"
                 STOP RUN
              END-IF
           ELSE
              IF WS-LAST-CLOSED-SUB = ZERO
                 DISPLAY "*****************************************"
                 DISPLAY "*** ROL6000 ERROR: THE FISCAL CALENDAR HAS "
                    "NO CLOSED PERIOD ***"
                 DISPLAY "*** RUN THE MONTH ROLL FOR THE YEAR'S LAST "
                    "PERIOD FIRST.  NO FILES WERE TOUCHED."
                 DISPLAY "*****************************************"
                 STOP RUN
              END-IF
              MOVE WS-LAST-CLOSED-SUB TO WS-CLOSING-SUB
              MOVE FT-PERIOD (WS-CLOSING-SUB) TO WS-CLOSING-PERIOD-N
              IF WS-FIRST-OPEN-SUB NOT = ZERO
                 IF FT-FISCAL-YEAR (WS-FIRST-OPEN-SUB)
                       = WS-CLOSING-YEAR
                    DISPLAY "*****************************************"
                    DISPLAY "*** ROL6000 ERROR: FISCAL YEAR "
                       WS-CLOSING-YEAR " IS NOT FINISHED ***"
                    DISPLAY "*** PERIOD "
                       FT-PERIOD-NAME (WS-FIRST-OPEN-SUB) " ("
                       FT-PERIOD (WS-FIRST-OPEN-SUB) ") IS STILL "
                       "OPEN.  RUN THE MONTH ROLL FIRST."
                    DISPLAY "*** NO FILES WERE TOUCHED."
                    DISPLAY "*****************************************"
                    STOP RUN
                 END-IF
              END-IF
           END-IF.
           MOVE FT-END-DATE (WS-CLOSING-SUB) TO WS-CLOSING-END-DATE.

      * This paragraph appends this run's ROLL stamp -- with the
      * period it closed -- to the shared run-control file (see
      * RUNCTL), so the next ROL6000 run can refuse to roll the same
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * This paragraph writes the fiscal calendar back to NEWFISC
      * old-in/new-out, every period exactly as loaded except the one
      * this MONTH roll closed, which a balanced roll marks closed
      * with the date and time it did so. An unbalanced roll still
      * writes the file, unchanged, so the old-in/new-out step always
      * has its output.
       650-WRITE-NEW-CALENDAR.
           OPEN OUTPUT NEW-FISCAL.
           MOVE CD-HOURS   TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           IF ROLL-BALANCED
              MOVE "C" TO FT-PERIOD-STATUS (WS-CLOSING-SUB)
              MOVE WS-TODAY-DATE TO FT-CLOSED-DATE (WS-CLOSING-SUB)
              MOVE WS-STAMP-TIME-N TO FT-CLOSED-TIME (WS-CLOSING-SUB)
           END-IF.
           PERFORM 655-WRITE-NEW-CALENDAR-PERIOD
              VARYING WS-FISCAL-SUB FROM 1 BY 1
              UNTIL WS-FISCAL-SUB > WS-FISCAL-COUNT.
           CLOSE NEW-FISCAL.

      * This paragraph writes one period of the new calendar.
       655-WRITE-NEW-CALENDAR-PERIOD.
           MOVE SPACES TO NEW-FISCAL-PERIOD-RECORD.
           MOVE FT-PERIOD (WS-FISCAL-SUB)        TO NFC-PERIOD.
           MOVE FT-PERIOD-NAME (WS-FISCAL-SUB)   TO NFC-PERIOD-NAME.
           MOVE FT-START-DATE (WS-FISCAL-SUB)    TO NFC-START-DATE.
           MOVE FT-END-DATE (WS-FISCAL-SUB)      TO NFC-END-DATE.
           MOVE FT-PERIOD-STATUS (WS-FISCAL-SUB) TO NFC-PERIOD-STATUS.
           MOVE FT-CLOSED-DATE (WS-FISCAL-SUB)   TO NFC-CLOSED-DATE.
           MOVE FT-CLOSED-TIME (WS-FISCAL-SUB)   TO NFC-CLOSED-TIME.
           WRITE NEW-FISCAL-PERIOD-RECORD.
           ADD 1 TO WS-FISCAL-WRITTEN.

      * This paragraph retrieves the current system date and time and
      * formats the control report heading fields, including which
      * rollover mode this run performed.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE WS-ROLLOVER-PERIOD TO HL2-PERIOD.
           MOVE WS-END-MONTH TO PRL-END-MONTH.
           MOVE WS-END-DAY   TO PRL-END-DAY.
           MOVE WS-END-YEAR  TO PRL-END-YEAR.
           MOVE WS-PERIOD-STAMP TO PRL-PERIOD.
           IF PERIOD-IS-MONTH
              MOVE "FISCAL PERIOD CLOSED:" TO PRL-LABEL
              MOVE FT-PERIOD-NAME (WS-CLOSING-SUB) TO PRL-NAME
           ELSE
              MOVE "FISCAL YEAR CLOSED:"   TO PRL-LABEL
              MOVE SPACES TO PRL-NAME
              STRING "FY" WS-CLOSING-YEAR DELIMITED BY SIZE
                 INTO PRL-NAME
              END-STRING
           END-IF.

      * This paragraph reads one CUSTMAST record, adds its buckets to
      * the before-roll totals, performs the selected shift, adds the
           END-IF.

      * This paragraph carries the existing sales history forward
      * onto NEW-SALESHST, dropping (and counting) any snapshot that
      * already carries the period this roll closes -- those can only
      * be a prior run of the same roll, and carrying them alongside
      * this run's snapshots would double the month on every trend.
      * CMU6000's prior-period adjustments are never dropped: they
      * are sales the snapshot does not hold.
      * A missing history file (status "35" -- the first MONTH roll
      * since the snapshot existed) just means there is nothing to
      * carry.
                 SET SALESHST-EOF TO TRUE
              NOT AT END
                 IF SH-PERIOD IS NUMERIC
                    AND SH-PERIOD = WS-CLOSING-PERIOD-N
                    AND SH-IS-SNAPSHOT
                    ADD 1 TO WS-HISTORY-SUPERSEDED
                 ELSE
                    MOVE SALES-HISTORY-RECORD

      * This paragraph captures the customer's closing month figure
      * to the new sales history file before the shift destroys it,
      * keyed by customer and the fiscal period this MONTH roll
      * closes. The branch and salesrep ride along so TRD6000 can
      * trend by either without rejoining the master.
       305-WRITE-HISTORY-SNAPSHOT.
           MOVE SPACES TO NEW-SALES-HISTORY-RECORD.
           MOVE CM-CUSTOMER-NUMBER  TO NSH-CUSTOMER-NUMBER.
           MOVE CM-BRANCH-NUMBER    TO NSH-BRANCH-NUMBER.
           MOVE CM-SALESREP-NUMBER  TO NSH-SALESREP-NUMBER.
           MOVE WS-CLOSING-PERIOD-N TO NSH-PERIOD.
           MOVE "ROL6000"           TO NSH-PROGRAM-ID.
           MOVE WS-TODAY-DATE       TO NSH-RUN-DATE.
           IF CM-SALES-THIS-MONTH IS NUMERIC
              MOVE CM-SALES-THIS-MONTH TO NSH-SALES-AMOUNT
           ELSE
           PERFORM 550-WRITE-REPORT-LINE.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           PERFORM 550-WRITE-REPORT-LINE.
           MOVE PERIOD-LINE TO PRINT-AREA.
           PERFORM 550-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 550-WRITE-REPORT-LINE.
           MOVE TOTALS-COLUMN-LINE TO PRINT-AREA.
