      *  sequence with a fresh trailer. Every customer moved is
      *  printed on a transfer register with their YTD sales and the
      *  from/to branches; rejected rules go to the error listing
      *  with the reason. Once the new trailer is written, every move
      *  is appended to the customer change journal (CUSTJRNL) with
      *  the branch before and after and the rule's requester, for
      *  JRN6000's customer history.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT TRANSFER-RULES ASSIGN TO BTRRULE.
           SELECT REGISTER-PRINT ASSIGN TO BTRREG.
           SELECT ERROR-LISTING  ASSIGN TO BTRERR.
           SELECT CHANGE-JOURNAL ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       01  ERROR-AREA     PIC X(130).

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTJRNL.

       WORKING-STORAGE SECTION.

       01  WS-BRNCHMST-STATUS     PIC X(2)    VALUE "00".
       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".

      * BRANCH-TABLE holds the branch master for target validation.
      * Unlike RPT6000, a missing BRNCHMST is NOT tolerated here:
      * record whose branch/rep matches RT-OLD-BRANCH/RT-OLD-SALESREP
      * moves to RT-NEW-BRANCH. RT-MOVED-COUNT counts the customers
      * each rule actually moved, for the register's rule recap.
      * RT-REQUESTED-BY is carried onto each moved customer for the
      * change journal.
       01  RULE-TABLE.
           05  RULE-GROUP OCCURS 99 TIMES
                          INDEXED BY RT-INDEX.
              10  RT-OLD-SALESREP    PIC 9(2).
              10  RT-NEW-BRANCH      PIC 9(2).
              10  RT-MOVED-COUNT     PIC 9(6).
              10  RT-REQUESTED-BY    PIC X(10).

       01  RT-COUNT                  PIC 9(2) VALUE ZERO.
       01  RT-TABLE-MAX              PIC 9(2) VALUE 99.
              10  MV-SALESREP-NUMBER      PIC 9(2).
              10  MV-CUSTOMER-NUMBER      PIC 9(5).
              10  MV-CUSTOMER-NAME        PIC X(20).
              10  MV-SALES-THIS-YTD       PIC S9(9)V99   COMP-3.
              10  MV-SALES-LAST-YTD       PIC S9(9)V99   COMP-3.
              10  MV-SALES-THIS-MONTH     PIC S9(9)V99   COMP-3.
              10  MV-SALES-LAST-MONTH     PIC S9(9)V99   COMP-3.
              10  MV-SALES-TWO-YEARS-AGO  PIC S9(9)V99   COMP-3.
              10  MV-OLD-BRANCH-NUMBER    PIC 9(2).
              10  MV-REQUESTED-BY         PIC X(10).

       01  MOVED-TABLE-SIZE          PIC 9(4) VALUE 2000.
       01  MOVED-COUNT               PIC 9(4) VALUE ZERO.
           05  MVS-SALESREP-NUMBER      PIC 9(2).
           05  MVS-CUSTOMER-NUMBER      PIC 9(5).
           05  MVS-CUSTOMER-NAME        PIC X(20).
           05  MVS-SALES-THIS-YTD       PIC S9(9)V99   COMP-3.
           05  MVS-SALES-LAST-YTD       PIC S9(9)V99   COMP-3.
           05  MVS-SALES-THIS-MONTH     PIC S9(9)V99   COMP-3.
           05  MVS-SALES-LAST-MONTH     PIC S9(9)V99   COMP-3.
           05  MVS-SALES-TWO-YEARS-AGO  PIC S9(9)V99   COMP-3.
           05  MVS-OLD-BRANCH-NUMBER    PIC 9(2).
           05  MVS-REQUESTED-BY         PIC X(10).

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
       01  WS-FIND-BRANCH-NUMBER    PIC 9(2)    VALUE ZERO.
       01  WS-RULE-ERROR-COUNT      PIC 9(4)    VALUE ZERO.
       01  WS-MOVED-TOTAL           PIC 9(6)    VALUE ZERO.
       01  WS-CJ-WRITTEN            PIC 9(6)    VALUE ZERO.

      * RUN-STAMP-FIELDS compose the YYYYMMDD date and HHMM time the
      * change journal records carry from the CURRENT-DATE-AND-TIME
      * fields 050 captures, so every entry matches the register
      * heading for the same run.
       01  RUN-STAMP-FIELDS.
           05  WS-STAMP-DATE.
               10  WS-STAMP-YEAR   PIC 9(4).
               10  WS-STAMP-MONTH  PIC 9(2).
               10  WS-STAMP-DAY    PIC 9(2).
           05  WS-STAMP-DATE-N REDEFINES WS-STAMP-DATE PIC 9(8).
           05  WS-STAMP-TIME.
               10  WS-STAMP-HOURS   PIC 9(2).
               10  WS-STAMP-MINUTES PIC 9(2).
           05  WS-STAMP-TIME-N REDEFINES WS-STAMP-TIME PIC 9(4).

       01  CONTROL-FIELDS.
           05  OLD-SALESREP-NUMBER     PIC 99.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE "REP".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(17)   VALUE "        YTD SALES".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(11)   VALUE "FROM BRANCH".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "TO BRANCH".
           05  FILLER          PIC X(47)   VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RDL-CUSTOMER-NUMBER  PIC Z(4)9.
           05  FILLER               PIC X(4)    VALUE SPACE.
           05  RDL-SALESREP-NUMBER  PIC Z9.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  RDL-YTD-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(8)    VALUE SPACE.
           05  RDL-FROM-BRANCH      PIC Z9.
           05  FILLER               PIC X(10)   VALUE SPACE.
           05  RDL-TO-BRANCH        PIC Z9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  RDL-TO-NAME          PIC X(20).
           05  FILLER               PIC X(30)   VALUE SPACE.

       01  ERROR-HEADING-LINE-1.
           05  FILLER          PIC X(25)
      * one to collect the moved customers and verify the master,
      * sorts the moved customers by their new key, runs pass two to
      * write the re-sequenced NEW-CUSTMAST with its fresh trailer,
      * journals the moves, prints the rule recap, and reports the
      * counts.
       000-TRANSFER-BRANCHES.

           INITIALIZE BRANCH-TABLE.

           PERFORM 700-WRITE-NEW-TRAILER.

           PERFORM 780-JOURNAL-MOVED-CUSTOMERS.

           PERFORM 500-PRINT-RULE-RECAP.

           CLOSE OLD-CUSTMAST
                       TO RT-OLD-SALESREP (RT-INDEX)
                    MOVE BR-NEW-BRANCH
                       TO RT-NEW-BRANCH (RT-INDEX)
                    MOVE BR-REQUESTED-BY
                       TO RT-REQUESTED-BY (RT-INDEX)
                 ELSE
                    PERFORM 270-WRITE-RULE-ERROR
                 END-IF
              TO MV-SALES-TWO-YEARS-AGO (MVT-INDEX).
           MOVE CM-BRANCH-NUMBER
              TO MV-OLD-BRANCH-NUMBER (MVT-INDEX).
           MOVE RT-REQUESTED-BY (RT-INDEX)
              TO MV-REQUESTED-BY (MVT-INDEX).
           ADD 1 TO RT-MOVED-COUNT (RT-INDEX).
           ADD 1 TO WS-MOVED-TOTAL.

           MOVE WS-NEW-HASH-YTD    TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph appends one change-journal record (see
      * CUSTJRNL) for every customer moved, from MOVED-TABLE, the way
      * CMU6000's 780-JOURNAL-POSTED-TRANSACTIONS journals its
      * postings: the branch changes, the rep, name and sales do not.
      * Every control check ran in pass one, before anything was
      * written, so by the time the new trailer is on NEW-CUSTMAST
      * every move in the table has been kept. The first run ever
      * finds no journal to extend (status "35") and creates it.
       780-JOURNAL-MOVED-CUSTOMERS.
           MOVE CD-YEAR   TO WS-STAMP-YEAR.
           MOVE CD-MONTH  TO WS-STAMP-MONTH.
           MOVE CD-DAY    TO WS-STAMP-DAY.
           MOVE CD-HOURS  TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           PERFORM VARYING MVT-INDEX FROM 1 BY 1
              UNTIL MVT-INDEX > MOVED-COUNT
              MOVE SPACES TO CUSTOMER-JOURNAL-RECORD
              MOVE MV-CUSTOMER-NUMBER (MVT-INDEX)
                 TO CJ-CUSTOMER-NUMBER
              MOVE WS-STAMP-DATE-N       TO CJ-RUN-DATE
              MOVE WS-STAMP-TIME-N       TO CJ-RUN-TIME
              MOVE "BTR6000"             TO CJ-PROGRAM-ID
              MOVE "TRANSFER"            TO CJ-EVENT-CODE
              MOVE MV-REQUESTED-BY (MVT-INDEX) TO CJ-CHANGED-BY
              MOVE MV-OLD-BRANCH-NUMBER (MVT-INDEX)
                 TO CJ-BEFORE-BRANCH
              MOVE MV-BRANCH-NUMBER (MVT-INDEX)
                 TO CJ-AFTER-BRANCH
              MOVE MV-SALESREP-NUMBER (MVT-INDEX)
                 TO CJ-BEFORE-SALESREP CJ-AFTER-SALESREP
              MOVE MV-CUSTOMER-NAME (MVT-INDEX)
                 TO CJ-BEFORE-NAME CJ-AFTER-NAME
              MOVE MV-SALES-THIS-YTD (MVT-INDEX)
                 TO CJ-BEFORE-SALES-YTD CJ-AFTER-SALES-YTD
              MOVE ZERO                  TO CJ-AMOUNT
              WRITE CUSTOMER-JOURNAL-RECORD
              ADD 1 TO WS-CJ-WRITTEN
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.

      * This paragraph prints the per-rule recap at the bottom of the
      * register the way REA6000's 500-PRINT-RULE-RECAP does, so a
      * rule that moved nothing is visible too.
              " RULE(S) REJECTED.".
           DISPLAY "BTR6000: " WS-RECORDS-WRITTEN " RECORD(S) "
              "WRITTEN IN BRANCH/SALESREP SEQUENCE.".
           DISPLAY "BTR6000: " WS-CJ-WRITTEN
              " CHANGE JOURNAL ENTRY(IES) WRITTEN.".
