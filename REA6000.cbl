      *  duplicates another rule is rejected to the error listing --
      *  so customers can never be reassigned into a new black hole.
      *  Both masters' trailer control records are verified, and a
      *  fresh trailer is written on the new CUSTMAST. Each move is
      *  also written to a work file (JRNWORK) with the customer's rep
      *  before and after and the rule's requester, and the work file
      *  is appended to the customer change journal (CUSTJRNL) once the
      *  new trailer is written, for JRN6000's customer history.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT REASSIGN-RULES ASSIGN TO REARULE.
           SELECT REGISTER-PRINT ASSIGN TO REAREG.
           SELECT ERROR-LISTING  ASSIGN TO REAERR.
           SELECT JOURNAL-WORK   ASSIGN TO JRNWORK.
           SELECT CHANGE-JOURNAL ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       01  ERROR-AREA     PIC X(130).

       FD  JOURNAL-WORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTJRNL.

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  JOURNAL-AREA   PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".

      * SALESREP-TABLE mirrors SRM6000's (number, name, status) so
      * rules are validated against exactly the master the nightly
      * run will use.
      * CUSTMAST record whose rep number matches RT-OLD-SALESREP is
      * moved to RT-NEW-SALESREP. RT-MOVED-COUNT counts the customers
      * each rule actually moved, for the register's rule recap.
      * RT-REQUESTED-BY is carried onto the change journal.
       01  RULE-TABLE.
           05  RULE-GROUP OCCURS 99 TIMES
                          INDEXED BY RT-INDEX.
              10  RT-OLD-SALESREP    PIC 9(2).
              10  RT-NEW-SALESREP    PIC 9(2).
              10  RT-MOVED-COUNT     PIC 9(6).
              10  RT-REQUESTED-BY    PIC X(10).

       01  RT-COUNT                  PIC 9(2) VALUE ZERO.
       01  RT-TABLE-MAX              PIC 9(2) VALUE 99.
              88 CUSTMAST-EOF                   VALUE "Y".
           05  RULES-EOF-SWITCH        PIC X    VALUE "N".
              88 RULES-EOF                      VALUE "Y".
           05  JOURNAL-EOF-SWITCH      PIC X    VALUE "N".
              88 JOURNAL-WORK-EOF               VALUE "Y".
           05  RULE-VALID-SWITCH       PIC X    VALUE "Y".
              88 RULE-RECORD-VALID               VALUE "Y".
           05  MATCH-FOUND-SWITCH      PIC X    VALUE "N".
       01  WS-FIND-REP-NUMBER       PIC 9(2)    VALUE ZERO.
       01  WS-RULE-ERROR-COUNT      PIC 9(4)    VALUE ZERO.
       01  WS-MOVED-COUNT           PIC 9(6)    VALUE ZERO.
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

       01  CONTROL-TOTAL-FIELDS.
           05  WS-CUSTMAST-DATA-COUNT PIC 9(8)         VALUE ZERO.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "BRANCH".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      YTD SALES".
           05  FILLER          PIC X(5)    VALUE SPACE.
           05  FILLER          PIC X(17)   VALUE "FROM REP".
           05  FILLER          PIC X(17)   VALUE "TO REP".
           05  FILLER          PIC X(33)   VALUE SPACE.

       01  REGISTER-DETAIL-LINE.
           05  RDL-CUSTOMER-NUMBER  PIC Z(4)9.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  RDL-BRANCH-NUMBER    PIC Z9.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  RDL-YTD-SALES        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(5)    VALUE SPACE.
           05  RDL-FROM-REP         PIC Z9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  RDL-TO-REP           PIC Z9.
           05  FILLER               PIC X(1)    VALUE SPACE.
           05  RDL-TO-NAME          PIC X(10).
           05  FILLER               PIC X(39)   VALUE SPACE.

       01  ERROR-HEADING-LINE-1.
           05  FILLER          PIC X(25)
      * This is the main driver. It opens all six files, loads and
      * verifies the SALESREP master, loads and edits the rule file,
      * rewrites CUSTMAST applying the accepted rules while printing
      * the register and staging the journal entries, writes the new
      * trailer, appends the staged entries to the change journal, and
      * reports the counts.
       000-REASSIGN-CUSTOMERS.

           INITIALIZE SALESREP-TABLE.
                       REASSIGN-RULES
                OUTPUT NEW-CUSTMAST
                       REGISTER-PRINT
                       ERROR-LISTING
                       JOURNAL-WORK.

           PERFORM 050-FORMAT-LISTING-HEADINGS.


           PERFORM 320-VERIFY-CUSTMAST-TRAILER.
           PERFORM 700-WRITE-NEW-TRAILER.
           PERFORM 780-APPEND-CHANGE-JOURNAL.

           PERFORM 500-PRINT-RULE-RECAP.

           MOVE CD-HOURS   TO RHL-HOURS.
           MOVE CD-MINUTES TO RHL-MINUTES.

           MOVE CD-YEAR    TO WS-STAMP-YEAR.
           MOVE CD-MONTH   TO WS-STAMP-MONTH.
           MOVE CD-DAY     TO WS-STAMP-DAY.
           MOVE CD-HOURS   TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.

           MOVE REGISTER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE REGISTER-COLUMN-LINE TO PRINT-AREA.
                       TO RT-OLD-SALESREP (RT-INDEX)
                    MOVE RR-NEW-SALESREP
                       TO RT-NEW-SALESREP (RT-INDEX)
                    MOVE RR-REQUESTED-BY
                       TO RT-REQUESTED-BY (RT-INDEX)
                 ELSE
                    PERFORM 270-WRITE-RULE-ERROR
                 END-IF
              ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

      * This paragraph moves the customer to the rule's successor rep,
      * prints the move on the reassignment register with the
      * customer's YTD sales and the from/to reps, names resolved from
      * SALESREP-TABLE, and stages the change-journal entry for it.
       330-APPLY-REASSIGNMENT.
           MOVE RT-NEW-SALESREP (RT-INDEX) TO NCM-SALESREP-NUMBER.
           ADD 1 TO RT-MOVED-COUNT (RT-INDEX).
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM 335-STAGE-JOURNAL-ENTRY.

      * This paragraph writes the change-journal entry for the move
      * just applied to JOURNAL-WORK. The entries are staged rather
      * than written straight to CUSTJRNL so that a run stopped by the
      * old master's trailer check leaves no entries behind for moves
      * that never reached a released file; 780-APPEND-CHANGE-JOURNAL
      * copies them across once the new trailer is written.
       335-STAGE-JOURNAL-ENTRY.
           MOVE SPACES TO CUSTOMER-JOURNAL-RECORD.
           MOVE CM-CUSTOMER-NUMBER    TO CJ-CUSTOMER-NUMBER.
           MOVE WS-STAMP-DATE-N       TO CJ-RUN-DATE.
           MOVE WS-STAMP-TIME-N       TO CJ-RUN-TIME.
           MOVE "REA6000"             TO CJ-PROGRAM-ID.
           MOVE "REASSIGN"            TO CJ-EVENT-CODE.
           MOVE RT-REQUESTED-BY (RT-INDEX) TO CJ-CHANGED-BY.
           MOVE CM-BRANCH-NUMBER      TO CJ-BEFORE-BRANCH.
           MOVE CM-SALESREP-NUMBER    TO CJ-BEFORE-SALESREP.
           MOVE CM-CUSTOMER-NAME      TO CJ-BEFORE-NAME.
           MOVE CM-SALES-THIS-YTD     TO CJ-BEFORE-SALES-YTD.
           MOVE NCM-BRANCH-NUMBER     TO CJ-AFTER-BRANCH.
           MOVE NCM-SALESREP-NUMBER   TO CJ-AFTER-SALESREP.
           MOVE NCM-CUSTOMER-NAME     TO CJ-AFTER-NAME.
           MOVE NCM-SALES-THIS-YTD    TO CJ-AFTER-SALES-YTD.
           MOVE ZERO                  TO CJ-AMOUNT.
           WRITE CUSTOMER-JOURNAL-RECORD.

      * This paragraph reads the next data record from OLD-CUSTMAST,
      * capturing the trailer control record and counting/hashing
                 REASSIGN-RULES
                 NEW-CUSTMAST
                 REGISTER-PRINT
                 ERROR-LISTING
                 JOURNAL-WORK.
           STOP RUN.

      * This paragraph writes the trailer control record on
           MOVE WS-NEW-HASH-YTD    TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph appends the journal entries staged on
      * JOURNAL-WORK to the customer change journal (see CUSTJRNL).
      * Only reached once the new trailer is written, so the journal
      * never records a move the run did not keep. The first run ever
      * finds no journal to extend (status "35") and creates it, the
      * same idiom CMU6000's 775-RECORD-POSTED-TRANSACTIONS uses.
       780-APPEND-CHANGE-JOURNAL.
           CLOSE JOURNAL-WORK.
           OPEN INPUT JOURNAL-WORK.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           PERFORM UNTIL JOURNAL-WORK-EOF
              READ JOURNAL-WORK
                 AT END
                    SET JOURNAL-WORK-EOF TO TRUE
                 NOT AT END
                    MOVE CUSTOMER-JOURNAL-RECORD TO JOURNAL-AREA
                    WRITE JOURNAL-AREA
                    ADD 1 TO WS-CJ-WRITTEN
              END-READ
           END-PERFORM.
           CLOSE JOURNAL-WORK
                 CHANGE-JOURNAL.

      * This paragraph prints the per-rule recap at the bottom of the
      * register: how many customers each accepted rule moved, so a
      * rule that moved nothing (the old rep had no customers left)
           DISPLAY "REA6000: " WS-MOVED-COUNT " CUSTOMER(S) "
              "REASSIGNED, " WS-RULE-ERROR-COUNT
              " RULE(S) REJECTED.".
           DISPLAY "REA6000: " WS-CJ-WRITTEN
              " CHANGE JOURNAL ENTRY(IES) WRITTEN.".
           IF WS-MOVED-COUNT > ZERO
              DISPLAY "*****************************************"
              DISPLAY "*** REA6000: NEW-CUSTMAST MAY NO LONGER BE "
