       IDENTIFICATION DIVISION.

       PROGRAM-ID. JRN6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: JRN6000 prints the change history of a customer
      *  account from the customer change journal (see COPYLIB member
      *  CUSTJRNL), which CMM6000, CMU6000, REA6000, BTR6000, ARC6000
      *  and REV6000 append to at the end of every clean run. For each
      *  customer asked for it lists every journal entry in the order
      *  the changes were made -- run date and time, program, event,
      *  who asked for the change and the batch or other reference --
      *  with one line per value the change touched showing it before
      *  and after: branch/salesrep, name and sales this YTD, plus the
      *  transaction amount of a posting or reversal. An add or
      *  restore has no before side and a close or archive no after
      *  side. One customer is named through the JRN6000_CUSTOMER
      *  environment parameter the same way HST6000 takes its run
      *  limit; with it unset, the customers are read from a request
      *  file (see JRNREQ) and printed in the order listed. The
      *  journal is reread from the top for each customer, the same
      *  two-pass reasoning HST6000 gives: it only grows, and a table
      *  of it would someday have a ceiling that lies about the oldest
      *  changes.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CHANGE-JOURNAL   ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.
           SELECT HISTORY-REQUESTS ASSIGN TO JRNREQ
               FILE STATUS IS WS-JRNREQ-STATUS.
           SELECT OUTPUT-JRN6000   ASSIGN TO JRNRPT.

       DATA DIVISION.

       FILE SECTION.
       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTJRNL.

       FD  HISTORY-REQUESTS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY JRNREQ.

       FD  OUTPUT-JRN6000
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.

       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".
       01  WS-JRNREQ-STATUS       PIC X(2)    VALUE "00".

      * WS-CUSTOMER-PARAM is the JRN6000_CUSTOMER environment
      * parameter; when given it is the only customer listed and the
      * request file is never opened.
       01  WS-CUSTOMER-PARAM      PIC X(5)    VALUE SPACES.
       01  WS-CUSTOMER-NUMBER     PIC 9(5)    VALUE ZERO.

      * CUSTOMER-TABLE holds the customers to list, in the order they
      * are to be printed. A customer requested twice is listed once.
       01  CUSTOMER-TABLE.
           05  CUSTOMER-GROUP OCCURS 500 TIMES
                              INDEXED BY CST-INDEX.
              10  CS-CUSTOMER-NUMBER  PIC 9(5).

       01  CUSTOMER-TABLE-SIZE       PIC 9(3) VALUE 500.
       01  CUSTOMER-COUNT            PIC 9(3) VALUE ZERO.

       01  RUN-TOTALS.
           05  WS-REJECT-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-CUSTOMERS-LISTED    PIC 9(5)    VALUE ZERO.
           05  WS-ENTRIES-PRINTED     PIC 9(7)    VALUE ZERO.
           05  WS-CUSTOMER-ENTRIES    PIC 9(5)    VALUE ZERO.

       01  SWITCHES.
           05  JOURNAL-EOF-SWITCH     PIC X    VALUE "N".
              88 JOURNAL-EOF                   VALUE "Y".
           05  REQUESTS-EOF-SWITCH    PIC X    VALUE "N".
              88 REQUESTS-EOF                  VALUE "Y".
           05  JOURNAL-FOUND-SWITCH   PIC X    VALUE "Y".
              88 JOURNAL-ON-FILE               VALUE "Y".
           05  ENTRY-LINE-SWITCH      PIC X    VALUE "N".
              88 ENTRY-LINE-PRINTED            VALUE "Y".

      * CHANGE-LINE-FIELDS hold the field label and the before and
      * after values of the line about to print, already formatted
      * as text. BRANCH-REP-TEXT and AMOUNT-TEXT are the two formats
      * the numeric values print in.
       01  CHANGE-LINE-FIELDS.
           05  WS-FIELD-LABEL         PIC X(9)    VALUE SPACES.
           05  WS-BEFORE-TEXT         PIC X(20)   VALUE SPACES.
           05  WS-AFTER-TEXT          PIC X(20)   VALUE SPACES.

       01  BRANCH-REP-TEXT.
           05  BRT-BRANCH-NUMBER      PIC 9(2).
           05  FILLER                 PIC X(1)    VALUE "/".
           05  BRT-SALESREP-NUMBER    PIC 9(2).
           05  FILLER                 PIC X(15)   VALUE SPACE.

       01  AMOUNT-TEXT.
           05  FILLER                 PIC X(5)    VALUE SPACE.
           05  AMT-EDITED-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

      * JOURNAL-STAMP-FIELDS split the entry's run date and time for
      * the detail line.
       01  JOURNAL-STAMP-FIELDS.
           05  JS-RUN-DATE.
               10  JS-RUN-YEAR     PIC 9(4).
               10  JS-RUN-MONTH    PIC 9(2).
               10  JS-RUN-DAY      PIC 9(2).
           05  JS-RUN-DATE-N REDEFINES JS-RUN-DATE
                                   PIC 9(8).
           05  JS-RUN-TIME.
               10  JS-RUN-HOURS    PIC 9(2).
               10  JS-RUN-MINUTES  PIC 9(2).
           05  JS-RUN-TIME-N REDEFINES JS-RUN-TIME
                                   PIC 9(4).

       01  HEADING-LINE-1.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  HL1-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  HL1-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(30)
               VALUE "CUSTOMER CHANGE HISTORY".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(51)   VALUE SPACE.

       01  CUSTOMER-HEADING-LINE.
           05  FILLER          PIC X(10)   VALUE "CUSTOMER: ".
           05  CHL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER          PIC X(115)  VALUE SPACE.

       01  HISTORY-COLUMN-LINE.
           05  FILLER          PIC X(10)   VALUE "RUN DATE".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(5)    VALUE "TIME".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "PROGRAM".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "EVENT".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "CHANGED BY".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "REF".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(9)    VALUE "FIELD".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "BEFORE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "AFTER".
           05  FILLER          PIC X(22)   VALUE SPACE.

      * ENTRY-COLUMNS identify the journal entry being printed. They
      * go on the first line of each entry only; the lines for its
      * other changed values leave them blank so the entry reads as
      * one block.
       01  ENTRY-COLUMNS.
           05  EC-MONTH            PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  EC-DAY              PIC 9(2).
           05  FILLER              PIC X(1)    VALUE "/".
           05  EC-YEAR             PIC 9(4).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  EC-HOURS            PIC 9(2).
           05  FILLER              PIC X(1)    VALUE ":".
           05  EC-MINUTES          PIC 9(2).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  EC-PROGRAM-ID       PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  EC-EVENT-CODE       PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  EC-CHANGED-BY       PIC X(10).
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  EC-REFERENCE        PIC X(8).
           05  FILLER              PIC X(1)    VALUE SPACE.

       01  HISTORY-DETAIL-LINE.
           05  HDL-ENTRY-COLUMNS       PIC X(56).
           05  HDL-FIELD-LABEL         PIC X(9).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  HDL-BEFORE-TEXT         PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACE.
           05  HDL-AFTER-TEXT          PIC X(20).
           05  FILLER                  PIC X(22)   VALUE SPACE.

       01  CUSTOMER-TOTAL-LINE.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  CTL-ENTRY-COUNT PIC ZZZZ9.
           05  FILLER          PIC X(33)
               VALUE " JOURNAL ENTRY(IES) FOR CUSTOMER ".
           05  CTL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER          PIC X(83)   VALUE SPACE.

       01  NO-ENTRIES-LINE.
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(32)
               VALUE "NO JOURNAL ENTRIES FOR CUSTOMER ".
           05  NEL-CUSTOMER-NUMBER PIC 9(5).
           05  FILLER          PIC X(89)   VALUE SPACE.

       01  REJECTED-REQUEST-LINE.
           05  FILLER          PIC X(10)   VALUE "CUSTOMER: ".
           05  RRL-CUSTOMER-NUMBER PIC X(5).
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  RRL-REASON      PIC X(40).
           05  FILLER          PIC X(73)   VALUE SPACE.

       01  NO-JOURNAL-LINE.
           05  FILLER          PIC X(40)
               VALUE "NO CUSTOMER CHANGE JOURNAL ON FILE".
           05  FILLER          PIC X(90)   VALUE SPACE.

       01  BLANK-LINE          PIC X(130)  VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It reads the customer parameter,
      * builds the list of customers to print from it or from the
      * request file, writes the report heading, and prints each
      * customer's timeline in turn. A journal that does not exist
      * yet -- no program has completed a run since it was introduced
      * -- prints a single line saying so.
       000-PREPARE-CUSTOMER-HISTORY.

           PERFORM 050-READ-RUN-PARAMETERS.

           OPEN OUTPUT OUTPUT-JRN6000.
           PERFORM 110-FORMAT-REPORT-HEADING.

           IF WS-CUSTOMER-NUMBER NOT = ZERO
              MOVE 1 TO CUSTOMER-COUNT
              MOVE WS-CUSTOMER-NUMBER TO CS-CUSTOMER-NUMBER (1)
           ELSE
              PERFORM 100-LOAD-CUSTOMER-TABLE
           END-IF.

           PERFORM 150-CHECK-JOURNAL-ON-FILE.
           IF JOURNAL-ON-FILE
              PERFORM 200-PRINT-CUSTOMER-HISTORY
                 VARYING CST-INDEX FROM 1 BY 1
                 UNTIL CST-INDEX > CUSTOMER-COUNT
           ELSE
              MOVE NO-JOURNAL-LINE TO PRINT-AREA
              WRITE PRINT-AREA
           END-IF.

           CLOSE OUTPUT-JRN6000.

           PERFORM 910-REPORT-RUN-SUMMARY.

           STOP RUN.

      * This paragraph reads JRN6000_CUSTOMER from the environment the
      * same way HST6000's 050-READ-RUN-PARAMETERS reads its run
      * limit. Unset, the request file supplies the customers; set to
      * anything that is not a customer number, the run stops rather
      * than print an empty history that looks like an answer.
       050-READ-RUN-PARAMETERS.
           ACCEPT WS-CUSTOMER-PARAM FROM ENVIRONMENT
              "JRN6000_CUSTOMER".
           IF WS-CUSTOMER-PARAM NOT = SPACES
              COMPUTE WS-CUSTOMER-NUMBER =
                 FUNCTION NUMVAL (WS-CUSTOMER-PARAM)
              IF WS-CUSTOMER-NUMBER = ZERO
                 DISPLAY "*****************************************"
                 DISPLAY "*** JRN6000 ERROR: JRN6000_CUSTOMER IS "
                    "NOT A CUSTOMER NUMBER ***"
                 DISPLAY "*** VALUE GIVEN: " WS-CUSTOMER-PARAM
                 DISPLAY "*** NOTHING WAS PRINTED."
                 DISPLAY "*****************************************"
                 STOP RUN
              END-IF
           END-IF.

      * This paragraph loads the customers to print from the request
      * file. A missing request file with no customer parameter
      * either leaves nothing to print, so the run stops and says so.
       100-LOAD-CUSTOMER-TABLE.
           INITIALIZE CUSTOMER-TABLE.
           OPEN INPUT HISTORY-REQUESTS.
           IF WS-JRNREQ-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** JRN6000 ERROR: NO CUSTOMER TO LIST ***"
              DISPLAY "*** SET JRN6000_CUSTOMER OR SUPPLY A JRNREQ "
                 "FILE (STATUS " WS-JRNREQ-STATUS ")."
              DISPLAY "*****************************************"
              CLOSE OUTPUT-JRN6000
              STOP RUN
           END-IF.
           PERFORM 105-LOAD-ONE-REQUEST
              UNTIL REQUESTS-EOF.
           CLOSE HISTORY-REQUESTS.

      * This paragraph reads one request and stores it unless it is
      * not a real customer number or repeats one already listed;
      * either is noted on the report. A request past the table's
      * capacity stops the run.
       105-LOAD-ONE-REQUEST.
           READ HISTORY-REQUESTS
              AT END
                 SET REQUESTS-EOF TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN JQ-CUSTOMER-NUMBER IS NOT NUMERIC
                      OR JQ-CUSTOMER-NUMBER = ZERO
                       MOVE "REJECTED - INVALID CUSTOMER NUMBER"
                          TO RRL-REASON
                       PERFORM 108-WRITE-REJECTED-REQUEST
                    WHEN CUSTOMER-COUNT = CUSTOMER-TABLE-SIZE
                       PERFORM 920-ABORT-CUSTOMER-TABLE-FULL
                    WHEN OTHER
                       PERFORM 106-STORE-ONE-REQUEST
                 END-EVALUATE
           END-READ.

      * This paragraph stores the request just read unless its
      * customer number is already in the table.
       106-STORE-ONE-REQUEST.
           SET CST-INDEX TO 1.
           SEARCH CUSTOMER-GROUP
              AT END
                 ADD 1 TO CUSTOMER-COUNT
                 SET CST-INDEX TO CUSTOMER-COUNT
                 MOVE JQ-CUSTOMER-NUMBER
                    TO CS-CUSTOMER-NUMBER (CST-INDEX)
              WHEN CS-CUSTOMER-NUMBER (CST-INDEX)
                 = JQ-CUSTOMER-NUMBER
                 MOVE "REJECTED - DUPLICATE REQUEST" TO RRL-REASON
                 PERFORM 108-WRITE-REJECTED-REQUEST
           END-SEARCH.

      * This paragraph prints a rejected request line.
       108-WRITE-REJECTED-REQUEST.
           MOVE JQ-CUSTOMER-NUMBER TO RRL-CUSTOMER-NUMBER.
           MOVE REJECTED-REQUEST-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           ADD 1 TO WS-REJECT-COUNT.

      * This paragraph writes the report heading once at the top, the
      * same way HST6000's 110-FORMAT-LISTING-HEADING does.
       110-FORMAT-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph opens the journal once to learn whether it
      * exists. Status "35" means no program has journaled a change
      * yet.
       150-CHECK-JOURNAL-ON-FILE.
           OPEN INPUT CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "00"
              CLOSE CHANGE-JOURNAL
           ELSE
              MOVE "N" TO JOURNAL-FOUND-SWITCH
           END-IF.

      * This paragraph prints one customer's timeline: a customer
      * heading, every journal entry for the customer in the order
      * the journal holds them (the order the changes were made), and
      * a count line -- or a line saying the journal holds nothing
      * for the customer.
       200-PRINT-CUSTOMER-HISTORY.
           MOVE CS-CUSTOMER-NUMBER (CST-INDEX) TO CHL-CUSTOMER-NUMBER.
           MOVE BLANK-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE CUSTOMER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE HISTORY-COLUMN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE ZERO TO WS-CUSTOMER-ENTRIES.
           MOVE "N" TO JOURNAL-EOF-SWITCH.
           OPEN INPUT CHANGE-JOURNAL.
           PERFORM 210-READ-JOURNAL-ENTRY
              UNTIL JOURNAL-EOF.
           CLOSE CHANGE-JOURNAL.

           IF WS-CUSTOMER-ENTRIES = ZERO
              MOVE CS-CUSTOMER-NUMBER (CST-INDEX)
                 TO NEL-CUSTOMER-NUMBER
              MOVE NO-ENTRIES-LINE TO PRINT-AREA
           ELSE
              MOVE WS-CUSTOMER-ENTRIES TO CTL-ENTRY-COUNT
              MOVE CS-CUSTOMER-NUMBER (CST-INDEX)
                 TO CTL-CUSTOMER-NUMBER
              MOVE CUSTOMER-TOTAL-LINE TO PRINT-AREA
           END-IF.
           WRITE PRINT-AREA.
           ADD 1 TO WS-CUSTOMERS-LISTED.

      * This paragraph reads one journal record and prints it when it
      * belongs to the customer being listed.
       210-READ-JOURNAL-ENTRY.
           READ CHANGE-JOURNAL
              AT END
                 SET JOURNAL-EOF TO TRUE
              NOT AT END
                 IF CJ-CUSTOMER-NUMBER = CS-CUSTOMER-NUMBER (CST-INDEX)
                    PERFORM 300-PRINT-JOURNAL-ENTRY
                 END-IF
           END-READ.

      * This paragraph prints one journal entry. An event that brings
      * the account onto CUSTMAST prints its after values only, one
      * that takes it off prints its before values only, and any
      * other event prints just the values it changed. A posting or
      * reversal adds its amount. An entry that changed none of the
      * values shown (a CMM6000 change to a field this report does
      * not carry) still prints its entry line.
       300-PRINT-JOURNAL-ENTRY.
           MOVE CJ-RUN-DATE TO JS-RUN-DATE-N.
           MOVE CJ-RUN-TIME TO JS-RUN-TIME-N.
           MOVE JS-RUN-MONTH   TO EC-MONTH.
           MOVE JS-RUN-DAY     TO EC-DAY.
           MOVE JS-RUN-YEAR    TO EC-YEAR.
           MOVE JS-RUN-HOURS   TO EC-HOURS.
           MOVE JS-RUN-MINUTES TO EC-MINUTES.
           MOVE CJ-PROGRAM-ID  TO EC-PROGRAM-ID.
           MOVE CJ-EVENT-CODE  TO EC-EVENT-CODE.
           IF CJ-CHANGED-BY = SPACES
              MOVE "NOT GIVEN" TO EC-CHANGED-BY
           ELSE
              MOVE CJ-CHANGED-BY TO EC-CHANGED-BY
           END-IF.
           MOVE CJ-REFERENCE   TO EC-REFERENCE.
           MOVE ENTRY-COLUMNS  TO HDL-ENTRY-COLUMNS.
           MOVE "N" TO ENTRY-LINE-SWITCH.

           IF CJ-EVENT-ADDS-ACCOUNT
              OR CJ-EVENT-REMOVES-ACCOUNT
              OR CJ-BEFORE-BRANCH NOT = CJ-AFTER-BRANCH
              OR CJ-BEFORE-SALESREP NOT = CJ-AFTER-SALESREP
              MOVE "BRN/REP" TO WS-FIELD-LABEL
              MOVE CJ-BEFORE-BRANCH   TO BRT-BRANCH-NUMBER
              MOVE CJ-BEFORE-SALESREP TO BRT-SALESREP-NUMBER
              MOVE BRANCH-REP-TEXT    TO WS-BEFORE-TEXT
              MOVE CJ-AFTER-BRANCH    TO BRT-BRANCH-NUMBER
              MOVE CJ-AFTER-SALESREP  TO BRT-SALESREP-NUMBER
              MOVE BRANCH-REP-TEXT    TO WS-AFTER-TEXT
              PERFORM 320-WRITE-CHANGE-LINE
           END-IF.

           IF CJ-EVENT-ADDS-ACCOUNT
              OR CJ-EVENT-REMOVES-ACCOUNT
              OR CJ-BEFORE-NAME NOT = CJ-AFTER-NAME
              MOVE "NAME" TO WS-FIELD-LABEL
              MOVE CJ-BEFORE-NAME TO WS-BEFORE-TEXT
              MOVE CJ-AFTER-NAME  TO WS-AFTER-TEXT
              PERFORM 320-WRITE-CHANGE-LINE
           END-IF.

           IF CJ-EVENT-ADDS-ACCOUNT
              OR CJ-EVENT-REMOVES-ACCOUNT
              OR CJ-BEFORE-SALES-YTD NOT = CJ-AFTER-SALES-YTD
              MOVE "SALES YTD" TO WS-FIELD-LABEL
              MOVE CJ-BEFORE-SALES-YTD TO AMT-EDITED-AMOUNT
              MOVE AMOUNT-TEXT         TO WS-BEFORE-TEXT
              MOVE CJ-AFTER-SALES-YTD  TO AMT-EDITED-AMOUNT
              MOVE AMOUNT-TEXT         TO WS-AFTER-TEXT
              PERFORM 320-WRITE-CHANGE-LINE
           END-IF.

           IF CJ-AMOUNT NOT = ZERO
              MOVE "AMOUNT" TO WS-FIELD-LABEL
              MOVE SPACES TO WS-BEFORE-TEXT
              MOVE CJ-AMOUNT   TO AMT-EDITED-AMOUNT
              MOVE AMOUNT-TEXT TO WS-AFTER-TEXT
              PERFORM 320-WRITE-CHANGE-LINE
           END-IF.

           IF NOT ENTRY-LINE-PRINTED
              MOVE SPACES TO CHANGE-LINE-FIELDS
              PERFORM 320-WRITE-CHANGE-LINE
           END-IF.

           ADD 1 TO WS-CUSTOMER-ENTRIES.
           ADD 1 TO WS-ENTRIES-PRINTED.

      * This paragraph prints one value line of the entry in hand.
      * The side of an add or restore that did not exist, and the
      * side of a close or archive that no longer does, print blank.
      * After the entry's first line the entry columns are blanked.
       320-WRITE-CHANGE-LINE.
           IF CJ-EVENT-ADDS-ACCOUNT
              MOVE SPACES TO WS-BEFORE-TEXT
           END-IF.
           IF CJ-EVENT-REMOVES-ACCOUNT
              AND WS-FIELD-LABEL NOT = "AMOUNT"
              MOVE SPACES TO WS-AFTER-TEXT
           END-IF.
           MOVE WS-FIELD-LABEL TO HDL-FIELD-LABEL.
           MOVE WS-BEFORE-TEXT TO HDL-BEFORE-TEXT.
           MOVE WS-AFTER-TEXT  TO HDL-AFTER-TEXT.
           MOVE HISTORY-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO HDL-ENTRY-COLUMNS.
           SET ENTRY-LINE-PRINTED TO TRUE.

      * This paragraph stops the run when the request file outgrows
      * CUSTOMER-TABLE, before any history has been printed.
       920-ABORT-CUSTOMER-TABLE-FULL.
           DISPLAY "*****************************************".
           DISPLAY "*** JRN6000 ERROR: CUSTOMER TABLE FULL ***".
           DISPLAY "*** THE JRNREQ FILE EXCEEDS "
              CUSTOMER-TABLE-SIZE " CUSTOMERS.  SPLIT IT AND RERUN.".
           DISPLAY "*****************************************".
           CLOSE HISTORY-REQUESTS
                 OUTPUT-JRN6000.
           STOP RUN.

      * This paragraph issues the end-of-run console summary in the
      * style of the other listing programs.
       910-REPORT-RUN-SUMMARY.
           IF NOT JOURNAL-ON-FILE
              DISPLAY "JRN6000: NO CUSTOMER CHANGE JOURNAL ON FILE."
           ELSE
              DISPLAY "JRN6000: " WS-CUSTOMERS-LISTED
                 " CUSTOMER(S) LISTED, " WS-ENTRIES-PRINTED
                 " JOURNAL ENTRY(IES) PRINTED."
           END-IF.
           IF WS-REJECT-COUNT NOT = ZERO
              DISPLAY "JRN6000: " WS-REJECT-COUNT
                 " REQUEST(S) REJECTED."
           END-IF.
