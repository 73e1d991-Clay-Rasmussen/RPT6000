      *  written to ERROR-LISTING with why, so a bad transaction is
      *  never silently dropped. The old master's trailer control
      *  record is verified and a fresh trailer written on the new
      *  file. Once the new trailer is written, every accepted add,
      *  change and close is appended to the customer change journal
      *  (CUSTJRNL) with the account as it stood before and after, for
      *  JRN6000's customer history.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT NEW-CUSTMAST   ASSIGN TO NEWCUST.
           SELECT AUDIT-LOG      ASSIGN TO CMMLOG.
           SELECT ERROR-LISTING  ASSIGN TO CMMERR.
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

       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".

      * MAINT-TABLE holds the edited maintenance batch while the
      * customer master streams past it, the way CMU6000's TRANS-TABLE
      * holds the posting batch: the bounded batch is tabled, never
      * stream -- pending, applied, or rejected -- so an add is merged
      * exactly once, a rejected add is not merged at all, and the
      * end-of-run sweep can list exactly the changes and closes whose
      * customer never came past on OLD-CUSTMAST. The MNT-BEFORE fields
      * keep the master record's branch, salesrep, name and sales this
      * YTD as they stood when a change or close was applied, for the
      * change journal 780-JOURNAL-MAINTENANCE writes at the end.
       01  MAINT-TABLE.
           05  MAINT-GROUP OCCURS 500 TIMES
                           INDEXED BY MNT-INDEX.
                  88  MNT-PENDING             VALUE "N".
                  88  MNT-APPLIED             VALUE "Y".
                  88  MNT-REJECTED            VALUE "R".
              10  MNT-BEFORE-BRANCH   PIC 9(2).
              10  MNT-BEFORE-SALESREP PIC 9(2).
              10  MNT-BEFORE-NAME     PIC X(20).
              10  MNT-BEFORE-YTD      PIC S9(9)V99   COMP-3.

       01  MAINT-TABLE-SIZE          PIC 9(3) VALUE 500.
       01  MAINT-COUNT               PIC 9(3) VALUE ZERO.
               88  WS-ERR-CLOSE            VALUE "X".
           05  WS-ERR-CUSTOMER-NUMBER PIC 9(5).

      * RUN-STAMP-FIELDS compose the YYYYMMDD date and HHMM time the
      * change journal records carry from the CURRENT-DATE-AND-TIME
      * fields 050 captures, so every entry matches the audit log
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
           05  WS-CJ-WRITTEN       PIC 9(6)    VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
      * their branch/salesrep position, releases the adds that sort
      * after the last master record, verifies the old master's
      * trailer control record, writes the new trailer only when that
      * check passes, journals the accepted changes, sweeps the table
      * for transactions whose customer never appeared, and reports
      * the summary counts before closing everything down.
       000-MAINTAIN-CUSTMAST-FILE.

           INITIALIZE MAINT-TABLE.

           PERFORM 700-WRITE-NEW-TRAILER.

           PERFORM 780-JOURNAL-MAINTENANCE.

           PERFORM 750-REPORT-UNMATCHED-TRANS.

           PERFORM 910-REPORT-TRANSACTION-SUMMARY.
           EVALUATE TRUE
              WHEN MNT-ACTION-CHANGE (WS-SCAN-SUB)
                 AND MNT-PENDING (WS-SCAN-SUB)
                 PERFORM 326-SAVE-BEFORE-VALUES
                 MOVE MNT-CUSTOMER-NAME (WS-SCAN-SUB)
                    TO CM-CUSTOMER-NAME
                 MOVE "Y" TO MNT-STATE-SWITCH (WS-SCAN-SUB)
                 PERFORM 345-WRITE-AUDIT-FROM-TABLE
              WHEN MNT-ACTION-CLOSE (WS-SCAN-SUB)
                 AND MNT-PENDING (WS-SCAN-SUB)
                 PERFORM 326-SAVE-BEFORE-VALUES
                 SET RECORD-IS-CLOSED TO TRUE
                 MOVE "Y" TO MNT-STATE-SWITCH (WS-SCAN-SUB)
                 ADD 1 TO CLOSE-COUNT
                 CONTINUE
           END-EVALUATE.

      * This paragraph keeps the master record in hand, as it stands
      * before the change or close WS-SCAN-SUB points at is applied,
      * on that entry for the change journal. A change and a close for
      * the same customer in one batch are applied in table order, so
      * the close's before values show the corrected name.
       326-SAVE-BEFORE-VALUES.
           MOVE CM-BRANCH-NUMBER
              TO MNT-BEFORE-BRANCH (WS-SCAN-SUB).
           MOVE CM-SALESREP-NUMBER
              TO MNT-BEFORE-SALESREP (WS-SCAN-SUB).
           MOVE CM-CUSTOMER-NAME
              TO MNT-BEFORE-NAME (WS-SCAN-SUB).
           MOVE CM-SALES-THIS-YTD
              TO MNT-BEFORE-YTD (WS-SCAN-SUB).

      * This paragraph writes one record to NEW-CUSTMAST, counting it
      * and adding its THIS-YTD amount to the new file's running hash
      * for 700-WRITE-NEW-TRAILER.
           MOVE WS-NEW-HASH-YTD    TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph appends one change-journal record (see
      * CUSTJRNL) for every add, change and close this run applied,
      * in batch order, the way CMU6000's 780-JOURNAL-POSTED-
      * TRANSACTIONS journals its postings: an add has no before
      * values and starts with zero sales, a change shows the old and
      * new name on an otherwise unchanged account, and a close has no
      * after values. The journal is written only here, once the new
      * trailer is on NEW-CUSTMAST, so a run stopped by the old
      * master's trailer check leaves no entries for changes it never
      * kept. The first run ever finds no file to extend (status "35")
      * and creates it.
       780-JOURNAL-MAINTENANCE.
           MOVE CD-YEAR   TO WS-STAMP-YEAR.
           MOVE CD-MONTH  TO WS-STAMP-MONTH.
           MOVE CD-DAY    TO WS-STAMP-DAY.
           MOVE CD-HOURS  TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
              UNTIL WS-SCAN-SUB > MAINT-COUNT
              IF MNT-APPLIED (WS-SCAN-SUB)
                 MOVE SPACES TO CUSTOMER-JOURNAL-RECORD
                 MOVE MNT-CUSTOMER-NUMBER (WS-SCAN-SUB)
                    TO CJ-CUSTOMER-NUMBER
                 MOVE WS-STAMP-DATE-N    TO CJ-RUN-DATE
                 MOVE WS-STAMP-TIME-N    TO CJ-RUN-TIME
                 MOVE "CMM6000"          TO CJ-PROGRAM-ID
                 MOVE MNT-CHANGED-BY (WS-SCAN-SUB) TO CJ-CHANGED-BY
                 MOVE ZERO TO CJ-BEFORE-BRANCH CJ-BEFORE-SALESREP
                              CJ-BEFORE-SALES-YTD
                              CJ-AFTER-BRANCH CJ-AFTER-SALESREP
                              CJ-AFTER-SALES-YTD
                              CJ-AMOUNT
                 EVALUATE TRUE
                    WHEN MNT-ACTION-ADD (WS-SCAN-SUB)
                       MOVE "ADD"        TO CJ-EVENT-CODE
                       MOVE MNT-BRANCH-NUMBER (WS-SCAN-SUB)
                          TO CJ-AFTER-BRANCH
                       MOVE MNT-SALESREP-NUMBER (WS-SCAN-SUB)
                          TO CJ-AFTER-SALESREP
                       MOVE MNT-CUSTOMER-NAME (WS-SCAN-SUB)
                          TO CJ-AFTER-NAME
                    WHEN MNT-ACTION-CHANGE (WS-SCAN-SUB)
                       MOVE "CHANGE"     TO CJ-EVENT-CODE
                       PERFORM 785-MOVE-JOURNAL-BEFORE
                       MOVE MNT-BEFORE-BRANCH (WS-SCAN-SUB)
                          TO CJ-AFTER-BRANCH
                       MOVE MNT-BEFORE-SALESREP (WS-SCAN-SUB)
                          TO CJ-AFTER-SALESREP
                       MOVE MNT-CUSTOMER-NAME (WS-SCAN-SUB)
                          TO CJ-AFTER-NAME
                       MOVE MNT-BEFORE-YTD (WS-SCAN-SUB)
                          TO CJ-AFTER-SALES-YTD
                    WHEN OTHER
                       MOVE "CLOSE"      TO CJ-EVENT-CODE
                       PERFORM 785-MOVE-JOURNAL-BEFORE
                 END-EVALUATE
                 WRITE CUSTOMER-JOURNAL-RECORD
                 ADD 1 TO WS-CJ-WRITTEN
              END-IF
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.

      * This paragraph moves the before values 326-SAVE-BEFORE-VALUES
      * kept on the MAINT-TABLE entry WS-SCAN-SUB points at into the
      * journal record's before group.
       785-MOVE-JOURNAL-BEFORE.
           MOVE MNT-BEFORE-BRANCH (WS-SCAN-SUB)   TO CJ-BEFORE-BRANCH.
           MOVE MNT-BEFORE-SALESREP (WS-SCAN-SUB)
              TO CJ-BEFORE-SALESREP.
           MOVE MNT-BEFORE-NAME (WS-SCAN-SUB)     TO CJ-BEFORE-NAME.
           MOVE MNT-BEFORE-YTD (WS-SCAN-SUB)
              TO CJ-BEFORE-SALES-YTD.

      * This paragraph sweeps MAINT-TABLE after the whole master has
      * streamed past and writes an error line for every change or
      * close still pending -- its customer number never appeared on
           DISPLAY "*** CHANGED:  " CHANGE-COUNT.
           DISPLAY "*** CLOSED:   " CLOSE-COUNT.
           DISPLAY "*** REJECTED: " ERROR-COUNT.
           DISPLAY "*** JOURNAL ENTRIES: " WS-CJ-WRITTEN.
           DISPLAY "*****************************************".
