      *  when a restore was meant would be its own disaster. The
      *  archive file grows by appending across years and, like
      *  RUNHIST, carries no trailer control record; the masters on
      *  both sides of every run do. Every account archived or
      *  restored is staged on a work file (JRNWORK) and appended to
      *  the customer change journal (CUSTJRNL) once the new master's
      *  trailer is written, for JRN6000's customer history; a
      *  restore carries its requester, an archive is the batch's own
      *  doing and names nobody.
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT NEW-ARCHIVE    ASSIGN TO NEWARCH.
           SELECT RESTORE-REQUESTS ASSIGN TO ARCREQ.
           SELECT REGISTER-PRINT ASSIGN TO ARCREG.
           SELECT JOURNAL-WORK   ASSIGN TO JRNWORK.
           SELECT CHANGE-JOURNAL ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.

           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

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

       01  WS-CUSTARCH-STATUS     PIC X(2)    VALUE "00".
       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".

      * WS-RUN-MODE selects archive or restore, the same parameter
      * style as ROL6000's rollover period, and like it carries
      * RESTORED-TABLE holds the archived records pulled back for
      * restore, for the merge pass to release at their
      * branch/salesrep position -- the BTR6000 collect-and-merge
      * shape. RS-REQUESTED-BY carries the request's requester to the
      * change journal.
       01  RESTORED-TABLE.
           05  RESTORED-GROUP OCCURS 500 TIMES
                              INDEXED BY RST-INDEX.
              10  RS-SALESREP-NUMBER      PIC 9(2).
              10  RS-CUSTOMER-NUMBER      PIC 9(5).
              10  RS-CUSTOMER-NAME        PIC X(20).
              10  RS-SALES-THIS-YTD       PIC S9(9)V99   COMP-3.
              10  RS-SALES-LAST-YTD       PIC S9(9)V99   COMP-3.
              10  RS-SALES-THIS-MONTH     PIC S9(9)V99   COMP-3.
              10  RS-SALES-LAST-MONTH     PIC S9(9)V99   COMP-3.
              10  RS-SALES-TWO-YEARS-AGO  PIC S9(9)V99   COMP-3.
              10  RS-REQUESTED-BY         PIC X(10).

       01  RESTORED-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-NEXT-RESTORED          PIC 9(3) VALUE 1.
           05  RSS-SALESREP-NUMBER      PIC 9(2).
           05  RSS-CUSTOMER-NUMBER      PIC 9(5).
           05  RSS-CUSTOMER-NAME        PIC X(20).
           05  RSS-SALES-THIS-YTD       PIC S9(9)V99   COMP-3.
           05  RSS-SALES-LAST-YTD       PIC S9(9)V99   COMP-3.
           05  RSS-SALES-THIS-MONTH     PIC S9(9)V99   COMP-3.
           05  RSS-SALES-LAST-MONTH     PIC S9(9)V99   COMP-3.
           05  RSS-SALES-TWO-YEARS-AGO  PIC S9(9)V99   COMP-3.
           05  RSS-REQUESTED-BY         PIC X(10).

       01  SWITCHES.
           05  CUSTMAST-EOF-SWITCH     PIC X    VALUE "N".
              88 MERGE-PASS-RUNNING              VALUE "Y".
           05  REQUEST-FOUND-SWITCH    PIC X    VALUE "N".
              88 REQUEST-MATCH-FOUND             VALUE "Y".
           05  JOURNAL-EOF-SWITCH      PIC X    VALUE "N".
              88 JOURNAL-WORK-EOF                VALUE "Y".

       01  CONTROL-FIELDS.
           05  OLD-SALESREP-NUMBER     PIC 99.
           05  WS-RESTORED-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-REJECT-COUNT     PIC 9(6) VALUE ZERO.
           05  WS-ARCHIVE-KEPT     PIC 9(8) VALUE ZERO.
           05  WS-CJ-WRITTEN       PIC 9(6) VALUE ZERO.

      * RUN-STAMP-FIELDS compose the YYYYMMDD date and HHMM time the
      * change journal records carry from the CURRENT-DATE-AND-TIME
      * fields 060 captures, so every entry matches the register
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

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           MOVE CD-HOURS   TO RHL-HOURS.
           MOVE CD-MINUTES TO RHL-MINUTES.
           MOVE WS-RUN-MODE TO RML-RUN-MODE.
           MOVE CD-YEAR    TO WS-STAMP-YEAR.
           MOVE CD-MONTH   TO WS-STAMP-MONTH.
           MOVE CD-DAY     TO WS-STAMP-DAY.
           MOVE CD-HOURS   TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.

           MOVE REGISTER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
      * years' archived accounts stay put; the first archive run ever
      * finds no file to extend (status "35") and creates it. The old
      * trailer is verified at end of file and the slimmed master
      * gets a corrected trailer covering what was actually kept, and
      * only then are the archivals journaled.
       100-RUN-ARCHIVE-MODE.
           OPEN INPUT  OLD-CUSTMAST
                OUTPUT NEW-CUSTMAST
                       REGISTER-PRINT
                       JOURNAL-WORK.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-CUSTARCH-STATUS = "35"
              OPEN OUTPUT ARCHIVE-FILE

           PERFORM 205-VERIFY-OLD-TRAILER.
           PERFORM 700-WRITE-NEW-TRAILER.
           PERFORM 780-APPEND-CHANGE-JOURNAL.

           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST
                 MOVE "ARCHIVED - ALL SALES BUCKETS ZERO"
                    TO RDL-ACTION
                 PERFORM 130-WRITE-REGISTER-LINE
                 PERFORM 140-STAGE-ARCHIVE-JOURNAL
              ELSE
                 MOVE CUSTOMER-MASTER-RECORD
                    TO NEW-CUSTOMER-MASTER-RECORD
           MOVE REGISTER-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph stages the change-journal entry for the
      * account just archived on JOURNAL-WORK: the account as it
      * stood, and nothing after, since it has left the master. No
      * one asked for it, so CJ-CHANGED-BY stays blank.
       140-STAGE-ARCHIVE-JOURNAL.
           MOVE SPACES TO CUSTOMER-JOURNAL-RECORD.
           MOVE CM-CUSTOMER-NUMBER    TO CJ-CUSTOMER-NUMBER.
           MOVE WS-STAMP-DATE-N       TO CJ-RUN-DATE.
           MOVE WS-STAMP-TIME-N       TO CJ-RUN-TIME.
           MOVE "ARC6000"             TO CJ-PROGRAM-ID.
           MOVE "ARCHIVE"             TO CJ-EVENT-CODE.
           MOVE CM-BRANCH-NUMBER      TO CJ-BEFORE-BRANCH.
           MOVE CM-SALESREP-NUMBER    TO CJ-BEFORE-SALESREP.
           MOVE CM-CUSTOMER-NAME      TO CJ-BEFORE-NAME.
           MOVE CM-SALES-THIS-YTD     TO CJ-BEFORE-SALES-YTD.
           MOVE ZERO TO CJ-AFTER-BRANCH CJ-AFTER-SALESREP
                        CJ-AFTER-SALES-YTD CJ-AMOUNT.
           WRITE CUSTOMER-JOURNAL-RECORD.

      * This paragraph reads the next data record from OLD-CUSTMAST,
      * capturing the trailer control record and counting/hashing
      * every data record, exactly as CMU6000's 210 does. The restore
                    NEW-CUSTMAST
                    ARCHIVE-FILE
                    REGISTER-PRINT
                    JOURNAL-WORK
           ELSE
              CLOSE OLD-CUSTMAST
                    NEW-CUSTMAST
                    NEW-ARCHIVE
                    RESTORE-REQUESTS
                    REGISTER-PRINT
                    JOURNAL-WORK
           END-IF.
           STOP RUN.

           MOVE WS-NEW-HASH-YTD    TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph appends the journal entries staged on
      * JOURNAL-WORK to the customer change journal (see CUSTJRNL),
      * in either mode. Only reached once the new trailer is written,
      * so a run stopped by a control failure journals nothing. The
      * first run ever finds no journal to extend (status "35") and
      * creates it, the same idiom the archive file itself uses.
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

      * This is the restore path. It loads the request file, scans
      * the master once to reject requests already on file (and to
      * verify the trailer and sequence before anything is written),
      * rewrites the archive without the restored records, sorts
      * them, rereads the master merging them in at their
      * branch/salesrep position with a corrected trailer, and
      * journals the restorations.
       500-RUN-RESTORE-MODE.
           INITIALIZE REQUEST-TABLE.
           INITIALIZE RESTORED-TABLE.
                       RESTORE-REQUESTS
                OUTPUT NEW-CUSTMAST
                       NEW-ARCHIVE
                       REGISTER-PRINT
                       JOURNAL-WORK.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-CUSTARCH-STATUS NOT = "00"
              DISPLAY "*****************************************"
           PERFORM 580-MERGE-RESTORED-CUSTOMERS.

           PERFORM 700-WRITE-NEW-TRAILER.
           PERFORM 780-APPEND-CHANGE-JOURNAL.

           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST
                 TO RS-SALES-LAST-MONTH (RST-INDEX)
              MOVE ACM-SALES-TWO-YEARS-AGO
                 TO RS-SALES-TWO-YEARS-AGO (RST-INDEX)
              MOVE RQ-REQUESTED-BY (RQT-INDEX)
                 TO RS-REQUESTED-BY (RST-INDEX)
           ELSE
              MOVE ARCHIVED-CUSTOMER-RECORD
                 TO NEW-ARCHIVED-CUSTOMER-RECORD
           END-PERFORM.

      * This paragraph writes one restored customer back into the
      * master at their branch/salesrep position, prints the
      * restoration on the register, and stages its change-journal
      * entry: nothing before, since the account was not on the
      * master, and the account as restored after.
       595-RELEASE-ONE-RESTORE.
           MOVE RS-BRANCH-NUMBER (WS-NEXT-RESTORED)
              TO NCM-BRANCH-NUMBER.
           MOVE REGISTER-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

           MOVE SPACES TO CUSTOMER-JOURNAL-RECORD.
           MOVE NCM-CUSTOMER-NUMBER   TO CJ-CUSTOMER-NUMBER.
           MOVE WS-STAMP-DATE-N       TO CJ-RUN-DATE.
           MOVE WS-STAMP-TIME-N       TO CJ-RUN-TIME.
           MOVE "ARC6000"             TO CJ-PROGRAM-ID.
           MOVE "RESTORE"             TO CJ-EVENT-CODE.
           MOVE RS-REQUESTED-BY (WS-NEXT-RESTORED) TO CJ-CHANGED-BY.
           MOVE ZERO TO CJ-BEFORE-BRANCH CJ-BEFORE-SALESREP
                        CJ-BEFORE-SALES-YTD CJ-AMOUNT.
           MOVE NCM-BRANCH-NUMBER     TO CJ-AFTER-BRANCH.
           MOVE NCM-SALESREP-NUMBER   TO CJ-AFTER-SALESREP.
           MOVE NCM-CUSTOMER-NAME     TO CJ-AFTER-NAME.
           MOVE NCM-SALES-THIS-YTD    TO CJ-AFTER-SALES-YTD.
           WRITE CUSTOMER-JOURNAL-RECORD.

      * This paragraph issues the end-of-run console summary in the
      * style of the other rewrite programs.
       910-REPORT-RUN-SUMMARY.
              DISPLAY "ARC6000: " WS-RECORDS-WRITTEN " MASTER "
                 "RECORD(S) WRITTEN IN BRANCH/SALESREP SEQUENCE."
           END-IF.
           DISPLAY "ARC6000: " WS-CJ-WRITTEN
              " CHANGE JOURNAL ENTRY(IES) WRITTEN.".
