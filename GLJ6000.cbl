       IDENTIFICATION DIVISION.

       PROGRAM-ID. GLJ6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: GLJ6000 turns the day's CMU6000 posting into a
      *  general ledger journal interface file (GLINTF), so accounting
      *  imports the day's sales instead of keying them from the
      *  CMULOG printout a branch at a time. It runs straight after
      *  CMU6000 and the generation swap that follows it. The posting
      *  run is the latest CMU6000 POSTING stamp on the run-control
      *  file (RUNCTL); every transaction that run posted is read back
      *  from the posted-transaction file (CMPOSTED), and each
      *  branch's invoices and credit memos are summarized into one
      *  debit and one credit entry apiece on the accounts the
      *  account-mapping file (GLACCT) names for the branch and
      *  transaction code. Payments are not journaled. The file ends
      *  with a balancing trailer (see GLTRLR). The journal proof
      *  report (GLPROOF) lists every entry and then ties the
      *  journal to the CMTRANS batch trailer's BCT-HASH-AMOUNT:
      *  everything posted, less what was posted out of suspense from
      *  earlier batches, plus the batch's own items rejected into
      *  suspense (CMSUSP), must equal the trailer's count and hash.
      *  A journal that does not prove, or a posted branch with no
      *  account mapping, is released without its trailer, so the
      *  ledger's import refuses it. A posting run already journaled
      *  is refused unless GLJ6000_RUNCTL_OVERRIDE is "Y", and so is
      *  a run when CMU6000 has not posted today.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT CUSTMAST-TRANS   ASSIGN TO CMTRANS
               FILE STATUS IS WS-CMTRANS-STATUS.
           SELECT POSTED-TRANS-FILE ASSIGN TO CMPOSTED
               FILE STATUS IS WS-CMPOSTED-STATUS.
           SELECT INPUT-SUSPENSE   ASSIGN TO CMSUSP
               FILE STATUS IS WS-CMSUSP-STATUS.
           SELECT GL-ACCOUNT-MAP   ASSIGN TO GLACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT GL-JOURNAL-FILE  ASSIGN TO GLINTF.
           SELECT PROOF-PRINT      ASSIGN TO GLPROOF.

       DATA DIVISION.

       FILE SECTION.
       FD  CUSTMAST-TRANS
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMTRANS.
       COPY CMTBATCH.

       FD  POSTED-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMPOSTED.

       FD  INPUT-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMSUSP.
       COPY SUTRAILR.

       FD  GL-ACCOUNT-MAP
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY GLACCT.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY GLJRNL.
       COPY GLTRLR.

       FD  PROOF-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-CMTRANS-STATUS      PIC X(2)    VALUE "00".
       01  WS-CMPOSTED-STATUS     PIC X(2)    VALUE "00".
       01  WS-CMSUSP-STATUS       PIC X(2)    VALUE "00".
       01  WS-GLACCT-STATUS       PIC X(2)    VALUE "00".
       01  WS-RUNCTL-STATUS       PIC X(2)    VALUE "00".
       01  WS-RUNCTL-OVERRIDE     PIC X       VALUE "N".
           88  RUNCTL-OVERRIDE-ON             VALUE "Y".
       01  WS-TODAY-DATE          PIC 9(8)    VALUE ZERO.

      * POSTING-RUN-FIELDS identify the posting run being journaled:
      * the latest CMU6000 POSTING stamp on RUNCTL, which is the same
      * date and time CMU6000 put on every CMPOSTED record it wrote
      * in that run. The latest GLJ6000 JOURNAL stamp tells whether
      * that run has been journaled already.
       01  POSTING-RUN-FIELDS.
           05  WS-POSTING-DATE     PIC 9(8)    VALUE ZERO.
           05  WS-POSTING-TIME     PIC 9(4)    VALUE ZERO.
           05  WS-POSTING-STAMP    PIC 9(12)   VALUE ZERO.
           05  WS-JOURNAL-STAMP    PIC 9(12)   VALUE ZERO.
           05  WS-RC-STAMP         PIC 9(12)   VALUE ZERO.
           05  WS-PT-STAMP         PIC 9(12)   VALUE ZERO.
           05  WS-JOURNAL-DATE     PIC 9(8)    VALUE ZERO.

      * BATCH-CONTROL-FIELDS carry the CMTRANS batch the posting run
      * read: the header's identity, the trailer's claimed count and
      * BCT-HASH-AMOUNT, and the count and hash of the data records
      * actually on the file, which stand in for the trailer on a
      * batch that carries none.
       01  BATCH-CONTROL-FIELDS.
           05  WS-BATCH-ID         PIC X(8)    VALUE SPACES.
           05  WS-BATCH-BUSINESS-DATE PIC 9(8) VALUE ZERO.
           05  WS-BATCH-TRL-COUNT  PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-TRL-HASH   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-BATCH-DATA-COUNT PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-FOREIGN-POSTINGS PIC 9(6)    VALUE ZERO.

      * ACCOUNT-MAP-TABLE holds the whole account-mapping file. A file
      * with more records than the table holds stops the run before
      * anything is written.
       01  ACCOUNT-MAP-TABLE.
           05  ACCOUNT-MAP-ENTRY OCCURS 500 TIMES
                           INDEXED BY MAP-INDEX.
              10  MAP-BRANCH-NUMBER   PIC 9(2).
              10  MAP-TRANS-CODE      PIC X(1).
              10  MAP-DEBIT-ACCOUNT   PIC X(12).
              10  MAP-CREDIT-ACCOUNT  PIC X(12).
              10  MAP-DESCRIPTION     PIC X(30).

       01  ACCOUNT-MAP-SIZE          PIC 9(4) VALUE 500.
       01  ACCOUNT-MAP-COUNT         PIC 9(4) VALUE ZERO.
       01  MAP-FOUND-INDEX           PIC 9(4) VALUE ZERO.
       01  WS-MAP-BRANCH             PIC 9(2) VALUE ZERO.
       01  WS-MAP-CODE               PIC X(1) VALUE SPACE.

      * BRANCH-POSTING-TABLE accumulates the posting run's postings
      * by branch, one entry per branch number 00 through 99, reached
      * by branch number plus one.
       01  BRANCH-POSTING-TABLE.
           05  BRANCH-POSTING-ENTRY OCCURS 100 TIMES
                           INDEXED BY BPT-INDEX.
              10  BP-INVOICE-COUNT    PIC 9(6).
              10  BP-INVOICE-AMOUNT   PIC S9(11)V99  COMP-3.
              10  BP-CREDIT-COUNT     PIC 9(6).
              10  BP-CREDIT-AMOUNT    PIC S9(11)V99  COMP-3.
              10  BP-PAYMENT-COUNT    PIC 9(6).
              10  BP-PAYMENT-AMOUNT   PIC S9(11)V99  COMP-3.

       01  WS-BRANCH-SUB             PIC 9(3) VALUE ZERO.

      * ENTRY-STAGING-FIELDS carry the branch summary being journaled
      * to 420-WRITE-JOURNAL-PAIR.
       01  ENTRY-STAGING-FIELDS.
           05  WS-ENTRY-BRANCH     PIC 9(2)    VALUE ZERO.
           05  WS-ENTRY-CODE       PIC X(1)    VALUE SPACE.
           05  WS-ENTRY-TYPE-NAME  PIC X(12)   VALUE SPACES.
           05  WS-ENTRY-COUNT      PIC 9(6)    VALUE ZERO.
           05  WS-ENTRY-AMOUNT     PIC S9(11)V99 COMP-3 VALUE ZERO.

      * PROOF-TOTALS carry both sides of the journal proof: what the
      * posting run posted, by type and by where it came from, the
      * batch's own items rejected into suspense, the journal's
      * debit and credit totals, and the batch control figures they
      * must tie to.
       01  PROOF-TOTALS.
           05  WS-INVOICE-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-INVOICE-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-CREDIT-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PAYMENT-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-PAYMENT-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-POSTED-AMOUNT    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RECYCLED-COUNT   PIC 9(8)    VALUE ZERO.
           05  WS-RECYCLED-AMOUNT  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT       PIC 9(8)    VALUE ZERO.
           05  WS-HELD-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ACCOUNTED-COUNT  PIC 9(8)    VALUE ZERO.
           05  WS-ACCOUNTED-AMOUNT PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CONTROL-COUNT    PIC 9(8)    VALUE ZERO.
           05  WS-CONTROL-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GL-RECORD-COUNT  PIC 9(8)    VALUE ZERO.
           05  WS-GL-DEBITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-GL-CREDITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNMAPPED-COUNT   PIC 9(4)    VALUE ZERO.

       01  SWITCHES.
           05  TRANS-EOF-SWITCH        PIC X    VALUE "N".
              88 TRANS-EOF                      VALUE "Y".
           05  BATCH-HEADER-SWITCH     PIC X    VALUE "N".
              88 BATCH-HEADER-SEEN              VALUE "Y".
           05  BATCH-TRAILER-SWITCH    PIC X    VALUE "N".
              88 BATCH-TRAILER-SEEN             VALUE "Y".
           05  CMPOSTED-EOF-SWITCH     PIC X    VALUE "N".
              88 CMPOSTED-EOF                   VALUE "Y".
           05  SUSPENSE-EOF-SWITCH     PIC X    VALUE "N".
              88 SUSPENSE-EOF                   VALUE "Y".
           05  SUSPENSE-AVAIL-SWITCH   PIC X    VALUE "N".
              88 SUSPENSE-AVAILABLE             VALUE "Y".
           05  SUSPENSE-TRAILER-SWITCH PIC X    VALUE "N".
              88 SUSPENSE-TRAILER-SEEN          VALUE "Y".
           05  GLACCT-EOF-SWITCH       PIC X    VALUE "N".
              88 GLACCT-EOF                     VALUE "Y".
           05  RUNCTL-EOF-SWITCH       PIC X    VALUE "N".
              88 RUNCTL-EOF                     VALUE "Y".
           05  POSTING-STAMP-SWITCH    PIC X    VALUE "N".
              88 POSTING-STAMP-FOUND            VALUE "Y".
           05  MAP-FOUND-SWITCH        PIC X    VALUE "N".
              88 ACCOUNT-MAP-FOUND              VALUE "Y".
           05  JOURNAL-PROVED-SWITCH   PIC X    VALUE "N".
              88 JOURNAL-PROVED                 VALUE "Y".

       01  CONTROL-TOTAL-FIELDS.
           05  WS-SUSPENSE-DATA-COUNT PIC 9(8)         VALUE ZERO.
           05  WS-SUSPENSE-HASH       PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.
           05  WS-SUSPENSE-TRL-COUNT  PIC 9(8)         VALUE ZERO.
           05  WS-SUSPENSE-TRL-HASH   PIC S9(11)V99    COMP-3
                                                       VALUE ZERO.

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
               VALUE "GENERAL LEDGER JOURNAL PROOF".
           05  FILLER          PIC X(8)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "GLJ6000".

       01  HEADING-LINE-2.
           05  FILLER          PIC X(10)   VALUE "BATCH ID: ".
           05  HL2-BATCH-ID    PIC X(8).
           05  FILLER          PIC X(17)   VALUE
               "   JOURNAL DATE: ".
           05  HL2-JOURNAL-DATE PIC 9(8).
           05  FILLER          PIC X(13)   VALUE "   POSTED ON ".
           05  HL2-POSTING-DATE PIC 9(8).
           05  FILLER          PIC X(4)    VALUE " AT ".
           05  HL2-POSTING-TIME PIC 9(4).
           05  FILLER          PIC X(58)   VALUE SPACE.

       01  COLUMN-LINE.
           05  FILLER          PIC X(4)    VALUE "  BR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "TYPE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE " ITEMS".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(12)   VALUE "ACCOUNT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE
               "             DEBIT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE
               "            CREDIT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER          PIC X(18)   VALUE SPACE.

       01  ENTRY-DETAIL-LINE.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-BRANCH-NUMBER    PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-TYPE-NAME        PIC X(12).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-ITEM-COUNT       PIC ZZ,ZZ9.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-ACCOUNT-NUMBER   PIC X(12).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-DEBIT-AMOUNT     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  EDL-DEBIT-AMOUNT-R REDEFINES EDL-DEBIT-AMOUNT
                                    PIC X(18).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-CREDIT-AMOUNT    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  EDL-CREDIT-AMOUNT-R REDEFINES EDL-CREDIT-AMOUNT
                                    PIC X(18).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  EDL-DESCRIPTION      PIC X(30).
           05  FILLER               PIC X(18)   VALUE SPACE.

       01  JOURNAL-TOTAL-LINE.
           05  JTL-LABEL            PIC X(42).
           05  JTL-DEBITS           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  JTL-CREDITS          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(50)   VALUE SPACE.

       01  PROOF-TOTAL-LINE.
           05  PTL-LABEL            PIC X(40).
           05  PTL-COUNT            PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  PTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(59)   VALUE SPACE.

       01  PROOF-MESSAGE-LINE.
           05  PML-MESSAGE          PIC X(80).
           05  FILLER               PIC X(50)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It identifies the posting run from
      * the run-control file, reads the CMTRANS batch controls, loads
      * the account map, accumulates the run's postings by branch and
      * the batch's items held in suspense, writes and prints the
      * journal entries, proves the journal, and releases the file
      * with its trailer only when the proof holds.
       000-PREPARE-GL-JOURNAL.

           INITIALIZE ACCOUNT-MAP-TABLE.
           INITIALIZE BRANCH-POSTING-TABLE.

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 055-CHECK-RUN-CONTROL.
           PERFORM 100-READ-BATCH-CONTROLS.
           PERFORM 200-LOAD-ACCOUNT-MAP.
           PERFORM 300-ACCUMULATE-POSTINGS.
           PERFORM 350-COUNT-BATCH-SUSPENSE.

           OPEN OUTPUT GL-JOURNAL-FILE
                       PROOF-PRINT.

           PERFORM 380-PRINT-PROOF-HEADING.
           PERFORM 400-WRITE-JOURNAL-ENTRIES
              VARYING WS-BRANCH-SUB FROM 1 BY 1
              UNTIL WS-BRANCH-SUB > 100.
           PERFORM 500-PROVE-JOURNAL.

           IF JOURNAL-PROVED
              PERFORM 700-WRITE-JOURNAL-TRAILER
              PERFORM 760-STAMP-RUN-CONTROL
           END-IF.

           CLOSE GL-JOURNAL-FILE
                 PROOF-PRINT.

           PERFORM 910-REPORT-RUN-SUMMARY.

           STOP RUN.

      * This paragraph captures today's date and time and reads
      * GLJ6000_RUNCTL_OVERRIDE from the environment.
       050-READ-RUN-PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-TODAY-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           ACCEPT WS-RUNCTL-OVERRIDE FROM ENVIRONMENT
              "GLJ6000_RUNCTL_OVERRIDE".

      * This paragraph finds the posting run to journal on the shared
      * run-control file (see RUNCTL): the latest CMU6000 POSTING
      * stamp. The run is refused when there is no posting stamp at
      * all -- there is then nothing to find the postings by -- and,
      * unless GLJ6000_RUNCTL_OVERRIDE is "Y", when the latest posting
      * is not today's (the posting job has not run) or a GLJ6000
      * JOURNAL stamp follows it (this posting has been journaled
      * once already, and a second file would double it in the
      * ledger). The override turns those two refusals into console
      * warnings for a genuine rerun.
       055-CHECK-RUN-CONTROL.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
              PERFORM 056-READ-RUN-CONTROL-RECORD
                 UNTIL RUNCTL-EOF
              CLOSE RUN-CONTROL-FILE
           END-IF.
           IF NOT POSTING-STAMP-FOUND
              DISPLAY "*****************************************"
              DISPLAY "*** GLJ6000 ERROR: NO CMU6000 POSTING STAMP ON "
                 "RUNCTL (STATUS " WS-RUNCTL-STATUS ") ***"
              DISPLAY "*** THE POSTING RUN TO JOURNAL CANNOT BE "
                 "IDENTIFIED."
              PERFORM 920-REFUSE-JOURNAL
           END-IF.
           IF WS-POSTING-DATE NOT = WS-TODAY-DATE
              IF RUNCTL-OVERRIDE-ON
                 DISPLAY "*** GLJ6000 WARNING: THE LATEST POSTING WAS "
                    "STAMPED ON " WS-POSTING-DATE ", NOT TODAY."
                 DISPLAY "*** GLJ6000_RUNCTL_OVERRIDE IS SET - "
                    "CONTINUING ON OPERATOR AUTHORITY."
              ELSE
                 DISPLAY "*****************************************"
                 DISPLAY "*** GLJ6000 ERROR: CMU6000 HAS NOT STAMPED "
                    "TODAY'S POSTING ON RUNCTL ***"
                 DISPLAY "*** RUN CMU6000 FIRST, OR SET "
                    "GLJ6000_RUNCTL_OVERRIDE=Y FOR A RERUN."
                 PERFORM 920-REFUSE-JOURNAL
              END-IF
           END-IF.
           IF WS-JOURNAL-STAMP NOT < WS-POSTING-STAMP
              IF RUNCTL-OVERRIDE-ON
                 DISPLAY "*** GLJ6000 WARNING: THE POSTING OF "
                    WS-POSTING-DATE " AT " WS-POSTING-TIME
                    " HAS ALREADY BEEN JOURNALED."
                 DISPLAY "*** GLJ6000_RUNCTL_OVERRIDE IS SET - THE "
                    "LEDGER MUST DISCARD THE EARLIER FILE."
              ELSE
                 DISPLAY "*****************************************"
                 DISPLAY "*** GLJ6000 ERROR: THE POSTING OF "
                    WS-POSTING-DATE " AT " WS-POSTING-TIME
                    " HAS ALREADY BEEN JOURNALED ***"
                 DISPLAY "*** A SECOND FILE WOULD DOUBLE IT IN THE "
                    "LEDGER. SET GLJ6000_RUNCTL_OVERRIDE=Y"
                 DISPLAY "*** ONLY IF THE LEDGER REJECTED THE FIRST."
                 PERFORM 920-REFUSE-JOURNAL
              END-IF
           END-IF.

      * This paragraph reads one run-control record, keeping the
      * latest CMU6000 POSTING stamp and the latest GLJ6000 JOURNAL
      * stamp that go past.
       056-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
              AT END
                 SET RUNCTL-EOF TO TRUE
              NOT AT END
                 COMPUTE WS-RC-STAMP =
                    RC-RUN-DATE * 10000 + RC-RUN-TIME
                 IF RC-PROGRAM-ID = "CMU6000"
                    AND RC-EVENT-CODE = "POSTING"
                    AND WS-RC-STAMP NOT < WS-POSTING-STAMP
                    SET POSTING-STAMP-FOUND TO TRUE
                    MOVE WS-RC-STAMP TO WS-POSTING-STAMP
                    MOVE RC-RUN-DATE TO WS-POSTING-DATE
                    MOVE RC-RUN-TIME TO WS-POSTING-TIME
                 END-IF
                 IF RC-PROGRAM-ID = "GLJ6000"
                    AND RC-EVENT-CODE = "JOURNAL"
                    AND WS-RC-STAMP > WS-JOURNAL-STAMP
                    MOVE WS-RC-STAMP TO WS-JOURNAL-STAMP
                 END-IF
           END-READ.

      * This paragraph stops a refused run before any output file is
      * opened.
       920-REFUSE-JOURNAL.
           DISPLAY "*** NO JOURNAL WAS WRITTEN.".
           DISPLAY "*****************************************".
           STOP RUN.

      * This paragraph reads the CMTRANS batch the posting run read,
      * the way CMU6000's 305-READ-TRANSACTION does: the header's
      * batch identity and the trailer's count and BCT-HASH-AMOUNT
      * are captured, and every data record is counted and its
      * amount hashed. A batch with no header or trailer is proved
      * against the file as read, which the proof says.
       100-READ-BATCH-CONTROLS.
           OPEN INPUT CUSTMAST-TRANS.
           IF WS-CMTRANS-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** GLJ6000 ERROR: CANNOT OPEN CMTRANS (STATUS "
                 WS-CMTRANS-STATUS ") ***"
              DISPLAY "*** THE JOURNAL CANNOT BE PROVED WITHOUT THE "
                 "BATCH THAT WAS POSTED."
              PERFORM 920-REFUSE-JOURNAL
           END-IF.
           PERFORM 105-READ-TRANSACTION
              UNTIL TRANS-EOF.
           CLOSE CUSTMAST-TRANS.
           IF BATCH-HEADER-SEEN
              MOVE WS-BATCH-BUSINESS-DATE TO WS-JOURNAL-DATE
           ELSE
              MOVE WS-POSTING-DATE TO WS-JOURNAL-DATE
           END-IF.
           IF BATCH-TRAILER-SEEN
              MOVE WS-BATCH-TRL-COUNT TO WS-CONTROL-COUNT
              MOVE WS-BATCH-TRL-HASH  TO WS-CONTROL-AMOUNT
           ELSE
              MOVE WS-BATCH-DATA-COUNT TO WS-CONTROL-COUNT
              MOVE WS-BATCH-HASH       TO WS-CONTROL-AMOUNT
           END-IF.

      * This paragraph reads one CMTRANS record, capturing a batch
      * control record or counting and hashing a data record.
       105-READ-TRANSACTION.
           READ CUSTMAST-TRANS
              AT END
                 SET TRANS-EOF TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN BCH-IS-HEADER
                       SET BATCH-HEADER-SEEN TO TRUE
                       MOVE BCH-BATCH-ID      TO WS-BATCH-ID
                       MOVE BCH-BUSINESS-DATE
                          TO WS-BATCH-BUSINESS-DATE
                    WHEN BCT-IS-TRAILER
                       SET BATCH-TRAILER-SEEN TO TRUE
                       MOVE BCT-RECORD-COUNT TO WS-BATCH-TRL-COUNT
                       MOVE BCT-HASH-AMOUNT  TO WS-BATCH-TRL-HASH
                    WHEN OTHER
                       ADD 1 TO WS-BATCH-DATA-COUNT
                       IF CT-TRANS-AMOUNT IS NUMERIC
                          ADD CT-TRANS-AMOUNT TO WS-BATCH-HASH
                       END-IF
                 END-EVALUATE
           END-READ.

      * This paragraph loads the account-mapping file into
      * ACCOUNT-MAP-TABLE. Without it no entry can be given an
      * account, so a missing file stops the run.
       200-LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-GLACCT-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** GLJ6000 ERROR: CANNOT OPEN GLACCT (STATUS "
                 WS-GLACCT-STATUS ") ***"
              DISPLAY "*** NO ENTRY CAN BE GIVEN A GL ACCOUNT."
              PERFORM 920-REFUSE-JOURNAL
           END-IF.
           PERFORM 205-READ-ACCOUNT-MAP
              UNTIL GLACCT-EOF.
           CLOSE GL-ACCOUNT-MAP.

      * This paragraph reads one account-mapping record into the
      * table.
       205-READ-ACCOUNT-MAP.
           READ GL-ACCOUNT-MAP
              AT END
                 SET GLACCT-EOF TO TRUE
              NOT AT END
                 IF ACCOUNT-MAP-COUNT = ACCOUNT-MAP-SIZE
                    DISPLAY "*****************************************"
                    DISPLAY "*** GLJ6000 ERROR: GLACCT HOLDS MORE THAN "
                       ACCOUNT-MAP-SIZE " RECORDS ***"
                    PERFORM 920-REFUSE-JOURNAL
                 END-IF
                 ADD 1 TO ACCOUNT-MAP-COUNT
                 SET MAP-INDEX TO ACCOUNT-MAP-COUNT
                 MOVE GA-BRANCH-NUMBER  TO MAP-BRANCH-NUMBER (MAP-INDEX)
                 MOVE GA-TRANS-CODE     TO MAP-TRANS-CODE (MAP-INDEX)
                 MOVE GA-DEBIT-ACCOUNT  TO MAP-DEBIT-ACCOUNT (MAP-INDEX)
                 MOVE GA-CREDIT-ACCOUNT
                    TO MAP-CREDIT-ACCOUNT (MAP-INDEX)
                 MOVE GA-DESCRIPTION    TO MAP-DESCRIPTION (MAP-INDEX)
           END-READ.

      * This paragraph reads back every transaction the posting run
      * posted -- the CMPOSTED records carrying its stamp -- and adds
      * each to its branch's totals by type, and to the run's totals
      * by where it came from: the day's batch, or suspense. A batch
      * record carrying a batch ID other than the CMTRANS header's
      * means the CMTRANS on hand is not the batch that was posted.
       300-ACCUMULATE-POSTINGS.
           OPEN INPUT POSTED-TRANS-FILE.
           IF WS-CMPOSTED-STATUS NOT = "00"
              DISPLAY "*** GLJ6000: NO POSTED-TRANSACTION FILE "
                 "AVAILABLE (STATUS " WS-CMPOSTED-STATUS ")."
           ELSE
              PERFORM 305-READ-POSTED-TRANSACTION
                 UNTIL CMPOSTED-EOF
              CLOSE POSTED-TRANS-FILE
           END-IF.
           IF WS-FOREIGN-POSTINGS > ZERO
              DISPLAY "*****************************************"
              DISPLAY "*** GLJ6000 ERROR: THE POSTING RUN POSTED A "
                 "BATCH OTHER THAN CMTRANS BATCH " WS-BATCH-ID " ***"
              DISPLAY "*** JOURNAL AGAINST THE CMTRANS THAT WAS "
                 "POSTED."
              PERFORM 920-REFUSE-JOURNAL
           END-IF.

      * This paragraph reads one CMPOSTED record and accumulates it
      * when it belongs to the posting run.
       305-READ-POSTED-TRANSACTION.
           READ POSTED-TRANS-FILE
              AT END
                 SET CMPOSTED-EOF TO TRUE
              NOT AT END
                 COMPUTE WS-PT-STAMP =
                    PT-RUN-DATE * 10000 + PT-RUN-TIME
                 IF WS-PT-STAMP = WS-POSTING-STAMP
                    PERFORM 310-ACCUMULATE-ONE-POSTING
                 END-IF
           END-READ.

      * This paragraph adds the CMPOSTED record just read to its
      * branch and run totals.
       310-ACCUMULATE-ONE-POSTING.
           COMPUTE WS-BRANCH-SUB = PT-BRANCH-NUMBER + 1.
           SET BPT-INDEX TO WS-BRANCH-SUB.
           EVALUATE PT-TRANS-CODE
              WHEN "I"
                 ADD 1 TO BP-INVOICE-COUNT (BPT-INDEX)
                 ADD PT-TRANS-AMOUNT TO BP-INVOICE-AMOUNT (BPT-INDEX)
                 ADD 1 TO WS-INVOICE-COUNT
                 ADD PT-TRANS-AMOUNT TO WS-INVOICE-AMOUNT
              WHEN "C"
                 ADD 1 TO BP-CREDIT-COUNT (BPT-INDEX)
                 ADD PT-TRANS-AMOUNT TO BP-CREDIT-AMOUNT (BPT-INDEX)
                 ADD 1 TO WS-CREDIT-COUNT
                 ADD PT-TRANS-AMOUNT TO WS-CREDIT-AMOUNT
              WHEN OTHER
                 ADD 1 TO BP-PAYMENT-COUNT (BPT-INDEX)
                 ADD PT-TRANS-AMOUNT TO BP-PAYMENT-AMOUNT (BPT-INDEX)
                 ADD 1 TO WS-PAYMENT-COUNT
                 ADD PT-TRANS-AMOUNT TO WS-PAYMENT-AMOUNT
           END-EVALUATE.
           ADD 1 TO WS-POSTED-COUNT.
           ADD PT-TRANS-AMOUNT TO WS-POSTED-AMOUNT.
           IF PT-FROM-SUSPENSE
              ADD 1 TO WS-RECYCLED-COUNT
              ADD PT-TRANS-AMOUNT TO WS-RECYCLED-AMOUNT
           ELSE
              IF PT-BATCH-ID NOT = WS-BATCH-ID
                 ADD 1 TO WS-FOREIGN-POSTINGS
              END-IF
           END-IF.

      * This paragraph totals the batch's own items the posting run
      * rejected into suspense: the CMSUSP records of the batch first
      * rejected on the posting date and never yet retried. They were
      * counted in the batch trailer but posted nothing, so the proof
      * adds them back. The file is balanced against its trailer the
      * way SUS6000 does; a missing CMSUSP holds nothing.
       350-COUNT-BATCH-SUSPENSE.
           OPEN INPUT INPUT-SUSPENSE.
           EVALUATE WS-CMSUSP-STATUS
              WHEN "00"
                 SET SUSPENSE-AVAILABLE TO TRUE
              WHEN "35"
                 SET SUSPENSE-EOF TO TRUE
              WHEN OTHER
                 DISPLAY "*****************************************"
                 DISPLAY "*** GLJ6000 ERROR: CANNOT OPEN CMSUSP "
                    "(STATUS " WS-CMSUSP-STATUS ") ***"
                 PERFORM 920-REFUSE-JOURNAL
           END-EVALUATE.
           IF SUSPENSE-AVAILABLE
              PERFORM 355-READ-SUSPENSE-RECORD
                 UNTIL SUSPENSE-EOF
              CLOSE INPUT-SUSPENSE
              IF NOT SUSPENSE-TRAILER-SEEN
                 OR WS-SUSPENSE-TRL-COUNT NOT = WS-SUSPENSE-DATA-COUNT
                 OR WS-SUSPENSE-TRL-HASH NOT = WS-SUSPENSE-HASH
                 DISPLAY "*****************************************"
                 DISPLAY "*** GLJ6000 ERROR: CMSUSP FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-SUSPENSE-TRL-COUNT
                    "  RECORDS READ " WS-SUSPENSE-DATA-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-SUSPENSE-TRL-HASH
                    "  HASH COMPUTED " WS-SUSPENSE-HASH
                 PERFORM 920-REFUSE-JOURNAL
              END-IF
           END-IF.

      * This paragraph reads one CMSUSP record, capturing the trailer
      * or counting and hashing a data record and totalling it when
      * it is one of the batch's own new rejects.
       355-READ-SUSPENSE-RECORD.
           READ INPUT-SUSPENSE
              AT END
                 SET SUSPENSE-EOF TO TRUE
              NOT AT END
                 IF TSU-IS-TRAILER
                    SET SUSPENSE-TRAILER-SEEN TO TRUE
                    MOVE TSU-RECORD-COUNT TO WS-SUSPENSE-TRL-COUNT
                    MOVE TSU-HASH-AMOUNT  TO WS-SUSPENSE-TRL-HASH
                 ELSE
                    ADD 1 TO WS-SUSPENSE-DATA-COUNT
                    IF SU-TRANS-AMOUNT IS NUMERIC
                       ADD SU-TRANS-AMOUNT TO WS-SUSPENSE-HASH
                    END-IF
                    IF SU-BATCH-ID = WS-BATCH-ID
                       AND SU-FIRST-REJECT-DATE = WS-POSTING-DATE
                       AND SU-RETRY-COUNT = ZERO
                       ADD 1 TO WS-HELD-COUNT
                       IF SU-TRANS-AMOUNT IS NUMERIC
                          ADD SU-TRANS-AMOUNT TO WS-HELD-AMOUNT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      * This paragraph prints the proof report's headings.
       380-PRINT-PROOF-HEADING.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-BATCH-ID      TO HL2-BATCH-ID.
           MOVE WS-JOURNAL-DATE  TO HL2-JOURNAL-DATE.
           MOVE WS-POSTING-DATE  TO HL2-POSTING-DATE.
           MOVE WS-POSTING-TIME  TO HL2-POSTING-TIME.
           MOVE HEADING-LINE-2 TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE COLUMN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph journals one branch: its invoices, then its
      * credit memos, each only when the branch posted some.
       400-WRITE-JOURNAL-ENTRIES.
           SET BPT-INDEX TO WS-BRANCH-SUB.
           COMPUTE WS-ENTRY-BRANCH = WS-BRANCH-SUB - 1.
           IF BP-INVOICE-COUNT (BPT-INDEX) > ZERO
              MOVE "I" TO WS-ENTRY-CODE
              MOVE "INVOICES" TO WS-ENTRY-TYPE-NAME
              MOVE BP-INVOICE-COUNT (BPT-INDEX)  TO WS-ENTRY-COUNT
              MOVE BP-INVOICE-AMOUNT (BPT-INDEX) TO WS-ENTRY-AMOUNT
              PERFORM 420-WRITE-JOURNAL-PAIR
           END-IF.
           IF BP-CREDIT-COUNT (BPT-INDEX) > ZERO
              MOVE "C" TO WS-ENTRY-CODE
              MOVE "CREDIT MEMOS" TO WS-ENTRY-TYPE-NAME
              MOVE BP-CREDIT-COUNT (BPT-INDEX)  TO WS-ENTRY-COUNT
              MOVE BP-CREDIT-AMOUNT (BPT-INDEX) TO WS-ENTRY-AMOUNT
              PERFORM 420-WRITE-JOURNAL-PAIR
           END-IF.

      * This paragraph finds the account mapping for a branch and
      * transaction code: the branch's own record, or failing that
      * the branch 00 default.
       410-FIND-ACCOUNT-MAP.
           MOVE "N" TO MAP-FOUND-SWITCH.
           PERFORM VARYING MAP-INDEX FROM 1 BY 1
              UNTIL MAP-INDEX > ACCOUNT-MAP-COUNT
                 OR ACCOUNT-MAP-FOUND
              IF MAP-BRANCH-NUMBER (MAP-INDEX) = WS-MAP-BRANCH
                 AND MAP-TRANS-CODE (MAP-INDEX) = WS-MAP-CODE
                 SET ACCOUNT-MAP-FOUND TO TRUE
                 SET MAP-FOUND-INDEX TO MAP-INDEX
              END-IF
           END-PERFORM.

      * This paragraph writes the debit and credit entries for the
      * branch summary staged in ENTRY-STAGING-FIELDS and prints them.
      * A summary with no account mapping is printed as such and
      * counted, which withholds the trailer.
       420-WRITE-JOURNAL-PAIR.
           MOVE WS-ENTRY-BRANCH TO WS-MAP-BRANCH.
           MOVE WS-ENTRY-CODE   TO WS-MAP-CODE.
           PERFORM 410-FIND-ACCOUNT-MAP.
           IF NOT ACCOUNT-MAP-FOUND
              MOVE ZERO TO WS-MAP-BRANCH
              PERFORM 410-FIND-ACCOUNT-MAP
           END-IF.
           MOVE WS-ENTRY-BRANCH    TO EDL-BRANCH-NUMBER.
           MOVE WS-ENTRY-TYPE-NAME TO EDL-TYPE-NAME.
           MOVE WS-ENTRY-COUNT     TO EDL-ITEM-COUNT.
           IF NOT ACCOUNT-MAP-FOUND
              ADD 1 TO WS-UNMAPPED-COUNT
              MOVE "*** NONE ***" TO EDL-ACCOUNT-NUMBER
              MOVE WS-ENTRY-AMOUNT TO EDL-DEBIT-AMOUNT
              MOVE WS-ENTRY-AMOUNT TO EDL-CREDIT-AMOUNT
              MOVE "NO GL ACCOUNT MAPPING ON GLACCT" TO EDL-DESCRIPTION
              MOVE ENTRY-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA
           ELSE
              SET MAP-INDEX TO MAP-FOUND-INDEX
              MOVE SPACES TO GL-JOURNAL-RECORD
              MOVE WS-JOURNAL-DATE TO GJ-JOURNAL-DATE
              MOVE WS-BATCH-ID     TO GJ-BATCH-ID
              MOVE WS-ENTRY-BRANCH TO GJ-BRANCH-NUMBER
              MOVE WS-ENTRY-CODE   TO GJ-TRANS-CODE
              MOVE WS-ENTRY-AMOUNT TO GJ-AMOUNT
              MOVE WS-ENTRY-COUNT  TO GJ-ITEM-COUNT
              MOVE MAP-DESCRIPTION (MAP-INDEX) TO GJ-DESCRIPTION
              SET GJ-DEBIT-ENTRY TO TRUE
              MOVE MAP-DEBIT-ACCOUNT (MAP-INDEX) TO GJ-ACCOUNT-NUMBER
              WRITE GL-JOURNAL-RECORD
              ADD 1 TO WS-GL-RECORD-COUNT
              ADD GJ-AMOUNT TO WS-GL-DEBITS
              MOVE GJ-ACCOUNT-NUMBER TO EDL-ACCOUNT-NUMBER
              MOVE GJ-AMOUNT         TO EDL-DEBIT-AMOUNT
              MOVE SPACES            TO EDL-CREDIT-AMOUNT-R
              MOVE GJ-DESCRIPTION    TO EDL-DESCRIPTION
              MOVE ENTRY-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA
              SET GJ-CREDIT-ENTRY TO TRUE
              MOVE MAP-CREDIT-ACCOUNT (MAP-INDEX) TO GJ-ACCOUNT-NUMBER
              WRITE GL-JOURNAL-RECORD
              ADD 1 TO WS-GL-RECORD-COUNT
              ADD GJ-AMOUNT TO WS-GL-CREDITS
              MOVE GJ-ACCOUNT-NUMBER TO EDL-ACCOUNT-NUMBER
              MOVE SPACES            TO EDL-DEBIT-AMOUNT-R
              MOVE GJ-AMOUNT         TO EDL-CREDIT-AMOUNT
              MOVE ENTRY-DETAIL-LINE TO PRINT-AREA
              WRITE PRINT-AREA
           END-IF.

      * This paragraph proves the journal and prints the proof. The
      * journal's debits must equal its credits and the invoices and
      * credit memos posted; adding the payments gives everything the
      * run posted; taking away what it posted out of suspense and
      * adding back the batch's own items it rejected into suspense
      * must give the batch trailer's count and BCT-HASH-AMOUNT. Any
      * break, or any summary without an account, withholds the
      * trailer so the ledger's import refuses the file.
       500-PROVE-JOURNAL.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "JOURNAL TOTALS" TO JTL-LABEL.
           MOVE WS-GL-DEBITS  TO JTL-DEBITS.
           MOVE WS-GL-CREDITS TO JTL-CREDITS.
           MOVE JOURNAL-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           COMPUTE WS-ACCOUNTED-COUNT =
              WS-POSTED-COUNT - WS-RECYCLED-COUNT + WS-HELD-COUNT.
           COMPUTE WS-ACCOUNTED-AMOUNT =
              WS-POSTED-AMOUNT - WS-RECYCLED-AMOUNT + WS-HELD-AMOUNT.
           MOVE "INVOICES JOURNALED" TO PTL-LABEL.
           MOVE WS-INVOICE-COUNT  TO PTL-COUNT.
           MOVE WS-INVOICE-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "CREDIT MEMOS JOURNALED" TO PTL-LABEL.
           MOVE WS-CREDIT-COUNT  TO PTL-COUNT.
           MOVE WS-CREDIT-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "PAYMENTS POSTED (NOT JOURNALED)" TO PTL-LABEL.
           MOVE WS-PAYMENT-COUNT  TO PTL-COUNT.
           MOVE WS-PAYMENT-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "TOTAL POSTED BY THE RUN" TO PTL-LABEL.
           MOVE WS-POSTED-COUNT  TO PTL-COUNT.
           MOVE WS-POSTED-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "LESS POSTED FROM SUSPENSE" TO PTL-LABEL.
           MOVE WS-RECYCLED-COUNT  TO PTL-COUNT.
           MOVE WS-RECYCLED-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "PLUS BATCH ITEMS HELD IN SUSPENSE" TO PTL-LABEL.
           MOVE WS-HELD-COUNT  TO PTL-COUNT.
           MOVE WS-HELD-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE "BATCH ITEMS ACCOUNTED FOR" TO PTL-LABEL.
           MOVE WS-ACCOUNTED-COUNT  TO PTL-COUNT.
           MOVE WS-ACCOUNTED-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           IF BATCH-TRAILER-SEEN
              MOVE "BATCH TRAILER (BCT-HASH-AMOUNT)" TO PTL-LABEL
           ELSE
              MOVE "CMTRANS AS READ (NO BATCH TRAILER)" TO PTL-LABEL
           END-IF.
           MOVE WS-CONTROL-COUNT  TO PTL-COUNT.
           MOVE WS-CONTROL-AMOUNT TO PTL-AMOUNT.
           PERFORM 510-PRINT-PROOF-LINE.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF WS-GL-DEBITS = WS-GL-CREDITS
              AND WS-GL-DEBITS = WS-INVOICE-AMOUNT + WS-CREDIT-AMOUNT
              AND WS-ACCOUNTED-COUNT = WS-CONTROL-COUNT
              AND WS-ACCOUNTED-AMOUNT = WS-CONTROL-AMOUNT
              AND WS-UNMAPPED-COUNT = ZERO
              SET JOURNAL-PROVED TO TRUE
              MOVE "*** JOURNAL PROVES TO THE BATCH CONTROL TOTALS ***"
                 TO PML-MESSAGE
           ELSE
              IF WS-UNMAPPED-COUNT > ZERO
                 MOVE "*** BRANCHES WITHOUT A GL ACCOUNT MAPPING - "
                    TO PML-MESSAGE
                 MOVE "ADD THEM TO GLACCT ***" TO PML-MESSAGE (45:36)
                 MOVE PROOF-MESSAGE-LINE TO PRINT-AREA
                 WRITE PRINT-AREA
              END-IF
              MOVE "*** JOURNAL DOES NOT PROVE - RELEASED WITHOUT ITS "
                 TO PML-MESSAGE
              MOVE "TRAILER ***" TO PML-MESSAGE (51:30)
           END-IF.
           MOVE PROOF-MESSAGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph prints one proof total line.
       510-PRINT-PROOF-LINE.
           MOVE PROOF-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph writes the trailer control record on the
      * journal file (see GLTRLR) with the record count and the debit
      * and credit totals.
       700-WRITE-JOURNAL-TRAILER.
           MOVE SPACES TO GL-JOURNAL-TRAILER-RECORD.
           MOVE "TRL" TO TGJ-RECORD-ID.
           MOVE WS-GL-RECORD-COUNT TO TGJ-RECORD-COUNT.
           MOVE WS-GL-DEBITS       TO TGJ-HASH-DEBITS.
           MOVE WS-GL-CREDITS      TO TGJ-HASH-CREDITS.
           WRITE GL-JOURNAL-TRAILER-RECORD.

      * This paragraph appends this run's JOURNAL stamp to the shared
      * run-control file (see RUNCTL), so the same posting is not
      * journaled twice.
       760-STAMP-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "GLJ6000" TO RC-PROGRAM-ID.
           MOVE "JOURNAL" TO RC-EVENT-CODE.
           MOVE SPACES    TO RC-PERIOD-STAMP.
           MOVE WS-TODAY-DATE TO RC-RUN-DATE.
           COMPUTE RC-RUN-TIME = CD-HOURS * 100 + CD-MINUTES.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * This paragraph issues the end-of-run console summary.
       910-REPORT-RUN-SUMMARY.
           DISPLAY "*****************************************".
           DISPLAY "*** GLJ6000 JOURNAL SUMMARY ***".
           DISPLAY "*** POSTING RUN:      " WS-POSTING-DATE " "
              WS-POSTING-TIME "  BATCH " WS-BATCH-ID.
           DISPLAY "*** JOURNAL RECORDS:  " WS-GL-RECORD-COUNT.
           DISPLAY "*** DEBITS:           " WS-GL-DEBITS.
           DISPLAY "*** CREDITS:          " WS-GL-CREDITS.
           IF JOURNAL-PROVED
              DISPLAY "*** JOURNAL PROVED AND RELEASED WITH ITS "
                 "TRAILER."
           ELSE
              DISPLAY "*** GLJ6000 ERROR: JOURNAL DID NOT PROVE - "
                 "SEE GLPROOF. NO TRAILER WAS WRITTEN."
              IF WS-UNMAPPED-COUNT > ZERO
                 DISPLAY "*** SUMMARIES WITHOUT A GL ACCOUNT: "
                    WS-UNMAPPED-COUNT
              END-IF
           END-IF.
           DISPLAY "*****************************************".
