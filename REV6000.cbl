       IDENTIFICATION DIVISION.

       PROGRAM-ID. REV6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: REV6000 backs a whole posted CMTRANS batch out
      *  of the system, for the day an upstream feed sends a batch
      *  that should never have posted. The batch is named by the
      *  REV6000_BATCH_ID environment parameter and must be on the
      *  posted-batch registry (CMBATCH) as posted. A batch posted
      *  before the latest ROL6000 roll is refused: its invoices have
      *  already been rolled out of CM-SALES-THIS-MONTH, so taking
      *  them back out of the current month would be wrong. Every
      *  transaction the batch posted -- in its own posting run or
      *  recycled from suspense on a later one -- is read from the
      *  posted-transaction file (CMPOSTED), and every item of the
      *  batch still waiting in suspense is pulled off the suspense
      *  file, and the two together must balance to the count and
      *  hash the batch trailer carried before anything is written.
      *  The customer master is then rewritten old-in/new-out the
      *  way CMU6000 does, each invoice subtracted from and each
      *  credit memo added back to CM-SALES-THIS-YTD and CM-SALES-
      *  THIS-MONTH; the open-item file is rewritten the same way,
      *  each reversed invoice withdrawn and each reversed credit
      *  memo or payment opened again as an invoice item; and once
      *  every old file has proved against its trailer the posted
      *  customers' CUSTIDX copies are rewritten to match. Every
      *  reversed transaction is printed on the reversal register
      *  (REVREG) with the totals that prove it against the original
      *  batch trailer, and a reversal record is appended to the
      *  registry so the corrected batch can be posted again under
      *  the same ID. Every reversed posting is also appended to the
      *  customer change journal (CUSTJRNL) with the customer's sales
      *  this YTD before and after it and the operator named by the
      *  optional REV6000_REQUESTED_BY parameter, for JRN6000's
      *  customer history, and the batch's invoices and credit memos
      *  are summed by branch, salesrep, product line and period and
      *  appended to the product-line sales file (PLSALES) sign
      *  reversed, so the batch nets to nothing there as well. A sale
      *  CMU6000 posted as a prior-period adjustment comes back out
      *  of the buckets it went into -- CM-SALES-THIS-YTD, and
      *  CM-SALES-LAST-MONTH for the period just closed, but never
      *  CM-SALES-THIS-MONTH -- and the adjustment record CMU6000
      *  put on the sales history file (SALESHST) is offset by one
      *  of the opposite sign against the same period.
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTMAST   ASSIGN TO CUSTMAST.
           SELECT NEW-CUSTMAST   ASSIGN TO NEWCUST.
           SELECT POSTED-BATCH-FILE ASSIGN TO CMBATCH
               FILE STATUS IS WS-CMBATCH-STATUS.
           SELECT POSTED-TRANS-FILE ASSIGN TO CMPOSTED
               FILE STATUS IS WS-CMPOSTED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO OPENITEM
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT NEW-OPEN-ITEM-FILE ASSIGN TO NEWOPEN.
           SELECT OLD-SUSPENSE   ASSIGN TO CMSUSP
               FILE STATUS IS WS-CMSUSP-STATUS.
           SELECT NEW-SUSPENSE   ASSIGN TO NEWSUSP.
           SELECT CUSTOMER-INDEX  ASSIGN TO CUSTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IXC-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CIX-CUSTOMER-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIX-BRANCH-SALESREP-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTIDX-STATUS.
           SELECT REGISTER-PRINT ASSIGN TO REVREG.
           SELECT CHANGE-JOURNAL ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.
           SELECT PRODUCT-SALES-FILE ASSIGN TO PLSALES
               FILE STATUS IS WS-PLSALES-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               FILE STATUS IS WS-SALESHST-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  OLD-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.
       COPY CMTRAILR.

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD==
                  BY ==NEW-CUSTOMER-MASTER-RECORD==
           ==CM-BRANCH-NUMBER==       BY ==NCM-BRANCH-NUMBER==
           ==CM-SALESREP-NUMBER==     BY ==NCM-SALESREP-NUMBER==
           ==CM-CUSTOMER-NUMBER==     BY ==NCM-CUSTOMER-NUMBER==
           ==CM-CUSTOMER-NAME==       BY ==NCM-CUSTOMER-NAME==
           ==CM-SALES-THIS-YTD==      BY ==NCM-SALES-THIS-YTD==
           ==CM-SALES-LAST-YTD==      BY ==NCM-SALES-LAST-YTD==
           ==CM-SALES-THIS-MONTH==    BY ==NCM-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==NCM-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==NCM-SALES-TWO-YEARS-AGO==.
       COPY CMTRAILR
           REPLACING ==CUSTMAST-TRAILER-RECORD==
                  BY ==NEW-CUSTMAST-TRAILER-RECORD==
           ==TCM-RECORD-ID==     BY ==NTC-RECORD-ID==
           ==TCM-IS-TRAILER==    BY ==NTC-IS-TRAILER==
           ==TCM-RECORD-COUNT==  BY ==NTC-RECORD-COUNT==
           ==TCM-HASH-THIS-YTD== BY ==NTC-HASH-THIS-YTD==.

       FD  POSTED-BATCH-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMBATCH.

       FD  POSTED-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMPOSTED.

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       FD  OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.
       COPY OITRAILR.

       FD  NEW-OPEN-ITEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM
           REPLACING ==OPEN-ITEM-RECORD== BY ==NEW-OPEN-ITEM-RECORD==
           ==OI-CUSTOMER-NUMBER==    BY ==NOI-CUSTOMER-NUMBER==
           ==OI-ITEM-DATE==          BY ==NOI-ITEM-DATE==
           ==OI-ITEM-TYPE==          BY ==NOI-ITEM-TYPE==
           ==OI-ITEM-INVOICE==       BY ==NOI-ITEM-INVOICE==
           ==OI-ITEM-UNAPPLIED==     BY ==NOI-ITEM-UNAPPLIED==
           ==OI-BRANCH-NUMBER==      BY ==NOI-BRANCH-NUMBER==
           ==OI-SALESREP-NUMBER==    BY ==NOI-SALESREP-NUMBER==
           ==OI-CUSTOMER-NAME==      BY ==NOI-CUSTOMER-NAME==
           ==OI-BATCH-ID==           BY ==NOI-BATCH-ID==
           ==OI-ORIGINAL-AMOUNT==    BY ==NOI-ORIGINAL-AMOUNT==
           ==OI-OPEN-AMOUNT==        BY ==NOI-OPEN-AMOUNT==
           ==OI-LAST-ACTIVITY-DATE== BY ==NOI-LAST-ACTIVITY-DATE==.
       COPY OITRAILR
           REPLACING ==OPEN-ITEM-TRAILER-RECORD==
                  BY ==NEW-OPEN-ITEM-TRAILER-RECORD==
           ==TOI-RECORD-ID==        BY ==NTO-RECORD-ID==
           ==TOI-IS-TRAILER==       BY ==NTO-IS-TRAILER==
           ==TOI-RECORD-COUNT==     BY ==NTO-RECORD-COUNT==
           ==TOI-HASH-OPEN-AMOUNT== BY ==NTO-HASH-OPEN-AMOUNT==.

       FD  OLD-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMSUSP.
       COPY SUTRAILR.

       FD  NEW-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMSUSP
           REPLACING ==SUSPENSE-RECORD== BY ==NEW-SUSPENSE-RECORD==
           ==SU-FIRST-REJECT-DATE== BY ==NSU-FIRST-REJECT-DATE==
           ==SU-LAST-TRIED-DATE==   BY ==NSU-LAST-TRIED-DATE==
           ==SU-RETRY-COUNT==       BY ==NSU-RETRY-COUNT==
           ==SU-BRANCH-NUMBER==     BY ==NSU-BRANCH-NUMBER==
           ==SU-BATCH-ID==          BY ==NSU-BATCH-ID==
           ==SU-REASON==            BY ==NSU-REASON==
           ==SU-ORIGINAL-TRANS==    BY ==NSU-ORIGINAL-TRANS==
           ==SU-ORIGINAL-FIELDS==   BY ==NSU-ORIGINAL-FIELDS==
           ==SU-TRANS-CODE==        BY ==NSU-TRANS-CODE==
           ==SU-CUSTOMER-NUMBER==   BY ==NSU-CUSTOMER-NUMBER==
           ==SU-TRANS-AMOUNT==      BY ==NSU-TRANS-AMOUNT==
           ==SU-POSTING-DATE==      BY ==NSU-POSTING-DATE==
           ==SU-ENTERED-BY==        BY ==NSU-ENTERED-BY==
           ==SU-PRODUCT-LINE==      BY ==NSU-PRODUCT-LINE==.
       COPY SUTRAILR
           REPLACING ==SUSPENSE-TRAILER-RECORD==
                  BY ==NEW-SUSPENSE-TRAILER-RECORD==
           ==TSU-RECORD-ID==     BY ==NTS-RECORD-ID==
           ==TSU-IS-TRAILER==    BY ==NTS-IS-TRAILER==
           ==TSU-RECORD-COUNT==  BY ==NTS-RECORD-COUNT==
           ==TSU-HASH-AMOUNT==   BY ==NTS-HASH-AMOUNT==.

       FD  CUSTOMER-INDEX
           RECORD CONTAINS 130 CHARACTERS.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD==
                  BY ==INDEXED-CUSTOMER-RECORD==
           ==CM-BRANCH-NUMBER==       BY ==IXC-BRANCH-NUMBER==
           ==CM-SALESREP-NUMBER==     BY ==IXC-SALESREP-NUMBER==
           ==CM-CUSTOMER-NUMBER==     BY ==IXC-CUSTOMER-NUMBER==
           ==CM-CUSTOMER-NAME==       BY ==IXC-CUSTOMER-NAME==
           ==CM-SALES-THIS-YTD==      BY ==IXC-SALES-THIS-YTD==
           ==CM-SALES-LAST-YTD==      BY ==IXC-SALES-LAST-YTD==
           ==CM-SALES-THIS-MONTH==    BY ==IXC-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==IXC-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==IXC-SALES-TWO-YEARS-AGO==.
       COPY CUSTIDXK.

       FD  REGISTER-PRINT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTJRNL.

       FD  PRODUCT-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PLSALES.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESHST.

       WORKING-STORAGE SECTION.

       01  WS-REVERSE-BATCH-ID    PIC X(8)    VALUE SPACES.
       01  WS-REQUESTED-BY        PIC X(10)   VALUE SPACES.
       01  WS-CUSTJRNL-STATUS     PIC X(2)    VALUE "00".
       01  WS-CJ-WRITTEN          PIC 9(6)    VALUE ZERO.
       01  WS-PLSALES-STATUS      PIC X(2)    VALUE "00".
       01  WS-PS-WRITTEN          PIC 9(6)    VALUE ZERO.
       01  WS-SALESHST-STATUS     PIC X(2)    VALUE "00".
       01  WS-SH-WRITTEN          PIC 9(6)    VALUE ZERO.
       01  WS-ADJUSTMENT-COUNT    PIC 9(5)    VALUE ZERO.

      * REGISTRY-FIELDS carry what the posted-batch registry (see
      * CMBATCH) says about the batch being reversed: the last
      * record for its ID decides whether it is posted or already
      * reversed, and that record's posting stamp, count and hash are
      * what this run must take back out. A registry record written
      * before the hash was kept has spaces there, and the reversal
      * is then balanced on the count alone.
       01  REGISTRY-FIELDS.
           05  WS-CMBATCH-STATUS   PIC X(2)    VALUE "00".
           05  CMBATCH-EOF-SWITCH  PIC X       VALUE "N".
               88  CMBATCH-EOF                VALUE "Y".
           05  REGISTRY-FOUND-SWITCH PIC X     VALUE "N".
               88  BATCH-ON-REGISTRY          VALUE "Y".
           05  REVERSED-SWITCH     PIC X       VALUE "N".
               88  BATCH-ALREADY-REVERSED     VALUE "Y".
           05  HASH-KNOWN-SWITCH   PIC X       VALUE "N".
               88  ORIGINAL-HASH-KNOWN        VALUE "Y".
           05  WS-ORIG-BUSINESS-DATE PIC 9(8)  VALUE ZERO.
           05  WS-ORIG-POSTED-DATE PIC 9(8)    VALUE ZERO.
           05  WS-ORIG-POSTED-TIME PIC 9(4)    VALUE ZERO.
           05  WS-ORIG-POSTED-STAMP PIC 9(12)  VALUE ZERO.
           05  WS-ORIG-TRANS-COUNT PIC 9(8)    VALUE ZERO.
           05  WS-ORIG-HASH        PIC S9(11)V99 COMP-3 VALUE ZERO.

      * RUN-CONTROL-FIELDS back the roll check: any ROL6000 ROLL
      * stamp (see RUNCTL) at or after the batch's posting stamp
      * means the month the batch posted into has been closed.
       01  RUN-CONTROL-FIELDS.
           05  WS-RUNCTL-STATUS    PIC X(2)    VALUE "00".
           05  RUNCTL-EOF-SWITCH   PIC X       VALUE "N".
               88  RUNCTL-EOF                 VALUE "Y".
           05  ROLLED-SWITCH       PIC X       VALUE "N".
               88  ROLLED-SINCE-POSTING       VALUE "Y".
           05  WS-RC-STAMP         PIC 9(12)   VALUE ZERO.
           05  WS-ROLL-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-ROLL-TIME        PIC 9(4)    VALUE ZERO.

      * REVERSAL-TABLE holds every transaction the batch posted, read
      * from CMPOSTED: the records carrying the batch ID and a run
      * stamp no earlier than the registry's posting stamp -- the
      * batch's own posting run and any later run that posted one of
      * its items out of suspense, but not an earlier posting of the
      * same ID that was reversed already. The table is sorted into
      * customer number order for the open-item merge; the master
      * pass marks each entry matched and records the customer's
      * reversed buckets for the CUSTIDX update, and captures the
      * customer's current branch, salesrep and name for any open
      * item the reversal creates. RV-BEFORE-YTD and RV-AFTER-YTD
      * keep the customer's sales this YTD either side of each
      * reversed posting for the change journal. RV-PRODUCT-LINE and
      * RV-SALES-PERIOD -- the fiscal period CMU6000 posted it to,
      * or the YYYYMM of the posting run on a record written before
      * the fiscal calendar -- say where the posting sits on the
      * product-line sales file. RV-PERIOD-TYPE is CMPOSTED's
      * PT-PERIOD-TYPE: which buckets the posting went into, and so
      * which ones it must come back out of.
       01  REVERSAL-TABLE.
           05  REVERSAL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY RVT-INDEX.
              10  RV-CUSTOMER-NUMBER  PIC 9(5).
              10  RV-TRANS-CODE       PIC X(1).
                  88  RV-TRANS-INVOICE        VALUE "I".
                  88  RV-TRANS-CREDIT-MEMO    VALUE "C".
                  88  RV-TRANS-PAYMENT        VALUE "P".
              10  RV-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
              10  RV-POSTING-DATE     PIC 9(8).
              10  RV-ENTERED-BY       PIC X(10).
              10  RV-BRANCH-NUMBER    PIC 9(2).
              10  RV-SALESREP-NUMBER  PIC 9(2).
              10  RV-CUSTOMER-NAME    PIC X(20).
              10  RV-POSTED-SOURCE    PIC X(1).
                  88  RV-POSTED-FROM-SUSPENSE VALUE "S".
              10  RV-MATCHED-SWITCH   PIC X(1).
                  88  RV-MATCHED              VALUE "Y".
              10  RV-NEW-YTD          PIC S9(9)V99   COMP-3.
              10  RV-NEW-MONTH        PIC S9(9)V99   COMP-3.
              10  RV-NEW-LAST-MONTH   PIC S9(9)V99   COMP-3.
              10  RV-BEFORE-YTD       PIC S9(9)V99   COMP-3.
              10  RV-AFTER-YTD        PIC S9(9)V99   COMP-3.
              10  RV-PRODUCT-LINE     PIC X(3).
              10  RV-SALES-PERIOD     PIC 9(6).
              10  RV-PERIOD-TYPE      PIC X(1).
                  88  RV-CURRENT-PERIOD       VALUE SPACE.
                  88  RV-PRIOR-PERIOD-ADJ     VALUE "A" "L".
                  88  RV-LAST-PERIOD-ADJ      VALUE "L".

       01  REVERSAL-TABLE-SIZE       PIC 9(4) VALUE 2000.
       01  REVERSAL-COUNT            PIC 9(4) VALUE ZERO.
       01  RV-NEXT                   PIC 9(4) VALUE ZERO.
       01  WS-SORT-SUB               PIC 9(4) VALUE ZERO.
       01  WS-SORT-SUB2              PIC 9(4) VALUE ZERO.
       01  RV-SWAP-ENTRY             PIC X(96).

      * PRODUCT-SALES-TABLE sums the reversed invoices and credit
      * memos by branch, salesrep, product line and period for the
      * PLSALES append. It can never hold more entries than
      * REVERSAL-TABLE holds postings, so it cannot overflow.
       01  PRODUCT-SALES-TABLE.
           05  PST-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PST-INDEX.
              10  PST-BRANCH-NUMBER   PIC 9(2).
              10  PST-SALESREP-NUMBER PIC 9(2).
              10  PST-PRODUCT-LINE    PIC X(3).
              10  PST-SALES-PERIOD    PIC 9(6).
              10  PST-SALES-AMOUNT    PIC S9(11)V99  COMP-3.
              10  PST-POSTING-COUNT   PIC 9(5).

       01  PRODUCT-SALES-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-TYPE-CODE              PIC X(1) VALUE SPACE.

      * SUSPENSE-PULL-TABLE holds the batch's items found still
      * waiting in suspense. They never posted, so they change no
      * balance, but they were counted in the batch trailer and must
      * come off the suspense file -- otherwise the next posting run
      * would post a piece of the batch that was just reversed.
       01  SUSPENSE-PULL-TABLE.
           05  SUSPENSE-PULL-ENTRY OCCURS 2000 TIMES
                           INDEXED BY SPT-INDEX.
              10  SP-CUSTOMER-NUMBER  PIC 9(5).
              10  SP-TRANS-CODE       PIC X(1).
              10  SP-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
              10  SP-POSTING-DATE     PIC 9(8).
              10  SP-ENTERED-BY       PIC X(10).
              10  SP-BRANCH-NUMBER    PIC 9(2).
              10  SP-FIRST-REJECT-DATE PIC 9(8).

       01  SUSPENSE-PULL-SIZE        PIC 9(4) VALUE 2000.
       01  SUSPENSE-PULL-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-CMPOSTED-STATUS     PIC X(2)    VALUE "00".
       01  CMPOSTED-EOF-SWITCH    PIC X       VALUE "N".
           88  CMPOSTED-EOF                   VALUE "Y".

      * REVERSAL-TOTALS prove the reversal against the batch: the
      * count and CT-TRANS-AMOUNT hash of the postings reversed, of
      * the items pulled from suspense, and of the two together,
      * which must equal the batch trailer's count and hash as the
      * registry recorded them.
       01  REVERSAL-TOTALS.
           05  WS-REV-COUNT        PIC 9(8)    VALUE ZERO.
           05  WS-REV-HASH         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PULL-COUNT       PIC 9(8)    VALUE ZERO.
           05  WS-PULL-HASH        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-COUNT      PIC 9(8)    VALUE ZERO.
           05  WS-TOTAL-HASH       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  INVOICE-COUNT       PIC 9(8)    VALUE ZERO.
           05  INVOICE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  CREDIT-COUNT        PIC 9(8)    VALUE ZERO.
           05  CREDIT-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  PAYMENT-COUNT       PIC 9(8)    VALUE ZERO.
           05  PAYMENT-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  REVERSAL-BALANCED-SWITCH PIC X  VALUE "N".
               88  REVERSAL-BALANCED          VALUE "Y".

       01  SWITCHES.
           05  OLD-CUSTMAST-EOF-SWITCH PIC X    VALUE "N".
              88 OLD-CUSTMAST-EOF                VALUE "Y".
           05  OLD-TRAILER-SWITCH      PIC X    VALUE "N".
              88 OLD-TRAILER-SEEN                 VALUE "Y".
           05  REVERSAL-VALID-SWITCH   PIC X    VALUE "Y".
              88 REVERSAL-VALID                   VALUE "Y".
           05  POSTINGS-FOUND-SWITCH   PIC X    VALUE "N".
              88 CUSTOMER-POSTINGS-FOUND          VALUE "Y".

      * CONTROL-TOTAL-FIELDS carry the old master's computed and
      * claimed count and THIS-YTD hash, and the hash accumulated
      * over the records written, the same fields CMU6000 keeps.
       01  CONTROL-TOTAL-FIELDS.
           05  WS-OLD-DATA-COUNT   PIC 9(8)        VALUE ZERO.
           05  WS-OLD-HASH-YTD     PIC S9(11)V99   COMP-3 VALUE ZERO.
           05  WS-OLD-TRL-COUNT    PIC 9(8)        VALUE ZERO.
           05  WS-OLD-TRL-HASH     PIC S9(11)V99   COMP-3 VALUE ZERO.
           05  WS-NEW-HASH-YTD     PIC S9(11)V99   COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-CHANGED PIC 9(6)       VALUE ZERO.

      * WS-NEW-YTD-AMOUNT, WS-NEW-MONTH-AMOUNT and WS-NEW-LAST-MONTH-
      * AMOUNT stage the reversed buckets before any is stored, from
      * the signed WS-REVERSAL-AMOUNT. A reversal that would drive
      * a bucket negative or overflow it means the customer's figures
      * no longer hold what the batch put there, and stops the run
      * before any trailer is written.
       01  POSTING-WORK-FIELDS  PACKED-DECIMAL.
           05  WS-NEW-YTD-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  WS-NEW-MONTH-AMOUNT   PIC S9(9)V99   VALUE ZERO.
           05  WS-NEW-LAST-MONTH-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05  WS-REVERSAL-AMOUNT    PIC S9(9)V99   VALUE ZERO.

       01  INDEX-UPDATE-FIELDS.
           05  WS-CUSTIDX-STATUS   PIC X(2)    VALUE "00".
           05  CUSTIDX-AVAIL-SWITCH PIC X      VALUE "N".
               88  CUSTIDX-AVAILABLE          VALUE "Y".
           05  WS-IDX-UPDATED      PIC 9(8)    VALUE ZERO.
           05  WS-IDX-MISSING      PIC 9(6)    VALUE ZERO.

      * OPEN-ITEM-FIELDS back the open-item rewrite, as in CMU6000.
       01  OPEN-ITEM-FIELDS.
           05  WS-OPENITEM-STATUS  PIC X(2)    VALUE "00".
           05  OPENITEM-AVAIL-SWITCH PIC X     VALUE "N".
               88  OPENITEM-AVAILABLE         VALUE "Y".
           05  OPENITEM-EOF-SWITCH PIC X       VALUE "N".
               88  OPENITEM-EOF               VALUE "Y".
           05  OI-TRAILER-SWITCH   PIC X       VALUE "N".
               88  OI-TRAILER-SEEN            VALUE "Y".
           05  WS-OI-OLD-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-OI-OLD-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-TRL-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-OI-TRL-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-NEW-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-OI-NEW-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-PREV-CUSTOMER PIC 9(5)    VALUE ZERO.
           05  WS-OI-CUSTOMER      PIC 9(5)    VALUE ZERO.
           05  WS-OI-POOL          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-APPLY         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-WITHDRAWN     PIC 9(6)    VALUE ZERO.
           05  WS-OI-REOPENED      PIC 9(6)    VALUE ZERO.
           05  WS-OI-UNAPPLIED     PIC 9(6)    VALUE ZERO.

      * ITEM-TABLE holds one customer's open items while the
      * reversals are applied to them, as in CMU6000. A reversed
      * invoice's own item is marked withdrawn ("W") and drops off
      * with a zero open amount, so two identical invoices on one
      * batch each withdraw an item of their own.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES
                           INDEXED BY ITM-INDEX.
              10  IT-ITEM-DATE            PIC 9(8).
              10  IT-ITEM-TYPE            PIC X(1).
                  88  IT-ITEM-INVOICE             VALUE "I".
                  88  IT-ITEM-UNAPPLIED           VALUE "U".
                  88  IT-ITEM-WITHDRAWN           VALUE "W".
              10  IT-BRANCH-NUMBER        PIC 9(2).
              10  IT-SALESREP-NUMBER      PIC 9(2).
              10  IT-CUSTOMER-NAME        PIC X(20).
              10  IT-BATCH-ID             PIC X(8).
              10  IT-ORIGINAL-AMOUNT      PIC S9(9)V99   COMP-3.
              10  IT-OPEN-AMOUNT          PIC S9(9)V99   COMP-3.
              10  IT-LAST-ACTIVITY-DATE   PIC 9(8).

       01  ITEM-TABLE-SIZE           PIC 9(4) VALUE 500.
       01  ITEM-COUNT                PIC 9(4) VALUE ZERO.
       01  ITM-SUB                   PIC 9(4) VALUE ZERO.
       01  ACT-SUB                   PIC 9(4) VALUE ZERO.
       01  ITEM-SWAP-ENTRY           PIC X(61).
       01  CUSTOMER-ACTIVITY-SWITCH  PIC X    VALUE "N".
           88  CUSTOMER-HAS-ACTIVITY        VALUE "Y".
       01  ITEM-FOUND-SWITCH         PIC X    VALUE "N".
           88  INVOICE-ITEM-FOUND           VALUE "Y".

      * SUSPENSE-FIELDS back the suspense copy: the old file is
      * balanced against its SUTRAILR trailer and the new file's
      * count and hash are accumulated as records are kept.
       01  SUSPENSE-FIELDS.
           05  WS-CMSUSP-STATUS    PIC X(2)    VALUE "00".
           05  SUSPENSE-AVAIL-SWITCH PIC X     VALUE "N".
               88  SUSPENSE-AVAILABLE         VALUE "Y".
           05  SUSPENSE-EOF-SWITCH PIC X       VALUE "N".
               88  SUSPENSE-EOF               VALUE "Y".
           05  SU-TRAILER-SWITCH   PIC X       VALUE "N".
               88  SU-TRAILER-SEEN            VALUE "Y".
           05  WS-SU-OLD-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-SU-OLD-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SU-TRL-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-SU-TRL-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SU-NEW-COUNT     PIC 9(8)    VALUE ZERO.
           05  WS-SU-NEW-HASH      PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  CD-MONTH        PIC 99.
           05  CD-DAY          PIC 99.
           05  CD-HOURS        PIC 99.
           05  CD-MINUTES      PIC 99.
           05  FILLER          PIC X(9).

       01  RUN-STAMP-FIELDS.
           05  WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-RUN-TIME         PIC 9(4)    VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05  FILLER          PIC X(7)    VALUE "DATE:  ".
           05  RHL-MONTH       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL-DAY         PIC 9(2).
           05  FILLER          PIC X(1)    VALUE "/".
           05  RHL-YEAR        PIC 9(4).
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(31)
               VALUE "BATCH REVERSAL REGISTER".
           05  FILLER          PIC X(9)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  RHL-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  RHL-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "REV6000".

       01  REGISTER-BATCH-LINE.
           05  FILLER          PIC X(10)   VALUE "BATCH ID: ".
           05  RBL-BATCH-ID    PIC X(8).
           05  FILLER          PIC X(18)   VALUE
               "   BUSINESS DATE: ".
           05  RBL-BUSINESS-DATE PIC 9(8).
           05  FILLER          PIC X(13)   VALUE "   POSTED ON ".
           05  RBL-POSTED-DATE PIC 9(8).
           05  FILLER          PIC X(4)    VALUE " AT ".
           05  RBL-POSTED-TIME PIC 9(4).
           05  FILLER          PIC X(57)   VALUE SPACE.

       01  REGISTER-COLUMN-LINE.
           05  FILLER          PIC X(21)   VALUE "ACTION".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "CUST NO".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(2)    VALUE "BR".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(3)    VALUE "REP".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TYPE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "         AMOUNT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "POSTED".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ENTERED BY".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "NOTE".

       01  REGISTER-DETAIL-LINE.
           05  RDL-ACTION           PIC X(21).
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  RDL-CUSTOMER-NUMBER  PIC Z(4)9.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-CUSTOMER-NAME    PIC X(20).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-BRANCH-NUMBER    PIC Z9.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  RDL-SALESREP-NUMBER  PIC Z9.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-TRANS-TYPE       PIC X(7).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-TRANS-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-POSTING-DATE     PIC 9(8).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-ENTERED-BY       PIC X(10).
           05  FILLER               PIC X(2)    VALUE SPACE.
           05  RDL-NOTE             PIC X(20).

       01  REGISTER-TOTAL-LINE.
           05  RTL-LABEL            PIC X(40).
           05  RTL-COUNT            PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3)    VALUE SPACE.
           05  RTL-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(59)   VALUE SPACE.

       01  REGISTER-MESSAGE-LINE.
           05  RML-MESSAGE          PIC X(80).
           05  FILLER               PIC X(50)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It reads the batch ID, refuses a
      * batch the registry does not show as posted or one posted
      * before the latest roll, loads the batch's postings, pulls its
      * items off the suspense file, and balances the two against the
      * batch trailer -- all before the master is touched. It then
      * reverses the postings on the master and the open-item file,
      * writes the new trailers once every old file has proved whole,
      * brings CUSTIDX into line, prints the register, records the
      * reversal on the registry, the journals, the sales history and
      * the run-control file, and reports the summary counts.
       000-REVERSE-POSTED-BATCH.

           INITIALIZE REVERSAL-TABLE.
           INITIALIZE SUSPENSE-PULL-TABLE.

           PERFORM 050-READ-RUN-PARAMETERS.
           PERFORM 060-FORMAT-RUN-STAMP.

           PERFORM 100-FIND-REGISTRY-ENTRY.
           PERFORM 110-CHECK-ROLL-SINCE-POSTING.
           PERFORM 150-LOAD-POSTED-TRANSACTIONS.

           OPEN INPUT  OLD-CUSTMAST
                OUTPUT NEW-CUSTMAST
                       NEW-OPEN-ITEM-FILE
                       NEW-SUSPENSE
                       REGISTER-PRINT.

           PERFORM 200-PULL-SUSPENSE-ENTRIES.
           PERFORM 250-BALANCE-TO-BATCH-TRAILER.

           PERFORM 300-REVERSE-AND-REWRITE-CUSTMAST
               UNTIL OLD-CUSTMAST-EOF.
           PERFORM 340-VERIFY-OLD-TRAILER.
           PERFORM 345-CHECK-UNMATCHED-POSTINGS.

           PERFORM 400-REVERSE-OPEN-ITEMS.

           PERFORM 700-WRITE-NEW-TRAILER.
           PERFORM 710-WRITE-NEW-OPEN-ITEM-TRAILER.
           PERFORM 720-WRITE-NEW-SUSPENSE-TRAILER.

           PERFORM 500-UPDATE-CUSTOMER-INDEX.

           PERFORM 600-PRINT-REVERSAL-REGISTER.

           PERFORM 770-REGISTER-REVERSAL.
           PERFORM 780-JOURNAL-REVERSED-POSTINGS.
           PERFORM 785-RECORD-PRODUCT-LINE-SALES.
           PERFORM 790-RECORD-PERIOD-ADJUSTMENTS.
           PERFORM 760-STAMP-RUN-CONTROL.

           PERFORM 910-REPORT-RUN-SUMMARY.

           IF OPENITEM-AVAILABLE
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST
                 NEW-OPEN-ITEM-FILE
                 NEW-SUSPENSE
                 REGISTER-PRINT.

           STOP RUN.

      * This paragraph reads REV6000_BATCH_ID from the environment
      * the way ROL6000 reads its rollover period. A run with no
      * batch named stops before any file is opened -- this program
      * never guesses which batch to take back out. The optional
      * REV6000_REQUESTED_BY names who asked for the reversal, for the
      * change journal; left unset, the journal entries name nobody.
       050-READ-RUN-PARAMETERS.
           ACCEPT WS-REVERSE-BATCH-ID FROM ENVIRONMENT
              "REV6000_BATCH_ID".
           ACCEPT WS-REQUESTED-BY FROM ENVIRONMENT
              "REV6000_REQUESTED_BY".
           IF WS-REVERSE-BATCH-ID = SPACES
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: REV6000_BATCH_ID MUST NAME "
                 "THE BATCH TO REVERSE."
              DISPLAY "*** NO FILES WERE TOUCHED."
              DISPLAY "*****************************************"
              STOP RUN
           END-IF.

      * This paragraph captures the run date and time once, for the
      * register heading, the registry record and the run-control
      * stamp, so all three agree.
       060-FORMAT-RUN-STAMP.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE CD-MONTH   TO RHL-MONTH.
           MOVE CD-DAY     TO RHL-DAY.
           MOVE CD-YEAR    TO RHL-YEAR.
           MOVE CD-HOURS   TO RHL-HOURS.
           MOVE CD-MINUTES TO RHL-MINUTES.
           COMPUTE WS-RUN-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           COMPUTE WS-RUN-TIME = CD-HOURS * 100 + CD-MINUTES.

      * This paragraph reads the whole posted-batch registry for the
      * batch ID. The last record for the ID decides: a batch never
      * registered, or one whose last record is a reversal, has
      * nothing posted to take back out and is refused before any
      * file is opened for output.
       100-FIND-REGISTRY-ENTRY.
           OPEN INPUT POSTED-BATCH-FILE.
           IF WS-CMBATCH-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: CANNOT OPEN THE POSTED-BATCH "
                 "REGISTRY (STATUS " WS-CMBATCH-STATUS ") ***"
              PERFORM 920-REFUSE-REVERSAL
           END-IF.
           PERFORM 105-READ-REGISTRY-RECORD
              UNTIL CMBATCH-EOF.
           CLOSE POSTED-BATCH-FILE.
           IF NOT BATCH-ON-REGISTRY
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: BATCH " WS-REVERSE-BATCH-ID
                 " IS NOT ON THE POSTED-BATCH REGISTRY ***"
              DISPLAY "*** ONLY A BATCH CMU6000 POSTED UNDER A BATCH "
                 "HEADER CAN BE REVERSED."
              PERFORM 920-REFUSE-REVERSAL
           END-IF.
           IF BATCH-ALREADY-REVERSED
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: BATCH " WS-REVERSE-BATCH-ID
                 " HAS ALREADY BEEN REVERSED ***"
              DISPLAY "*** IT HAS NOT BEEN POSTED AGAIN SINCE, SO "
                 "THERE IS NOTHING TO TAKE BACK OUT."
              PERFORM 920-REFUSE-REVERSAL
           END-IF.
           COMPUTE WS-ORIG-POSTED-STAMP =
              WS-ORIG-POSTED-DATE * 10000 + WS-ORIG-POSTED-TIME.

      * This paragraph reads one registry record, keeping the
      * details of the latest one for the batch ID.
       105-READ-REGISTRY-RECORD.
           READ POSTED-BATCH-FILE
              AT END
                 SET CMBATCH-EOF TO TRUE
              NOT AT END
                 IF PB-BATCH-ID = WS-REVERSE-BATCH-ID
                    SET BATCH-ON-REGISTRY TO TRUE
                    IF PB-BATCH-REVERSED
                       SET BATCH-ALREADY-REVERSED TO TRUE
                    ELSE
                       MOVE "N" TO REVERSED-SWITCH
                       MOVE PB-BUSINESS-DATE TO WS-ORIG-BUSINESS-DATE
                       MOVE PB-POSTED-DATE   TO WS-ORIG-POSTED-DATE
                       MOVE PB-POSTED-TIME   TO WS-ORIG-POSTED-TIME
                       MOVE PB-TRANS-COUNT   TO WS-ORIG-TRANS-COUNT
                       IF PB-BATCH-HASH IS NUMERIC
                          SET ORIGINAL-HASH-KNOWN TO TRUE
                          MOVE PB-BATCH-HASH TO WS-ORIG-HASH
                       ELSE
                          MOVE "N" TO HASH-KNOWN-SWITCH
                          MOVE ZERO TO WS-ORIG-HASH
                       END-IF
                    END-IF
                 END-IF
           END-READ.

      * This paragraph refuses to reverse a batch posted before a
      * ROL6000 roll. The roll has already moved CM-SALES-THIS-MONTH
      * into CM-SALES-LAST-MONTH (and, at year end, the YTD buckets
      * along with it), so the batch's sales are no longer where it
      * put them and taking them out of the current period would
      * misstate it. A correction across a closed period is a
      * credit-memo batch in the current one. A missing run-control
      * file means no roll has ever been stamped.
       110-CHECK-ROLL-SINCE-POSTING.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "*** REV6000: NO RUN-CONTROL FILE AVAILABLE "
                 "(STATUS " WS-RUNCTL-STATUS "). NO ROLL CAN HAVE "
                 "BEEN STAMPED SINCE THE POSTING."
           ELSE
              PERFORM 115-READ-RUN-CONTROL-RECORD
                 UNTIL RUNCTL-EOF
              CLOSE RUN-CONTROL-FILE
              IF ROLLED-SINCE-POSTING
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: BATCH "
                    WS-REVERSE-BATCH-ID " POSTED ON "
                    WS-ORIG-POSTED-DATE " AT " WS-ORIG-POSTED-TIME
                    " ***"
                 DISPLAY "*** BUT ROL6000 ROLLED THE SALES PERIODS ON "
                    WS-ROLL-DATE " AT " WS-ROLL-TIME "."
                 DISPLAY "*** ITS SALES HAVE LEFT THE CURRENT MONTH. "
                    "CORRECT IT WITH A CREDIT-MEMO BATCH."
                 PERFORM 920-REFUSE-REVERSAL
              END-IF
           END-IF.

      * This paragraph reads one run-control record, remembering any
      * ROL6000 ROLL stamp at or after the batch's posting stamp.
       115-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
              AT END
                 SET RUNCTL-EOF TO TRUE
              NOT AT END
                 IF RC-PROGRAM-ID = "ROL6000"
                    AND RC-EVENT-CODE = "ROLL"
                    COMPUTE WS-RC-STAMP =
                       RC-RUN-DATE * 10000 + RC-RUN-TIME
                    IF WS-RC-STAMP NOT < WS-ORIG-POSTED-STAMP
                       SET ROLLED-SINCE-POSTING TO TRUE
                       MOVE RC-RUN-DATE TO WS-ROLL-DATE
                       MOVE RC-RUN-TIME TO WS-ROLL-TIME
                    END-IF
                 END-IF
           END-READ.

      * This paragraph loads every CMPOSTED record of the batch's
      * current posting into REVERSAL-TABLE, totalling them by type
      * for the register, and sorts the table into customer number
      * order with the insertion sort ARC6000's 570-SORT-RESTORED-
      * TABLE uses -- only a strictly lower customer number moves an
      * entry up, so one customer's postings keep their order. A
      * missing file means nothing has been recorded as posted; the
      * balance check will then refuse any batch that did post.
       150-LOAD-POSTED-TRANSACTIONS.
           OPEN INPUT POSTED-TRANS-FILE.
           IF WS-CMPOSTED-STATUS NOT = "00"
              DISPLAY "*** REV6000: NO POSTED-TRANSACTION FILE "
                 "AVAILABLE (STATUS " WS-CMPOSTED-STATUS ")."
           ELSE
              PERFORM 155-READ-POSTED-TRANSACTION
                 UNTIL CMPOSTED-EOF
              CLOSE POSTED-TRANS-FILE
           END-IF.
           PERFORM VARYING WS-SORT-SUB FROM 2 BY 1
              UNTIL WS-SORT-SUB > REVERSAL-COUNT
              MOVE WS-SORT-SUB TO WS-SORT-SUB2
              PERFORM UNTIL WS-SORT-SUB2 = 1
                 OR NOT RV-CUSTOMER-NUMBER (WS-SORT-SUB2)
                       < RV-CUSTOMER-NUMBER (WS-SORT-SUB2 - 1)
                 MOVE REVERSAL-ENTRY (WS-SORT-SUB2) TO RV-SWAP-ENTRY
                 MOVE REVERSAL-ENTRY (WS-SORT-SUB2 - 1)
                    TO REVERSAL-ENTRY (WS-SORT-SUB2)
                 MOVE RV-SWAP-ENTRY
                    TO REVERSAL-ENTRY (WS-SORT-SUB2 - 1)
                 SUBTRACT 1 FROM WS-SORT-SUB2
              END-PERFORM
           END-PERFORM.

      * This paragraph reads one CMPOSTED record and tables it if it
      * belongs to the batch's current posting. A batch bigger than
      * the table stops the run before any file is opened for output.
       155-READ-POSTED-TRANSACTION.
           READ POSTED-TRANS-FILE
              AT END
                 SET CMPOSTED-EOF TO TRUE
              NOT AT END
                 IF PT-BATCH-ID = WS-REVERSE-BATCH-ID
                    AND PT-RUN-DATE * 10000 + PT-RUN-TIME
                       NOT < WS-ORIG-POSTED-STAMP
                    PERFORM 156-TABLE-POSTED-TRANSACTION
                 END-IF
           END-READ.

      * This paragraph adds the CMPOSTED record just read to
      * REVERSAL-TABLE and to the reversal totals.
       156-TABLE-POSTED-TRANSACTION.
           IF REVERSAL-COUNT = REVERSAL-TABLE-SIZE
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: BATCH " WS-REVERSE-BATCH-ID
                 " POSTED MORE THAN " REVERSAL-TABLE-SIZE
                 " TRANSACTIONS ***"
              PERFORM 920-REFUSE-REVERSAL
           END-IF.
           ADD 1 TO REVERSAL-COUNT.
           SET RVT-INDEX TO REVERSAL-COUNT.
           MOVE PT-CUSTOMER-NUMBER TO RV-CUSTOMER-NUMBER (RVT-INDEX).
           MOVE PT-TRANS-CODE      TO RV-TRANS-CODE (RVT-INDEX).
           MOVE PT-TRANS-AMOUNT    TO RV-TRANS-AMOUNT (RVT-INDEX).
           MOVE PT-POSTING-DATE    TO RV-POSTING-DATE (RVT-INDEX).
           MOVE PT-ENTERED-BY      TO RV-ENTERED-BY (RVT-INDEX).
           MOVE PT-BRANCH-NUMBER   TO RV-BRANCH-NUMBER (RVT-INDEX).
           MOVE PT-SALESREP-NUMBER TO RV-SALESREP-NUMBER (RVT-INDEX).
           MOVE PT-CUSTOMER-NAME   TO RV-CUSTOMER-NAME (RVT-INDEX).
           MOVE PT-SOURCE          TO RV-POSTED-SOURCE (RVT-INDEX).
           MOVE PT-PRODUCT-LINE    TO RV-PRODUCT-LINE (RVT-INDEX).
           IF PT-SALES-PERIOD IS NUMERIC
              AND PT-SALES-PERIOD > ZERO
              MOVE PT-SALES-PERIOD TO RV-SALES-PERIOD (RVT-INDEX)
           ELSE
              COMPUTE RV-SALES-PERIOD (RVT-INDEX) = PT-RUN-DATE / 100
           END-IF.
           MOVE PT-PERIOD-TYPE     TO RV-PERIOD-TYPE (RVT-INDEX).
           IF RV-PRIOR-PERIOD-ADJ (RVT-INDEX)
              AND NOT RV-TRANS-PAYMENT (RVT-INDEX)
              ADD 1 TO WS-ADJUSTMENT-COUNT
           END-IF.
           MOVE "N"                TO RV-MATCHED-SWITCH (RVT-INDEX).
           ADD 1 TO WS-REV-COUNT.
           ADD PT-TRANS-AMOUNT TO WS-REV-HASH.
           EVALUATE TRUE
              WHEN RV-TRANS-INVOICE (RVT-INDEX)
                 ADD 1 TO INVOICE-COUNT
                 ADD PT-TRANS-AMOUNT TO INVOICE-AMOUNT
              WHEN RV-TRANS-CREDIT-MEMO (RVT-INDEX)
                 ADD 1 TO CREDIT-COUNT
                 ADD PT-TRANS-AMOUNT TO CREDIT-AMOUNT
              WHEN OTHER
                 ADD 1 TO PAYMENT-COUNT
                 ADD PT-TRANS-AMOUNT TO PAYMENT-AMOUNT
           END-EVALUATE.

      * This paragraph stops a refused run. It is only reached before
      * any output file is opened, so nothing has been touched.
       920-REFUSE-REVERSAL.
           DISPLAY "*** NO FILES WERE TOUCHED.".
           DISPLAY "*****************************************".
           STOP RUN.

      * This paragraph copies the suspense file to NEWSUSP, leaving
      * behind every item that arrived in the batch being reversed
      * and tabling it for the register and the balance. The old
      * file is balanced against its trailer once it has all gone
      * past. A missing CMSUSP (status "35") holds nothing, and the
      * new file is written empty with its trailer.
       200-PULL-SUSPENSE-ENTRIES.
           OPEN INPUT OLD-SUSPENSE.
           EVALUATE WS-CMSUSP-STATUS
              WHEN "00"
                 SET SUSPENSE-AVAILABLE TO TRUE
              WHEN "35"
                 SET SUSPENSE-EOF TO TRUE
              WHEN OTHER
                 SET SUSPENSE-EOF TO TRUE
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: CANNOT OPEN CMSUSP "
                    "(STATUS " WS-CMSUSP-STATUS ") ***"
                 PERFORM 930-ABORT-REVERSAL
           END-EVALUATE.
           IF SUSPENSE-AVAILABLE
              PERFORM 210-READ-SUSPENSE-RECORD
           END-IF.
           PERFORM UNTIL SUSPENSE-EOF
              IF SU-BATCH-ID = WS-REVERSE-BATCH-ID
                 PERFORM 205-TABLE-SUSPENSE-PULL
              ELSE
                 MOVE SUSPENSE-RECORD TO NEW-SUSPENSE-RECORD
                 WRITE NEW-SUSPENSE-RECORD
                 ADD 1 TO WS-SU-NEW-COUNT
                 IF NSU-TRANS-AMOUNT IS NUMERIC
                    ADD NSU-TRANS-AMOUNT TO WS-SU-NEW-HASH
                 END-IF
              END-IF
              PERFORM 210-READ-SUSPENSE-RECORD
           END-PERFORM.
           IF SUSPENSE-AVAILABLE
              IF NOT SU-TRAILER-SEEN
                 OR WS-SU-TRL-COUNT NOT = WS-SU-OLD-COUNT
                 OR WS-SU-TRL-HASH NOT = WS-SU-OLD-HASH
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: CMSUSP FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-SU-TRL-COUNT
                    "  RECORDS READ " WS-SU-OLD-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-SU-TRL-HASH
                    "  HASH COMPUTED " WS-SU-OLD-HASH
                 PERFORM 930-ABORT-REVERSAL
              END-IF
           END-IF.

      * This paragraph tables one of the batch's suspense items for
      * the register and adds it to the pulled totals. A non-numeric
      * amount stays out of the hash, as it stayed out of the batch
      * trailer's.
       205-TABLE-SUSPENSE-PULL.
           IF SUSPENSE-PULL-COUNT = SUSPENSE-PULL-SIZE
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: BATCH " WS-REVERSE-BATCH-ID
                 " HAS MORE THAN " SUSPENSE-PULL-SIZE
                 " ITEMS IN SUSPENSE ***"
              PERFORM 930-ABORT-REVERSAL
           END-IF.
           ADD 1 TO SUSPENSE-PULL-COUNT.
           SET SPT-INDEX TO SUSPENSE-PULL-COUNT.
           MOVE SU-CUSTOMER-NUMBER TO SP-CUSTOMER-NUMBER (SPT-INDEX).
           MOVE SU-TRANS-CODE      TO SP-TRANS-CODE (SPT-INDEX).
           MOVE SU-POSTING-DATE    TO SP-POSTING-DATE (SPT-INDEX).
           MOVE SU-ENTERED-BY      TO SP-ENTERED-BY (SPT-INDEX).
           MOVE SU-BRANCH-NUMBER   TO SP-BRANCH-NUMBER (SPT-INDEX).
           MOVE SU-FIRST-REJECT-DATE
              TO SP-FIRST-REJECT-DATE (SPT-INDEX).
           ADD 1 TO WS-PULL-COUNT.
           IF SU-TRANS-AMOUNT IS NUMERIC
              MOVE SU-TRANS-AMOUNT TO SP-TRANS-AMOUNT (SPT-INDEX)
              ADD SU-TRANS-AMOUNT TO WS-PULL-HASH
           ELSE
              MOVE ZERO TO SP-TRANS-AMOUNT (SPT-INDEX)
           END-IF.

      * This paragraph reads a single data record from OLD-SUSPENSE,
      * stepping past the SUTRAILR trailer and counting and hashing
      * every data record, the way CMU6000 reads it.
       210-READ-SUSPENSE-RECORD.
           PERFORM 211-READ-SUSPENSE-ONCE.
           PERFORM UNTIL SUSPENSE-EOF OR NOT TSU-IS-TRAILER
              SET SU-TRAILER-SEEN TO TRUE
              MOVE TSU-RECORD-COUNT TO WS-SU-TRL-COUNT
              MOVE TSU-HASH-AMOUNT  TO WS-SU-TRL-HASH
              PERFORM 211-READ-SUSPENSE-ONCE
           END-PERFORM.
           IF NOT SUSPENSE-EOF
              ADD 1 TO WS-SU-OLD-COUNT
              IF SU-TRANS-AMOUNT IS NUMERIC
                 ADD SU-TRANS-AMOUNT TO WS-SU-OLD-HASH
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 210-READ-SUSPENSE-RECORD.
       211-READ-SUSPENSE-ONCE.
           READ OLD-SUSPENSE
              AT END
                 SET SUSPENSE-EOF TO TRUE
           END-READ.

      * This paragraph proves the reversal before the master is
      * touched: the postings found on CMPOSTED and the items pulled
      * from suspense must add up to the count and hash the batch
      * trailer carried, or some of the batch has gone somewhere this
      * program cannot see and reversing the rest would leave it half
      * posted. An unbalanced reversal prints its register, so the
      * difference can be chased, and stops with no trailer written.
       250-BALANCE-TO-BATCH-TRAILER.
           COMPUTE WS-TOTAL-COUNT = WS-REV-COUNT + WS-PULL-COUNT.
           COMPUTE WS-TOTAL-HASH  = WS-REV-HASH + WS-PULL-HASH.
           IF WS-TOTAL-COUNT = WS-ORIG-TRANS-COUNT
              AND (WS-TOTAL-HASH = WS-ORIG-HASH
                 OR NOT ORIGINAL-HASH-KNOWN)
              SET REVERSAL-BALANCED TO TRUE
           ELSE
              PERFORM 600-PRINT-REVERSAL-REGISTER
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: BATCH " WS-REVERSE-BATCH-ID
                 " DOES NOT BALANCE TO ITS BATCH TRAILER ***"
              DISPLAY "*** TRAILER COUNT " WS-ORIG-TRANS-COUNT
                 "  FOUND " WS-TOTAL-COUNT
              DISPLAY "*** TRAILER HASH  " WS-ORIG-HASH
                 "  FOUND " WS-TOTAL-HASH
              DISPLAY "*** A BATCH POSTED BEFORE CMPOSTED WAS KEPT "
                 "CANNOT BE REVERSED BY THIS PROGRAM."
              PERFORM 930-ABORT-REVERSAL
           END-IF.

      * This paragraph streams one OLD-CUSTMAST record to NEW-CUSTMAST,
      * reversing any of the batch's postings against it on the way.
       300-REVERSE-AND-REWRITE-CUSTMAST.
           PERFORM 310-READ-OLD-CUSTMAST-RECORD.
           IF NOT OLD-CUSTMAST-EOF
              PERFORM 320-REVERSE-MATCHING-POSTINGS
              MOVE CUSTOMER-MASTER-RECORD
                 TO NEW-CUSTOMER-MASTER-RECORD
              IF NCM-SALES-THIS-YTD IS NUMERIC
                 ADD NCM-SALES-THIS-YTD TO WS-NEW-HASH-YTD
              END-IF
              WRITE NEW-CUSTOMER-MASTER-RECORD
           END-IF.

      * This paragraph reads a single data record from OLD-CUSTMAST,
      * stepping past the trailer control record and counting and
      * hashing every data record, the way CMU6000 reads it.
       310-READ-OLD-CUSTMAST-RECORD.
           PERFORM 311-READ-OLD-CUSTMAST-ONCE.
           PERFORM UNTIL OLD-CUSTMAST-EOF OR NOT TCM-IS-TRAILER
              SET OLD-TRAILER-SEEN TO TRUE
              MOVE TCM-RECORD-COUNT  TO WS-OLD-TRL-COUNT
              MOVE TCM-HASH-THIS-YTD TO WS-OLD-TRL-HASH
              PERFORM 311-READ-OLD-CUSTMAST-ONCE
           END-PERFORM.
           IF NOT OLD-CUSTMAST-EOF
              ADD 1 TO WS-OLD-DATA-COUNT
              IF CM-SALES-THIS-YTD IS NUMERIC
                 ADD CM-SALES-THIS-YTD TO WS-OLD-HASH-YTD
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 310-READ-OLD-CUSTMAST-RECORD.
       311-READ-OLD-CUSTMAST-ONCE.
           READ OLD-CUSTMAST
              AT END
                 SET OLD-CUSTMAST-EOF TO TRUE
           END-READ.

      * This paragraph reverses every unmatched REVERSAL-TABLE entry
      * for the customer just read, in the order they posted, and
      * then records the customer's reversed buckets, branch,
      * salesrep and name on each of its entries for the index
      * update and the open-item pass.
       320-REVERSE-MATCHING-POSTINGS.
           MOVE "N" TO POSTINGS-FOUND-SWITCH.
           PERFORM VARYING RVT-INDEX FROM 1 BY 1
              UNTIL RVT-INDEX > REVERSAL-COUNT
              IF NOT RV-MATCHED (RVT-INDEX)
                 AND RV-CUSTOMER-NUMBER (RVT-INDEX)
                    = CM-CUSTOMER-NUMBER
                 PERFORM 330-REVERSE-ONE-POSTING
                 SET RV-MATCHED (RVT-INDEX) TO TRUE
                 SET CUSTOMER-POSTINGS-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF CUSTOMER-POSTINGS-FOUND
              ADD 1 TO WS-CUSTOMERS-CHANGED
              PERFORM VARYING RVT-INDEX FROM 1 BY 1
                 UNTIL RVT-INDEX > REVERSAL-COUNT
                 IF RV-CUSTOMER-NUMBER (RVT-INDEX)
                    = CM-CUSTOMER-NUMBER
                    MOVE CM-SALES-THIS-YTD
                       TO RV-NEW-YTD (RVT-INDEX)
                    MOVE CM-SALES-THIS-MONTH
                       TO RV-NEW-MONTH (RVT-INDEX)
                    MOVE CM-SALES-LAST-MONTH
                       TO RV-NEW-LAST-MONTH (RVT-INDEX)
                    MOVE CM-BRANCH-NUMBER
                       TO RV-BRANCH-NUMBER (RVT-INDEX)
                    MOVE CM-SALESREP-NUMBER
                       TO RV-SALESREP-NUMBER (RVT-INDEX)
                    MOVE CM-CUSTOMER-NAME
                       TO RV-CUSTOMER-NAME (RVT-INDEX)
                 END-IF
              END-PERFORM
           END-IF.

      * This paragraph reverses the entry RVT-INDEX points at: an
      * invoice comes back out of the sales buckets and a credit memo
      * goes back in, to CM-SALES-THIS-YTD always and to the month
      * bucket the posting went into -- CM-SALES-THIS-MONTH for the
      * current period, CM-SALES-LAST-MONTH for an adjustment to the
      * period just closed, neither for an adjustment to an earlier
      * one -- and a payment changes no sales bucket. A result that
      * overflows or goes negative means the customer no longer
      * holds what the batch posted -- the master was restored or
      * hand-corrected since -- and the run stops with no trailer
      * written rather than guess.
       330-REVERSE-ONE-POSTING.
           MOVE "Y" TO REVERSAL-VALID-SWITCH.
           MOVE CM-SALES-THIS-YTD   TO WS-NEW-YTD-AMOUNT.
           MOVE CM-SALES-THIS-MONTH TO WS-NEW-MONTH-AMOUNT.
           MOVE CM-SALES-LAST-MONTH TO WS-NEW-LAST-MONTH-AMOUNT.
           EVALUATE TRUE
              WHEN RV-TRANS-PAYMENT (RVT-INDEX)
                 MOVE ZERO TO WS-REVERSAL-AMOUNT
              WHEN RV-TRANS-INVOICE (RVT-INDEX)
                 COMPUTE WS-REVERSAL-AMOUNT =
                    ZERO - RV-TRANS-AMOUNT (RVT-INDEX)
              WHEN OTHER
                 MOVE RV-TRANS-AMOUNT (RVT-INDEX)
                    TO WS-REVERSAL-AMOUNT
           END-EVALUATE.
           COMPUTE WS-NEW-YTD-AMOUNT =
              CM-SALES-THIS-YTD + WS-REVERSAL-AMOUNT
              ON SIZE ERROR
                 MOVE "N" TO REVERSAL-VALID-SWITCH
           END-COMPUTE.
           EVALUATE TRUE
              WHEN RV-CURRENT-PERIOD (RVT-INDEX)
                 COMPUTE WS-NEW-MONTH-AMOUNT =
                    CM-SALES-THIS-MONTH + WS-REVERSAL-AMOUNT
                    ON SIZE ERROR
                       MOVE "N" TO REVERSAL-VALID-SWITCH
                 END-COMPUTE
              WHEN RV-LAST-PERIOD-ADJ (RVT-INDEX)
                 COMPUTE WS-NEW-LAST-MONTH-AMOUNT =
                    CM-SALES-LAST-MONTH + WS-REVERSAL-AMOUNT
                    ON SIZE ERROR
                       MOVE "N" TO REVERSAL-VALID-SWITCH
                 END-COMPUTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF NOT REVERSAL-VALID
              OR WS-NEW-YTD-AMOUNT < ZERO
              OR WS-NEW-MONTH-AMOUNT < ZERO
              OR WS-NEW-LAST-MONTH-AMOUNT < ZERO
              DISPLAY "*****************************************"
              DISPLAY "*** REV6000 ERROR: CUSTOMER "
                 CM-CUSTOMER-NUMBER " CANNOT ABSORB THE REVERSAL OF "
                 "ITS " RV-TRANS-CODE (RVT-INDEX) " POSTING ***"
              DISPLAY "*** ITS SALES BUCKETS NO LONGER HOLD WHAT "
                 "BATCH " WS-REVERSE-BATCH-ID " POSTED."
              PERFORM 930-ABORT-REVERSAL
           END-IF.
           MOVE CM-SALES-THIS-YTD   TO RV-BEFORE-YTD (RVT-INDEX).
           MOVE WS-NEW-YTD-AMOUNT   TO RV-AFTER-YTD (RVT-INDEX).
           MOVE WS-NEW-YTD-AMOUNT   TO CM-SALES-THIS-YTD.
           MOVE WS-NEW-MONTH-AMOUNT TO CM-SALES-THIS-MONTH.
           MOVE WS-NEW-LAST-MONTH-AMOUNT TO CM-SALES-LAST-MONTH.

      * This paragraph balances the old master against its trailer
      * once it has all been read, the way CMU6000's 205-VERIFY-OLD-
      * TRAILER does. A mismatch stops the run with no trailer
      * written.
       340-VERIFY-OLD-TRAILER.
           IF OLD-TRAILER-SEEN
              IF WS-OLD-TRL-COUNT NOT = WS-OLD-DATA-COUNT
                 OR WS-OLD-TRL-HASH NOT = WS-OLD-HASH-YTD
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: OLD CUSTMAST FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-OLD-TRL-COUNT
                    "  RECORDS READ " WS-OLD-DATA-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-OLD-TRL-HASH
                    "  HASH COMPUTED " WS-OLD-HASH-YTD
                 PERFORM 930-ABORT-REVERSAL
              END-IF
           ELSE
              DISPLAY "*** REV6000: OLD CUSTMAST HAS NO TRAILER "
                 "CONTROL RECORD."
              DISPLAY "*** THIS RUN WILL WRITE THE FILE'S FIRST ONE."
           END-IF.

      * This paragraph stops the run when a posting's customer never
      * came past on the master -- archived or deleted since the
      * batch posted. Its sales went with it, so the reversal cannot
      * be completed until ARC6000 restores the customer.
       345-CHECK-UNMATCHED-POSTINGS.
           PERFORM VARYING RVT-INDEX FROM 1 BY 1
              UNTIL RVT-INDEX > REVERSAL-COUNT
              IF NOT RV-MATCHED (RVT-INDEX)
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: CUSTOMER "
                    RV-CUSTOMER-NUMBER (RVT-INDEX)
                    " IS NO LONGER ON CUSTMAST ***"
                 DISPLAY "*** RESTORE THE CUSTOMER WITH ARC6000 AND "
                    "RERUN THE REVERSAL."
                 PERFORM 930-ABORT-REVERSAL
              END-IF
           END-PERFORM.

      * This paragraph rewrites the open-item file old-in/new-out the
      * way CMU6000's 400-UPDATE-OPEN-ITEMS does, one customer at a
      * time, merging the file with REVERSAL-TABLE (already in
      * customer order). The old file's trailer is balanced once it
      * has all gone past.
       400-REVERSE-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE.
           EVALUATE WS-OPENITEM-STATUS
              WHEN "00"
                 SET OPENITEM-AVAILABLE TO TRUE
              WHEN "35"
                 SET OPENITEM-EOF TO TRUE
                 DISPLAY "*** REV6000: NO OPENITEM FILE FOUND. THE "
                    "REVERSAL STARTS THE OPEN-ITEM FILE FROM EMPTY."
              WHEN OTHER
                 SET OPENITEM-EOF TO TRUE
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: CANNOT OPEN OPENITEM "
                    "(STATUS " WS-OPENITEM-STATUS ") ***"
                 PERFORM 930-ABORT-REVERSAL
           END-EVALUATE.
           IF OPENITEM-AVAILABLE
              PERFORM 420-READ-OPEN-ITEM
           END-IF.
           MOVE 1 TO RV-NEXT.
           PERFORM 410-REWRITE-CUSTOMER-ITEMS
              UNTIL OPENITEM-EOF AND RV-NEXT > REVERSAL-COUNT.
           IF OPENITEM-AVAILABLE
              IF NOT OI-TRAILER-SEEN
                 OR WS-OI-TRL-COUNT NOT = WS-OI-OLD-COUNT
                 OR WS-OI-TRL-HASH NOT = WS-OI-OLD-HASH
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: OPENITEM FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-OI-TRL-COUNT
                    "  RECORDS READ " WS-OI-OLD-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-OI-TRL-HASH
                    "  HASH COMPUTED " WS-OI-OLD-HASH
                 PERFORM 930-ABORT-REVERSAL
              END-IF
           END-IF.

      * This paragraph handles the next customer in the merge -- the
      * lower of the next open item's and the next reversal entry's
      * customer numbers. The customer's old items are tabled, the
      * reversals applied, and what is still open written to NEWOPEN.
       410-REWRITE-CUSTOMER-ITEMS.
           EVALUATE TRUE
              WHEN OPENITEM-EOF
                 MOVE RV-CUSTOMER-NUMBER (RV-NEXT) TO WS-OI-CUSTOMER
              WHEN RV-NEXT > REVERSAL-COUNT
                 MOVE OI-CUSTOMER-NUMBER TO WS-OI-CUSTOMER
              WHEN RV-CUSTOMER-NUMBER (RV-NEXT) < OI-CUSTOMER-NUMBER
                 MOVE RV-CUSTOMER-NUMBER (RV-NEXT) TO WS-OI-CUSTOMER
              WHEN OTHER
                 MOVE OI-CUSTOMER-NUMBER TO WS-OI-CUSTOMER
           END-EVALUATE.
           MOVE ZERO TO ITEM-COUNT.
           MOVE ZERO TO WS-OI-POOL.
           MOVE "N" TO CUSTOMER-ACTIVITY-SWITCH.
           PERFORM UNTIL OPENITEM-EOF
              OR OI-CUSTOMER-NUMBER NOT = WS-OI-CUSTOMER
              PERFORM 415-TABLE-OLD-ITEM
              PERFORM 420-READ-OPEN-ITEM
           END-PERFORM.
           PERFORM UNTIL RV-NEXT > REVERSAL-COUNT
              OR RV-CUSTOMER-NUMBER (RV-NEXT) NOT = WS-OI-CUSTOMER
              SET CUSTOMER-HAS-ACTIVITY TO TRUE
              PERFORM 425-APPLY-REVERSAL-ENTRY
              ADD 1 TO RV-NEXT
           END-PERFORM.
           IF CUSTOMER-HAS-ACTIVITY
              PERFORM 430-SETTLE-CUSTOMER-ITEMS
           END-IF.
           PERFORM 435-WRITE-CUSTOMER-ITEMS.

      * This paragraph adds the open item just read to ITEM-TABLE. A
      * customer whose items outgrow the table stops the run before
      * any new trailer is written.
       415-TABLE-OLD-ITEM.
           IF ITEM-COUNT = ITEM-TABLE-SIZE
              PERFORM 928-ABORT-ITEM-TABLE-FULL
           END-IF.
           ADD 1 TO ITEM-COUNT.
           SET ITM-INDEX TO ITEM-COUNT.
           MOVE OI-ITEM-DATE          TO IT-ITEM-DATE (ITM-INDEX).
           MOVE OI-ITEM-TYPE          TO IT-ITEM-TYPE (ITM-INDEX).
           MOVE OI-BRANCH-NUMBER      TO IT-BRANCH-NUMBER (ITM-INDEX).
           MOVE OI-SALESREP-NUMBER
              TO IT-SALESREP-NUMBER (ITM-INDEX).
           MOVE OI-CUSTOMER-NAME      TO IT-CUSTOMER-NAME (ITM-INDEX).
           MOVE OI-BATCH-ID           TO IT-BATCH-ID (ITM-INDEX).
           MOVE OI-ORIGINAL-AMOUNT
              TO IT-ORIGINAL-AMOUNT (ITM-INDEX).
           MOVE OI-OPEN-AMOUNT        TO IT-OPEN-AMOUNT (ITM-INDEX).
           MOVE OI-LAST-ACTIVITY-DATE
              TO IT-LAST-ACTIVITY-DATE (ITM-INDEX).

      * This paragraph reads a single data record from OPEN-ITEM-FILE,
      * stepping past its trailer, counting and hashing every data
      * record and refusing a file out of customer order, the way
      * CMU6000's 420-READ-OPEN-ITEM does.
       420-READ-OPEN-ITEM.
           PERFORM 421-READ-OPEN-ITEM-ONCE.
           PERFORM UNTIL OPENITEM-EOF OR NOT TOI-IS-TRAILER
              SET OI-TRAILER-SEEN TO TRUE
              MOVE TOI-RECORD-COUNT     TO WS-OI-TRL-COUNT
              MOVE TOI-HASH-OPEN-AMOUNT TO WS-OI-TRL-HASH
              PERFORM 421-READ-OPEN-ITEM-ONCE
           END-PERFORM.
           IF NOT OPENITEM-EOF
              ADD 1 TO WS-OI-OLD-COUNT
              IF OI-OPEN-AMOUNT IS NUMERIC
                 ADD OI-OPEN-AMOUNT TO WS-OI-OLD-HASH
              END-IF
              IF OI-CUSTOMER-NUMBER IS NOT NUMERIC
                 OR OI-CUSTOMER-NUMBER < WS-OI-PREV-CUSTOMER
                 DISPLAY "*****************************************"
                 DISPLAY "*** REV6000 ERROR: OPENITEM IS OUT OF "
                    "CUSTOMER SEQUENCE AT RECORD " WS-OI-OLD-COUNT
                    " ***"
                 PERFORM 930-ABORT-REVERSAL
              END-IF
              MOVE OI-CUSTOMER-NUMBER TO WS-OI-PREV-CUSTOMER
           END-IF.

      * This paragraph performs the single physical READ behind
      * 420-READ-OPEN-ITEM.
       421-READ-OPEN-ITEM-ONCE.
           READ OPEN-ITEM-FILE
              AT END
                 SET OPENITEM-EOF TO TRUE
           END-READ.

      * This paragraph applies one reversal to the customer's items.
      * A reversed invoice withdraws the item it opened -- found by
      * its batch, amount and date -- and whatever had already been
      * paid against it becomes credit in the pool; if the item has
      * been paid off and dropped, the whole amount does. A reversed
      * credit memo or payment no longer relieves the customer's
      * debt, so it is opened again as an invoice item dated with its
      * original posting date, ageing from where it would have aged.
       425-APPLY-REVERSAL-ENTRY.
           IF RV-TRANS-INVOICE (RV-NEXT)
              PERFORM 426-FIND-INVOICE-ITEM
              IF INVOICE-ITEM-FOUND
                 COMPUTE WS-OI-POOL = WS-OI-POOL
                    + IT-ORIGINAL-AMOUNT (ITM-INDEX)
                    - IT-OPEN-AMOUNT (ITM-INDEX)
                 MOVE "W" TO IT-ITEM-TYPE (ITM-INDEX)
                 MOVE ZERO TO IT-OPEN-AMOUNT (ITM-INDEX)
              ELSE
                 ADD RV-TRANS-AMOUNT (RV-NEXT) TO WS-OI-POOL
              END-IF
              ADD 1 TO WS-OI-WITHDRAWN
           ELSE
              IF ITEM-COUNT = ITEM-TABLE-SIZE
                 PERFORM 928-ABORT-ITEM-TABLE-FULL
              END-IF
              ADD 1 TO ITEM-COUNT
              SET ITM-INDEX TO ITEM-COUNT
              MOVE RV-POSTING-DATE (RV-NEXT)
                 TO IT-ITEM-DATE (ITM-INDEX)
              MOVE "I" TO IT-ITEM-TYPE (ITM-INDEX)
              MOVE RV-BRANCH-NUMBER (RV-NEXT)
                 TO IT-BRANCH-NUMBER (ITM-INDEX)
              MOVE RV-SALESREP-NUMBER (RV-NEXT)
                 TO IT-SALESREP-NUMBER (ITM-INDEX)
              MOVE RV-CUSTOMER-NAME (RV-NEXT)
                 TO IT-CUSTOMER-NAME (ITM-INDEX)
              MOVE WS-REVERSE-BATCH-ID TO IT-BATCH-ID (ITM-INDEX)
              MOVE RV-TRANS-AMOUNT (RV-NEXT)
                 TO IT-ORIGINAL-AMOUNT (ITM-INDEX)
              MOVE RV-TRANS-AMOUNT (RV-NEXT)
                 TO IT-OPEN-AMOUNT (ITM-INDEX)
              MOVE WS-RUN-DATE TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              ADD 1 TO WS-OI-REOPENED
           END-IF.

      * This paragraph looks for the invoice item the reversed invoice
      * opened: an invoice item of the batch with the same original
      * amount and item date that has not already been withdrawn.
       426-FIND-INVOICE-ITEM.
           MOVE "N" TO ITEM-FOUND-SWITCH.
           PERFORM VARYING ITM-INDEX FROM 1 BY 1
              UNTIL ITM-INDEX > ITEM-COUNT OR INVOICE-ITEM-FOUND
              IF IT-ITEM-INVOICE (ITM-INDEX)
                 AND IT-BATCH-ID (ITM-INDEX) = WS-REVERSE-BATCH-ID
                 AND IT-ORIGINAL-AMOUNT (ITM-INDEX)
                    = RV-TRANS-AMOUNT (RV-NEXT)
                 AND IT-ITEM-DATE (ITM-INDEX)
                    = RV-POSTING-DATE (RV-NEXT)
                 SET INVOICE-ITEM-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF INVOICE-ITEM-FOUND
              SET ITM-INDEX DOWN BY 1
           END-IF.

      * This paragraph settles a customer the reversal touched, the
      * way CMU6000's 430-SETTLE-CUSTOMER-ITEMS does: any unapplied
      * credit already on file joins the pool, the items are put in
      * date order, and the pool is applied against the invoices
      * oldest first. Whatever is left becomes a single unapplied
      * credit item dated today.
       430-SETTLE-CUSTOMER-ITEMS.
           PERFORM VARYING ITM-INDEX FROM 1 BY 1
              UNTIL ITM-INDEX > ITEM-COUNT
              IF IT-ITEM-UNAPPLIED (ITM-INDEX)
                 SUBTRACT IT-OPEN-AMOUNT (ITM-INDEX) FROM WS-OI-POOL
                 MOVE ZERO TO IT-OPEN-AMOUNT (ITM-INDEX)
              END-IF
           END-PERFORM.
           PERFORM 431-SORT-ITEM-TABLE.
           PERFORM VARYING ITM-INDEX FROM 1 BY 1
              UNTIL ITM-INDEX > ITEM-COUNT OR WS-OI-POOL NOT > ZERO
              IF IT-ITEM-INVOICE (ITM-INDEX)
                 AND IT-OPEN-AMOUNT (ITM-INDEX) > ZERO
                 IF IT-OPEN-AMOUNT (ITM-INDEX) > WS-OI-POOL
                    MOVE WS-OI-POOL TO WS-OI-APPLY
                 ELSE
                    MOVE IT-OPEN-AMOUNT (ITM-INDEX) TO WS-OI-APPLY
                 END-IF
                 SUBTRACT WS-OI-APPLY FROM IT-OPEN-AMOUNT (ITM-INDEX)
                 SUBTRACT WS-OI-APPLY FROM WS-OI-POOL
                 MOVE WS-RUN-DATE
                    TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              END-IF
           END-PERFORM.
           IF WS-OI-POOL > ZERO
              IF ITEM-COUNT = ITEM-TABLE-SIZE
                 PERFORM 928-ABORT-ITEM-TABLE-FULL
              END-IF
              ADD 1 TO ITEM-COUNT
              SET ITM-INDEX TO ITEM-COUNT
              MOVE WS-RUN-DATE TO IT-ITEM-DATE (ITM-INDEX)
              MOVE "U" TO IT-ITEM-TYPE (ITM-INDEX)
              SET RVT-INDEX TO RV-NEXT
              SET RVT-INDEX DOWN BY 1
              MOVE RV-BRANCH-NUMBER (RVT-INDEX)
                 TO IT-BRANCH-NUMBER (ITM-INDEX)
              MOVE RV-SALESREP-NUMBER (RVT-INDEX)
                 TO IT-SALESREP-NUMBER (ITM-INDEX)
              MOVE RV-CUSTOMER-NAME (RVT-INDEX)
                 TO IT-CUSTOMER-NAME (ITM-INDEX)
              MOVE WS-REVERSE-BATCH-ID TO IT-BATCH-ID (ITM-INDEX)
              COMPUTE IT-ORIGINAL-AMOUNT (ITM-INDEX) = ZERO - WS-OI-POOL
              MOVE IT-ORIGINAL-AMOUNT (ITM-INDEX)
                 TO IT-OPEN-AMOUNT (ITM-INDEX)
              MOVE WS-RUN-DATE TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              ADD 1 TO WS-OI-UNAPPLIED
           END-IF.

      * This paragraph puts the customer's items in item date order
      * with the insertion sort CMU6000's 431-SORT-ITEM-TABLE uses.
       431-SORT-ITEM-TABLE.
           PERFORM VARYING ITM-SUB FROM 2 BY 1
              UNTIL ITM-SUB > ITEM-COUNT
              MOVE ITM-SUB TO ACT-SUB
              PERFORM UNTIL ACT-SUB = 1
                 OR NOT IT-ITEM-DATE (ACT-SUB)
                       < IT-ITEM-DATE (ACT-SUB - 1)
                 MOVE ITEM-ENTRY (ACT-SUB) TO ITEM-SWAP-ENTRY
                 MOVE ITEM-ENTRY (ACT-SUB - 1)
                    TO ITEM-ENTRY (ACT-SUB)
                 MOVE ITEM-SWAP-ENTRY
                    TO ITEM-ENTRY (ACT-SUB - 1)
                 SUBTRACT 1 FROM ACT-SUB
              END-PERFORM
           END-PERFORM.

      * This paragraph writes every item the customer still has open
      * to NEWOPEN, counting and hashing them for the new trailer. A
      * withdrawn or settled item has a zero open amount and drops.
       435-WRITE-CUSTOMER-ITEMS.
           PERFORM VARYING ITM-INDEX FROM 1 BY 1
              UNTIL ITM-INDEX > ITEM-COUNT
              IF IT-OPEN-AMOUNT (ITM-INDEX) NOT = ZERO
                 MOVE SPACES TO NEW-OPEN-ITEM-RECORD
                 MOVE WS-OI-CUSTOMER TO NOI-CUSTOMER-NUMBER
                 MOVE IT-ITEM-DATE (ITM-INDEX) TO NOI-ITEM-DATE
                 MOVE IT-ITEM-TYPE (ITM-INDEX) TO NOI-ITEM-TYPE
                 MOVE IT-BRANCH-NUMBER (ITM-INDEX)
                    TO NOI-BRANCH-NUMBER
                 MOVE IT-SALESREP-NUMBER (ITM-INDEX)
                    TO NOI-SALESREP-NUMBER
                 MOVE IT-CUSTOMER-NAME (ITM-INDEX)
                    TO NOI-CUSTOMER-NAME
                 MOVE IT-BATCH-ID (ITM-INDEX) TO NOI-BATCH-ID
                 MOVE IT-ORIGINAL-AMOUNT (ITM-INDEX)
                    TO NOI-ORIGINAL-AMOUNT
                 MOVE IT-OPEN-AMOUNT (ITM-INDEX) TO NOI-OPEN-AMOUNT
                 MOVE IT-LAST-ACTIVITY-DATE (ITM-INDEX)
                    TO NOI-LAST-ACTIVITY-DATE
                 WRITE NEW-OPEN-ITEM-RECORD
                 ADD 1 TO WS-OI-NEW-COUNT
                 ADD NOI-OPEN-AMOUNT TO WS-OI-NEW-HASH
              END-IF
           END-PERFORM.

      * This paragraph stops the run when one customer carries more
      * open items than ITEM-TABLE holds, before any new trailer is
      * written.
       928-ABORT-ITEM-TABLE-FULL.
           DISPLAY "*****************************************".
           DISPLAY "*** REV6000 ERROR: CUSTOMER " WS-OI-CUSTOMER
              " CARRIES MORE THAN " ITEM-TABLE-SIZE " OPEN ITEMS ***".
           PERFORM 930-ABORT-REVERSAL.

      * This paragraph stops a reversal that has begun writing. No
      * trailer has been written on NEWCUST, NEWOPEN or NEWSUSP, so
      * no reader will accept them, CUSTIDX has not been touched and
      * the registry still shows the batch posted.
       930-ABORT-REVERSAL.
           DISPLAY "*** NO TRAILER WAS WRITTEN ON NEWCUST, NEWOPEN OR "
              "NEWSUSP, SO NO READER WILL ACCEPT THEM.".
           DISPLAY "*** NOTHING WAS REVERSED. FIX THE CAUSE AND "
              "RERUN.".
           DISPLAY "*****************************************".
           IF OPENITEM-AVAILABLE
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST
                 NEW-OPEN-ITEM-FILE
                 NEW-SUSPENSE
                 REGISTER-PRINT.
           STOP RUN.

      * This paragraph brings the inquiry index into line once every
      * new file is safely trailed: each customer the reversal
      * changed has its CUSTIDX buckets set to the reversed figures.
      * A missing or unopenable index is tolerated with a warning,
      * as in CMU6000 -- tonight's CML6000 rebuild squares it -- and
      * a customer missing from the index is counted and reported.
       500-UPDATE-CUSTOMER-INDEX.
           OPEN I-O CUSTOMER-INDEX.
           IF WS-CUSTIDX-STATUS = "00"
              MOVE "Y" TO CUSTIDX-AVAIL-SWITCH
           ELSE
              DISPLAY "*** REV6000: CANNOT OPEN CUSTIDX (STATUS "
                 WS-CUSTIDX-STATUS "). INQUIRIES WILL SHOW THE "
                 "BATCH UNTIL CML6000 RUNS."
           END-IF.
           IF CUSTIDX-AVAILABLE
              PERFORM VARYING RVT-INDEX FROM 1 BY 1
                 UNTIL RVT-INDEX > REVERSAL-COUNT
                 IF RVT-INDEX = REVERSAL-COUNT
                    OR RV-CUSTOMER-NUMBER (RVT-INDEX)
                       NOT = RV-CUSTOMER-NUMBER (RVT-INDEX + 1)
                    PERFORM 505-UPDATE-ONE-INDEX-RECORD
                 END-IF
              END-PERFORM
              CLOSE CUSTOMER-INDEX
           END-IF.

      * This paragraph rewrites one customer's CUSTIDX buckets with
      * the reversed figures the master pass recorded.
       505-UPDATE-ONE-INDEX-RECORD.
           MOVE RV-CUSTOMER-NUMBER (RVT-INDEX) TO IXC-CUSTOMER-NUMBER.
           READ CUSTOMER-INDEX
              INVALID KEY
                 ADD 1 TO WS-IDX-MISSING
              NOT INVALID KEY
                 MOVE RV-NEW-YTD (RVT-INDEX)   TO IXC-SALES-THIS-YTD
                 MOVE RV-NEW-MONTH (RVT-INDEX) TO IXC-SALES-THIS-MONTH
                 MOVE RV-NEW-LAST-MONTH (RVT-INDEX)
                    TO IXC-SALES-LAST-MONTH
                 REWRITE INDEXED-CUSTOMER-RECORD
                    INVALID KEY
                       ADD 1 TO WS-IDX-MISSING
                    NOT INVALID KEY
                       ADD 1 TO WS-IDX-UPDATED
                 END-REWRITE
           END-READ.

      * This paragraph prints the reversal register: a line for every
      * posting reversed and every item pulled from suspense, then
      * the totals that prove the reversal against the original batch
      * trailer. It also runs when the reversal does not balance, so
      * the difference can be chased from the printout.
       600-PRINT-REVERSAL-REGISTER.
           MOVE REGISTER-HEADING-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE WS-REVERSE-BATCH-ID   TO RBL-BATCH-ID.
           MOVE WS-ORIG-BUSINESS-DATE TO RBL-BUSINESS-DATE.
           MOVE WS-ORIG-POSTED-DATE   TO RBL-POSTED-DATE.
           MOVE WS-ORIG-POSTED-TIME   TO RBL-POSTED-TIME.
           MOVE REGISTER-BATCH-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE REGISTER-COLUMN-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           PERFORM VARYING RVT-INDEX FROM 1 BY 1
              UNTIL RVT-INDEX > REVERSAL-COUNT
              PERFORM 610-PRINT-REVERSED-POSTING
           END-PERFORM.
           PERFORM VARYING SPT-INDEX FROM 1 BY 1
              UNTIL SPT-INDEX > SUSPENSE-PULL-COUNT
              PERFORM 620-PRINT-PULLED-SUSPENSE
           END-PERFORM.
           PERFORM 630-PRINT-REGISTER-TOTALS.

      * This paragraph prints one reversed posting.
       610-PRINT-REVERSED-POSTING.
           IF RV-TRANS-PAYMENT (RVT-INDEX)
              MOVE "PAYMENT REVERSED" TO RDL-ACTION
           ELSE
              MOVE "REVERSED" TO RDL-ACTION
           END-IF.
           MOVE RV-CUSTOMER-NUMBER (RVT-INDEX) TO RDL-CUSTOMER-NUMBER.
           MOVE RV-CUSTOMER-NAME (RVT-INDEX)   TO RDL-CUSTOMER-NAME.
           MOVE RV-BRANCH-NUMBER (RVT-INDEX)   TO RDL-BRANCH-NUMBER.
           MOVE RV-SALESREP-NUMBER (RVT-INDEX)
              TO RDL-SALESREP-NUMBER.
           MOVE RV-TRANS-CODE (RVT-INDEX) TO WS-TYPE-CODE.
           PERFORM 640-FORMAT-TRANS-TYPE.
           MOVE RV-TRANS-AMOUNT (RVT-INDEX)    TO RDL-TRANS-AMOUNT.
           MOVE RV-POSTING-DATE (RVT-INDEX)    TO RDL-POSTING-DATE.
           MOVE RV-ENTERED-BY (RVT-INDEX)      TO RDL-ENTERED-BY.
           IF RV-POSTED-FROM-SUSPENSE (RVT-INDEX)
              MOVE "POSTED FROM SUSPENSE" TO RDL-NOTE
           ELSE
              MOVE SPACES TO RDL-NOTE
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph prints one item pulled from suspense. It never
      * posted, so it has no customer name to show; the branch is the
      * one suspense recorded, zero for a customer not on file.
       620-PRINT-PULLED-SUSPENSE.
           MOVE "REMOVED FROM SUSPENSE" TO RDL-ACTION.
           MOVE SP-CUSTOMER-NUMBER (SPT-INDEX) TO RDL-CUSTOMER-NUMBER.
           MOVE SPACES TO RDL-CUSTOMER-NAME.
           MOVE SP-BRANCH-NUMBER (SPT-INDEX)   TO RDL-BRANCH-NUMBER.
           MOVE ZERO TO RDL-SALESREP-NUMBER.
           MOVE SP-TRANS-CODE (SPT-INDEX) TO WS-TYPE-CODE.
           PERFORM 640-FORMAT-TRANS-TYPE.
           MOVE SP-TRANS-AMOUNT (SPT-INDEX)    TO RDL-TRANS-AMOUNT.
           MOVE SP-POSTING-DATE (SPT-INDEX)    TO RDL-POSTING-DATE.
           MOVE SP-ENTERED-BY (SPT-INDEX)      TO RDL-ENTERED-BY.
           MOVE SPACES TO RDL-NOTE.
           STRING "HELD SINCE " DELIMITED BY SIZE
              SP-FIRST-REJECT-DATE (SPT-INDEX) DELIMITED BY SIZE
              INTO RDL-NOTE
           END-STRING.
           MOVE REGISTER-DETAIL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph prints the register totals: the postings
      * reversed by type, the items pulled from suspense, the two
      * together, and the original batch trailer they must equal,
      * followed by the verdict.
       630-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "  INVOICES REVERSED" TO RTL-LABEL.
           MOVE INVOICE-COUNT  TO RTL-COUNT.
           MOVE INVOICE-AMOUNT TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "  CREDIT MEMOS REVERSED" TO RTL-LABEL.
           MOVE CREDIT-COUNT  TO RTL-COUNT.
           MOVE CREDIT-AMOUNT TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "  PAYMENTS REVERSED" TO RTL-LABEL.
           MOVE PAYMENT-COUNT  TO RTL-COUNT.
           MOVE PAYMENT-AMOUNT TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "POSTINGS REVERSED" TO RTL-LABEL.
           MOVE WS-REV-COUNT TO RTL-COUNT.
           MOVE WS-REV-HASH  TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "ITEMS REMOVED FROM SUSPENSE" TO RTL-LABEL.
           MOVE WS-PULL-COUNT TO RTL-COUNT.
           MOVE WS-PULL-HASH  TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "TOTAL TAKEN OUT OF THE BATCH" TO RTL-LABEL.
           MOVE WS-TOTAL-COUNT TO RTL-COUNT.
           MOVE WS-TOTAL-HASH  TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.
           MOVE "ORIGINAL BATCH TRAILER" TO RTL-LABEL.
           MOVE WS-ORIG-TRANS-COUNT TO RTL-COUNT.
           MOVE WS-ORIG-HASH        TO RTL-HASH.
           MOVE REGISTER-TOTAL-LINE TO PRINT-AREA.
           IF NOT ORIGINAL-HASH-KNOWN
              MOVE SPACES TO PRINT-AREA (64:18)
           END-IF.
           WRITE PRINT-AREA.
           MOVE SPACES TO PRINT-AREA.
           WRITE PRINT-AREA.
           IF NOT ORIGINAL-HASH-KNOWN
              MOVE "*** NO BATCH HASH ON THE REGISTRY - COUNT ONLY ***"
                 TO RML-MESSAGE
              MOVE REGISTER-MESSAGE-LINE TO PRINT-AREA
              WRITE PRINT-AREA
           END-IF.
           IF REVERSAL-BALANCED
              MOVE "*** REVERSAL BALANCES TO THE BATCH TRAILER ***"
                 TO RML-MESSAGE
           ELSE
              MOVE "*** OUT OF BALANCE - NOTHING WAS REVERSED ***"
                 TO RML-MESSAGE
           END-IF.
           MOVE REGISTER-MESSAGE-LINE TO PRINT-AREA.
           WRITE PRINT-AREA.

      * This paragraph turns a transaction code into the word the
      * register prints for it.
       640-FORMAT-TRANS-TYPE.
           EVALUATE WS-TYPE-CODE
              WHEN "I"
                 MOVE "INVOICE" TO RDL-TRANS-TYPE
              WHEN "C"
                 MOVE "CREDIT"  TO RDL-TRANS-TYPE
              WHEN "P"
                 MOVE "PAYMENT" TO RDL-TRANS-TYPE
              WHEN OTHER
                 MOVE WS-TYPE-CODE TO RDL-TRANS-TYPE
           END-EVALUATE.

      * This paragraph writes the trailer control record on
      * NEW-CUSTMAST: every old record was written, so the count is
      * the old file's and the hash was accumulated as written.
       700-WRITE-NEW-TRAILER.
           MOVE SPACES TO NEW-CUSTMAST-TRAILER-RECORD.
           MOVE "TRL" TO NTC-RECORD-ID.
           MOVE WS-OLD-DATA-COUNT TO NTC-RECORD-COUNT.
           MOVE WS-NEW-HASH-YTD   TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph writes the trailer control record on NEWOPEN
      * from the count and hash of the items actually written.
       710-WRITE-NEW-OPEN-ITEM-TRAILER.
           MOVE SPACES TO NEW-OPEN-ITEM-TRAILER-RECORD.
           MOVE "TRL" TO NTO-RECORD-ID.
           MOVE WS-OI-NEW-COUNT TO NTO-RECORD-COUNT.
           MOVE WS-OI-NEW-HASH  TO NTO-HASH-OPEN-AMOUNT.
           WRITE NEW-OPEN-ITEM-TRAILER-RECORD.

      * This paragraph writes the trailer control record on NEWSUSP
      * from the count and hash of the items kept.
       720-WRITE-NEW-SUSPENSE-TRAILER.
           MOVE SPACES TO NEW-SUSPENSE-TRAILER-RECORD.
           MOVE "TRL" TO NTS-RECORD-ID.
           MOVE WS-SU-NEW-COUNT TO NTS-RECORD-COUNT.
           MOVE WS-SU-NEW-HASH  TO NTS-HASH-AMOUNT.
           WRITE NEW-SUSPENSE-TRAILER-RECORD.

      * This paragraph appends the reversal to the posted-batch
      * registry: the batch ID and business date, this run's date and
      * time, and the count and hash taken back out. It is now the
      * batch's last record, so CMU6000 will accept the corrected
      * batch under the same ID and this program will refuse to
      * reverse it twice.
       770-REGISTER-REVERSAL.
           MOVE SPACES TO POSTED-BATCH-RECORD.
           MOVE WS-REVERSE-BATCH-ID   TO PB-BATCH-ID.
           MOVE WS-ORIG-BUSINESS-DATE TO PB-BUSINESS-DATE.
           MOVE WS-RUN-DATE           TO PB-POSTED-DATE.
           MOVE WS-RUN-TIME           TO PB-POSTED-TIME.
           MOVE WS-TOTAL-COUNT        TO PB-TRANS-COUNT.
           MOVE WS-TOTAL-HASH         TO PB-BATCH-HASH.
           MOVE "R"                   TO PB-ENTRY-TYPE.
           OPEN EXTEND POSTED-BATCH-FILE.
           WRITE POSTED-BATCH-RECORD.
           CLOSE POSTED-BATCH-FILE.

      * This paragraph appends one change-journal record (see
      * CUSTJRNL) for every posting this run reversed, the way
      * CMU6000's 780-JOURNAL-POSTED-TRANSACTIONS journals the
      * postings themselves, so a customer's history shows the
      * posting and its reversal side by side. The event names what
      * was reversed, the reference is the batch, and the amount is
      * the original transaction amount. Only reached once every old
      * file has proved against its trailer. The first run ever finds
      * no file to extend (status "35") and creates it.
       780-JOURNAL-REVERSED-POSTINGS.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           PERFORM VARYING RVT-INDEX FROM 1 BY 1
              UNTIL RVT-INDEX > REVERSAL-COUNT
              MOVE SPACES TO CUSTOMER-JOURNAL-RECORD
              MOVE RV-CUSTOMER-NUMBER (RVT-INDEX)
                 TO CJ-CUSTOMER-NUMBER
              MOVE WS-RUN-DATE           TO CJ-RUN-DATE
              MOVE WS-RUN-TIME           TO CJ-RUN-TIME
              MOVE "REV6000"             TO CJ-PROGRAM-ID
              EVALUATE TRUE
                 WHEN RV-TRANS-INVOICE (RVT-INDEX)
                    MOVE "REVINV"        TO CJ-EVENT-CODE
                 WHEN RV-TRANS-CREDIT-MEMO (RVT-INDEX)
                    MOVE "REVCRED"       TO CJ-EVENT-CODE
                 WHEN OTHER
                    MOVE "REVPAY"        TO CJ-EVENT-CODE
              END-EVALUATE
              MOVE WS-REQUESTED-BY       TO CJ-CHANGED-BY
              MOVE WS-REVERSE-BATCH-ID   TO CJ-REFERENCE
              MOVE RV-BRANCH-NUMBER (RVT-INDEX)
                 TO CJ-BEFORE-BRANCH CJ-AFTER-BRANCH
              MOVE RV-SALESREP-NUMBER (RVT-INDEX)
                 TO CJ-BEFORE-SALESREP CJ-AFTER-SALESREP
              MOVE RV-CUSTOMER-NAME (RVT-INDEX)
                 TO CJ-BEFORE-NAME CJ-AFTER-NAME
              MOVE RV-BEFORE-YTD (RVT-INDEX) TO CJ-BEFORE-SALES-YTD
              MOVE RV-AFTER-YTD (RVT-INDEX)  TO CJ-AFTER-SALES-YTD
              MOVE RV-TRANS-AMOUNT (RVT-INDEX) TO CJ-AMOUNT
              WRITE CUSTOMER-JOURNAL-RECORD
              ADD 1 TO WS-CJ-WRITTEN
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.

      * This paragraph sums every invoice and credit memo this run
      * reversed by branch, salesrep, product line and the period it
      * was posted in, and appends one product-line sales record (see
      * PLSALES) per combination with the sign CMU6000's
      * 785-RECORD-PRODUCT-LINE-SALES gave it turned round -- a
      * reversed invoice subtracts, a reversed credit memo adds back
      * -- so the batch's product-line sales net to nothing. Payments
      * were never recorded there and are left out. Only reached once
      * every old file has proved against its trailer. The first run
      * ever finds no file to extend (status "35") and creates it.
       785-RECORD-PRODUCT-LINE-SALES.
           INITIALIZE PRODUCT-SALES-TABLE.
           MOVE ZERO TO PRODUCT-SALES-COUNT.
           PERFORM VARYING RVT-INDEX FROM 1 BY 1
              UNTIL RVT-INDEX > REVERSAL-COUNT
              IF NOT RV-TRANS-PAYMENT (RVT-INDEX)
                 PERFORM 786-SUM-PRODUCT-LINE-SALE
              END-IF
           END-PERFORM.
           OPEN EXTEND PRODUCT-SALES-FILE.
           IF WS-PLSALES-STATUS = "35"
              OPEN OUTPUT PRODUCT-SALES-FILE
           END-IF.
           PERFORM VARYING PST-INDEX FROM 1 BY 1
              UNTIL PST-INDEX > PRODUCT-SALES-COUNT
              MOVE SPACES TO PRODUCT-SALES-RECORD
              MOVE PST-BRANCH-NUMBER (PST-INDEX)   TO PS-BRANCH-NUMBER
              MOVE PST-SALESREP-NUMBER (PST-INDEX)
                 TO PS-SALESREP-NUMBER
              MOVE PST-PRODUCT-LINE (PST-INDEX)    TO PS-PRODUCT-LINE
              MOVE PST-SALES-PERIOD (PST-INDEX)    TO PS-PERIOD
              MOVE PST-SALES-AMOUNT (PST-INDEX)    TO PS-SALES-AMOUNT
              MOVE PST-POSTING-COUNT (PST-INDEX)   TO PS-POSTING-COUNT
              MOVE "REV6000"                       TO PS-PROGRAM-ID
              MOVE WS-RUN-DATE                     TO PS-RUN-DATE
              MOVE WS-RUN-TIME                     TO PS-RUN-TIME
              MOVE WS-REVERSE-BATCH-ID             TO PS-BATCH-ID
              WRITE PRODUCT-SALES-RECORD
              ADD 1 TO WS-PS-WRITTEN
           END-PERFORM.
           CLOSE PRODUCT-SALES-FILE.

      * This paragraph adds one reversed posting into its
      * PRODUCT-SALES-TABLE entry, creating the entry the first time
      * its branch, salesrep, product line and period are seen.
       786-SUM-PRODUCT-LINE-SALE.
           SET PST-INDEX TO 1.
           SEARCH PST-ENTRY
              AT END
                 CONTINUE
              WHEN PST-INDEX > PRODUCT-SALES-COUNT
                 ADD 1 TO PRODUCT-SALES-COUNT
                 MOVE RV-BRANCH-NUMBER (RVT-INDEX)
                    TO PST-BRANCH-NUMBER (PST-INDEX)
                 MOVE RV-SALESREP-NUMBER (RVT-INDEX)
                    TO PST-SALESREP-NUMBER (PST-INDEX)
                 MOVE RV-PRODUCT-LINE (RVT-INDEX)
                    TO PST-PRODUCT-LINE (PST-INDEX)
                 MOVE RV-SALES-PERIOD (RVT-INDEX)
                    TO PST-SALES-PERIOD (PST-INDEX)
              WHEN PST-BRANCH-NUMBER (PST-INDEX)
                    = RV-BRANCH-NUMBER (RVT-INDEX)
                 AND PST-SALESREP-NUMBER (PST-INDEX)
                    = RV-SALESREP-NUMBER (RVT-INDEX)
                 AND PST-PRODUCT-LINE (PST-INDEX)
                    = RV-PRODUCT-LINE (RVT-INDEX)
                 AND PST-SALES-PERIOD (PST-INDEX)
                    = RV-SALES-PERIOD (RVT-INDEX)
                 CONTINUE
           END-SEARCH.
           IF RV-TRANS-INVOICE (RVT-INDEX)
              SUBTRACT RV-TRANS-AMOUNT (RVT-INDEX)
                 FROM PST-SALES-AMOUNT (PST-INDEX)
           ELSE
              ADD RV-TRANS-AMOUNT (RVT-INDEX)
                 TO PST-SALES-AMOUNT (PST-INDEX)
           END-IF.
           ADD 1 TO PST-POSTING-COUNT (PST-INDEX).

      * This paragraph appends one sales history record (see
      * SALESHST) for every prior-period adjustment this run
      * reversed, against the closed period CMU6000's
      * 790-RECORD-PERIOD-ADJUSTMENTS recorded it in and with the
      * sign turned round -- a reversed invoice minus, a reversed
      * credit memo plus -- so the period's history nets back to
      * what it was before the batch posted. Only reached once every
      * old file has proved against its trailer, and only when there
      * is an adjustment to offset. A missing file (status "35") is
      * created, the way CMU6000 creates it.
       790-RECORD-PERIOD-ADJUSTMENTS.
           IF WS-ADJUSTMENT-COUNT > ZERO
              OPEN EXTEND SALES-HISTORY-FILE
              IF WS-SALESHST-STATUS = "35"
                 OPEN OUTPUT SALES-HISTORY-FILE
              END-IF
              PERFORM VARYING RVT-INDEX FROM 1 BY 1
                 UNTIL RVT-INDEX > REVERSAL-COUNT
                 IF RV-PRIOR-PERIOD-ADJ (RVT-INDEX)
                    AND NOT RV-TRANS-PAYMENT (RVT-INDEX)
                    MOVE SPACES TO SALES-HISTORY-RECORD
                    MOVE RV-CUSTOMER-NUMBER (RVT-INDEX)
                       TO SH-CUSTOMER-NUMBER
                    MOVE RV-BRANCH-NUMBER (RVT-INDEX)
                       TO SH-BRANCH-NUMBER
                    MOVE RV-SALESREP-NUMBER (RVT-INDEX)
                       TO SH-SALESREP-NUMBER
                    MOVE RV-SALES-PERIOD (RVT-INDEX) TO SH-PERIOD
                    IF RV-TRANS-INVOICE (RVT-INDEX)
                       COMPUTE SH-SALES-AMOUNT =
                          ZERO - RV-TRANS-AMOUNT (RVT-INDEX)
                    ELSE
                       MOVE RV-TRANS-AMOUNT (RVT-INDEX)
                          TO SH-SALES-AMOUNT
                    END-IF
                    SET SH-IS-ADJUSTMENT TO TRUE
                    MOVE "REV6000"           TO SH-PROGRAM-ID
                    MOVE WS-REVERSE-BATCH-ID TO SH-BATCH-ID
                    MOVE WS-RUN-DATE         TO SH-RUN-DATE
                    WRITE SALES-HISTORY-RECORD
                    ADD 1 TO WS-SH-WRITTEN
                 END-IF
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF.

      * This paragraph appends this run's REVERSAL stamp to the
      * shared run-control file (see RUNCTL).
       760-STAMP-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "REV6000"  TO RC-PROGRAM-ID.
           MOVE "REVERSAL" TO RC-EVENT-CODE.
           MOVE SPACES     TO RC-PERIOD-STAMP.
           MOVE WS-RUN-DATE TO RC-RUN-DATE.
           MOVE WS-RUN-TIME TO RC-RUN-TIME.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * This paragraph issues the end-of-run console summary.
       910-REPORT-RUN-SUMMARY.
           DISPLAY "*****************************************".
           DISPLAY "*** REV6000 REVERSAL SUMMARY - BATCH "
              WS-REVERSE-BATCH-ID " ***".
           DISPLAY "*** INVOICES REVERSED: " INVOICE-COUNT.
           DISPLAY "*** CREDITS REVERSED:  " CREDIT-COUNT.
           DISPLAY "*** PAYMENTS REVERSED: " PAYMENT-COUNT.
           DISPLAY "*** REMOVED FROM SUSPENSE: " WS-PULL-COUNT.
           DISPLAY "*** CUSTOMERS CHANGED: " WS-CUSTOMERS-CHANGED.
           DISPLAY "*** JOURNAL ENTRIES: " WS-CJ-WRITTEN.
           DISPLAY "*** PRODUCT SALES RECORDS: " WS-PS-WRITTEN.
           DISPLAY "*** PRIOR-PERIOD ADJUSTMENTS REVERSED: "
              WS-ADJUSTMENT-COUNT "  SALESHST RECORDS: "
              WS-SH-WRITTEN.
           IF CUSTIDX-AVAILABLE
              DISPLAY "*** CUSTIDX UPDATED: " WS-IDX-UPDATED
           END-IF.
           IF WS-IDX-MISSING > ZERO
              DISPLAY "*** CUSTIDX MISSING: " WS-IDX-MISSING
                 " CUSTOMER(S) NOT ON THE INDEX - RUN "
                 "AUD6000 AND CML6000."
           END-IF.
           DISPLAY "*** INVOICE ITEMS WITHDRAWN: " WS-OI-WITHDRAWN.
           DISPLAY "*** ITEMS REOPENED: " WS-OI-REOPENED.
           DISPLAY "*** UNAPPLIED CREDITS: " WS-OI-UNAPPLIED.
           DISPLAY "*** OPEN ITEMS ON FILE: " WS-OI-NEW-COUNT.
           DISPLAY "*** BATCH " WS-REVERSE-BATCH-ID " MAY NOW BE "
              "CORRECTED AND POSTED AGAIN.".
           DISPLAY "*****************************************".
