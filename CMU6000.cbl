      *  accepted posting is written to AUDIT-LOG with who entered it;
      *  every rejected one is written to ERROR-LISTING with why, so a
      *  transaction whose customer number is not on CUSTMAST is never
      *  silently dropped. Once the master has posted, the accounts
      *  receivable open-item file (OPENITEM) is rewritten old-in/
      *  new-out: every accepted invoice opens an item, and every
      *  accepted customer payment (transaction code "P", which never
      *  touches the sales buckets) or credit memo is applied against
      *  the customer's open items oldest first, any excess being
      *  carried as an unapplied credit. AGE6000 ages the result.
      *  Every rejected transaction is also written to the suspense
      *  file (NEWSUSP, see CMSUSP) with its original image, the reason
      *  and the date it was first rejected, and every posting run
      *  retries the previous run's suspense file (CMSUSP) once the
      *  day's batch has balanced -- so a transaction for an account
      *  CMM6000 adds tomorrow posts itself tomorrow night, and the
      *  suspense items never enter the batch trailer check. SUS6000
      *  lists what is still waiting. Every transaction posted is
      *  also appended to the posted-transaction file (CMPOSTED) with
      *  the batch it arrived in, and the batch's trailer hash goes on
      *  its registry record, so REV6000 can back a bad batch out
      *  whole and prove the reversal against the original trailer. A
      *  batch whose last registry record shows it reversed may be
      *  posted again under the same ID. Each posting is also appended
      *  to the customer change journal (CUSTJRNL) with the sales this
      *  YTD before and after it, for JRN6000's customer history. A
      *  transaction may carry a product line code, which must be on
      *  the product line master (PRODLINE) or the transaction is
      *  suspended; the invoices and credit memos posted are summed
      *  by branch, salesrep, product line and period and appended to
      *  the product-line sales file (PLSALES) for PLS6000, those
      *  without a code under the unclassified line. Each
      *  transaction's posting date is placed on the fiscal calendar
      *  (see FISCAL): one dated in the current (first open) period
      *  posts to the current buckets as always; an invoice or credit
      *  memo dated in a period already closed this fiscal year is a
      *  prior-period adjustment, which goes to CM-SALES-THIS-YTD and
      *  -- for the period just closed -- CM-SALES-LAST-MONTH, never
      *  to CM-SALES-THIS-MONTH, and is appended to the sales history
      *  file (SALESHST) against the period it belongs to. A posting
      *  date off the calendar, in a future period, or in a closed
      *  fiscal year is suspended. A missing or inconsistent calendar
      *  stops the run before anything is posted.
      *****************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT POSTED-BATCH-FILE ASSIGN TO CMBATCH
               FILE STATUS IS WS-CMBATCH-STATUS.
           SELECT POSTED-TRANS-FILE ASSIGN TO CMPOSTED
               FILE STATUS IS WS-CMPOSTED-STATUS.
           SELECT CHANGE-JOURNAL ASSIGN TO CUSTJRNL
               FILE STATUS IS WS-CUSTJRNL-STATUS.
           SELECT PRODUCT-LINE-FILE ASSIGN TO PRODLINE
               FILE STATUS IS WS-PRODLINE-STATUS.
           SELECT PRODUCT-SALES-FILE ASSIGN TO PLSALES
               FILE STATUS IS WS-PLSALES-STATUS.
           SELECT FISCAL-CALENDAR ASSIGN TO FISCAL
               FILE STATUS IS WS-FISCAL-STATUS.
           SELECT SALES-HISTORY-FILE ASSIGN TO SALESHST
               FILE STATUS IS WS-SALESHST-STATUS.
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

       DATA DIVISION.
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMBATCH.

       FD  POSTED-TRANS-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMPOSTED.

       FD  CHANGE-JOURNAL
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTJRNL.

       FD  PRODUCT-LINE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PRODLINE.

       FD  PRODUCT-SALES-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY PLSALES.

       FD  FISCAL-CALENDAR
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY FISCAL.

       FD  SALES-HISTORY-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESHST.

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
           ==CM-SALES-THIS-MONTH==    BY ==IXC-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==IXC-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==IXC-SALES-TWO-YEARS-AGO==.
       COPY CUSTIDXK.

       WORKING-STORAGE SECTION.

      * the run with nothing posted and nothing written.
       01  BATCH-CONTROL-FIELDS.
           05  WS-CMBATCH-STATUS   PIC X(2)    VALUE "00".
           05  WS-CMPOSTED-STATUS  PIC X(2)    VALUE "00".
           05  WS-PT-WRITTEN       PIC 9(6)    VALUE ZERO.
           05  WS-CUSTJRNL-STATUS  PIC X(2)    VALUE "00".
           05  WS-CJ-WRITTEN       PIC 9(6)    VALUE ZERO.
           05  WS-BATCH-ID         PIC X(8)    VALUE SPACES.
           05  WS-BATCH-BUSINESS-DATE PIC 9(8) VALUE ZERO.
           05  WS-BATCH-DATA-COUNT PIC 9(8)    VALUE ZERO.
               10  WS-STAMP-HOURS   PIC 9(2).
               10  WS-STAMP-MINUTES PIC 9(2).
           05  WS-STAMP-TIME-N REDEFINES WS-STAMP-TIME PIC 9(4).
           05  WS-RUN-DATE         PIC 9(8)    VALUE ZERO.

      * TRANS-TABLE holds the edited daily transaction batch while the
      * customer master streams past it. Tabling the bounded batch
      * instead of the master means the master can grow without limit
      * and still post whole -- a master record can never be dropped
      * for want of a table slot. TR-POSTED-SWITCH marks each entry
      * once it has been applied ("Y") or rejected for overflow
      * ("R"), so 750-REPORT-UNMATCHED-TRANSACTIONS can list exactly
      * the transactions whose customer number never came past on
      * OLD-CUSTMAST and 400-UPDATE-OPEN-ITEMS can carry exactly the
      * accepted ones onto the open-item file. The branch, salesrep
      * and name are captured from the master as each entry posts,
      * since the open-item pass runs after the master has gone by.
      * An entry recycled from the suspense file carries its suspense
      * history and the batch it first arrived in, so a second
      * rejection keeps its first-rejected date. TR-BEFORE-YTD and
      * TR-AFTER-YTD keep the customer's sales this YTD either side of
      * each accepted posting for the change journal (see CUSTJRNL).
      * TR-SALES-PERIOD is the fiscal period the posting date falls
      * in and TR-PERIOD-TYPE how it posts: space for the current
      * period, "L" for an adjustment to the period just closed, "A"
      * for one to an earlier closed period of the fiscal year. A
      * payment always carries the current period.
       01  TRANS-TABLE.
           05  TRANS-GROUP OCCURS 2000 TIMES
                           INDEXED BY TRT-INDEX.
              10  TR-TRANS-CODE       PIC X(1).
                  88  TR-TRANS-INVOICE        VALUE "I".
                  88  TR-TRANS-CREDIT-MEMO    VALUE "C".
                  88  TR-TRANS-PAYMENT        VALUE "P".
              10  TR-CUSTOMER-NUMBER  PIC 9(5).
              10  TR-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
              10  TR-POSTING-DATE     PIC 9(8).
              10  TR-ENTERED-BY       PIC X(10).
              10  TR-POSTED-SWITCH    PIC X(1).
                  88  TR-POSTED               VALUE "Y" "R".
                  88  TR-ACCEPTED             VALUE "Y".
              10  TR-BRANCH-NUMBER    PIC 9(2).
              10  TR-SALESREP-NUMBER  PIC 9(2).
              10  TR-CUSTOMER-NAME    PIC X(20).
              10  TR-SUSPENSE-SWITCH  PIC X(1).
                  88  TR-FROM-SUSPENSE        VALUE "Y".
              10  TR-FIRST-REJECT-DATE PIC 9(8).
              10  TR-RETRY-COUNT      PIC 9(3).
              10  TR-BATCH-ID         PIC X(8).
              10  TR-BEFORE-YTD       PIC S9(9)V99   COMP-3.
              10  TR-AFTER-YTD        PIC S9(9)V99   COMP-3.
              10  TR-PRODUCT-LINE     PIC X(3).
              10  TR-SALES-PERIOD     PIC 9(6).
              10  TR-PERIOD-NAME      PIC X(8).
              10  TR-PERIOD-TYPE      PIC X(1).
                  88  TR-CURRENT-PERIOD       VALUE SPACE.
                  88  TR-PRIOR-PERIOD-ADJ     VALUE "A" "L".
                  88  TR-LAST-PERIOD-ADJ      VALUE "L".

       01  TRANS-TABLE-SIZE          PIC 9(4) VALUE 2000.
       01  TRANS-COUNT               PIC 9(4) VALUE ZERO.
       01  TRANSACTION-COUNTS.
           05  INVOICE-COUNT       PIC 9(5) VALUE ZERO.
           05  CREDIT-COUNT        PIC 9(5) VALUE ZERO.
           05  PAYMENT-COUNT       PIC 9(5) VALUE ZERO.
           05  ERROR-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-REASON                PIC X(40)   VALUE SPACES.

      * PRODUCT-LINE-TABLE holds the product line master for the
      * transaction edit. PRODUCT-SALES-TABLE sums the run's accepted
      * invoices and credit memos by branch, salesrep, product line,
      * batch and fiscal period for the PLSALES append; it can never
      * hold more entries than TRANS-TABLE holds transactions, so it
      * cannot overflow. WS-SALES-PERIOD is the current fiscal period
      * (YYYYPP, see FISCAL), the one the run posts into.
       01  PRODUCT-LINE-FIELDS.
           05  WS-PRODLINE-STATUS  PIC X(2)    VALUE "00".
           05  WS-PLSALES-STATUS   PIC X(2)    VALUE "00".
           05  PRODLINE-EOF-SWITCH PIC X       VALUE "N".
               88  PRODLINE-EOF               VALUE "Y".
           05  PRODUCT-LINE-FOUND-SWITCH PIC X VALUE "N".
               88  PRODUCT-LINE-FOUND         VALUE "Y".
           05  WS-PL-OVERFLOW      PIC 9(4)    VALUE ZERO.
           05  WS-PS-WRITTEN       PIC 9(6)    VALUE ZERO.
           05  WS-SALES-PERIOD     PIC 9(6)    VALUE ZERO.

       01  PRODUCT-LINE-TABLE.
           05  PLT-ENTRY OCCURS 99 TIMES
                           INDEXED BY PLT-INDEX.
              10  PLT-PRODUCT-LINE    PIC X(3).

       01  PRODUCT-LINE-TABLE-SIZE   PIC 9(3) VALUE 99.
       01  PRODUCT-LINE-COUNT        PIC 9(3) VALUE ZERO.

       01  PRODUCT-SALES-TABLE.
           05  PST-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PST-INDEX.
              10  PST-BRANCH-NUMBER   PIC 9(2).
              10  PST-SALESREP-NUMBER PIC 9(2).
              10  PST-PRODUCT-LINE    PIC X(3).
              10  PST-BATCH-ID        PIC X(8).
              10  PST-SALES-PERIOD    PIC 9(6).
              10  PST-SALES-AMOUNT    PIC S9(11)V99  COMP-3.
              10  PST-POSTING-COUNT   PIC 9(5).

       01  PRODUCT-SALES-COUNT       PIC 9(4) VALUE ZERO.

      * FISCAL-CALENDAR-FIELDS and FISCAL-TABLE hold the fiscal
      * calendar (see FISCAL), proved consistent as it is loaded the
      * same way ROL6000 proves it. WS-CURRENT-SUB is the first open
      * period, the one CM-SALES-THIS-MONTH is collecting; every
      * period before it is closed. WS-TRANS-SUB is the period the
      * transaction being edited falls in. WS-ADJUSTMENT-COUNT counts
      * the prior-period adjustments posted and WS-SH-WRITTEN the
      * SALESHST records appended for them.
       01  FISCAL-CALENDAR-FIELDS.
           05  WS-FISCAL-STATUS       PIC X(2)    VALUE "00".
           05  WS-SALESHST-STATUS     PIC X(2)    VALUE "00".
           05  FISCAL-EOF-SWITCH      PIC X       VALUE "N".
               88  FISCAL-EOF                     VALUE "Y".
           05  FISCAL-VALID-SWITCH    PIC X       VALUE "Y".
               88  FISCAL-CALENDAR-VALID          VALUE "Y".
           05  WS-FISCAL-ERROR        PIC X(40)   VALUE SPACES.
           05  WS-FISCAL-BAD-PERIOD   PIC X(6)    VALUE SPACES.
           05  WS-FISCAL-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-CURRENT-SUB         PIC 9(3)    VALUE ZERO.
           05  WS-TRANS-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-FISCAL-SUB          PIC 9(3)    VALUE ZERO.
           05  WS-ADJUSTMENT-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-SH-WRITTEN          PIC 9(6)    VALUE ZERO.

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

      * ERROR-STAGING-FIELDS carry the identity of the transaction
      * being rejected into 350-WRITE-ERROR-LINE, since a reject can
      * come from the CMTRANS record just read (batch load), from a
           05  WS-ERR-TRANS-CODE   PIC X(1).
               88  WS-ERR-INVOICE          VALUE "I".
               88  WS-ERR-CREDIT-MEMO      VALUE "C".
               88  WS-ERR-PAYMENT          VALUE "P".
           05  WS-ERR-CUSTOMER-NUMBER PIC 9(5).

      * WS-NEW-YTD-AMOUNT, WS-NEW-MONTH-AMOUNT and WS-NEW-LAST-MONTH-
      * AMOUNT stage the posted result of every bucket before any
      * master bucket is stored, so a transaction that overflows one
      * bucket is rejected whole instead of leaving the customer
      * half-posted. WS-POSTING-AMOUNT is the transaction amount
      * signed the way it moves the buckets.
       01  POSTING-WORK-FIELDS  PACKED-DECIMAL.
           05  WS-NEW-YTD-AMOUNT     PIC S9(9)V99   VALUE ZERO.
           05  WS-NEW-MONTH-AMOUNT   PIC S9(9)V99   VALUE ZERO.
           05  WS-NEW-LAST-MONTH-AMOUNT PIC S9(9)V99 VALUE ZERO.
           05  WS-POSTING-AMOUNT     PIC S9(9)V99   VALUE ZERO.

      * OPEN-ITEM-FIELDS back the open-item rewrite. The old file's
      * count and OI-OPEN-AMOUNT hash are computed while it is read
      * and balanced against its OITRAILR trailer, the same discipline
      * the master gets; the new file's are accumulated as it is
      * written. A missing OPENITEM (status "35") is the first posting
      * run since receivables were turned on, and starts from empty.
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
           05  WS-OI-RUN-DATE      PIC 9(8)    VALUE ZERO.
           05  WS-OI-POOL          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-APPLY         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OI-OPENED        PIC 9(6)    VALUE ZERO.
           05  WS-OI-CLOSED        PIC 9(6)    VALUE ZERO.
           05  WS-OI-UNAPPLIED     PIC 9(6)    VALUE ZERO.

      * SUSPENSE-FIELDS back the suspense file. The old file's count
      * and amount hash are balanced against its SUTRAILR trailer
      * before a single recycled item is posted; the new file's are
      * accumulated as rejects are written. The WS-SUS- staging
      * fields carry the suspense history of the transaction being
      * rejected into 355-WRITE-SUSPENSE-RECORD: a first rejection is
      * dated today with no retries, and a recycled item keeps the
      * date it was first rejected and counts one more retry.
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
           05  WS-SU-RECYCLED      PIC 9(6)    VALUE ZERO.
           05  WS-SU-CLEARED       PIC 9(6)    VALUE ZERO.
           05  WS-SUS-FIRST-DATE   PIC 9(8)    VALUE ZERO.
           05  WS-SUS-RETRY-COUNT  PIC 9(3)    VALUE ZERO.
           05  WS-SUS-BRANCH       PIC 9(2)    VALUE ZERO.
           05  WS-SUS-BATCH-ID     PIC X(8)    VALUE SPACES.
           05  WS-SUS-RECYCLED-SWITCH PIC X    VALUE "N".
               88  WS-SUS-RECYCLED            VALUE "Y".

      * ACTIVITY-TABLE holds today's accepted postings in customer
      * number order -- the order of the open-item file -- so the
      * open-item rewrite can merge the two in one pass. Entries are
      * copied from TRANS-TABLE and sorted in storage with a stable
      * insertion sort, so one customer's transactions keep the order
      * they arrived in.
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ENTRY OCCURS 2000 TIMES
                           INDEXED BY ACT-INDEX.
              10  AC-CUSTOMER-NUMBER  PIC 9(5).
              10  AC-TRANS-CODE       PIC X(1).
                  88  AC-TRANS-INVOICE        VALUE "I".
              10  AC-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
              10  AC-POSTING-DATE     PIC 9(8).
              10  AC-BRANCH-NUMBER    PIC 9(2).
              10  AC-SALESREP-NUMBER  PIC 9(2).
              10  AC-CUSTOMER-NAME    PIC X(20).
              10  AC-BATCH-ID         PIC X(8).

       01  ACTIVITY-COUNT            PIC 9(4) VALUE ZERO.
       01  ACT-NEXT                  PIC 9(4) VALUE ZERO.
       01  ACT-SUB                   PIC 9(4) VALUE ZERO.
       01  ACTIVITY-SWAP-ENTRY       PIC X(52).

      * ITEM-TABLE holds one customer's open items while today's
      * activity is applied to them. It is cleared for every customer,
      * so its bound is the most items one customer can carry, not the
      * size of the file; a customer who outgrows it stops the run
      * before either new trailer is written.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES
                           INDEXED BY ITM-INDEX.
              10  IT-ITEM-DATE            PIC 9(8).
              10  IT-ITEM-TYPE            PIC X(1).
                  88  IT-ITEM-INVOICE             VALUE "I".
                  88  IT-ITEM-UNAPPLIED           VALUE "U".
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
       01  ITEM-SWAP-ENTRY           PIC X(61).
       01  CUSTOMER-ACTIVITY-SWITCH  PIC X    VALUE "N".
           88  CUSTOMER-HAS-ACTIVITY        VALUE "Y".

       01  CURRENT-DATE-AND-TIME.
           05  CD-YEAR         PIC 9999.
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(13)   VALUE "CUSTOMER NAME".
           05  FILLER          PIC X(10)   VALUE SPACE.
           05  FILLER          PIC X(15)   VALUE "      AMOUNT".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "POSTED".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE "ENTERED BY".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "RESULT".
           05  FILLER          PIC X(22)   VALUE SPACE.

       01  AUDIT-DETAIL-LINE.
           05  ADL-ACTION              PIC X(10).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ADL-CUSTOMER-NAME       PIC X(20).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ADL-TRANS-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ADL-POSTING-DATE        PIC 9(8).
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  ADL-ENTERED-BY          PIC X(10).
           05  FILLER                  PIC X(3)    VALUE SPACE.
           05  ADL-RESULT              PIC X(20).
           05  FILLER                  PIC X(24)   VALUE SPACE.

       01  ERROR-HEADING-LINE-1.
           05  FILLER          PIC X(20)   VALUE "CMU6000 ERROR LIST".
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "CUST NO".
           05  FILLER          PIC X(3)    VALUE SPACE.
           05  FILLER          PIC X(40)   VALUE "REASON REJECTED".
           05  FILLER          PIC X(1)    VALUE SPACE.
           05  FILLER          PIC X(26)   VALUE "SUSPENSE".
           05  FILLER          PIC X(42)   VALUE SPACE.

       01  ERROR-DETAIL-LINE.
           05  EDL-ACTION              PIC X(10).
           05  EDL-CUSTOMER-NUMBER     PIC Z(4)9.
           05  FILLER                  PIC X(5)    VALUE SPACE.
           05  EDL-REASON              PIC X(40).
           05  FILLER                  PIC X(1)    VALUE SPACE.
           05  EDL-SUSPENSE-NOTE       PIC X(26).
           05  FILLER                  PIC X(42)   VALUE SPACE.

       PROCEDURE DIVISION.

      * transaction batch into TRANS-TABLE, streams OLD-CUSTMAST to
      * NEW-CUSTMAST posting each record's matching transactions on
      * the way past, verifies the old master's trailer control
      * record, rewrites the open-item file from the postings that
      * were accepted, writes both new trailers only when the old
      * files' checks pass, sweeps the table for transactions whose
      * customer never appeared, and reports the summary counts before
      * closing everything down.
       000-POST-CUSTMAST-SALES.

           INITIALIZE TRANS-TABLE.
           INITIALIZE PRODUCT-LINE-TABLE.

           OPEN INPUT  OLD-CUSTMAST
                       CUSTMAST-TRANS
                       ERROR-LISTING.

           PERFORM 060-OPEN-CUSTOMER-INDEX.
           PERFORM 065-OPEN-SUSPENSE-FILES.

           PERFORM 050-FORMAT-LISTING-HEADINGS.
           PERFORM 070-LOAD-PRODUCT-LINE-TABLE.
           PERFORM 075-LOAD-FISCAL-CALENDAR.

           PERFORM 100-LOAD-TRANSACTION-TABLE
               UNTIL TRANS-EOF.
           PERFORM 110-VERIFY-BATCH-CONTROLS.
           PERFORM 120-CHECK-POSTED-REGISTRY.

           PERFORM 130-RECYCLE-SUSPENSE-ENTRIES.

           PERFORM 300-POST-AND-REWRITE-CUSTMAST
               UNTIL OLD-CUSTMAST-EOF.

           PERFORM 205-VERIFY-OLD-TRAILER.

           PERFORM 400-UPDATE-OPEN-ITEMS.

           PERFORM 700-WRITE-NEW-TRAILER.
           PERFORM 710-WRITE-NEW-OPEN-ITEM-TRAILER.

           PERFORM 770-REGISTER-POSTED-BATCH.
           PERFORM 775-RECORD-POSTED-TRANSACTIONS.
           PERFORM 780-JOURNAL-POSTED-TRANSACTIONS.
           PERFORM 785-RECORD-PRODUCT-LINE-SALES.
           PERFORM 790-RECORD-PERIOD-ADJUSTMENTS.

           PERFORM 750-REPORT-UNMATCHED-TRANSACTIONS.
           PERFORM 720-WRITE-NEW-SUSPENSE-TRAILER.

           PERFORM 910-REPORT-TRANSACTION-SUMMARY.

           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF OPENITEM-AVAILABLE
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 NEW-OPEN-ITEM-FILE
                 AUDIT-LOG
                 ERROR-LISTING.

           MOVE CD-YEAR    TO AHL-YEAR.
           MOVE CD-HOURS   TO AHL-HOURS.
           MOVE CD-MINUTES TO AHL-MINUTES.
           COMPUTE WS-RUN-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.

           MOVE AUDIT-HEADING-LINE-1 TO AUDIT-AREA.
           WRITE AUDIT-AREA.
           MOVE ERROR-COLUMN-LINE TO ERROR-AREA.
           WRITE ERROR-AREA.

      * This paragraph loads the product line master into
      * PRODUCT-LINE-TABLE for the transaction edit, the way RPT6000's
      * 230-LOAD-BRANCH-TABLE loads the branch master. A missing
      * PRODLINE is tolerated with a console warning rather than an
      * abort -- transactions without a code post as they always
      * have, and those carrying one are suspended until the master
      * exists, when the next run recycles them. Records past the
      * table's capacity are counted and warned about, never silently
      * dropped.
       070-LOAD-PRODUCT-LINE-TABLE.
           OPEN INPUT PRODUCT-LINE-FILE.
           IF WS-PRODLINE-STATUS NOT = "00"
              DISPLAY "*** CMU6000: NO PRODLINE FILE AVAILABLE (STATUS "
                 WS-PRODLINE-STATUS "). TRANSACTIONS CARRYING A "
                 "PRODUCT LINE WILL BE SUSPENDED."
           ELSE
              PERFORM UNTIL PRODLINE-EOF
                 READ PRODUCT-LINE-FILE
                    AT END
                       SET PRODLINE-EOF TO TRUE
                    NOT AT END
                       IF PL-PRODUCT-LINE NOT = SPACES
                          IF PRODUCT-LINE-COUNT
                                < PRODUCT-LINE-TABLE-SIZE
                             ADD 1 TO PRODUCT-LINE-COUNT
                             MOVE PL-PRODUCT-LINE TO PLT-PRODUCT-LINE
                                (PRODUCT-LINE-COUNT)
                          ELSE
                             ADD 1 TO WS-PL-OVERFLOW
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PRODUCT-LINE-FILE
              IF WS-PL-OVERFLOW > ZERO
                 DISPLAY "*** CMU6000 WARNING: PRODUCT-LINE-TABLE "
                    "FULL, " WS-PL-OVERFLOW " PRODLINE RECORD(S) NOT "
                    "LOADED. THEIR TRANSACTIONS WILL BE SUSPENDED."
              END-IF
           END-IF.

      * This paragraph loads the fiscal calendar (see FISCAL) into
      * FISCAL-TABLE for the posting-date edit, proving it consistent
      * on the way in, and finds the current period -- the first open
      * one. Every posting is placed on the calendar, so a missing,
      * empty or inconsistent calendar, or one with no open period,
      * stops the run before a single transaction is edited.
       075-LOAD-FISCAL-CALENDAR.
           OPEN INPUT FISCAL-CALENDAR.
           IF WS-FISCAL-STATUS NOT = "00"
              DISPLAY "*****************************************"
              DISPLAY "*** CMU6000 ERROR: NO FISCAL CALENDAR FILE "
                 "AVAILABLE (STATUS " WS-FISCAL-STATUS ") ***"
              PERFORM 924-ABORT-FISCAL-CALENDAR
           END-IF.
           PERFORM 076-LOAD-FISCAL-PERIOD
              UNTIL FISCAL-EOF OR NOT FISCAL-CALENDAR-VALID.
           CLOSE FISCAL-CALENDAR.
           IF FISCAL-CALENDAR-VALID AND WS-FISCAL-COUNT = ZERO
              MOVE "N" TO FISCAL-VALID-SWITCH
              MOVE "CALENDAR HAS NO PERIODS" TO WS-FISCAL-ERROR
           END-IF.
           IF FISCAL-CALENDAR-VALID AND WS-CURRENT-SUB = ZERO
              MOVE "N" TO FISCAL-VALID-SWITCH
              MOVE "CALENDAR HAS NO OPEN PERIOD" TO WS-FISCAL-ERROR
              MOVE SPACES TO WS-FISCAL-BAD-PERIOD
           END-IF.
           IF NOT FISCAL-CALENDAR-VALID
              DISPLAY "*****************************************"
              DISPLAY "*** CMU6000 ERROR: FISCAL CALENDAR IS NOT "
                 "USABLE ***"
              DISPLAY "*** " WS-FISCAL-ERROR " AT PERIOD '"
                 WS-FISCAL-BAD-PERIOD "'."
              PERFORM 924-ABORT-FISCAL-CALENDAR
           END-IF.
           MOVE FT-PERIOD (WS-CURRENT-SUB) TO WS-SALES-PERIOD.

      * This paragraph reads one calendar record, edits it against
      * the period before it and adds it to FISCAL-TABLE, noting the
      * first open period. The first failure turns off FISCAL-
      * CALENDAR-VALID with its reason.
       076-LOAD-FISCAL-PERIOD.
           READ FISCAL-CALENDAR
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
                 IF FC-PERIOD-OPEN AND WS-CURRENT-SUB = ZERO
                    MOVE WS-FISCAL-COUNT TO WS-CURRENT-SUB
                 END-IF
              END-IF
           END-IF.

      * This paragraph stops the run on a fiscal calendar that cannot
      * be used. It runs before the first transaction is edited, so
      * nothing was posted and NEW-CUSTMAST is still empty.
       924-ABORT-FISCAL-CALENDAR.
           DISPLAY "*** CORRECT FISCAL AND RERUN. NOTHING WAS POSTED "
              "AND NOTHING WAS WRITTEN.".
           DISPLAY "*****************************************".
           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.

      * This paragraph reads one CMTRANS record, edits it, and stores
      * the good ones in TRANS-TABLE for the master pass to post. A
      * transaction that fails the edit goes straight to the error
      * listing and to suspense (NEWSUSP), under its customer's branch
      * (see 318-FIND-SUSPENSE-BRANCH), and never reaches the table.
      * A batch that outgrows the table stops the run before a single
      * master record has been written -- a posting run that silently
      * carried only part of the day's batch would be the same lie a
      * truncated master is, so it is refused outright.
       100-LOAD-TRANSACTION-TABLE.
           PERFORM 305-READ-TRANSACTION.
           IF NOT TRANS-EOF
                 ELSE
                    MOVE ZERO TO WS-ERR-CUSTOMER-NUMBER
                 END-IF
                 MOVE "N"         TO WS-SUS-RECYCLED-SWITCH
                 MOVE WS-RUN-DATE TO WS-SUS-FIRST-DATE
                 MOVE ZERO        TO WS-SUS-RETRY-COUNT
                 MOVE ZERO        TO WS-SUS-BRANCH
                 PERFORM 318-FIND-SUSPENSE-BRANCH
                 MOVE WS-BATCH-ID TO WS-SUS-BATCH-ID
                 PERFORM 350-WRITE-ERROR-LINE
                 PERFORM 355-WRITE-SUSPENSE-RECORD
              ELSE
                 IF TRANS-COUNT = TRANS-TABLE-SIZE
                    PERFORM 920-ABORT-TRANS-TABLE-FULL
                 MOVE CT-ENTERED-BY
                    TO TR-ENTERED-BY (TRT-INDEX)
                 MOVE "N" TO TR-POSTED-SWITCH (TRT-INDEX)
                 MOVE "N" TO TR-SUSPENSE-SWITCH (TRT-INDEX)
                 MOVE ZERO TO TR-FIRST-REJECT-DATE (TRT-INDEX)
                 MOVE ZERO TO TR-RETRY-COUNT (TRT-INDEX)
                 MOVE WS-BATCH-ID TO TR-BATCH-ID (TRT-INDEX)
                 MOVE CT-PRODUCT-LINE
                    TO TR-PRODUCT-LINE (TRT-INDEX)
                 PERFORM 317-STORE-TRANS-PERIOD
              END-IF
           END-IF.

           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.
      * it. A missing registry (status "35" -- the first controlled
      * posting run ever) just means there is nothing to check
      * against; this run's 770-REGISTER-POSTED-BATCH creates it.
      * A legacy batch with no header has no ID to check. A batch
      * REV6000 has since reversed is no longer posted and may go
      * again, so only the last registry record for the ID counts.
       120-CHECK-POSTED-REGISTRY.
           IF BATCH-HEADER-SEEN
              OPEN INPUT POSTED-BATCH-FILE
           END-IF.

      * This paragraph reads one posted-batch registry record,
      * remembering whether this run's batch ID went past and, if it
      * did, whether its latest record is a posting or a reversal.
       125-READ-REGISTRY-RECORD.
           READ POSTED-BATCH-FILE
              AT END
                 SET CMBATCH-EOF TO TRUE
              NOT AT END
                 IF PB-BATCH-ID = WS-BATCH-ID
                    IF PB-BATCH-REVERSED
                       MOVE "N" TO BATCH-POSTED-SWITCH
                    ELSE
                       SET BATCH-ALREADY-POSTED TO TRUE
                    END-IF
                 END-IF
           END-READ.

           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.
      * batch that carried a header has an ID to register. The first
      * registered batch ever finds no file to extend (status "35")
      * and creates it, the RPT6000 630-APPEND-RUN-HISTORY idiom.
      * The record carries the trailer's hash as well as its count,
      * for REV6000 to prove a reversal against.
       770-REGISTER-POSTED-BATCH.
           IF BATCH-HEADER-SEEN
              MOVE SPACES TO POSTED-BATCH-RECORD
              MOVE WS-STAMP-DATE-N        TO PB-POSTED-DATE
              MOVE WS-STAMP-TIME-N        TO PB-POSTED-TIME
              MOVE WS-BATCH-DATA-COUNT    TO PB-TRANS-COUNT
              MOVE WS-BATCH-HASH          TO PB-BATCH-HASH
              MOVE "P"                    TO PB-ENTRY-TYPE
              OPEN EXTEND POSTED-BATCH-FILE
              IF WS-CMBATCH-STATUS = "35"
                 OPEN OUTPUT POSTED-BATCH-FILE
              CLOSE POSTED-BATCH-FILE
           END-IF.

      * This paragraph appends every transaction this run posted to
      * the posted-transaction file (see CMPOSTED), stamped with the
      * same run date and time as the registry record and carrying
      * the batch each one arrived in, so REV6000 can find exactly
      * what a batch changed. Rejected transactions went to suspense
      * and are not written. The first run ever finds no file to
      * extend (status "35") and creates it.
       775-RECORD-POSTED-TRANSACTIONS.
           MOVE CD-YEAR   TO WS-STAMP-YEAR.
           MOVE CD-MONTH  TO WS-STAMP-MONTH.
           MOVE CD-DAY    TO WS-STAMP-DAY.
           MOVE CD-HOURS  TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           OPEN EXTEND POSTED-TRANS-FILE.
           IF WS-CMPOSTED-STATUS = "35"
              OPEN OUTPUT POSTED-TRANS-FILE
           END-IF.
           PERFORM VARYING TRT-INDEX FROM 1 BY 1
              UNTIL TRT-INDEX > TRANS-COUNT
              IF TR-ACCEPTED (TRT-INDEX)
                 MOVE SPACES TO POSTED-TRANS-RECORD
                 MOVE TR-BATCH-ID (TRT-INDEX)   TO PT-BATCH-ID
                 MOVE WS-STAMP-DATE-N           TO PT-RUN-DATE
                 MOVE WS-STAMP-TIME-N           TO PT-RUN-TIME
                 MOVE TR-BRANCH-NUMBER (TRT-INDEX)
                    TO PT-BRANCH-NUMBER
                 MOVE TR-SALESREP-NUMBER (TRT-INDEX)
                    TO PT-SALESREP-NUMBER
                 MOVE TR-CUSTOMER-NAME (TRT-INDEX)
                    TO PT-CUSTOMER-NAME
                 IF TR-FROM-SUSPENSE (TRT-INDEX)
                    SET PT-FROM-SUSPENSE TO TRUE
                 ELSE
                    SET PT-FROM-BATCH TO TRUE
                 END-IF
                 MOVE TR-TRANS-CODE (TRT-INDEX)  TO PT-TRANS-CODE
                 MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                    TO PT-CUSTOMER-NUMBER
                 MOVE TR-TRANS-AMOUNT (TRT-INDEX)
                    TO PT-TRANS-AMOUNT
                 MOVE TR-POSTING-DATE (TRT-INDEX)
                    TO PT-POSTING-DATE
                 MOVE TR-ENTERED-BY (TRT-INDEX)  TO PT-ENTERED-BY
                 MOVE TR-PRODUCT-LINE (TRT-INDEX) TO PT-PRODUCT-LINE
                 MOVE TR-SALES-PERIOD (TRT-INDEX) TO PT-SALES-PERIOD
                 MOVE TR-PERIOD-TYPE (TRT-INDEX)  TO PT-PERIOD-TYPE
                 WRITE POSTED-TRANS-RECORD
                 ADD 1 TO WS-PT-WRITTEN
              END-IF
           END-PERFORM.
           CLOSE POSTED-TRANS-FILE.

      * This paragraph appends one change-journal record (see
      * CUSTJRNL) for every transaction this run posted, in the order
      * they posted, with the customer's sales this YTD before and
      * after it, who entered it and the batch it arrived in. A
      * payment leaves the sales buckets alone, so its before and
      * after agree and only its amount tells the story. Like
      * CMPOSTED the journal is written only here, at the end of a
      * clean run, so a run stopped by a control failure leaves no
      * entries for postings it never kept. The first run ever finds
      * no file to extend (status "35") and creates it.
       780-JOURNAL-POSTED-TRANSACTIONS.
           MOVE CD-YEAR   TO WS-STAMP-YEAR.
           MOVE CD-MONTH  TO WS-STAMP-MONTH.
           MOVE CD-DAY    TO WS-STAMP-DAY.
           MOVE CD-HOURS  TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           OPEN EXTEND CHANGE-JOURNAL.
           IF WS-CUSTJRNL-STATUS = "35"
              OPEN OUTPUT CHANGE-JOURNAL
           END-IF.
           PERFORM VARYING TRT-INDEX FROM 1 BY 1
              UNTIL TRT-INDEX > TRANS-COUNT
              IF TR-ACCEPTED (TRT-INDEX)
                 MOVE SPACES TO CUSTOMER-JOURNAL-RECORD
                 MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                    TO CJ-CUSTOMER-NUMBER
                 MOVE WS-STAMP-DATE-N    TO CJ-RUN-DATE
                 MOVE WS-STAMP-TIME-N    TO CJ-RUN-TIME
                 MOVE "CMU6000"          TO CJ-PROGRAM-ID
                 EVALUATE TRUE
                    WHEN TR-TRANS-INVOICE (TRT-INDEX)
                       MOVE "INVOICE"    TO CJ-EVENT-CODE
                    WHEN TR-TRANS-CREDIT-MEMO (TRT-INDEX)
                       MOVE "CREDIT"     TO CJ-EVENT-CODE
                    WHEN OTHER
                       MOVE "PAYMENT"    TO CJ-EVENT-CODE
                 END-EVALUATE
                 MOVE TR-ENTERED-BY (TRT-INDEX) TO CJ-CHANGED-BY
                 MOVE TR-BATCH-ID (TRT-INDEX)   TO CJ-REFERENCE
                 MOVE TR-BRANCH-NUMBER (TRT-INDEX)
                    TO CJ-BEFORE-BRANCH CJ-AFTER-BRANCH
                 MOVE TR-SALESREP-NUMBER (TRT-INDEX)
                    TO CJ-BEFORE-SALESREP CJ-AFTER-SALESREP
                 MOVE TR-CUSTOMER-NAME (TRT-INDEX)
                    TO CJ-BEFORE-NAME CJ-AFTER-NAME
                 MOVE TR-BEFORE-YTD (TRT-INDEX)
                    TO CJ-BEFORE-SALES-YTD
                 MOVE TR-AFTER-YTD (TRT-INDEX)
                    TO CJ-AFTER-SALES-YTD
                 MOVE TR-TRANS-AMOUNT (TRT-INDEX) TO CJ-AMOUNT
                 WRITE CUSTOMER-JOURNAL-RECORD
                 ADD 1 TO WS-CJ-WRITTEN
              END-IF
           END-PERFORM.
           CLOSE CHANGE-JOURNAL.

      * This paragraph sums every invoice and credit memo this run
      * posted by branch, salesrep, product line, batch and fiscal
      * period -- invoices adding, credit memos subtracting, payments
      * left out since they never touch the sales buckets -- and
      * appends one product-line sales record (see PLSALES) per
      * combination, under the period each sale was posted to: the
      * current period, or the closed period a prior-period
      * adjustment belongs to. A transaction without a code
      * sums under a blank product line, the unclassified line. Like
      * CMPOSTED the file is written only here, at the end of a clean
      * run, so a run stopped by a control failure records no sales
      * it never kept. The first run ever finds no file to extend
      * (status "35") and creates it.
       785-RECORD-PRODUCT-LINE-SALES.
           INITIALIZE PRODUCT-SALES-TABLE.
           MOVE ZERO TO PRODUCT-SALES-COUNT.
           PERFORM VARYING TRT-INDEX FROM 1 BY 1
              UNTIL TRT-INDEX > TRANS-COUNT
              IF TR-ACCEPTED (TRT-INDEX)
                 AND NOT TR-TRANS-PAYMENT (TRT-INDEX)
                 PERFORM 786-SUM-PRODUCT-LINE-SALE
              END-IF
           END-PERFORM.
           MOVE CD-YEAR   TO WS-STAMP-YEAR.
           MOVE CD-MONTH  TO WS-STAMP-MONTH.
           MOVE CD-DAY    TO WS-STAMP-DAY.
           MOVE CD-HOURS  TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
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
              MOVE "CMU6000"                       TO PS-PROGRAM-ID
              MOVE WS-STAMP-DATE-N                 TO PS-RUN-DATE
              MOVE WS-STAMP-TIME-N                 TO PS-RUN-TIME
              MOVE PST-BATCH-ID (PST-INDEX)        TO PS-BATCH-ID
              WRITE PRODUCT-SALES-RECORD
              ADD 1 TO WS-PS-WRITTEN
           END-PERFORM.
           CLOSE PRODUCT-SALES-FILE.

      * This paragraph adds one accepted posting into its
      * PRODUCT-SALES-TABLE entry, creating the entry the first time
      * its branch, salesrep, product line, batch and period are seen.
       786-SUM-PRODUCT-LINE-SALE.
           SET PST-INDEX TO 1.
           SEARCH PST-ENTRY
              AT END
                 CONTINUE
              WHEN PST-INDEX > PRODUCT-SALES-COUNT
                 ADD 1 TO PRODUCT-SALES-COUNT
                 MOVE TR-BRANCH-NUMBER (TRT-INDEX)
                    TO PST-BRANCH-NUMBER (PST-INDEX)
                 MOVE TR-SALESREP-NUMBER (TRT-INDEX)
                    TO PST-SALESREP-NUMBER (PST-INDEX)
                 MOVE TR-PRODUCT-LINE (TRT-INDEX)
                    TO PST-PRODUCT-LINE (PST-INDEX)
                 MOVE TR-BATCH-ID (TRT-INDEX)
                    TO PST-BATCH-ID (PST-INDEX)
                 MOVE TR-SALES-PERIOD (TRT-INDEX)
                    TO PST-SALES-PERIOD (PST-INDEX)
              WHEN PST-BRANCH-NUMBER (PST-INDEX)
                    = TR-BRANCH-NUMBER (TRT-INDEX)
                 AND PST-SALESREP-NUMBER (PST-INDEX)
                    = TR-SALESREP-NUMBER (TRT-INDEX)
                 AND PST-PRODUCT-LINE (PST-INDEX)
                    = TR-PRODUCT-LINE (TRT-INDEX)
                 AND PST-BATCH-ID (PST-INDEX)
                    = TR-BATCH-ID (TRT-INDEX)
                 AND PST-SALES-PERIOD (PST-INDEX)
                    = TR-SALES-PERIOD (TRT-INDEX)
                 CONTINUE
           END-SEARCH.
           IF TR-TRANS-INVOICE (TRT-INDEX)
              ADD TR-TRANS-AMOUNT (TRT-INDEX)
                 TO PST-SALES-AMOUNT (PST-INDEX)
           ELSE
              SUBTRACT TR-TRANS-AMOUNT (TRT-INDEX)
                 FROM PST-SALES-AMOUNT (PST-INDEX)
           END-IF.
           ADD 1 TO PST-POSTING-COUNT (PST-INDEX).

      * This paragraph appends one sales history record (see
      * SALESHST) for every prior-period adjustment this run posted,
      * against the closed period it belongs to -- the invoice amount
      * plus or the credit memo amount minus -- marked as an
      * adjustment and stamped with the batch and the run date, so
      * the period's history (and TRD6000's trend) includes the sale
      * its snapshot missed. Like CMPOSTED the file is written only
      * here, at the end of a clean run, and only when there is an
      * adjustment to write. The first adjustment ever finds no file
      * to extend (status "35") and creates it.
       790-RECORD-PERIOD-ADJUSTMENTS.
           IF WS-ADJUSTMENT-COUNT > ZERO
              OPEN EXTEND SALES-HISTORY-FILE
              IF WS-SALESHST-STATUS = "35"
                 OPEN OUTPUT SALES-HISTORY-FILE
              END-IF
              PERFORM VARYING TRT-INDEX FROM 1 BY 1
                 UNTIL TRT-INDEX > TRANS-COUNT
                 IF TR-ACCEPTED (TRT-INDEX)
                    AND TR-PRIOR-PERIOD-ADJ (TRT-INDEX)
                    MOVE SPACES TO SALES-HISTORY-RECORD
                    MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                       TO SH-CUSTOMER-NUMBER
                    MOVE TR-BRANCH-NUMBER (TRT-INDEX)
                       TO SH-BRANCH-NUMBER
                    MOVE TR-SALESREP-NUMBER (TRT-INDEX)
                       TO SH-SALESREP-NUMBER
                    MOVE TR-SALES-PERIOD (TRT-INDEX) TO SH-PERIOD
                    IF TR-TRANS-INVOICE (TRT-INDEX)
                       MOVE TR-TRANS-AMOUNT (TRT-INDEX)
                          TO SH-SALES-AMOUNT
                    ELSE
                       COMPUTE SH-SALES-AMOUNT =
                          ZERO - TR-TRANS-AMOUNT (TRT-INDEX)
                    END-IF
                    SET SH-IS-ADJUSTMENT TO TRUE
                    MOVE "CMU6000"               TO SH-PROGRAM-ID
                    MOVE TR-BATCH-ID (TRT-INDEX) TO SH-BATCH-ID
                    MOVE WS-RUN-DATE             TO SH-RUN-DATE
                    WRITE SALES-HISTORY-RECORD
                    ADD 1 TO WS-SH-WRITTEN
                 END-IF
              END-PERFORM
              CLOSE SALES-HISTORY-FILE
           END-IF.

      * This paragraph edits the transaction just read, the same way
      * RPT6000's 315-VALIDATE-CUSTOMER-RECORD edits a CUSTMAST record.
      * A bad action code, a zero/non-numeric customer number, a
      * non-numeric/negative amount, or a posting date that is not a
      * real calendar date is rejected before the table is touched --
      * invoices, credit memos and payments all carry their amount
      * unsigned, with the transaction code deciding the direction,
      * and the posting date is what every open item is aged from. A
      * valid posting date must also fall in a period the fiscal
      * calendar allows (see 316-EDIT-FISCAL-PERIOD). A product line
      * code, when one is given, must be on the product line master.
       315-VALIDATE-TRANSACTION.
           IF NOT CT-TRANS-INVOICE AND NOT CT-TRANS-CREDIT-MEMO
              AND NOT CT-TRANS-PAYMENT
              MOVE "N" TO TRANS-VALID-SWITCH
              IF WS-REASON = SPACES
                 MOVE "INVALID TRANSACTION CODE" TO WS-REASON
                 MOVE "NEGATIVE TRANSACTION AMOUNT" TO WS-REASON
              END-IF
           END-IF.
           IF CT-POSTING-DATE IS NOT NUMERIC
              MOVE "N" TO TRANS-VALID-SWITCH
              IF WS-REASON = SPACES
                 MOVE "INVALID POSTING DATE" TO WS-REASON
              END-IF
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD (CT-POSTING-DATE)
                    NOT = ZERO
                 MOVE "N" TO TRANS-VALID-SWITCH
                 IF WS-REASON = SPACES
                    MOVE "INVALID POSTING DATE" TO WS-REASON
                 END-IF
              ELSE
                 PERFORM 316-EDIT-FISCAL-PERIOD
              END-IF
           END-IF.
           IF CT-PRODUCT-LINE NOT = SPACES
              MOVE "N" TO PRODUCT-LINE-FOUND-SWITCH
              SET PLT-INDEX TO 1
              SEARCH PLT-ENTRY
                 AT END
                    CONTINUE
                 WHEN PLT-PRODUCT-LINE (PLT-INDEX) = CT-PRODUCT-LINE
                    SET PRODUCT-LINE-FOUND TO TRUE
              END-SEARCH
              IF NOT PRODUCT-LINE-FOUND
                 MOVE "N" TO TRANS-VALID-SWITCH
                 IF WS-REASON = SPACES
                    MOVE "PRODUCT LINE NOT ON PRODLINE" TO WS-REASON
                 END-IF
              END-IF
           END-IF.

      * This paragraph finds the fiscal period CT-POSTING-DATE falls
      * in (WS-TRANS-SUB) and decides whether the calendar lets the
      * transaction post. A date in the current period posts to the
      * current buckets. A date in a future period is suspended --
      * the period has not opened yet, and the suspense recycle posts
      * it once the MONTH roll has opened it. An invoice or credit
      * memo dated in a closed period of the current fiscal year
      * posts as a prior-period adjustment to that period; one dated
      * in an earlier fiscal year is suspended, since that year's
      * sales have been rolled out of CM-SALES-THIS-YTD and only a
      * person can decide where it belongs. A payment moves no sales
      * bucket, so a payment dated in any closed period posts as
      * normal.
       316-EDIT-FISCAL-PERIOD.
           MOVE ZERO TO WS-TRANS-SUB.
           PERFORM VARYING WS-FISCAL-SUB FROM 1 BY 1
              UNTIL WS-FISCAL-SUB > WS-FISCAL-COUNT
                 OR WS-TRANS-SUB NOT = ZERO
              IF CT-POSTING-DATE NOT < FT-START-DATE (WS-FISCAL-SUB)
                 AND CT-POSTING-DATE
                    NOT > FT-END-DATE (WS-FISCAL-SUB)
                 MOVE WS-FISCAL-SUB TO WS-TRANS-SUB
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-TRANS-SUB = ZERO
                 MOVE "N" TO TRANS-VALID-SWITCH
                 IF WS-REASON = SPACES
                    MOVE "POSTING DATE NOT IN FISCAL CALENDAR"
                       TO WS-REASON
                 END-IF
              WHEN WS-TRANS-SUB > WS-CURRENT-SUB
                 MOVE "N" TO TRANS-VALID-SWITCH
                 IF WS-REASON = SPACES
                    MOVE "POSTING DATE IN A FUTURE PERIOD"
                       TO WS-REASON
                 END-IF
              WHEN WS-TRANS-SUB = WS-CURRENT-SUB
                 CONTINUE
              WHEN CT-TRANS-PAYMENT
                 CONTINUE
              WHEN FT-FISCAL-YEAR (WS-TRANS-SUB)
                    NOT = FT-FISCAL-YEAR (WS-CURRENT-SUB)
                 MOVE "N" TO TRANS-VALID-SWITCH
                 IF WS-REASON = SPACES
                    MOVE "POSTING DATE IN A CLOSED FISCAL YEAR"
                       TO WS-REASON
                 END-IF
           END-EVALUATE.

      * This paragraph stores the fiscal period 316-EDIT-FISCAL-
      * PERIOD found for the transaction just added to TRANS-TABLE,
      * and whether it posts to the current period or as a prior-
      * period adjustment. A payment always carries the current
      * period.
       317-STORE-TRANS-PERIOD.
           IF WS-TRANS-SUB < WS-CURRENT-SUB
              AND NOT CT-TRANS-PAYMENT
              MOVE FT-PERIOD (WS-TRANS-SUB)
                 TO TR-SALES-PERIOD (TRT-INDEX)
              MOVE FT-PERIOD-NAME (WS-TRANS-SUB)
                 TO TR-PERIOD-NAME (TRT-INDEX)
              IF WS-TRANS-SUB + 1 = WS-CURRENT-SUB
                 MOVE "L" TO TR-PERIOD-TYPE (TRT-INDEX)
              ELSE
                 MOVE "A" TO TR-PERIOD-TYPE (TRT-INDEX)
              END-IF
           ELSE
              MOVE FT-PERIOD (WS-CURRENT-SUB)
                 TO TR-SALES-PERIOD (TRT-INDEX)
              MOVE FT-PERIOD-NAME (WS-CURRENT-SUB)
                 TO TR-PERIOD-NAME (TRT-INDEX)
              MOVE SPACE TO TR-PERIOD-TYPE (TRT-INDEX)
           END-IF.

      * This paragraph stops the run when the CMTRANS batch outgrows
      * TRANS-TABLE. It runs during the batch load, before the first
           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.

      * This paragraph opens the suspense files: the previous run's
      * suspense file (CMSUSP) for recycling and the new one
      * (NEWSUSP) that every reject of this run is written to. A
      * missing CMSUSP (status "35") just means nothing is waiting --
      * the first run since the suspense file existed -- and is noted
      * on the console.
       065-OPEN-SUSPENSE-FILES.
           OPEN OUTPUT NEW-SUSPENSE.
           OPEN INPUT OLD-SUSPENSE.
           EVALUATE WS-CMSUSP-STATUS
              WHEN "00"
                 SET SUSPENSE-AVAILABLE TO TRUE
              WHEN "35"
                 SET SUSPENSE-EOF TO TRUE
                 DISPLAY "*** CMU6000: NO CMSUSP FILE FOUND. NO "
                    "SUSPENSE ITEMS TO RECYCLE."
              WHEN OTHER
                 SET SUSPENSE-EOF TO TRUE
                 DISPLAY "*****************************************"
                 DISPLAY "*** CMU6000 ERROR: CANNOT OPEN CMSUSP "
                    "(STATUS " WS-CMSUSP-STATUS ") ***"
                 PERFORM 929-ABORT-SUSPENSE-FILE
           END-EVALUATE.

      * This paragraph retries every item on the previous run's
      * suspense file. It runs after the day's batch has balanced and
      * cleared the registry check, so the suspense items never enter
      * the batch trailer count or hash. Each original image is
      * staged in the CMTRANS record area -- the batch has been read
      * to end of file, so the area is free -- and put through the
      * same 315-VALIDATE-TRANSACTION edit a new transaction gets. One
      * that fails again goes straight back to suspense with one more
      * retry; one that passes joins TRANS-TABLE behind the day's
      * batch and posts against the master like any other, keeping
      * its suspense history in case it is rejected again there. The
      * old file's trailer is balanced before the first master record
      * is read, so a truncated suspense file stops the run with
      * nothing posted.
       130-RECYCLE-SUSPENSE-ENTRIES.
           PERFORM 135-RECYCLE-ONE-ENTRY
              UNTIL SUSPENSE-EOF.
           IF SUSPENSE-AVAILABLE
              IF NOT SU-TRAILER-SEEN
                 OR WS-SU-TRL-COUNT NOT = WS-SU-OLD-COUNT
                 OR WS-SU-TRL-HASH NOT = WS-SU-OLD-HASH
                 DISPLAY "*****************************************"
                 DISPLAY "*** CMU6000 ERROR: CMSUSP FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-SU-TRL-COUNT
                    "  RECORDS READ " WS-SU-OLD-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-SU-TRL-HASH
                    "  HASH COMPUTED " WS-SU-OLD-HASH
                 PERFORM 929-ABORT-SUSPENSE-FILE
              END-IF
           END-IF.

      * This paragraph reads one suspense record and either returns it
      * to suspense (it still fails the edit) or adds it to
      * TRANS-TABLE for the master pass.
       135-RECYCLE-ONE-ENTRY.
           PERFORM 136-READ-SUSPENSE-RECORD.
           IF NOT SUSPENSE-EOF
              ADD 1 TO WS-SU-RECYCLED
              MOVE SPACES TO CUSTMAST-TRANS-RECORD
              MOVE SU-ORIGINAL-TRANS TO CUSTMAST-TRANS-RECORD
              SET TRANS-RECORD-VALID TO TRUE
              MOVE SPACES TO WS-REASON
              PERFORM 315-VALIDATE-TRANSACTION
              IF NOT TRANS-RECORD-VALID
                 MOVE CT-TRANS-CODE TO WS-ERR-TRANS-CODE
                 IF CT-CUSTOMER-NUMBER IS NUMERIC
                    MOVE CT-CUSTOMER-NUMBER
                       TO WS-ERR-CUSTOMER-NUMBER
                 ELSE
                    MOVE ZERO TO WS-ERR-CUSTOMER-NUMBER
                 END-IF
                 MOVE "Y"              TO WS-SUS-RECYCLED-SWITCH
                 MOVE SU-FIRST-REJECT-DATE TO WS-SUS-FIRST-DATE
                 COMPUTE WS-SUS-RETRY-COUNT = SU-RETRY-COUNT + 1
                    ON SIZE ERROR
                       MOVE 999 TO WS-SUS-RETRY-COUNT
                 END-COMPUTE
                 MOVE SU-BRANCH-NUMBER TO WS-SUS-BRANCH
                 PERFORM 318-FIND-SUSPENSE-BRANCH
                 MOVE SU-BATCH-ID      TO WS-SUS-BATCH-ID
                 PERFORM 350-WRITE-ERROR-LINE
                 PERFORM 355-WRITE-SUSPENSE-RECORD
              ELSE
                 IF TRANS-COUNT = TRANS-TABLE-SIZE
                    PERFORM 920-ABORT-TRANS-TABLE-FULL
                 END-IF
                 ADD 1 TO TRANS-COUNT
                 SET TRT-INDEX TO TRANS-COUNT
                 MOVE CT-TRANS-CODE
                    TO TR-TRANS-CODE (TRT-INDEX)
                 MOVE CT-CUSTOMER-NUMBER
                    TO TR-CUSTOMER-NUMBER (TRT-INDEX)
                 MOVE CT-TRANS-AMOUNT
                    TO TR-TRANS-AMOUNT (TRT-INDEX)
                 MOVE CT-POSTING-DATE
                    TO TR-POSTING-DATE (TRT-INDEX)
                 MOVE CT-ENTERED-BY
                    TO TR-ENTERED-BY (TRT-INDEX)
                 MOVE "N" TO TR-POSTED-SWITCH (TRT-INDEX)
                 MOVE "Y" TO TR-SUSPENSE-SWITCH (TRT-INDEX)
                 MOVE SU-FIRST-REJECT-DATE
                    TO TR-FIRST-REJECT-DATE (TRT-INDEX)
                 MOVE SU-RETRY-COUNT TO TR-RETRY-COUNT (TRT-INDEX)
                 MOVE SU-BATCH-ID TO TR-BATCH-ID (TRT-INDEX)
                 MOVE CT-PRODUCT-LINE
                    TO TR-PRODUCT-LINE (TRT-INDEX)
                 PERFORM 317-STORE-TRANS-PERIOD
              END-IF
           END-IF.

      * This paragraph reads a single data record from OLD-SUSPENSE,
      * stepping past the SUTRAILR trailer control record and counting
      * and hashing every data record the way 210-READ-OLD-CUSTMAST-
      * RECORD does for the master.
       136-READ-SUSPENSE-RECORD.
           PERFORM 137-READ-SUSPENSE-ONCE.
           PERFORM UNTIL SUSPENSE-EOF OR NOT TSU-IS-TRAILER
              SET SU-TRAILER-SEEN TO TRUE
              MOVE TSU-RECORD-COUNT TO WS-SU-TRL-COUNT
              MOVE TSU-HASH-AMOUNT  TO WS-SU-TRL-HASH
              PERFORM 137-READ-SUSPENSE-ONCE
           END-PERFORM.
           IF NOT SUSPENSE-EOF
              ADD 1 TO WS-SU-OLD-COUNT
              IF SU-TRANS-AMOUNT IS NUMERIC
                 ADD SU-TRANS-AMOUNT TO WS-SU-OLD-HASH
              END-IF
           END-IF.

      * This paragraph performs the single physical READ behind
      * 136-READ-SUSPENSE-RECORD.
       137-READ-SUSPENSE-ONCE.
           READ OLD-SUSPENSE
              AT END
                 SET SUSPENSE-EOF TO TRUE
           END-READ.

      * This paragraph stops the run on a suspense file that cannot be
      * opened or does not balance to its trailer. It runs before the
      * first OLD-CUSTMAST record has been read, so nothing was
      * posted, and the old CMSUSP is left exactly as it was.
       929-ABORT-SUSPENSE-FILE.
           DISPLAY "*** FIX CMSUSP AND RERUN. NOTHING WAS POSTED AND "
              "NOTHING WAS WRITTEN.".
           DISPLAY "*****************************************".
           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.
                 IF CUSTIDX-AVAILABLE
                    CLOSE CUSTOMER-INDEX
                 END-IF
                 IF SUSPENSE-AVAILABLE
                    CLOSE OLD-SUSPENSE
                 END-IF
                 CLOSE OLD-CUSTMAST
                       CUSTMAST-TRANS
                       NEW-CUSTMAST
                       NEW-SUSPENSE
                       AUDIT-LOG
                       ERROR-LISTING
                 STOP RUN
      * This paragraph posts the TRANS-TABLE entry TRT-INDEX points at
      * into the customer record's CM-SALES-THIS-YTD and CM-SALES-
      * THIS-MONTH buckets -- adding for an invoice, subtracting for a
      * credit memo. A prior-period adjustment (see 316-EDIT-FISCAL-
      * PERIOD) leaves CM-SALES-THIS-MONTH alone, since the sale does
      * not belong to the current period: it goes to CM-SALES-THIS-
      * YTD only, and also to CM-SALES-LAST-MONTH when it belongs to
      * the period just closed, which is the period that bucket
      * holds. The new bucket values are staged in POSTING-WORK-
      * FIELDS first so a posting that would overflow any bucket, or
      * drive any bucket negative, is rejected whole, never leaving
      * the customer with one bucket posted and another not. The
      * negative check matters because RPT6000's
      * 315-VALIDATE-CUSTOMER-RECORD rejects any record with a
      * negative bucket: a credit memo bigger than the bucket it
      * relieves would otherwise post cleanly here and then throw the
      * customer onto the nightly reject listing, out of every total.
      * A customer payment changes no sales bucket -- cash received
      * is not a sale -- so it is accepted as soon as its customer is
      * found and is applied to the open items by 400-UPDATE-OPEN-
      * ITEMS. The entry is marked accepted ("Y") or rejected ("R")
      * either way: a rejected transaction has been reported on the
      * error listing and must not also show up in the unmatched-
      * customer sweep or reach the open-item file.
       330-POST-ONE-TRANSACTION.
           SET TRANS-RECORD-VALID TO TRUE.
           MOVE SPACES TO WS-REASON.
           MOVE CM-SALES-THIS-YTD   TO WS-NEW-YTD-AMOUNT.
           MOVE CM-SALES-THIS-MONTH TO WS-NEW-MONTH-AMOUNT.
           MOVE CM-SALES-LAST-MONTH TO WS-NEW-LAST-MONTH-AMOUNT.
           EVALUATE TRUE
              WHEN TR-TRANS-PAYMENT (TRT-INDEX)
                 MOVE ZERO TO WS-POSTING-AMOUNT
              WHEN TR-TRANS-INVOICE (TRT-INDEX)
                 MOVE TR-TRANS-AMOUNT (TRT-INDEX) TO WS-POSTING-AMOUNT
              WHEN OTHER
                 COMPUTE WS-POSTING-AMOUNT =
                    ZERO - TR-TRANS-AMOUNT (TRT-INDEX)
           END-EVALUATE.
           IF NOT TR-TRANS-PAYMENT (TRT-INDEX)
              COMPUTE WS-NEW-YTD-AMOUNT =
                 CM-SALES-THIS-YTD + WS-POSTING-AMOUNT
                 ON SIZE ERROR
                    MOVE "N" TO TRANS-VALID-SWITCH
              END-COMPUTE
              EVALUATE TRUE
                 WHEN TR-CURRENT-PERIOD (TRT-INDEX)
                    COMPUTE WS-NEW-MONTH-AMOUNT =
                       CM-SALES-THIS-MONTH + WS-POSTING-AMOUNT
                       ON SIZE ERROR
                          MOVE "N" TO TRANS-VALID-SWITCH
                    END-COMPUTE
                 WHEN TR-LAST-PERIOD-ADJ (TRT-INDEX)
                    COMPUTE WS-NEW-LAST-MONTH-AMOUNT =
                       CM-SALES-LAST-MONTH + WS-POSTING-AMOUNT
                       ON SIZE ERROR
                          MOVE "N" TO TRANS-VALID-SWITCH
                    END-COMPUTE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF TRANS-RECORD-VALID
              AND (WS-NEW-YTD-AMOUNT < ZERO
                 OR WS-NEW-MONTH-AMOUNT < ZERO
                 OR WS-NEW-LAST-MONTH-AMOUNT < ZERO)
              MOVE "N" TO TRANS-VALID-SWITCH
              MOVE "CREDIT EXCEEDS SALES BUCKET" TO WS-REASON
           END-IF.
           IF TRANS-RECORD-VALID
              MOVE CM-SALES-THIS-YTD   TO TR-BEFORE-YTD (TRT-INDEX)
              MOVE WS-NEW-YTD-AMOUNT   TO TR-AFTER-YTD (TRT-INDEX)
              MOVE WS-NEW-YTD-AMOUNT   TO CM-SALES-THIS-YTD
              MOVE WS-NEW-MONTH-AMOUNT TO CM-SALES-THIS-MONTH
              MOVE WS-NEW-LAST-MONTH-AMOUNT TO CM-SALES-LAST-MONTH
              IF TR-PRIOR-PERIOD-ADJ (TRT-INDEX)
                 ADD 1 TO WS-ADJUSTMENT-COUNT
              END-IF
              MOVE CM-BRANCH-NUMBER   TO TR-BRANCH-NUMBER (TRT-INDEX)
              MOVE CM-SALESREP-NUMBER
                 TO TR-SALESREP-NUMBER (TRT-INDEX)
              MOVE CM-CUSTOMER-NAME   TO TR-CUSTOMER-NAME (TRT-INDEX)
              MOVE "Y" TO TR-POSTED-SWITCH (TRT-INDEX)
              EVALUATE TRUE
                 WHEN TR-TRANS-PAYMENT (TRT-INDEX)
                    ADD 1 TO PAYMENT-COUNT
                 WHEN TR-TRANS-INVOICE (TRT-INDEX)
                    SET RECORD-WAS-POSTED TO TRUE
                    ADD 1 TO INVOICE-COUNT
                 WHEN OTHER
                    SET RECORD-WAS-POSTED TO TRUE
                    ADD 1 TO CREDIT-COUNT
              END-EVALUATE
              PERFORM 340-WRITE-AUDIT-LINE
           ELSE
              IF WS-REASON = SPACES
              MOVE TR-TRANS-CODE (TRT-INDEX) TO WS-ERR-TRANS-CODE
              MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                 TO WS-ERR-CUSTOMER-NUMBER
              MOVE CM-BRANCH-NUMBER TO WS-SUS-BRANCH
              PERFORM 357-STAGE-TABLE-SUSPENSE
              PERFORM 350-WRITE-ERROR-LINE
              PERFORM 355-WRITE-SUSPENSE-RECORD
              MOVE "R" TO TR-POSTED-SWITCH (TRT-INDEX)
           END-IF.

      * This paragraph rewrites the posted customer's CUSTIDX copy
      * with the record image just written to NEW-CUSTMAST, so the
      * buckets INQ6000 displays include this morning's invoices the
      * moment the posting run ends. The REWRITE carries CUSTIDX's
      * name and branch/salesrep alternate indexes (see CUSTIDXK) along
      * with it, so INQ6000's name search and browse show the same
      * figures as its lookup by number. Only records that actually
      * absorbed an accepted posting come here; rejected transactions
      * touch neither file. A customer missing from the index is
      * counted and reported -- the index is stale or was loaded from
      * This paragraph writes one posted-transaction line to AUDIT-LOG,
      * naming the action taken, the customer, the amount, the posting
      * date, and who entered it, so every change to the sales buckets
      * can be traced back to a transaction. A prior-period adjustment
      * names the fiscal period it went to.
       340-WRITE-AUDIT-LINE.
           EVALUATE TRUE
              WHEN TR-TRANS-INVOICE (TRT-INDEX)
                 MOVE "INVOICE" TO ADL-ACTION
              WHEN TR-TRANS-PAYMENT (TRT-INDEX)
                 MOVE "PAYMENT" TO ADL-ACTION
              WHEN OTHER
                 MOVE "CREDIT" TO ADL-ACTION
           END-EVALUATE.
           MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
              TO ADL-CUSTOMER-NUMBER.
           MOVE CM-CUSTOMER-NAME TO ADL-CUSTOMER-NAME.
           MOVE TR-TRANS-AMOUNT (TRT-INDEX)  TO ADL-TRANS-AMOUNT.
           MOVE TR-POSTING-DATE (TRT-INDEX)  TO ADL-POSTING-DATE.
           MOVE TR-ENTERED-BY (TRT-INDEX)    TO ADL-ENTERED-BY.
           IF TR-FROM-SUSPENSE (TRT-INDEX)
              ADD 1 TO WS-SU-CLEARED
           END-IF.
           MOVE SPACES TO ADL-RESULT.
           EVALUATE TRUE
              WHEN TR-PRIOR-PERIOD-ADJ (TRT-INDEX)
                 AND TR-FROM-SUSPENSE (TRT-INDEX)
                 STRING "SUSP/PRIOR " TR-PERIOD-NAME (TRT-INDEX)
                    DELIMITED BY SIZE INTO ADL-RESULT
                 END-STRING
              WHEN TR-PRIOR-PERIOD-ADJ (TRT-INDEX)
                 STRING "PRIOR PD " TR-PERIOD-NAME (TRT-INDEX)
                    DELIMITED BY SIZE INTO ADL-RESULT
                 END-STRING
              WHEN TR-FROM-SUSPENSE (TRT-INDEX)
                 MOVE "POSTED FROM SUSPENSE" TO ADL-RESULT
              WHEN OTHER
                 MOVE "POSTED" TO ADL-RESULT
           END-EVALUATE.
           MOVE AUDIT-DETAIL-LINE TO AUDIT-AREA.
           WRITE AUDIT-AREA.

                 MOVE "INVOICE" TO EDL-ACTION
              WHEN WS-ERR-CREDIT-MEMO
                 MOVE "CREDIT" TO EDL-ACTION
              WHEN WS-ERR-PAYMENT
                 MOVE "PAYMENT" TO EDL-ACTION
              WHEN OTHER
                 MOVE "UNKNOWN" TO EDL-ACTION
           END-EVALUATE.
           MOVE WS-ERR-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           MOVE WS-REASON          TO EDL-REASON.
           IF WS-SUS-RECYCLED
              STRING "STILL HELD SINCE " WS-SUS-FIRST-DATE
                 DELIMITED BY SIZE INTO EDL-SUSPENSE-NOTE
              END-STRING
           ELSE
              MOVE "HELD IN SUSPENSE" TO EDL-SUSPENSE-NOTE
           END-IF.
           MOVE ERROR-DETAIL-LINE TO ERROR-AREA.
           WRITE ERROR-AREA.
           ADD 1 TO ERROR-COUNT.

      * This paragraph finds the branch a transaction that failed the
      * edit is suspended under, before the master pass has seen its
      * customer: a random read of the inquiry index by customer
      * number, so SUS6000 routes the item to that branch's manager.
      * A customer number that is not a number, or not on the index,
      * is suspended under branch 00 for accounts receivable. With no
      * index open the branch the caller staged stands -- 00 for a
      * new reject, the branch already on file for a recycled one.
       318-FIND-SUSPENSE-BRANCH.
           IF CUSTIDX-AVAILABLE
              IF CT-CUSTOMER-NUMBER IS NUMERIC
                 AND CT-CUSTOMER-NUMBER > ZERO
                 MOVE CT-CUSTOMER-NUMBER TO IXC-CUSTOMER-NUMBER
                 READ CUSTOMER-INDEX
                    INVALID KEY
                       MOVE ZERO TO WS-SUS-BRANCH
                    NOT INVALID KEY
                       MOVE IXC-BRANCH-NUMBER TO WS-SUS-BRANCH
                 END-READ
              ELSE
                 MOVE ZERO TO WS-SUS-BRANCH
              END-IF
           END-IF.

      * This paragraph writes the transaction being rejected to
      * NEWSUSP: the original image staged in the CMTRANS record area,
      * WS-REASON, and the suspense history staged in SUSPENSE-FIELDS.
      * Every record written is counted and its amount hashed for the
      * new file's trailer.
       355-WRITE-SUSPENSE-RECORD.
           MOVE SPACES TO NEW-SUSPENSE-RECORD.
           MOVE WS-SUS-FIRST-DATE  TO NSU-FIRST-REJECT-DATE.
           MOVE WS-RUN-DATE        TO NSU-LAST-TRIED-DATE.
           MOVE WS-SUS-RETRY-COUNT TO NSU-RETRY-COUNT.
           MOVE WS-SUS-BRANCH      TO NSU-BRANCH-NUMBER.
           MOVE WS-SUS-BATCH-ID    TO NSU-BATCH-ID.
           MOVE WS-REASON          TO NSU-REASON.
           MOVE CUSTMAST-TRANS-RECORD TO NSU-ORIGINAL-TRANS.
           WRITE NEW-SUSPENSE-RECORD.
           ADD 1 TO WS-SU-NEW-COUNT.
           IF NSU-TRANS-AMOUNT IS NUMERIC
              ADD NSU-TRANS-AMOUNT TO WS-SU-NEW-HASH
           END-IF.

      * This paragraph stages a TRANS-TABLE entry that is being
      * rejected for 355-WRITE-SUSPENSE-RECORD: the transaction image
      * is rebuilt from the table entry into the CMTRANS record area
      * (the batch has long since been read to end of file), and a
      * recycled entry keeps its first-rejected date and batch while
      * a new one is dated today.
       357-STAGE-TABLE-SUSPENSE.
           MOVE SPACES TO CUSTMAST-TRANS-RECORD.
           MOVE TR-TRANS-CODE (TRT-INDEX)      TO CT-TRANS-CODE.
           MOVE TR-CUSTOMER-NUMBER (TRT-INDEX) TO CT-CUSTOMER-NUMBER.
           MOVE TR-TRANS-AMOUNT (TRT-INDEX)    TO CT-TRANS-AMOUNT.
           MOVE TR-POSTING-DATE (TRT-INDEX)    TO CT-POSTING-DATE.
           MOVE TR-ENTERED-BY (TRT-INDEX)      TO CT-ENTERED-BY.
           MOVE TR-PRODUCT-LINE (TRT-INDEX)    TO CT-PRODUCT-LINE.
           MOVE TR-BATCH-ID (TRT-INDEX)        TO WS-SUS-BATCH-ID.
           IF TR-FROM-SUSPENSE (TRT-INDEX)
              MOVE "Y" TO WS-SUS-RECYCLED-SWITCH
              MOVE TR-FIRST-REJECT-DATE (TRT-INDEX)
                 TO WS-SUS-FIRST-DATE
              COMPUTE WS-SUS-RETRY-COUNT =
                 TR-RETRY-COUNT (TRT-INDEX) + 1
                 ON SIZE ERROR
                    MOVE 999 TO WS-SUS-RETRY-COUNT
              END-COMPUTE
           ELSE
              MOVE "N" TO WS-SUS-RECYCLED-SWITCH
              MOVE WS-RUN-DATE TO WS-SUS-FIRST-DATE
              MOVE ZERO TO WS-SUS-RETRY-COUNT
           END-IF.

      * This paragraph rewrites the accounts receivable open-item file
      * from today's accepted postings, once the master has posted.
      * The accepted entries are copied out of TRANS-TABLE and sorted
      * into customer number order, then merged with OPENITEM one
      * customer at a time: every customer on either side has its old
      * items tabled, today's activity applied, and its surviving
      * items written to NEWOPEN. The old file's trailer is balanced
      * once it has all gone past. The first run since receivables
      * were turned on finds no OPENITEM (status "35") and starts from
      * an empty file.
       400-UPDATE-OPEN-ITEMS.
           MOVE WS-RUN-DATE TO WS-OI-RUN-DATE.
           PERFORM 405-LOAD-ACTIVITY-TABLE.
           OPEN OUTPUT NEW-OPEN-ITEM-FILE.
           OPEN INPUT OPEN-ITEM-FILE.
           EVALUATE WS-OPENITEM-STATUS
              WHEN "00"
                 SET OPENITEM-AVAILABLE TO TRUE
              WHEN "35"
                 SET OPENITEM-EOF TO TRUE
                 DISPLAY "*** CMU6000: NO OPENITEM FILE FOUND. THIS "
                    "RUN STARTS THE OPEN-ITEM FILE FROM EMPTY."
              WHEN OTHER
                 SET OPENITEM-EOF TO TRUE
                 DISPLAY "*****************************************"
                 DISPLAY "*** CMU6000 ERROR: CANNOT OPEN OPENITEM "
                    "(STATUS " WS-OPENITEM-STATUS ") ***"
                 PERFORM 927-ABORT-OPEN-ITEM-FILE
           END-EVALUATE.
           IF OPENITEM-AVAILABLE
              PERFORM 420-READ-OPEN-ITEM
           END-IF.
           MOVE 1 TO ACT-NEXT.
           PERFORM 410-REWRITE-CUSTOMER-ITEMS
              UNTIL OPENITEM-EOF AND ACT-NEXT > ACTIVITY-COUNT.
           PERFORM 440-VERIFY-OPEN-ITEM-TRAILER.

      * This paragraph copies every accepted TRANS-TABLE entry into
      * ACTIVITY-TABLE and sorts it into customer number order with
      * the same in-storage insertion sort ARC6000's 570-SORT-
      * RESTORED-TABLE uses. Only a strictly lower customer number
      * moves an entry up, so one customer's transactions stay in the
      * order they arrived.
       405-LOAD-ACTIVITY-TABLE.
           MOVE ZERO TO ACTIVITY-COUNT.
           PERFORM VARYING TRT-INDEX FROM 1 BY 1
              UNTIL TRT-INDEX > TRANS-COUNT
              IF TR-ACCEPTED (TRT-INDEX)
                 ADD 1 TO ACTIVITY-COUNT
                 SET ACT-INDEX TO ACTIVITY-COUNT
                 MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                    TO AC-CUSTOMER-NUMBER (ACT-INDEX)
                 MOVE TR-TRANS-CODE (TRT-INDEX)
                    TO AC-TRANS-CODE (ACT-INDEX)
                 MOVE TR-TRANS-AMOUNT (TRT-INDEX)
                    TO AC-TRANS-AMOUNT (ACT-INDEX)
                 MOVE TR-POSTING-DATE (TRT-INDEX)
                    TO AC-POSTING-DATE (ACT-INDEX)
                 MOVE TR-BRANCH-NUMBER (TRT-INDEX)
                    TO AC-BRANCH-NUMBER (ACT-INDEX)
                 MOVE TR-SALESREP-NUMBER (TRT-INDEX)
                    TO AC-SALESREP-NUMBER (ACT-INDEX)
                 MOVE TR-CUSTOMER-NAME (TRT-INDEX)
                    TO AC-CUSTOMER-NAME (ACT-INDEX)
                 MOVE TR-BATCH-ID (TRT-INDEX)
                    TO AC-BATCH-ID (ACT-INDEX)
              END-IF
           END-PERFORM.
           PERFORM VARYING ACT-NEXT FROM 2 BY 1
              UNTIL ACT-NEXT > ACTIVITY-COUNT
              MOVE ACT-NEXT TO ACT-SUB
              PERFORM UNTIL ACT-SUB = 1
                 OR NOT AC-CUSTOMER-NUMBER (ACT-SUB)
                       < AC-CUSTOMER-NUMBER (ACT-SUB - 1)
                 MOVE ACTIVITY-ENTRY (ACT-SUB) TO ACTIVITY-SWAP-ENTRY
                 MOVE ACTIVITY-ENTRY (ACT-SUB - 1)
                    TO ACTIVITY-ENTRY (ACT-SUB)
                 MOVE ACTIVITY-SWAP-ENTRY
                    TO ACTIVITY-ENTRY (ACT-SUB - 1)
                 SUBTRACT 1 FROM ACT-SUB
              END-PERFORM
           END-PERFORM.

      * This paragraph handles the next customer in the merge -- the
      * lower of the next open item's and the next activity entry's
      * customer numbers. The customer's old items are tabled, any
      * activity of theirs is applied, and what is still open is
      * written to NEWOPEN. A customer with no activity today passes
      * through unchanged.
       410-REWRITE-CUSTOMER-ITEMS.
           EVALUATE TRUE
              WHEN OPENITEM-EOF
                 MOVE AC-CUSTOMER-NUMBER (ACT-NEXT) TO WS-OI-CUSTOMER
              WHEN ACT-NEXT > ACTIVITY-COUNT
                 MOVE OI-CUSTOMER-NUMBER TO WS-OI-CUSTOMER
              WHEN AC-CUSTOMER-NUMBER (ACT-NEXT) < OI-CUSTOMER-NUMBER
                 MOVE AC-CUSTOMER-NUMBER (ACT-NEXT) TO WS-OI-CUSTOMER
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
           PERFORM UNTIL ACT-NEXT > ACTIVITY-COUNT
              OR AC-CUSTOMER-NUMBER (ACT-NEXT) NOT = WS-OI-CUSTOMER
              SET CUSTOMER-HAS-ACTIVITY TO TRUE
              PERFORM 425-APPLY-ACTIVITY-ENTRY
              ADD 1 TO ACT-NEXT
           END-PERFORM.
           IF CUSTOMER-HAS-ACTIVITY
              PERFORM 430-SETTLE-CUSTOMER-ITEMS
           END-IF.
           PERFORM 435-WRITE-CUSTOMER-ITEMS.

      * This paragraph adds the open item just read to ITEM-TABLE. A
      * customer whose items outgrow the table stops the run before
      * either new trailer is written.
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
      * stepping past the OITRAILR trailer control record the way
      * 210-READ-OLD-CUSTMAST-RECORD steps past the master's. Every
      * data record read is counted and its open amount hashed, and
      * its customer number is checked against the one before it: an
      * open-item file out of customer order would split a customer's
      * items and misapply their payments, so it stops the run.
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
                 DISPLAY "*** CMU6000 ERROR: OPENITEM IS OUT OF "
                    "CUSTOMER SEQUENCE AT RECORD " WS-OI-OLD-COUNT
                    " ***"
                 PERFORM 927-ABORT-OPEN-ITEM-FILE
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

      * This paragraph applies one of today's accepted postings for
      * the customer: an invoice opens a new item dated with its
      * CT-POSTING-DATE and carrying the branch, salesrep and name the
      * master gave it; a credit memo or payment joins the pool of
      * money 430-SETTLE-CUSTOMER-ITEMS applies against the items.
       425-APPLY-ACTIVITY-ENTRY.
           IF AC-TRANS-INVOICE (ACT-NEXT)
              IF ITEM-COUNT = ITEM-TABLE-SIZE
                 PERFORM 928-ABORT-ITEM-TABLE-FULL
              END-IF
              ADD 1 TO ITEM-COUNT
              SET ITM-INDEX TO ITEM-COUNT
              MOVE AC-POSTING-DATE (ACT-NEXT)
                 TO IT-ITEM-DATE (ITM-INDEX)
              MOVE "I" TO IT-ITEM-TYPE (ITM-INDEX)
              MOVE AC-BRANCH-NUMBER (ACT-NEXT)
                 TO IT-BRANCH-NUMBER (ITM-INDEX)
              MOVE AC-SALESREP-NUMBER (ACT-NEXT)
                 TO IT-SALESREP-NUMBER (ITM-INDEX)
              MOVE AC-CUSTOMER-NAME (ACT-NEXT)
                 TO IT-CUSTOMER-NAME (ITM-INDEX)
              MOVE AC-BATCH-ID (ACT-NEXT) TO IT-BATCH-ID (ITM-INDEX)
              MOVE AC-TRANS-AMOUNT (ACT-NEXT)
                 TO IT-ORIGINAL-AMOUNT (ITM-INDEX)
              MOVE AC-TRANS-AMOUNT (ACT-NEXT)
                 TO IT-OPEN-AMOUNT (ITM-INDEX)
              MOVE WS-OI-RUN-DATE TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              ADD 1 TO WS-OI-OPENED
           ELSE
              ADD AC-TRANS-AMOUNT (ACT-NEXT) TO WS-OI-POOL
           END-IF.

      * This paragraph settles a customer who had activity today. Any
      * unapplied credit already on file joins today's credits and
      * payments in the pool, the items are put in date order, and the
      * pool is applied against the invoices oldest first. Whatever
      * is left once every invoice is paid becomes a single unapplied
      * credit item dated today, carried under the customer's current
      * branch and salesrep.
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
                    ADD 1 TO WS-OI-CLOSED
                 END-IF
                 SUBTRACT WS-OI-APPLY FROM IT-OPEN-AMOUNT (ITM-INDEX)
                 SUBTRACT WS-OI-APPLY FROM WS-OI-POOL
                 MOVE WS-OI-RUN-DATE
                    TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              END-IF
           END-PERFORM.
           IF WS-OI-POOL > ZERO
              IF ITEM-COUNT = ITEM-TABLE-SIZE
                 PERFORM 928-ABORT-ITEM-TABLE-FULL
              END-IF
              ADD 1 TO ITEM-COUNT
              SET ITM-INDEX TO ITEM-COUNT
              MOVE WS-OI-RUN-DATE TO IT-ITEM-DATE (ITM-INDEX)
              MOVE "U" TO IT-ITEM-TYPE (ITM-INDEX)
              SET ACT-INDEX TO ACT-NEXT
              SET ACT-INDEX DOWN BY 1
              MOVE AC-BRANCH-NUMBER (ACT-INDEX)
                 TO IT-BRANCH-NUMBER (ITM-INDEX)
              MOVE AC-SALESREP-NUMBER (ACT-INDEX)
                 TO IT-SALESREP-NUMBER (ITM-INDEX)
              MOVE AC-CUSTOMER-NAME (ACT-INDEX)
                 TO IT-CUSTOMER-NAME (ITM-INDEX)
              MOVE WS-BATCH-ID TO IT-BATCH-ID (ITM-INDEX)
              COMPUTE IT-ORIGINAL-AMOUNT (ITM-INDEX) = ZERO - WS-OI-POOL
              MOVE IT-ORIGINAL-AMOUNT (ITM-INDEX)
                 TO IT-OPEN-AMOUNT (ITM-INDEX)
              MOVE WS-OI-RUN-DATE TO IT-LAST-ACTIVITY-DATE (ITM-INDEX)
              ADD 1 TO WS-OI-UNAPPLIED
           END-IF.

      * This paragraph puts the customer's items in item date order
      * with the same insertion sort 405-LOAD-ACTIVITY-TABLE uses, so
      * payments settle the oldest invoice first and the new file
      * stays in customer and date order.
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
      * to NEWOPEN, counting and hashing them for the new trailer. An
      * item settled to zero is dropped -- it is no longer owed.
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

      * This paragraph balances the old open-item file against its
      * trailer once it has all been read. A mismatch means the file
      * was truncated or doctored and the balances just written were
      * built on it, so the run stops without writing either new
      * trailer -- neither NEWCUST nor NEWOPEN will pass a reader's
      * control check. A file with records but no trailer is refused
      * the same way; only a missing file starts from empty.
       440-VERIFY-OPEN-ITEM-TRAILER.
           IF OPENITEM-AVAILABLE
              IF NOT OI-TRAILER-SEEN
                 OR WS-OI-TRL-COUNT NOT = WS-OI-OLD-COUNT
                 OR WS-OI-TRL-HASH NOT = WS-OI-OLD-HASH
                 DISPLAY "*****************************************"
                 DISPLAY "*** CMU6000 ERROR: OPENITEM FAILED ITS "
                    "TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-OI-TRL-COUNT
                    "  RECORDS READ " WS-OI-OLD-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-OI-TRL-HASH
                    "  HASH COMPUTED " WS-OI-OLD-HASH
                 PERFORM 927-ABORT-OPEN-ITEM-FILE
              END-IF
           END-IF.

      * This paragraph stops the run on a bad open-item file. It runs
      * after the master has been rewritten but before either new
      * trailer is written, so neither NEWCUST nor NEWOPEN can pass a
      * reader's control check and nothing posted today is released.
       927-ABORT-OPEN-ITEM-FILE.
           DISPLAY "*** NO TRAILER WAS WRITTEN ON NEWCUST OR NEWOPEN, "
              "SO NO READER WILL ACCEPT THEM.".
           DISPLAY "*** DISREGARD THIS RUN'S POSTING LOG. FIX "
              "OPENITEM AND RERUN.".
           DISPLAY "*****************************************".
           IF CUSTIDX-AVAILABLE
              CLOSE CUSTOMER-INDEX
           END-IF.
           IF OPENITEM-AVAILABLE
              CLOSE OPEN-ITEM-FILE
           END-IF.
           IF SUSPENSE-AVAILABLE
              CLOSE OLD-SUSPENSE
           END-IF.
           CLOSE OLD-CUSTMAST
                 CUSTMAST-TRANS
                 NEW-CUSTMAST
                 NEW-SUSPENSE
                 NEW-OPEN-ITEM-FILE
                 AUDIT-LOG
                 ERROR-LISTING.
           STOP RUN.

      * This paragraph stops the run when one customer carries more
      * open items than ITEM-TABLE holds, before either new trailer is
      * written.
       928-ABORT-ITEM-TABLE-FULL.
           DISPLAY "*****************************************".
           DISPLAY "*** CMU6000 ERROR: CUSTOMER " WS-OI-CUSTOMER
              " CARRIES MORE THAN " ITEM-TABLE-SIZE " OPEN ITEMS ***".
           PERFORM 927-ABORT-OPEN-ITEM-FILE.

      * This paragraph writes the trailer control record on
      * NEW-CUSTMAST: every OLD-CUSTMAST data record was written, so
      * the count is the old file's data count, and the hash was
           MOVE WS-NEW-HASH-YTD   TO NTC-HASH-THIS-YTD.
           WRITE NEW-CUSTMAST-TRAILER-RECORD.

      * This paragraph writes the trailer control record on NEWOPEN
      * from the count and OI-OPEN-AMOUNT hash of the items actually
      * written. Only reached when the old open-item file balanced.
       710-WRITE-NEW-OPEN-ITEM-TRAILER.
           MOVE SPACES TO NEW-OPEN-ITEM-TRAILER-RECORD.
           MOVE "TRL" TO NTO-RECORD-ID.
           MOVE WS-OI-NEW-COUNT TO NTO-RECORD-COUNT.
           MOVE WS-OI-NEW-HASH  TO NTO-HASH-OPEN-AMOUNT.
           WRITE NEW-OPEN-ITEM-TRAILER-RECORD.

      * This paragraph writes the trailer control record on NEWSUSP
      * once the unmatched sweep has sent its rejects there, so the
      * next posting run and SUS6000 can prove the suspense file
      * whole.
       720-WRITE-NEW-SUSPENSE-TRAILER.
           MOVE SPACES TO NEW-SUSPENSE-TRAILER-RECORD.
           MOVE "TRL" TO NTS-RECORD-ID.
           MOVE WS-SU-NEW-COUNT TO NTS-RECORD-COUNT.
           MOVE WS-SU-NEW-HASH  TO NTS-HASH-AMOUNT.
           WRITE NEW-SUSPENSE-TRAILER-RECORD.

      * This paragraph sweeps TRANS-TABLE after the whole master has
      * streamed past and writes an error line for every entry still
      * unposted -- its customer number never appeared on OLD-CUSTMAST,
      * the reject this program exists to expose -- and sends it to
      * suspense, so the account CMM6000 adds tomorrow picks up its
      * transactions on tomorrow night's posting run.
       750-REPORT-UNMATCHED-TRANSACTIONS.
           PERFORM VARYING TRT-INDEX FROM 1 BY 1
              UNTIL TRT-INDEX > TRANS-COUNT
                    TO WS-ERR-TRANS-CODE
                 MOVE TR-CUSTOMER-NUMBER (TRT-INDEX)
                    TO WS-ERR-CUSTOMER-NUMBER
                 MOVE ZERO TO WS-SUS-BRANCH
                 PERFORM 357-STAGE-TABLE-SUSPENSE
                 PERFORM 350-WRITE-ERROR-LINE
                 PERFORM 355-WRITE-SUSPENSE-RECORD
              END-IF
           END-PERFORM.

           DISPLAY "*** CUSTMAST RECORDS: " WS-OLD-DATA-COUNT.
           DISPLAY "*** INVOICES POSTED: " INVOICE-COUNT.
           DISPLAY "*** CREDITS POSTED:  " CREDIT-COUNT.
           DISPLAY "*** PAYMENTS POSTED: " PAYMENT-COUNT.
           DISPLAY "*** REJECTED:        " ERROR-COUNT.
           DISPLAY "*** SUSPENSE RETRIED: " WS-SU-RECYCLED
              "  POSTED FROM SUSPENSE: " WS-SU-CLEARED.
           DISPLAY "*** NOW IN SUSPENSE:  " WS-SU-NEW-COUNT.
           IF CUSTIDX-AVAILABLE
              DISPLAY "*** CUSTIDX UPDATED: " WS-IDX-UPDATED
           END-IF.
                 " POSTED CUSTOMER(S) NOT ON THE INDEX - RUN "
                 "AUD6000 AND CML6000."
           END-IF.
           DISPLAY "*** OPEN ITEMS OPENED: " WS-OI-OPENED.
           DISPLAY "*** OPEN ITEMS CLOSED: " WS-OI-CLOSED.
           DISPLAY "*** UNAPPLIED CREDITS: " WS-OI-UNAPPLIED.
           DISPLAY "*** OPEN ITEMS ON FILE: " WS-OI-NEW-COUNT.
           DISPLAY "*** POSTINGS RECORDED: " WS-PT-WRITTEN.
           DISPLAY "*** JOURNAL ENTRIES:   " WS-CJ-WRITTEN.
           DISPLAY "*** FISCAL PERIOD:     "
              FT-PERIOD-NAME (WS-CURRENT-SUB) " (" WS-SALES-PERIOD ")".
           DISPLAY "*** PRODUCT SALES RECORDS: " WS-PS-WRITTEN.
           DISPLAY "*** PRIOR-PERIOD ADJUSTMENTS: " WS-ADJUSTMENT-COUNT
              "  SALESHST RECORDS: " WS-SH-WRITTEN.
           DISPLAY "*****************************************".
