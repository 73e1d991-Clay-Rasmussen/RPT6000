       IDENTIFICATION DIVISION.

       PROGRAM-ID. CNV6000.
      *****************************************************************
      *  Programmers: Clay Rasmussen
      *  Date.......: October 2026
      *  Description: CNV6000 is the one-time conversion that carries
      *  the customer files across from the old S9(5)V99 sales
      *  amounts to the widened S9(9)V99 layout (see CUSTMAST and
      *  CMTRANS), so a large account can go past $99,999.99 without
      *  CMU6000 rejecting its invoices as bucket overflows. Every
      *  file that holds one of those amounts from one night to the
      *  next is rewritten old-in/new-out: CUSTMAST to NEWCUST, the
      *  CUSTIDX index to NEWIDX, the customer archive CUSTARCH to
      *  NEWARCH, the sales history SALESHST to NEWSHST, the open
      *  receivable items OPENITEM to NEWOPEN, the suspense file
      *  CMSUSP to NEWSUSP, the posted-transaction file CMPOSTED to
      *  NEWPOST (both of which keep the 50-byte CMTRANS image, so
      *  the image is rebuilt in the new transaction layout) and the
      *  RPT6000 run history RUNHIST (whose grand totals grow to
      *  S9(11)V99) to NEWHIST. Nothing but the amounts changes
      *  position. Each file is proven the way ROL6000 proves a roll:
      *  the old file's record count and hash total are taken as it
      *  is read and checked against its own trailer control record,
      *  then the new file is read back in the new layout and its
      *  count and hash must come out the same. The trailer is only
      *  added to a new file once that proof has passed, carrying the
      *  old trailer's count and hash across unchanged, so a file
      *  that did not convert cleanly cannot get past any program's
      *  trailer check. Files other than CUSTMAST that are not on
      *  hand are skipped and reported. The control report CNVRPT
      *  shows both sides of every proof. Because a second run over
      *  already-converted files would misread every amount, a
      *  completed conversion stamps the run-control file (see RUNCTL)
      *  and any later run is refused before a file is opened unless
      *  CNV6000_RUNCTL_OVERRIDE is "Y".
      *****************************************************************

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OLD-CUSTMAST   ASSIGN TO CUSTMAST.
           SELECT NEW-CUSTMAST   ASSIGN TO NEWCUST.
           SELECT OLD-CUSTIDX    ASSIGN TO CUSTIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OIX-CUSTOMER-NUMBER
               FILE STATUS IS WS-OLDIDX-STATUS.
           SELECT NEW-CUSTIDX    ASSIGN TO NEWIDX
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS IXC-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CIX-CUSTOMER-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIX-BRANCH-SALESREP-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-NEWIDX-STATUS.
           SELECT OLD-ARCHIVE    ASSIGN TO CUSTARCH
               FILE STATUS IS WS-CUSTARCH-STATUS.
           SELECT NEW-ARCHIVE    ASSIGN TO NEWARCH.
           SELECT OLD-SALESHST   ASSIGN TO SALESHST
               FILE STATUS IS WS-SALESHST-STATUS.
           SELECT NEW-SALESHST   ASSIGN TO NEWSHST.
           SELECT OLD-OPENITEM   ASSIGN TO OPENITEM
               FILE STATUS IS WS-OPENITEM-STATUS.
           SELECT NEW-OPENITEM   ASSIGN TO NEWOPEN.
           SELECT OLD-SUSPENSE   ASSIGN TO CMSUSP
               FILE STATUS IS WS-CMSUSP-STATUS.
           SELECT NEW-SUSPENSE   ASSIGN TO NEWSUSP.
           SELECT OLD-POSTED     ASSIGN TO CMPOSTED
               FILE STATUS IS WS-CMPOSTED-STATUS.
           SELECT NEW-POSTED     ASSIGN TO NEWPOST.
           SELECT OLD-RUNHIST    ASSIGN TO RUNHIST
               FILE STATUS IS WS-RUNHIST-STATUS.
           SELECT NEW-RUNHIST    ASSIGN TO NEWHIST.
           SELECT CONTROL-REPORT ASSIGN TO CNVRPT.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.

       FILE SECTION.

      * The old files are read as plain 130-byte areas and moved to
      * the old layouts in WORKING-STORAGE; only the trailer control
      * records, whose layouts did not change, are described here.
       FD  OLD-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-CUSTMAST-AREA       PIC X(130).
       COPY CMTRAILR
           REPLACING ==CUSTMAST-TRAILER-RECORD==
                  BY ==OLD-CUSTMAST-TRAILER-RECORD==
           ==TCM-RECORD-ID==     BY ==OTC-RECORD-ID==
           ==TCM-IS-TRAILER==    BY ==OTC-IS-TRAILER==
           ==TCM-RECORD-COUNT==  BY ==OTC-RECORD-COUNT==
           ==TCM-HASH-THIS-YTD== BY ==OTC-HASH-THIS-YTD==.

       FD  NEW-CUSTMAST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST.
       COPY CMTRAILR.

       FD  OLD-CUSTIDX
           RECORD CONTAINS 130 CHARACTERS.
       01  OLD-CUSTIDX-AREA.
           05  FILLER                  PIC X(4).
           05  OIX-CUSTOMER-NUMBER     PIC 9(5).
           05  FILLER                  PIC X(121).

       FD  NEW-CUSTIDX
           RECORD CONTAINS 130 CHARACTERS.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD==
                  BY ==INDEX-CUSTOMER-RECORD==
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

       FD  OLD-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-ARCHIVE-AREA        PIC X(130).

       FD  NEW-ARCHIVE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD==
                  BY ==ARCHIVED-CUSTOMER-RECORD==
           ==CM-BRANCH-NUMBER==       BY ==ACM-BRANCH-NUMBER==
           ==CM-SALESREP-NUMBER==     BY ==ACM-SALESREP-NUMBER==
           ==CM-CUSTOMER-NUMBER==     BY ==ACM-CUSTOMER-NUMBER==
           ==CM-CUSTOMER-NAME==       BY ==ACM-CUSTOMER-NAME==
           ==CM-SALES-THIS-YTD==      BY ==ACM-SALES-THIS-YTD==
           ==CM-SALES-LAST-YTD==      BY ==ACM-SALES-LAST-YTD==
           ==CM-SALES-THIS-MONTH==    BY ==ACM-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==ACM-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==ACM-SALES-TWO-YEARS-AGO==.

       FD  OLD-SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-SALESHST-AREA       PIC X(130).

       FD  NEW-SALESHST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY SALESHST.

       FD  OLD-OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-OPENITEM-AREA       PIC X(130).
       COPY OITRAILR
           REPLACING ==OPEN-ITEM-TRAILER-RECORD==
                  BY ==OLD-OPEN-ITEM-TRAILER-RECORD==
           ==TOI-RECORD-ID==        BY ==OTO-RECORD-ID==
           ==TOI-IS-TRAILER==       BY ==OTO-IS-TRAILER==
           ==TOI-RECORD-COUNT==     BY ==OTO-RECORD-COUNT==
           ==TOI-HASH-OPEN-AMOUNT== BY ==OTO-HASH-OPEN-AMOUNT==.

       FD  NEW-OPENITEM
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY OPENITEM.
       COPY OITRAILR.

       FD  OLD-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-SUSPENSE-AREA       PIC X(130).
       COPY SUTRAILR
           REPLACING ==SUSPENSE-TRAILER-RECORD==
                  BY ==OLD-SUSPENSE-TRAILER-RECORD==
           ==TSU-RECORD-ID==     BY ==OTS-RECORD-ID==
           ==TSU-IS-TRAILER==    BY ==OTS-IS-TRAILER==
           ==TSU-RECORD-COUNT==  BY ==OTS-RECORD-COUNT==
           ==TSU-HASH-AMOUNT==   BY ==OTS-HASH-AMOUNT==.

       FD  NEW-SUSPENSE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMSUSP.
       COPY SUTRAILR.

       FD  OLD-POSTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-POSTED-AREA         PIC X(130).

       FD  NEW-POSTED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY CMPOSTED.

       FD  OLD-RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  OLD-RUNHIST-AREA        PIC X(130).

       FD  NEW-RUNHIST
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNHIST.

       FD  CONTROL-REPORT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       01  PRINT-AREA      PIC X(130).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS
           BLOCK CONTAINS 130 CHARACTERS.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.

       01  FILE-STATUS-FIELDS.
           05  WS-OLDIDX-STATUS       PIC X(2)    VALUE "00".
           05  WS-NEWIDX-STATUS       PIC X(2)    VALUE "00".
           05  WS-CUSTARCH-STATUS     PIC X(2)    VALUE "00".
           05  WS-SALESHST-STATUS     PIC X(2)    VALUE "00".
           05  WS-OPENITEM-STATUS     PIC X(2)    VALUE "00".
           05  WS-CMSUSP-STATUS       PIC X(2)    VALUE "00".
           05  WS-CMPOSTED-STATUS     PIC X(2)    VALUE "00".
           05  WS-RUNHIST-STATUS      PIC X(2)    VALUE "00".
           05  WS-OPEN-STATUS         PIC X(2)    VALUE "00".

      * The record layouts as they stood before the sales amounts were
      * widened. Only the amounts move; every other field keeps its
      * old position, so the fields ahead of the amounts are carried
      * across by name and the rest by the converted layout.
       01  OLD-CUSTOMER-RECORD.
           05  OCM-BRANCH-NUMBER       PIC 9(2).
           05  OCM-SALESREP-NUMBER     PIC 9(2).
           05  OCM-CUSTOMER-NUMBER     PIC 9(5).
           05  OCM-CUSTOMER-NAME       PIC X(20).
           05  OCM-SALES-THIS-YTD      PIC S9(5)V99   COMP-3.
           05  OCM-SALES-LAST-YTD      PIC S9(5)V99   COMP-3.
           05  OCM-SALES-THIS-MONTH    PIC S9(5)V99   COMP-3.
           05  OCM-SALES-LAST-MONTH    PIC S9(5)V99   COMP-3.
           05  OCM-SALES-TWO-YEARS-AGO PIC S9(5)V99   COMP-3.
           05  FILLER                  PIC X(81).

       01  OLD-HISTORY-RECORD.
           05  OSH-CUSTOMER-NUMBER     PIC 9(5).
           05  OSH-BRANCH-NUMBER       PIC 9(2).
           05  OSH-SALESREP-NUMBER     PIC 9(2).
           05  OSH-PERIOD              PIC 9(6).
           05  OSH-SALES-AMOUNT        PIC S9(5)V99   COMP-3.
           05  FILLER                  PIC X(111).

       01  OLD-OPEN-ITEM-RECORD.
           05  OOI-CUSTOMER-NUMBER     PIC 9(5).
           05  OOI-ITEM-DATE           PIC 9(8).
           05  OOI-ITEM-TYPE           PIC X(1).
           05  OOI-BRANCH-NUMBER       PIC 9(2).
           05  OOI-SALESREP-NUMBER     PIC 9(2).
           05  OOI-CUSTOMER-NAME       PIC X(20).
           05  OOI-BATCH-ID            PIC X(8).
           05  OOI-ORIGINAL-AMOUNT     PIC S9(5)V99   COMP-3.
           05  OOI-OPEN-AMOUNT         PIC S9(5)V99   COMP-3.
           05  OOI-LAST-ACTIVITY-DATE  PIC 9(8).
           05  FILLER                  PIC X(68).

       01  OLD-RUN-HISTORY-RECORD.
           05  ORH-RUN-DATE            PIC 9(8).
           05  ORH-RUN-TIME            PIC 9(4).
           05  ORH-COMPARISON-BASIS    PIC X(5).
           05  ORH-RECORDS-READ        PIC 9(8).
           05  ORH-REJECT-COUNT        PIC 9(6).
           05  ORH-EXCEPTION-COUNT     PIC 9(6).
           05  ORH-GRAND-TOTAL-THIS-YTD PIC S9(7)V99  COMP-3.
           05  ORH-GRAND-TOTAL-LAST-YTD PIC S9(7)V99  COMP-3.
           05  FILLER                  PIC X(83).

      * OLD-TRANS-IMAGE/NEW-TRANS-IMAGE are the 50-byte CMTRANS
      * image CMSUSP and CMPOSTED keep, before and after the
      * transaction amount was widened. The customer number is
      * carried as characters so a suspense item rejected for a bad
      * number keeps it exactly as it arrived, and a non-numeric
      * amount is carried across as spaces so the item is still
      * rejected when CMU6000 tries it again.
       01  OLD-TRANS-IMAGE.
           05  OTI-TRANS-CODE          PIC X(1).
           05  OTI-CUSTOMER-NUMBER     PIC X(5).
           05  OTI-TRANS-AMOUNT        PIC S9(5)V99   COMP-3.
           05  OTI-POSTING-DATE        PIC X(8).
           05  OTI-ENTERED-BY          PIC X(10).
           05  OTI-REMAINDER           PIC X(22).

       01  NEW-TRANS-IMAGE.
           05  NTI-TRANS-CODE          PIC X(1).
           05  NTI-CUSTOMER-NUMBER     PIC X(5).
           05  NTI-TRANS-AMOUNT        PIC S9(9)V99   COMP-3.
           05  NTI-TRANS-AMOUNT-X REDEFINES NTI-TRANS-AMOUNT
                                       PIC X(6).
           05  NTI-POSTING-DATE        PIC X(8).
           05  NTI-ENTERED-BY          PIC X(10).
           05  NTI-REMAINDER           PIC X(20).

      * CONVERTED-CUSTOMER-RECORD is built once from the old layout
      * and moved to whichever of the three customer files is being
      * converted.
       COPY CUSTMAST
           REPLACING ==CUSTOMER-MASTER-RECORD==
                  BY ==CONVERTED-CUSTOMER-RECORD==
           ==CM-BRANCH-NUMBER==       BY ==CCM-BRANCH-NUMBER==
           ==CM-SALESREP-NUMBER==     BY ==CCM-SALESREP-NUMBER==
           ==CM-CUSTOMER-NUMBER==     BY ==CCM-CUSTOMER-NUMBER==
           ==CM-CUSTOMER-NAME==       BY ==CCM-CUSTOMER-NAME==
           ==CM-SALES-THIS-YTD==      BY ==CCM-SALES-THIS-YTD==
           ==CM-SALES-LAST-YTD==      BY ==CCM-SALES-LAST-YTD==
           ==CM-SALES-THIS-MONTH==    BY ==CCM-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==CCM-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==CCM-SALES-TWO-YEARS-AGO==.

      * FILE-PROOF-FIELDS carry one file's proof: the count and hash
      * of the old file as read, the count and hash its trailer
      * claimed, the records written, and the count and hash of the
      * new file as read back. They are cleared before each file.
       01  FILE-PROOF-FIELDS.
           05  WS-FILE-NAME           PIC X(8)       VALUE SPACES.
           05  WS-OLD-COUNT           PIC 9(8)       VALUE ZERO.
           05  WS-OLD-HASH            PIC S9(11)V99  COMP-3
                                                     VALUE ZERO.
           05  WS-OLD-TRL-COUNT       PIC 9(8)       VALUE ZERO.
           05  WS-OLD-TRL-HASH        PIC S9(11)V99  COMP-3
                                                     VALUE ZERO.
           05  WS-WRITTEN-COUNT       PIC 9(8)       VALUE ZERO.
           05  WS-NEW-COUNT           PIC 9(8)       VALUE ZERO.
           05  WS-NEW-HASH            PIC S9(11)V99  COMP-3
                                                     VALUE ZERO.
           05  WS-NONNUMERIC-COUNT    PIC 9(6)       VALUE ZERO.
           05  WS-TRAILER-TEXT        PIC X(8)       VALUE SPACES.
           05  WS-RESULT-TEXT         PIC X(20)      VALUE SPACES.

       01  SWITCHES.
           05  INPUT-EOF-SWITCH        PIC X    VALUE "N".
              88 INPUT-EOF                      VALUE "Y".
           05  OLD-TRAILER-SWITCH      PIC X    VALUE "N".
              88 OLD-TRAILER-SEEN               VALUE "Y".
           05  FILE-PROVEN-SWITCH      PIC X    VALUE "Y".
              88 FILE-PROVEN                    VALUE "Y".
           05  CONVERSION-PROVEN-SWITCH PIC X   VALUE "Y".
              88 CONVERSION-PROVEN              VALUE "Y".

       01  WS-FILES-CONVERTED      PIC 9(2)    VALUE ZERO.
       01  WS-FILES-SKIPPED        PIC 9(2)    VALUE ZERO.
       01  WS-FILES-FAILED         PIC 9(2)    VALUE ZERO.

      * RUN-CONTROL-FIELDS back the already-converted check and the
      * completion stamp (see RUNCTL), on the ROL6000 pattern.
       01  RUN-CONTROL-FIELDS.
           05  WS-RUNCTL-STATUS       PIC X(2)    VALUE "00".
           05  WS-RUNCTL-OVERRIDE     PIC X(1)    VALUE "N".
               88  RUNCTL-OVERRIDE-ON             VALUE "Y".
           05  WS-TODAY-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-STAMP-TIME.
               10  WS-STAMP-HOURS   PIC 9(2).
               10  WS-STAMP-MINUTES PIC 9(2).
           05  WS-STAMP-TIME-N REDEFINES WS-STAMP-TIME PIC 9(4).
           05  RUNCTL-EOF-SWITCH      PIC X       VALUE "N".
               88  RUNCTL-EOF                     VALUE "Y".
           05  CONVERT-STAMP-SWITCH   PIC X       VALUE "N".
               88  CONVERT-STAMP-FOUND            VALUE "Y".
           05  WS-PRIOR-CONVERT-DATE  PIC 9(8)    VALUE ZERO.

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
           05  FILLER          PIC X(36)
               VALUE "SALES AMOUNT WIDENING CONVERSION".
           05  FILLER          PIC X(4)    VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "TIME:  ".
           05  HL1-HOURS       PIC 9(2).
           05  FILLER          PIC X(1)    VALUE ":".
           05  HL1-MINUTES     PIC 9(2).
           05  FILLER          PIC X(44)   VALUE SPACE.
           05  FILLER          PIC X(7)    VALUE "CNV6000".

       01  COLUMN-LINE.
           05  FILLER          PIC X(8)    VALUE "FILE".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE " OLD COUNT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE
               "          OLD HASH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(10)   VALUE " NEW COUNT".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(18)   VALUE
               "          NEW HASH".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(6)    VALUE "NONNUM".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(8)    VALUE "TRAILER".
           05  FILLER          PIC X(2)    VALUE SPACE.
           05  FILLER          PIC X(20)   VALUE "RESULT".
           05  FILLER          PIC X(18)   VALUE SPACE.

       01  FILE-DETAIL-LINE.
           05  FDL-FILE-NAME       PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-OLD-COUNT       PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-OLD-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-NEW-COUNT       PIC ZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-NEW-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-NONNUMERIC      PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-TRAILER         PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACE.
           05  FDL-RESULT          PIC X(20).
           05  FILLER              PIC X(18)   VALUE SPACE.

       01  NOTE-LINE.
           05  NL-MESSAGE          PIC X(100).
           05  FILLER              PIC X(30)   VALUE SPACE.

       PROCEDURE DIVISION.

      * This is the main driver. It refuses a second conversion,
      * converts and proves each file in turn, prints the control
      * report, and stamps the run-control file only when every file
      * on hand was proven.
       000-CONVERT-SALES-FILES.

           PERFORM 050-CHECK-RUN-CONTROL.

           OPEN OUTPUT CONTROL-REPORT.
           PERFORM 100-PRINT-REPORT-HEADING.

           PERFORM 200-CONVERT-CUSTMAST.
           PERFORM 250-CONVERT-CUSTIDX.
           PERFORM 300-CONVERT-ARCHIVE.
           PERFORM 350-CONVERT-SALESHST.
           PERFORM 400-CONVERT-OPENITEM.
           PERFORM 450-CONVERT-SUSPENSE.
           PERFORM 500-CONVERT-POSTED.
           PERFORM 550-CONVERT-RUNHIST.

           PERFORM 800-PRINT-REPORT-FOOTING.

           CLOSE CONTROL-REPORT.

           IF CONVERSION-PROVEN
              PERFORM 760-STAMP-RUN-CONTROL
           END-IF.

           PERFORM 910-REPORT-CONVERSION-RESULT.

           STOP RUN.

      * This paragraph refuses to run over files this program has
      * already converted, before any file is opened: the old layout
      * laid over a converted record reads every amount wrong, and
      * although the trailer proof would catch it, the stamp says why.
      * A missing run-control file is tolerated with a warning, the
      * way ROL6000 tolerates it; a CNV6000 CONVERT stamp refuses the
      * run unless CNV6000_RUNCTL_OVERRIDE is "Y" (a conversion whose
      * output was lost before it was released).
       050-CHECK-RUN-CONTROL.
           ACCEPT WS-RUNCTL-OVERRIDE FROM ENVIRONMENT
              "CNV6000_RUNCTL_OVERRIDE".
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           COMPUTE WS-TODAY-DATE =
              CD-YEAR * 10000 + CD-MONTH * 100 + CD-DAY.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS NOT = "00"
              DISPLAY "*** CNV6000: NO RUN-CONTROL FILE AVAILABLE "
                 "(STATUS " WS-RUNCTL-STATUS "). ALREADY-CONVERTED "
                 "CHECK SKIPPED."
           ELSE
              PERFORM 055-READ-RUN-CONTROL-RECORD
                 UNTIL RUNCTL-EOF
              CLOSE RUN-CONTROL-FILE
              IF CONVERT-STAMP-FOUND
                 IF RUNCTL-OVERRIDE-ON
                    DISPLAY "*** CNV6000 WARNING: THE FILES WERE "
                       "ALREADY CONVERTED ON " WS-PRIOR-CONVERT-DATE
                       "."
                    DISPLAY "*** CNV6000_RUNCTL_OVERRIDE IS SET - "
                       "CONTINUING ON OPERATOR AUTHORITY."
                 ELSE
                    DISPLAY "*****************************************"
                    DISPLAY "*** CNV6000 ERROR: THE FILES WERE ALREADY "
                       "CONVERTED ON " WS-PRIOR-CONVERT-DATE " ***"
                    DISPLAY "*** CONVERTING A CONVERTED FILE READS "
                       "EVERY AMOUNT WRONG."
                    DISPLAY "*** SET CNV6000_RUNCTL_OVERRIDE=Y ONLY "
                       "TO REPEAT A CONVERSION OF THE OLD FILES."
                    DISPLAY "*** NO FILES WERE TOUCHED."
                    DISPLAY "*****************************************"
                    STOP RUN
                 END-IF
              END-IF
           END-IF.

      * This paragraph reads one run-control record, remembering the
      * date of any CNV6000 CONVERT stamp that goes past.
       055-READ-RUN-CONTROL-RECORD.
           READ RUN-CONTROL-FILE
              AT END
                 SET RUNCTL-EOF TO TRUE
              NOT AT END
                 IF RC-PROGRAM-ID = "CNV6000"
                    AND RC-EVENT-CODE = "CONVERT"
                    SET CONVERT-STAMP-FOUND TO TRUE
                    MOVE RC-RUN-DATE TO WS-PRIOR-CONVERT-DATE
                 END-IF
           END-READ.

      * This paragraph formats and prints the report heading and the
      * column line.
       100-PRINT-REPORT-HEADING.
           MOVE CD-MONTH   TO HL1-MONTH.
           MOVE CD-DAY     TO HL1-DAY.
           MOVE CD-YEAR    TO HL1-YEAR.
           MOVE CD-HOURS   TO HL1-HOURS.
           MOVE CD-MINUTES TO HL1-MINUTES.
           MOVE HEADING-LINE-1 TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE COLUMN-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.

      * This paragraph clears the proof fields before each file.
       150-RESET-FILE-PROOF.
           INITIALIZE FILE-PROOF-FIELDS.
           MOVE "N" TO INPUT-EOF-SWITCH.
           MOVE "N" TO OLD-TRAILER-SWITCH.
           MOVE "Y" TO FILE-PROVEN-SWITCH.

      * This paragraph converts CUSTMAST to NEWCUST. The master is the
      * one file that must be on hand, so it is opened without a file
      * status check, as ROL6000 opens it.
       200-CONVERT-CUSTMAST.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "CUSTMAST" TO WS-FILE-NAME.
           OPEN INPUT  OLD-CUSTMAST
                OUTPUT NEW-CUSTMAST.
           PERFORM 205-CONVERT-CUSTMAST-RECORD
              UNTIL INPUT-EOF.
           CLOSE OLD-CUSTMAST
                 NEW-CUSTMAST.
           PERFORM 700-VERIFY-OLD-TRAILER.

           MOVE "N" TO INPUT-EOF-SWITCH.
           OPEN INPUT NEW-CUSTMAST.
           PERFORM 210-REREAD-CUSTMAST-RECORD
              UNTIL INPUT-EOF.
           CLOSE NEW-CUSTMAST.
           PERFORM 710-PROVE-NEW-FILE.

           IF FILE-PROVEN
              OPEN EXTEND NEW-CUSTMAST
              MOVE SPACES TO CUSTMAST-TRAILER-RECORD
              MOVE "TRL" TO TCM-RECORD-ID
              MOVE WS-OLD-COUNT TO TCM-RECORD-COUNT
              MOVE WS-OLD-HASH  TO TCM-HASH-THIS-YTD
              WRITE CUSTMAST-TRAILER-RECORD
              CLOSE NEW-CUSTMAST
           END-IF.
           PERFORM 720-SET-TRAILER-TEXT.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads one old CUSTMAST record. The trailer is
      * captured for 700-VERIFY-OLD-TRAILER; a data record is counted,
      * hashed on its sales this YTD as every CUSTMAST reader hashes
      * it, converted and written.
       205-CONVERT-CUSTMAST-RECORD.
           READ OLD-CUSTMAST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 IF OTC-IS-TRAILER
                    SET OLD-TRAILER-SEEN TO TRUE
                    MOVE OTC-RECORD-COUNT  TO WS-OLD-TRL-COUNT
                    MOVE OTC-HASH-THIS-YTD TO WS-OLD-TRL-HASH
                 ELSE
                    MOVE OLD-CUSTMAST-AREA TO OLD-CUSTOMER-RECORD
                    PERFORM 600-CONVERT-CUSTOMER-RECORD
                    MOVE CONVERTED-CUSTOMER-RECORD
                       TO CUSTOMER-MASTER-RECORD
                    WRITE CUSTOMER-MASTER-RECORD
                    ADD 1 TO WS-WRITTEN-COUNT
                 END-IF
           END-READ.

      * This paragraph reads one record back from NEWCUST in the new
      * layout and counts and hashes it.
       210-REREAD-CUSTMAST-RECORD.
           READ NEW-CUSTMAST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF CM-SALES-THIS-YTD IS NUMERIC
                    ADD CM-SALES-THIS-YTD TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the CUSTIDX index to NEWIDX, reading
      * the old index in key order so the new one is loaded in the
      * order it is keyed; the new index is built with the name and
      * branch/salesrep alternate keys (see CUSTIDXK), which the old
      * one did not have. The index carries no trailer; its own count
      * and hash are proven, and they are also compared with CUSTMAST's
      * on the console, since the index is a copy of the master.
       250-CONVERT-CUSTIDX.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "CUSTIDX" TO WS-FILE-NAME.
           OPEN INPUT OLD-CUSTIDX.
           MOVE WS-OLDIDX-STATUS TO WS-OPEN-STATUS.
           IF WS-OLDIDX-STATUS = "00"
              OPEN OUTPUT NEW-CUSTIDX
              PERFORM 255-CONVERT-CUSTIDX-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-CUSTIDX
                    NEW-CUSTIDX
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-CUSTIDX
              PERFORM 260-REREAD-CUSTIDX-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-CUSTIDX
              PERFORM 710-PROVE-NEW-FILE
              MOVE "N/A" TO WS-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads, converts and writes one index record.
      * A write the index refuses leaves the written count short, so
      * the proof fails.
       255-CONVERT-CUSTIDX-RECORD.
           READ OLD-CUSTIDX NEXT RECORD
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 MOVE OLD-CUSTIDX-AREA TO OLD-CUSTOMER-RECORD
                 PERFORM 600-CONVERT-CUSTOMER-RECORD
                 MOVE CONVERTED-CUSTOMER-RECORD
                    TO INDEX-CUSTOMER-RECORD
                 WRITE INDEX-CUSTOMER-RECORD
                    INVALID KEY
                       DISPLAY "*** CNV6000: NEWIDX REFUSED CUSTOMER "
                          IXC-CUSTOMER-NUMBER " (STATUS "
                          WS-NEWIDX-STATUS ")."
                    NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                 END-WRITE
           END-READ.

      * This paragraph reads one record back from NEWIDX.
       260-REREAD-CUSTIDX-RECORD.
           READ NEW-CUSTIDX NEXT RECORD
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF IXC-SALES-THIS-YTD IS NUMERIC
                    ADD IXC-SALES-THIS-YTD TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the customer archive CUSTARCH to
      * NEWARCH. The archive carries no trailer.
       300-CONVERT-ARCHIVE.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "CUSTARCH" TO WS-FILE-NAME.
           OPEN INPUT OLD-ARCHIVE.
           MOVE WS-CUSTARCH-STATUS TO WS-OPEN-STATUS.
           IF WS-CUSTARCH-STATUS = "00"
              OPEN OUTPUT NEW-ARCHIVE
              PERFORM 305-CONVERT-ARCHIVE-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-ARCHIVE
                    NEW-ARCHIVE
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-ARCHIVE
              PERFORM 310-REREAD-ARCHIVE-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-ARCHIVE
              PERFORM 710-PROVE-NEW-FILE
              MOVE "N/A" TO WS-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads, converts and writes one archive record.
       305-CONVERT-ARCHIVE-RECORD.
           READ OLD-ARCHIVE
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 MOVE OLD-ARCHIVE-AREA TO OLD-CUSTOMER-RECORD
                 PERFORM 600-CONVERT-CUSTOMER-RECORD
                 MOVE CONVERTED-CUSTOMER-RECORD
                    TO ARCHIVED-CUSTOMER-RECORD
                 WRITE ARCHIVED-CUSTOMER-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

      * This paragraph reads one record back from NEWARCH.
       310-REREAD-ARCHIVE-RECORD.
           READ NEW-ARCHIVE
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF ACM-SALES-THIS-YTD IS NUMERIC
                    ADD ACM-SALES-THIS-YTD TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the sales history SALESHST to
      * NEWSHST, proven on the sales amount. It carries no trailer.
       350-CONVERT-SALESHST.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "SALESHST" TO WS-FILE-NAME.
           OPEN INPUT OLD-SALESHST.
           MOVE WS-SALESHST-STATUS TO WS-OPEN-STATUS.
           IF WS-SALESHST-STATUS = "00"
              OPEN OUTPUT NEW-SALESHST
              PERFORM 355-CONVERT-SALESHST-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-SALESHST
                    NEW-SALESHST
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-SALESHST
              PERFORM 360-REREAD-SALESHST-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-SALESHST
              PERFORM 710-PROVE-NEW-FILE
              MOVE "N/A" TO WS-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads, converts and writes one history record.
       355-CONVERT-SALESHST-RECORD.
           READ OLD-SALESHST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 MOVE OLD-SALESHST-AREA TO OLD-HISTORY-RECORD
                 ADD 1 TO WS-OLD-COUNT
                 MOVE SPACES TO SALES-HISTORY-RECORD
                 MOVE OSH-CUSTOMER-NUMBER TO SH-CUSTOMER-NUMBER
                 MOVE OSH-BRANCH-NUMBER   TO SH-BRANCH-NUMBER
                 MOVE OSH-SALESREP-NUMBER TO SH-SALESREP-NUMBER
                 MOVE OSH-PERIOD          TO SH-PERIOD
                 IF OSH-SALES-AMOUNT IS NUMERIC
                    ADD OSH-SALES-AMOUNT TO WS-OLD-HASH
                    MOVE OSH-SALES-AMOUNT TO SH-SALES-AMOUNT
                 ELSE
                    MOVE ZERO TO SH-SALES-AMOUNT
                    ADD 1 TO WS-NONNUMERIC-COUNT
                 END-IF
                 WRITE SALES-HISTORY-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

      * This paragraph reads one record back from NEWSHST.
       360-REREAD-SALESHST-RECORD.
           READ NEW-SALESHST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF SH-SALES-AMOUNT IS NUMERIC
                    ADD SH-SALES-AMOUNT TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the open receivable items OPENITEM to
      * NEWOPEN, proven on the open amount its trailer (see OITRAILR)
      * hashes. The trailer goes on only after the proof.
       400-CONVERT-OPENITEM.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "OPENITEM" TO WS-FILE-NAME.
           OPEN INPUT OLD-OPENITEM.
           MOVE WS-OPENITEM-STATUS TO WS-OPEN-STATUS.
           IF WS-OPENITEM-STATUS = "00"
              OPEN OUTPUT NEW-OPENITEM
              PERFORM 405-CONVERT-OPENITEM-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-OPENITEM
                    NEW-OPENITEM
              PERFORM 700-VERIFY-OLD-TRAILER
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-OPENITEM
              PERFORM 410-REREAD-OPENITEM-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-OPENITEM
              PERFORM 710-PROVE-NEW-FILE
              IF FILE-PROVEN
                 OPEN EXTEND NEW-OPENITEM
                 MOVE SPACES TO OPEN-ITEM-TRAILER-RECORD
                 MOVE "TRL" TO TOI-RECORD-ID
                 MOVE WS-OLD-COUNT TO TOI-RECORD-COUNT
                 MOVE WS-OLD-HASH  TO TOI-HASH-OPEN-AMOUNT
                 WRITE OPEN-ITEM-TRAILER-RECORD
                 CLOSE NEW-OPENITEM
              END-IF
              PERFORM 720-SET-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads one old open item, capturing the trailer
      * or converting and writing the item.
       405-CONVERT-OPENITEM-RECORD.
           READ OLD-OPENITEM
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 IF OTO-IS-TRAILER
                    SET OLD-TRAILER-SEEN TO TRUE
                    MOVE OTO-RECORD-COUNT     TO WS-OLD-TRL-COUNT
                    MOVE OTO-HASH-OPEN-AMOUNT TO WS-OLD-TRL-HASH
                 ELSE
                    MOVE OLD-OPENITEM-AREA TO OLD-OPEN-ITEM-RECORD
                    PERFORM 415-BUILD-OPEN-ITEM
                    WRITE OPEN-ITEM-RECORD
                    ADD 1 TO WS-WRITTEN-COUNT
                 END-IF
           END-READ.

      * This paragraph builds the new open item from the old one.
       415-BUILD-OPEN-ITEM.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES TO OPEN-ITEM-RECORD.
           MOVE OOI-CUSTOMER-NUMBER    TO OI-CUSTOMER-NUMBER.
           MOVE OOI-ITEM-DATE          TO OI-ITEM-DATE.
           MOVE OOI-ITEM-TYPE          TO OI-ITEM-TYPE.
           MOVE OOI-BRANCH-NUMBER      TO OI-BRANCH-NUMBER.
           MOVE OOI-SALESREP-NUMBER    TO OI-SALESREP-NUMBER.
           MOVE OOI-CUSTOMER-NAME      TO OI-CUSTOMER-NAME.
           MOVE OOI-BATCH-ID           TO OI-BATCH-ID.
           MOVE OOI-LAST-ACTIVITY-DATE TO OI-LAST-ACTIVITY-DATE.
           IF OOI-ORIGINAL-AMOUNT IS NUMERIC
              MOVE OOI-ORIGINAL-AMOUNT TO OI-ORIGINAL-AMOUNT
           ELSE
              MOVE ZERO TO OI-ORIGINAL-AMOUNT
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           IF OOI-OPEN-AMOUNT IS NUMERIC
              ADD OOI-OPEN-AMOUNT TO WS-OLD-HASH
              MOVE OOI-OPEN-AMOUNT TO OI-OPEN-AMOUNT
           ELSE
              MOVE ZERO TO OI-OPEN-AMOUNT
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.

      * This paragraph reads one item back from NEWOPEN.
       410-REREAD-OPENITEM-RECORD.
           READ NEW-OPENITEM
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF OI-OPEN-AMOUNT IS NUMERIC
                    ADD OI-OPEN-AMOUNT TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the suspense file CMSUSP to NEWSUSP.
      * Only the held transaction image changes; the suspense fields
      * around it are carried across as they stand. The trailer (see
      * SUTRAILR) goes on only after the proof.
       450-CONVERT-SUSPENSE.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "CMSUSP" TO WS-FILE-NAME.
           OPEN INPUT OLD-SUSPENSE.
           MOVE WS-CMSUSP-STATUS TO WS-OPEN-STATUS.
           IF WS-CMSUSP-STATUS = "00"
              OPEN OUTPUT NEW-SUSPENSE
              PERFORM 455-CONVERT-SUSPENSE-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-SUSPENSE
                    NEW-SUSPENSE
              PERFORM 700-VERIFY-OLD-TRAILER
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-SUSPENSE
              PERFORM 460-REREAD-SUSPENSE-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-SUSPENSE
              PERFORM 710-PROVE-NEW-FILE
              IF FILE-PROVEN
                 OPEN EXTEND NEW-SUSPENSE
                 MOVE SPACES TO SUSPENSE-TRAILER-RECORD
                 MOVE "TRL" TO TSU-RECORD-ID
                 MOVE WS-OLD-COUNT TO TSU-RECORD-COUNT
                 MOVE WS-OLD-HASH  TO TSU-HASH-AMOUNT
                 WRITE SUSPENSE-TRAILER-RECORD
                 CLOSE NEW-SUSPENSE
              END-IF
              PERFORM 720-SET-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads one old suspense record, capturing the
      * trailer or converting the held image and writing the item.
       455-CONVERT-SUSPENSE-RECORD.
           READ OLD-SUSPENSE
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 IF OTS-IS-TRAILER
                    SET OLD-TRAILER-SEEN TO TRUE
                    MOVE OTS-RECORD-COUNT TO WS-OLD-TRL-COUNT
                    MOVE OTS-HASH-AMOUNT  TO WS-OLD-TRL-HASH
                 ELSE
                    ADD 1 TO WS-OLD-COUNT
                    MOVE OLD-SUSPENSE-AREA TO SUSPENSE-RECORD
                    MOVE SU-ORIGINAL-TRANS TO OLD-TRANS-IMAGE
                    PERFORM 650-CONVERT-TRANS-IMAGE
                    MOVE NEW-TRANS-IMAGE TO SU-ORIGINAL-TRANS
                    WRITE SUSPENSE-RECORD
                    ADD 1 TO WS-WRITTEN-COUNT
                 END-IF
           END-READ.

      * This paragraph reads one item back from NEWSUSP.
       460-REREAD-SUSPENSE-RECORD.
           READ NEW-SUSPENSE
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF SU-TRANS-AMOUNT IS NUMERIC
                    ADD SU-TRANS-AMOUNT TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts the posted-transaction file CMPOSTED
      * to NEWPOST the same way the suspense image is converted. The
      * file is append-only and carries no trailer.
       500-CONVERT-POSTED.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "CMPOSTED" TO WS-FILE-NAME.
           OPEN INPUT OLD-POSTED.
           MOVE WS-CMPOSTED-STATUS TO WS-OPEN-STATUS.
           IF WS-CMPOSTED-STATUS = "00"
              OPEN OUTPUT NEW-POSTED
              PERFORM 505-CONVERT-POSTED-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-POSTED
                    NEW-POSTED
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-POSTED
              PERFORM 510-REREAD-POSTED-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-POSTED
              PERFORM 710-PROVE-NEW-FILE
              MOVE "N/A" TO WS-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads, converts and writes one posted record.
       505-CONVERT-POSTED-RECORD.
           READ OLD-POSTED
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-OLD-COUNT
                 MOVE OLD-POSTED-AREA TO POSTED-TRANS-RECORD
                 MOVE PT-POSTED-TRANS TO OLD-TRANS-IMAGE
                 PERFORM 650-CONVERT-TRANS-IMAGE
                 MOVE NEW-TRANS-IMAGE TO PT-POSTED-TRANS
                 WRITE POSTED-TRANS-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

      * This paragraph reads one record back from NEWPOST.
       510-REREAD-POSTED-RECORD.
           READ NEW-POSTED
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF PT-TRANS-AMOUNT IS NUMERIC
                    ADD PT-TRANS-AMOUNT TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph converts RPT6000's run history RUNHIST to
      * NEWHIST, proven on the grand total this YTD. It carries no
      * trailer.
       550-CONVERT-RUNHIST.
           PERFORM 150-RESET-FILE-PROOF.
           MOVE "RUNHIST" TO WS-FILE-NAME.
           OPEN INPUT OLD-RUNHIST.
           MOVE WS-RUNHIST-STATUS TO WS-OPEN-STATUS.
           IF WS-RUNHIST-STATUS = "00"
              OPEN OUTPUT NEW-RUNHIST
              PERFORM 555-CONVERT-RUNHIST-RECORD
                 UNTIL INPUT-EOF
              CLOSE OLD-RUNHIST
                    NEW-RUNHIST
              MOVE "N" TO INPUT-EOF-SWITCH
              OPEN INPUT NEW-RUNHIST
              PERFORM 560-REREAD-RUNHIST-RECORD
                 UNTIL INPUT-EOF
              CLOSE NEW-RUNHIST
              PERFORM 710-PROVE-NEW-FILE
              MOVE "N/A" TO WS-TRAILER-TEXT
           ELSE
              PERFORM 740-NOTE-FILE-NOT-OPENED
           END-IF.
           PERFORM 730-PRINT-FILE-LINE.

      * This paragraph reads, converts and writes one run history
      * record.
       555-CONVERT-RUNHIST-RECORD.
           READ OLD-RUNHIST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 MOVE OLD-RUNHIST-AREA TO OLD-RUN-HISTORY-RECORD
                 ADD 1 TO WS-OLD-COUNT
                 MOVE SPACES TO RUN-HISTORY-RECORD
                 MOVE ORH-RUN-DATE         TO RH-RUN-DATE
                 MOVE ORH-RUN-TIME         TO RH-RUN-TIME
                 MOVE ORH-COMPARISON-BASIS TO RH-COMPARISON-BASIS
                 MOVE ORH-RECORDS-READ     TO RH-RECORDS-READ
                 MOVE ORH-REJECT-COUNT     TO RH-REJECT-COUNT
                 MOVE ORH-EXCEPTION-COUNT  TO RH-EXCEPTION-COUNT
                 IF ORH-GRAND-TOTAL-THIS-YTD IS NUMERIC
                    ADD ORH-GRAND-TOTAL-THIS-YTD TO WS-OLD-HASH
                    MOVE ORH-GRAND-TOTAL-THIS-YTD
                       TO RH-GRAND-TOTAL-THIS-YTD
                 ELSE
                    MOVE ZERO TO RH-GRAND-TOTAL-THIS-YTD
                    ADD 1 TO WS-NONNUMERIC-COUNT
                 END-IF
                 IF ORH-GRAND-TOTAL-LAST-YTD IS NUMERIC
                    MOVE ORH-GRAND-TOTAL-LAST-YTD
                       TO RH-GRAND-TOTAL-LAST-YTD
                 ELSE
                    MOVE ZERO TO RH-GRAND-TOTAL-LAST-YTD
                    ADD 1 TO WS-NONNUMERIC-COUNT
                 END-IF
                 WRITE RUN-HISTORY-RECORD
                 ADD 1 TO WS-WRITTEN-COUNT
           END-READ.

      * This paragraph reads one record back from NEWHIST.
       560-REREAD-RUNHIST-RECORD.
           READ NEW-RUNHIST
              AT END
                 SET INPUT-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NEW-COUNT
                 IF RH-GRAND-TOTAL-THIS-YTD IS NUMERIC
                    ADD RH-GRAND-TOTAL-THIS-YTD TO WS-NEW-HASH
                 END-IF
           END-READ.

      * This paragraph builds CONVERTED-CUSTOMER-RECORD from the old
      * customer layout for CUSTMAST, CUSTIDX and CUSTARCH alike,
      * counting the record and hashing its sales this YTD. A bucket
      * that is not numeric on the old file -- which no program would
      * have posted to or totaled -- is written as zero and counted,
      * so it is on the report rather than lost in the new layout.
       600-CONVERT-CUSTOMER-RECORD.
           ADD 1 TO WS-OLD-COUNT.
           MOVE SPACES TO CONVERTED-CUSTOMER-RECORD.
           MOVE OCM-BRANCH-NUMBER   TO CCM-BRANCH-NUMBER.
           MOVE OCM-SALESREP-NUMBER TO CCM-SALESREP-NUMBER.
           MOVE OCM-CUSTOMER-NUMBER TO CCM-CUSTOMER-NUMBER.
           MOVE OCM-CUSTOMER-NAME   TO CCM-CUSTOMER-NAME.
           IF OCM-SALES-THIS-YTD IS NUMERIC
              ADD OCM-SALES-THIS-YTD TO WS-OLD-HASH
              MOVE OCM-SALES-THIS-YTD TO CCM-SALES-THIS-YTD
           ELSE
              MOVE ZERO TO CCM-SALES-THIS-YTD
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           IF OCM-SALES-LAST-YTD IS NUMERIC
              MOVE OCM-SALES-LAST-YTD TO CCM-SALES-LAST-YTD
           ELSE
              MOVE ZERO TO CCM-SALES-LAST-YTD
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           IF OCM-SALES-THIS-MONTH IS NUMERIC
              MOVE OCM-SALES-THIS-MONTH TO CCM-SALES-THIS-MONTH
           ELSE
              MOVE ZERO TO CCM-SALES-THIS-MONTH
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           IF OCM-SALES-LAST-MONTH IS NUMERIC
              MOVE OCM-SALES-LAST-MONTH TO CCM-SALES-LAST-MONTH
           ELSE
              MOVE ZERO TO CCM-SALES-LAST-MONTH
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.
           IF OCM-SALES-TWO-YEARS-AGO IS NUMERIC
              MOVE OCM-SALES-TWO-YEARS-AGO TO CCM-SALES-TWO-YEARS-AGO
           ELSE
              MOVE ZERO TO CCM-SALES-TWO-YEARS-AGO
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.

      * This paragraph rebuilds a held CMTRANS image in the widened
      * transaction layout and hashes its amount. Unlike a customer
      * bucket, a non-numeric amount here is a transaction that was
      * rejected for it, so it stays non-numeric (spaces) and keeps
      * being rejected instead of posting as zero.
       650-CONVERT-TRANS-IMAGE.
           MOVE SPACES TO NEW-TRANS-IMAGE.
           MOVE OTI-TRANS-CODE      TO NTI-TRANS-CODE.
           MOVE OTI-CUSTOMER-NUMBER TO NTI-CUSTOMER-NUMBER.
           MOVE OTI-POSTING-DATE    TO NTI-POSTING-DATE.
           MOVE OTI-ENTERED-BY      TO NTI-ENTERED-BY.
           MOVE OTI-REMAINDER       TO NTI-REMAINDER.
           IF OTI-TRANS-AMOUNT IS NUMERIC
              ADD OTI-TRANS-AMOUNT TO WS-OLD-HASH
              MOVE OTI-TRANS-AMOUNT TO NTI-TRANS-AMOUNT
           ELSE
              MOVE SPACES TO NTI-TRANS-AMOUNT-X
              ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF.

      * This paragraph checks the old file's trailer control record
      * against what was read, as ROL6000's 320-VERIFY-INCOMING-
      * TRAILER does. A mismatch means the old file was truncated or
      * doctored -- or was already converted -- and the file is not
      * proven. A file with no trailer is converted with a warning
      * and given its first one.
       700-VERIFY-OLD-TRAILER.
           IF OLD-TRAILER-SEEN
              IF WS-OLD-TRL-COUNT NOT = WS-OLD-COUNT
                 OR WS-OLD-TRL-HASH NOT = WS-OLD-HASH
                 MOVE "N" TO FILE-PROVEN-SWITCH
                 DISPLAY "*****************************************"
                 DISPLAY "*** CNV6000 ERROR: OLD " WS-FILE-NAME
                    " FAILED ITS TRAILER CONTROL CHECK ***"
                 DISPLAY "*** TRAILER COUNT " WS-OLD-TRL-COUNT
                    "  RECORDS READ " WS-OLD-COUNT
                 DISPLAY "*** TRAILER HASH  " WS-OLD-TRL-HASH
                    "  HASH COMPUTED " WS-OLD-HASH
                 DISPLAY "*****************************************"
              END-IF
           ELSE
              DISPLAY "*** CNV6000: OLD " WS-FILE-NAME " HAS NO "
                 "TRAILER CONTROL RECORD."
              DISPLAY "*** THIS RUN WILL WRITE THE FILE'S FIRST ONE."
           END-IF.

      * This paragraph proves the new file against the old one: every
      * record read must have been written, and the new file read back
      * in the new layout must give the old file's count and hash.
       710-PROVE-NEW-FILE.
           IF WS-WRITTEN-COUNT NOT = WS-OLD-COUNT
              OR WS-NEW-COUNT NOT = WS-OLD-COUNT
              OR WS-NEW-HASH NOT = WS-OLD-HASH
              MOVE "N" TO FILE-PROVEN-SWITCH
           END-IF.
           IF FILE-PROVEN
              MOVE "PROVEN" TO WS-RESULT-TEXT
              ADD 1 TO WS-FILES-CONVERTED
           ELSE
              MOVE "*** NOT PROVEN ***" TO WS-RESULT-TEXT
              ADD 1 TO WS-FILES-FAILED
              MOVE "N" TO CONVERSION-PROVEN-SWITCH
           END-IF.

      * This paragraph names what happened to a trailer-controlled
      * file's trailer: carried across from the old file, written for
      * the first time, or withheld because the file was not proven.
       720-SET-TRAILER-TEXT.
           IF NOT FILE-PROVEN
              MOVE "WITHHELD" TO WS-TRAILER-TEXT
           ELSE
              IF OLD-TRAILER-SEEN
                 MOVE "CARRIED" TO WS-TRAILER-TEXT
              ELSE
                 MOVE "FIRST" TO WS-TRAILER-TEXT
              END-IF
           END-IF.

      * This paragraph prints one file's line on the control report.
       730-PRINT-FILE-LINE.
           MOVE WS-FILE-NAME        TO FDL-FILE-NAME.
           MOVE WS-OLD-COUNT        TO FDL-OLD-COUNT.
           MOVE WS-OLD-HASH         TO FDL-OLD-HASH.
           MOVE WS-NEW-COUNT        TO FDL-NEW-COUNT.
           MOVE WS-NEW-HASH         TO FDL-NEW-HASH.
           MOVE WS-NONNUMERIC-COUNT TO FDL-NONNUMERIC.
           MOVE WS-TRAILER-TEXT     TO FDL-TRAILER.
           MOVE WS-RESULT-TEXT      TO FDL-RESULT.
           MOVE FILE-DETAIL-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.

      * This paragraph records an optional file that could not be
      * opened. Not on hand (status "35") is simply skipped -- not
      * every site keeps an archive or has run a MONTH roll yet; any
      * other status is a failure the operator must look at.
       740-NOTE-FILE-NOT-OPENED.
           IF WS-OPEN-STATUS = "35"
              MOVE "NOT ON FILE" TO WS-RESULT-TEXT
              ADD 1 TO WS-FILES-SKIPPED
              DISPLAY "*** CNV6000: NO " WS-FILE-NAME " ON FILE. "
                 "NOTHING TO CONVERT."
           ELSE
              MOVE SPACES TO WS-RESULT-TEXT
              STRING "*** OPEN STATUS " WS-OPEN-STATUS " ***"
                 DELIMITED BY SIZE INTO WS-RESULT-TEXT
              ADD 1 TO WS-FILES-FAILED
              MOVE "N" TO CONVERSION-PROVEN-SWITCH
              DISPLAY "*** CNV6000 ERROR: CANNOT OPEN " WS-FILE-NAME
                 " (STATUS " WS-OPEN-STATUS ")."
           END-IF.

      * This is a utility paragraph used to write a single formatted
      * line (PRINT-AREA) to the control report file.
       750-WRITE-REPORT-LINE.
           WRITE PRINT-AREA.

      * This paragraph appends this run's CONVERT stamp to the shared
      * run-control file (see RUNCTL), so a second conversion is
      * refused. Only reached when every file on hand was proven.
       760-STAMP-RUN-CONTROL.
           MOVE SPACES TO RUN-CONTROL-RECORD.
           MOVE "CNV6000" TO RC-PROGRAM-ID.
           MOVE "CONVERT" TO RC-EVENT-CODE.
           MOVE WS-TODAY-DATE TO RC-RUN-DATE.
           MOVE CD-HOURS   TO WS-STAMP-HOURS.
           MOVE CD-MINUTES TO WS-STAMP-MINUTES.
           MOVE WS-STAMP-TIME-N TO RC-RUN-TIME.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUN-CONTROL-RECORD.
           CLOSE RUN-CONTROL-FILE.

      * This paragraph prints the notes and the verdict at the foot
      * of the control report.
       800-PRINT-REPORT-FOOTING.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE "NONNUM COUNTS OLD AMOUNTS THAT WERE NOT NUMERIC. THEY "
              TO NL-MESSAGE.
           MOVE NOTE-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE "ARE WRITTEN AS ZERO, EXCEPT IN THE CMSUSP AND CMPOSTED"
              TO NL-MESSAGE.
           MOVE NOTE-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE "TRANSACTION IMAGES, WHERE THEY STAY NON-NUMERIC."
              TO NL-MESSAGE.
           MOVE NOTE-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.
           IF CONVERSION-PROVEN
              MOVE "CONVERSION PROVEN - NEW FILES MAY BE RELEASED"
                 TO NL-MESSAGE
           ELSE
              MOVE "*** CONVERSION NOT PROVEN - DO NOT RELEASE ANY "
                 TO NL-MESSAGE
              MOVE "NEW FILE ***" TO NL-MESSAGE (48:12)
           END-IF.
           MOVE NOTE-LINE TO PRINT-AREA.
           PERFORM 750-WRITE-REPORT-LINE.

      * This paragraph issues the end-of-run console message, loudly
      * when any file was not proven, in the style of ROL6000's
      * 910-REPORT-ROLL-RESULT.
       910-REPORT-CONVERSION-RESULT.
           IF CONVERSION-PROVEN
              DISPLAY "CNV6000: " WS-FILES-CONVERTED " FILE(S) "
                 "CONVERTED AND PROVEN, " WS-FILES-SKIPPED
                 " NOT ON FILE."
              DISPLAY "CNV6000: RELEASE EACH NEW FILE IN PLACE OF ITS "
                 "OLD ONE BEFORE ANY OTHER PROGRAM RUNS."
           ELSE
              DISPLAY "*****************************************"
              DISPLAY "*** CNV6000: " WS-FILES-FAILED " FILE(S) NOT "
                 "PROVEN.  DO NOT RELEASE ANY NEW FILE."
              DISPLAY "*** COMPARE THE OLD AND NEW FIGURES ON THE "
                 "CONTROL REPORT."
              DISPLAY "*****************************************"
           END-IF.
