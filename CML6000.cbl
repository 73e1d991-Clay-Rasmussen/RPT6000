      *  RPT6000's checkpoint repositioning and per-division reopen
      *  both depend on it -- so this program copies that file into
      *  CUSTIDX, an indexed file keyed on the customer number, after
      *  each nightly update. The load also builds the file's two
      *  alternate indexes (see CUSTIDXK) -- customer name, for
      *  INQ6000's name search, and branch/salesrep, for its browse --
      *  so a customer added or renamed on the master is findable by
      *  name from the next morning on. It verifies CUSTMAST's
      *  trailer control record (see CMTRAILR) the same way RPT6000's
      *  read loop does, so a truncated transmission can never
      *  become the inquiry file, and writes an error listing for
      *  records that cannot be keyed: a non-numeric or zero
      *  customer number, and a customer number already written (a
      *  duplicate on the sequential master, which is keyed by
      *  branch/salesrep and cannot notice one).
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXC-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CIX-CUSTOMER-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIX-BRANCH-SALESREP-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTIDX-STATUS.
           SELECT ERROR-LISTING   ASSIGN TO CMLERR.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
           ==CM-SALES-THIS-MONTH==    BY ==IXC-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==IXC-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==IXC-SALES-TWO-YEARS-AGO==.
       COPY CUSTIDXK.

       FD  ERROR-LISTING
           RECORDING MODE IS F
