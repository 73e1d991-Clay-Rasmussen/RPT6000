               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IXC-CUSTOMER-NUMBER
               ALTERNATE RECORD KEY IS CIX-CUSTOMER-NAME-KEY
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CIX-BRANCH-SALESREP-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTIDX-STATUS.
           SELECT INPUT-SALESREP  ASSIGN TO SALESREP.
           SELECT INPUT-BRNCHMST  ASSIGN TO BRNCHMST
           ==CM-SALES-THIS-MONTH==    BY ==IXC-SALES-THIS-MONTH==
           ==CM-SALES-LAST-MONTH==    BY ==IXC-SALES-LAST-MONTH==
           ==CM-SALES-TWO-YEARS-AGO== BY ==IXC-SALES-TWO-YEARS-AGO==.
       COPY CUSTIDXK.

       FD  INPUT-SALESREP
           RECORDING MODE IS F
