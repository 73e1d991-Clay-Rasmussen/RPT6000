      ******************************************************************
      *  COPYLIB member: JRNREQ
      *  Record layout for JRN6000's history request file: one record
      *  per customer whose change-journal timeline is wanted, listed
      *  in the order the customers are to be printed. Used when no
      *  single customer is named through JRN6000_CUSTOMER. 130-byte
      *  fixed record to match the other files in this system.
      ******************************************************************
       01  HISTORY-REQUEST-RECORD.
           05  JQ-CUSTOMER-NUMBER  PIC 9(5).
           05  FILLER              PIC X(125).
