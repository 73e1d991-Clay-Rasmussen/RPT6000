      ******************************************************************
      *  COPYLIB member: CMTRANS
      *  Record layout for CMU6000's CUSTMAST sales posting transaction
      *  file. One record per invoice, credit memo or customer payment
      *  (cash receipt), keyed by the customer number it posts against,
      *  130 bytes to match the other fixed-width files in this system.
      *  CT-TRANS-AMOUNT is sized to the CUSTMAST sales buckets it
      *  posts into (S9(9)V99 COMP-3). A payment never touches the
      *  sales buckets -- it is applied against the customer's open
      *  receivable items (see OPENITEM), oldest first, and
      *  CT-POSTING-DATE is the date every invoice is aged from.
      *  CT-PRODUCT-LINE is optional: when present it must be on the
      *  product line master (see PRODLINE), and CMU6000 accumulates
      *  the posting into the product-line sales file (see PLSALES)
      *  under it; a blank code posts as unclassified. It sits inside
      *  the first 50 bytes, the transaction image CMSUSP and CMPOSTED
      *  keep, so a suspended or posted transaction carries it too.
      ******************************************************************
       01  CUSTMAST-TRANS-RECORD.
           05  CT-TRANS-CODE       PIC X(1).
               88  CT-TRANS-INVOICE        VALUE "I".
               88  CT-TRANS-CREDIT-MEMO    VALUE "C".
               88  CT-TRANS-PAYMENT        VALUE "P".
           05  CT-CUSTOMER-NUMBER  PIC 9(5).
           05  CT-TRANS-AMOUNT     PIC S9(9)V99   COMP-3.
           05  CT-POSTING-DATE     PIC 9(8).
           05  CT-ENTERED-BY       PIC X(10).
           05  CT-PRODUCT-LINE     PIC X(3).
           05  FILLER              PIC X(97).
