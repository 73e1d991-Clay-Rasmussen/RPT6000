      ******************************************************************
      *  COPYLIB member: OITRAILR
      *  Trailer control record for the accounts receivable open-item
      *  file (see OPENITEM). Written as the last record of the file by
      *  CMU6000, carrying the item count and a hash total of
      *  OI-OPEN-AMOUNT, and verified by every reader so a truncated
      *  open-item file can never pass for the customers' balances.
      *  TOI-RECORD-ID is "TRL", which can never collide with a data
      *  record because a data record starts with a numeric customer
      *  number. 130 bytes to match the records it trails.
      ******************************************************************
       01  OPEN-ITEM-TRAILER-RECORD.
           05  TOI-RECORD-ID       PIC X(3).
               88  TOI-IS-TRAILER          VALUE "TRL".
           05  TOI-RECORD-COUNT    PIC 9(8).
           05  TOI-HASH-OPEN-AMOUNT PIC S9(11)V99 COMP-3.
           05  FILLER              PIC X(112).
