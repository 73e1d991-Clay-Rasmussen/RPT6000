      ******************************************************************
      *  COPYLIB member: SUTRAILR
      *  Trailer control record for the CMTRANS suspense file (see
      *  CMSUSP). Written as the last record of the file by CMU6000,
      *  carrying the suspense record count and a hash total of the
      *  numeric SU-TRANS-AMOUNT values, and verified by every reader
      *  so a truncated suspense file cannot silently lose the
      *  transactions it is holding. TSU-RECORD-ID is "TRL", which can
      *  never collide with a data record because a data record starts
      *  with a numeric date. 130 bytes to match the records it trails.
      ******************************************************************
       01  SUSPENSE-TRAILER-RECORD.
           05  TSU-RECORD-ID       PIC X(3).
               88  TSU-IS-TRAILER          VALUE "TRL".
           05  TSU-RECORD-COUNT    PIC 9(8).
           05  TSU-HASH-AMOUNT     PIC S9(11)V99  COMP-3.
           05  FILLER              PIC X(112).
