      ******************************************************************
      *  COPYLIB member: GLTRLR
      *  Trailer control record for the general ledger journal
      *  interface file (see GLJRNL). Written as the last record of
      *  the file by GLJ6000, carrying the journal record count and
      *  the totals of the debit and of the credit entries, which
      *  must be equal, so the ledger's import can balance what it
      *  received before anything is booked. A file whose proof
      *  failed is released without one, so the import rejects it.
      *  TGJ-RECORD-ID is "TRL", which can never collide with a
      *  journal record because a journal record starts with a
      *  numeric date. 130 bytes to match the records it trails.
      ******************************************************************
       01  GL-JOURNAL-TRAILER-RECORD.
           05  TGJ-RECORD-ID       PIC X(3).
               88  TGJ-IS-TRAILER          VALUE "TRL".
           05  TGJ-RECORD-COUNT    PIC 9(8).
           05  TGJ-HASH-DEBITS     PIC S9(11)V99  COMP-3.
           05  TGJ-HASH-CREDITS    PIC S9(11)V99  COMP-3.
           05  FILLER              PIC X(105).
