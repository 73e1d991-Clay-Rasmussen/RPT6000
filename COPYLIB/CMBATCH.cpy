      *  every posting run before a single record is written, so
      *  re-submitting an already-posted batch ID is refused loudly
      *  instead of doubling every customer invoiced that day.
      *  PB-BATCH-HASH is the CT-TRANS-AMOUNT hash the batch trailer
      *  carried, so a later back-out can be proved against it.
      *  When REV6000 reverses a batch it appends a second record for
      *  the same batch ID with PB-ENTRY-TYPE "R", its own run date
      *  and time, and the count and hash it took back out; the last
      *  record for a batch ID decides its state, so a reversed batch
      *  may be corrected and posted again under the same ID. Records
      *  written before the hash and entry type existed carry spaces
      *  there and read as posted, with no hash to prove against.
      *  130-byte fixed record to match the other files in this
      *  system.
      ******************************************************************
           05  PB-POSTED-DATE      PIC 9(8).
           05  PB-POSTED-TIME      PIC 9(4).
           05  PB-TRANS-COUNT      PIC 9(8).
           05  PB-BATCH-HASH       PIC S9(11)V99  COMP-3.
           05  PB-ENTRY-TYPE       PIC X(1).
               88  PB-BATCH-POSTED         VALUE "P" SPACE.
               88  PB-BATCH-REVERSED       VALUE "R".
           05  FILLER              PIC X(86).
