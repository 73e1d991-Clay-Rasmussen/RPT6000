      *  partially, and records the header's batch ID on the posted-
      *  batch registry (see CMBATCH) so the same batch can never
      *  post twice. The record IDs "BHD" and "BTR" can never collide
      *  with a data record, which starts with transaction code "I",
      *  "C" or "P". 130 bytes to match the records they bracket.
      ******************************************************************
       01  CMTRANS-BATCH-HEADER.
           05  BCH-RECORD-ID       PIC X(3).
