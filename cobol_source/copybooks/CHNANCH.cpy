      *****************************************************************
      * CHNANCH - AUDIT TRAIL CHAIN ANCHOR RECORD LAYOUT              *
      *                                                                *
      * COPYed under a 01-level CHAIN-ANCHOR-RECORD. When retention-  *
      * housekeeping moves the oldest records of a chained trail to  *
      * history, the first record it keeps still chains from the    *
      * last one it moved. It appends one anchor per trail per run   *
      * here, carrying that last moved record's sequence number and  *
      * hash, so the verifier can accept a live trail that starts    *
      * part-way along its chain - and so a writer whose live trail  *
      * was emptied entirely still continues the chain rather than   *
      * starting a new one. The file only grows; the anchor that     *
      * matches a trail's first sequence number is the one used.     *
      *****************************************************************
      *    AUDITLOG / OPSLOG - THE RETENTION-POLICY DATASET NAME.
           05 CHA-TRAIL                PIC X(8).
           05 FILLER                   PIC X(1).
           05 CHA-ANCHOR-SEQ           PIC 9(9).
           05 FILLER                   PIC X(1).
           05 CHA-ANCHOR-HASH          PIC X(64).
           05 FILLER                   PIC X(1).
      *    RECORD DATE OF THE LAST MOVED RECORD.
           05 CHA-ANCHOR-DATE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 CHA-RECORDS-MOVED        PIC 9(9).
           05 FILLER                   PIC X(1).
      *    WHEN HOUSEKEEPING SET THE ANCHOR.
           05 CHA-SET-TIMESTAMP        PIC X(21).
