      *****************************************************************
      * CHAINWRK - AUDIT TRAIL HASH CHAIN WORK AREA                   *
      *                                                                *
      * COPYed under a 01-level AUDIT-CHAIN-WORK by every program     *
      * that writes or verifies a chained audit trail (QUERY-AUDIT-   *
      * LOG, OPERATIONS-LOG, KEY-CHANGE-AUDIT-FILE, BIND-CHANGE-      *
      * AUDIT-FILE). Each record on those trails ends with a chain    *
      * stamp: a sequence number one higher than the record before   *
      * it and a hash - ICSF CSNBOWH SHA-256, hex-encoded - over the  *
      * previous record's hash followed by this record's own bytes   *
      * up to (and including) its sequence number. The first record  *
      * chains from CHN-GENESIS-HASH. Deleting, inserting or editing *
      * a record breaks the chain at that point. A record written    *
      * while the hash service was down carries CHN-UNHASHED-MARK in *
      * place of its hash so the verifier can report it by name.     *
      *****************************************************************
      *    THE TRAIL BEING CHAINED, BY ITS RETENTION-POLICY NAME,
      *    AND THE SWITCH FOR A PASS OVER IT.
           05 CHN-TRAIL-NAME           PIC X(8).
           05 CHN-SCAN-EOF-SW          PIC X(1) VALUE "N".
              88 CHN-SCAN-AT-END               VALUE "Y".
      *    THE LAST RECORD ON THE TRAIL - WHAT THE NEXT RECORD
      *    CHAINS FROM.
           05 CHN-LAST-SEQ             PIC 9(9) VALUE 0.
           05 CHN-LAST-HASH            PIC X(64).
      *    THE STAMP BEING BUILT FOR THE RECORD IN HAND.
           05 CHN-NEW-SEQ              PIC 9(9).
           05 CHN-NEW-HASH             PIC X(64).
      *    BYTES OF THE RECORD COVERED BY ITS HASH: EVERYTHING AHEAD
      *    OF THE 64-BYTE HASH FIELD THAT ENDS EVERY CHAINED RECORD.
           05 CHN-CONTENT-LEN          PIC S9(8) COMP.
           05 CHN-GENESIS-HASH         PIC X(64) VALUE ALL "0".
           05 CHN-UNHASHED-MARK        PIC X(64)
              VALUE "UNHASHED - ONE-WAY HASH SERVICE UNAVAILABLE".
      *    ICSF ONE-WAY HASH (CSNBOWH) PARAMETERS.
           05 CHP-RETURN-CODE          PIC 9(8) COMP.
           05 CHP-REASON-CODE          PIC 9(8) COMP.
           05 CHP-EXIT-DATA-LENGTH     PIC 9(8) COMP VALUE 0.
           05 CHP-EXIT-DATA            PIC X(4).
           05 CHP-RULE-ARRAY-COUNT     PIC 9(8) COMP VALUE 2.
           05 CHP-RULE-ARRAY.
              10 FILLER                PIC X(8) VALUE "SHA-256 ".
              10 FILLER                PIC X(8) VALUE "ONLY    ".
           05 CHP-TEXT-LENGTH          PIC 9(8) COMP.
           05 CHP-TEXT                 PIC X(4400).
           05 CHP-CHAIN-VECTOR-LENGTH  PIC 9(8) COMP VALUE 128.
           05 CHP-CHAIN-VECTOR         PIC X(128).
           05 CHP-HASH-LENGTH          PIC 9(8) COMP VALUE 32.
           05 CHP-HASH                 PIC X(32).
      *    HEX ENCODING OF THE 32-BYTE DIGEST, TWO CHARACTERS A BYTE.
           05 CHX-BYTE-IDX             PIC S9(4) COMP.
           05 CHX-BYTE-VALUE           PIC 9(4) COMP.
           05 CHX-HEX-POS              PIC S9(4) COMP.
           05 CHX-HEX-HIGH             PIC 9(4) COMP.
           05 CHX-HEX-LOW              PIC 9(4) COMP.
           05 CHX-HEX-DIGITS           PIC X(16)
              VALUE "0123456789ABCDEF".
