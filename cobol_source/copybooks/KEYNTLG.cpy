      *****************************************************************
      * KEYNTLG - PARTNER KEY-CHANGE NOTIFICATION LEDGER RECORD       *
      *                                                                *
      * COPYed under a 01-level KEY-NOTICE-LEDGER-RECORD. The ledger  *
      * is an indexed dataset keyed by partner id + key name + change *
      * action (KNL-KEY): key-change-notify writes one record each    *
      * time it sends a partner a notice for an approved ROTATE, ADD  *
      * or RETIRE on the key change audit trail. KNL-KEY-NAME is the  *
      * key the notice is about - the successor for a ROTATE, the new *
      * key for an ADD, the retired key for a RETIRE - so the         *
      * preflight can ask directly whether a partner was ever told of *
      * the key that will sign its extracts. KNL-NOTICE-DATE is the   *
      * business date the notice went out; a same-day rerun rebuilds  *
      * that day's notices and rewrites their records in place.       *
      *****************************************************************
           05 KNL-KEY.
              10 KNL-PARTNER-ID        PIC X(8).
              10 KNL-KEY-NAME          PIC X(16).
              10 KNL-ACTION            PIC X(8).
           05 FILLER                   PIC X(1).
      *    CHAIN SEQUENCE OF THE KEY CHANGE AUDIT RECORD NOTIFIED.
           05 KNL-CHANGE-SEQ           PIC 9(9).
           05 FILLER                   PIC X(1).
           05 KNL-OLD-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 KNL-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNL-OLD-KEY-STOP-DATE    PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNL-NOTICE-DATE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNL-NOTICE-TIMESTAMP     PIC X(21).
           05 FILLER                   PIC X(1).
           05 KNL-DEST-DATASET         PIC X(44).
           05 FILLER                   PIC X(1).
           05 KNL-CONTACT              PIC X(40).
