      *****************************************************************
      * SIGARCH - SHARED SIGNATURE ARCHIVE RECORD LAYOUT              *
      *                                                                *
      * COPYed under a 01-level SIGN-ARCHIVE-RECORD. The archive is   *
      * an indexed dataset keyed by doc-id + archive timestamp        *
      * (SARC-ARCHIVE-KEY), with alternate keys on the signing key    *
      * name (SARC-KEY-NAME) and the cycle date (SARC-CYCLE-DATE),    *
      * both with duplicates. crypto_icsf_csn_dsg1 writes one record  *
      * for every signature it generates; readers position on the     *
      * key that answers their question instead of reading the       *
      * whole archive. The archive key is carried ahead of the        *
      * signature record, which keeps the layout partners receive    *
      * (SARC-SIGNATURE-RECORD) and the yearly history datasets hold. *
      *****************************************************************
           05 SARC-ARCHIVE-KEY.
              10 SARC-AK-DOC-ID        PIC X(16).
              10 SARC-AK-TIMESTAMP     PIC X(21).
           05 FILLER                   PIC X(1).
           05 SARC-SIGNATURE-RECORD.
      *       DATE PORTION IS THE BUSINESS DATE OF THE SIGNING RUN,
      *       TIME PORTION IS WALL CLOCK.
              10 SARC-TIMESTAMP.
                 15 SARC-CYCLE-DATE    PIC X(8).
                 15 SARC-CYCLE-TIME    PIC X(13).
              10 FILLER                PIC X(1).
              10 SARC-DOC-ID           PIC X(16).
              10 FILLER                PIC X(1).
              10 SARC-KEY-NAME         PIC X(16).
              10 FILLER                PIC X(1).
              10 SARC-RULE-ARRAY.
                 15 SARC-RULE-1        PIC X(8).
                 15 SARC-RULE-2        PIC X(8).
                 15 SARC-RULE-3        PIC X(8).
                 15 SARC-RULE-4        PIC X(8).
              10 FILLER                PIC X(1).
              10 SARC-SIGN-LENGTH      PIC 9(4).
              10 FILLER                PIC X(1).
              10 SARC-SIGN-BIT-LENGTH  PIC 9(10).
              10 FILLER                PIC X(1).
      *       SIGNATURE BYTES ARE HEX-ENCODED (TWO CHARACTERS PER
      *       BYTE) SO THE RECORD STAYS PRINTABLE AND CAN BE SENT TO
      *       A PARTNER AS-IS.
              10 SARC-SIGNATURE        PIC X(4000).
