      *****************************************************************
      * XMITLOG - SHARED OUTBOUND TRANSMISSION LOG RECORD LAYOUT      *
      *                                                                *
      * COPYed under a 01-level TRANSMISSION-LOG-RECORD. The log is   *
      * an indexed dataset keyed by partner id + doc-key (XLG-KEY):   *
      * partner-bundle writes one record for every document it puts  *
      * into a partner's outbound bundle - partner, doc-key, the     *
      * send timestamp and the destination dataset the bundle was    *
      * built for - with a delivery status of SENT. A same-day       *
      * rebuild of the bundle rewrites the record in place rather    *
      * than logging the document twice. The delivery status fields  *
      * are the partner's answer as later recorded against the send; *
      * a reader treats blank status as SENT so records logged       *
      * before those fields were filled keep working.                *
      *****************************************************************
           05 XLG-KEY.
              10 XLG-PARTNER-ID        PIC X(8).
              10 XLG-DOC-KEY           PIC X(16).
           05 FILLER                   PIC X(1).
      *    CCYYMMDD OF THE CYCLE THAT BUILT THE BUNDLE.
           05 XLG-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 XLG-SENT-TIMESTAMP       PIC X(21).
           05 FILLER                   PIC X(1).
           05 XLG-DEST-DATASET         PIC X(44).
           05 FILLER                   PIC X(1).
           05 XLG-DELIVERY-STATUS      PIC X(8).
              88 XLG-STATUS-SENT               VALUE "SENT" SPACES.
              88 XLG-STATUS-ACKED              VALUE "ACKED".
              88 XLG-STATUS-NAKED              VALUE "NAKED".
           05 FILLER                   PIC X(1).
      *    WHEN AND WHY THE STATUS LAST CHANGED.
           05 XLG-STATUS-TIMESTAMP     PIC X(21).
           05 FILLER                   PIC X(1).
           05 XLG-REASON-CODE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 XLG-REASON-TEXT          PIC X(40).
