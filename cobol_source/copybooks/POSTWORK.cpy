      *****************************************************************
      * POSTWORK - INBOUND POSTING WORK RECORD LAYOUT                 *
      *                                                                *
      * COPYed under a 01-level POSTING-WORK-RECORD. inbound-post     *
      * writes one record for every ACCEPTED inbound document it      *
      * considered: PREPARED documents went into the posting batch   *
      * as a "*UNIT doc-id" unit, FAILED ones could not be prepared  *
      * and carry the reason. inbound-post-results reads it back     *
      * after sql-injection-04 has run the batch to settle each      *
      * document against the unit outcomes on the audit trail.       *
      *****************************************************************
           05 PWK-DOC-ID               PIC X(16).
           05 FILLER                   PIC X(1).
      *    THE KEY NAME ON THE ACCEPTED DISPOSITION - HOW
      *    reject-routing FINDS THE PARTNER FOR A POSTING FAILURE.
           05 PWK-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 PWK-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 PWK-STATUS               PIC X(1).
              88 PWK-PREPARED                  VALUE "P".
              88 PWK-PREP-FAILED               VALUE "F".
           05 FILLER                   PIC X(1).
           05 PWK-REASON               PIC X(40).
