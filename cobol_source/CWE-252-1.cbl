      *      present, falling back to the wall-clock date.
      *    - every successful signature generate is archived to
      *      SIGNATURE-ARCHIVE-FILE, keyed by the transaction's
      *      document id and the archive timestamp, with the key
      *      name, rule-array values, signature bytes and run
      *      timestamp, so a detached signature can be produced for
      *      a partner or an auditor long after the run.
      *    - when an INBOUND-VERIFY-FILE is present the run becomes
      *      verify-only: each inbound record's message + hex-encoded
      *      signature is verified with CSNDDSV/CSNFDSV under the
      *      services are never called), and an accept/reject
      *      disposition record is written per document so rejects
      *      can be routed back to the sender.
      *    - the nightly transaction-file signing run appends START
      *      and END records (elapsed time, transactions signed,
      *      return code) to the shared STEPTIME file for the step
      *      SLA report; a verify-only run is not timed.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
              FILE STATUS IS CONTROL-TOTALS-STATUS.

           SELECT SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT OPTIONAL INBOUND-VERIFY-FILE ASSIGN TO VERIFYIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TOTALS-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************

       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    INBOUND PARTNER-SIGNED DOCUMENTS: SIGNATURE HEX-ENCODED,
      *    SAME CONVENTION AS THE SIGNATURE ARCHIVE WE SEND OUT.
       01  STEP-TOTALS-RECORD.
           COPY STEPTOT.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 SERVICE-NAME-GEN PIC X(8).
       01 SERVICE-NAME-VFY PIC X(8).


      * SUITE RUN-CONTROL - THIS PROGRAM'S STEP IDENTITY
       01 RCTL-MY-STEP-ID PIC X(8) VALUE "ICSFDSG1".
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 PARM-CARD-SW          PIC X(1) VALUE "N".
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF TRANSACTION-MODE-ON AND NOT VERIFY-ONLY-MODE
              MOVE RCTL-MY-STEP-ID TO STW-STEP-ID
              PERFORM WRITE-STEP-START
           END-IF.

           PERFORM LOAD-SIGNING-CONTROL.

           ELSE
      *       A RESTARTED TRANSACTION-FILE RUN RESUMES AFTER THE LAST
      *       CHECKPOINTED TRANSACTION INSTEAD OF RE-SIGNING FROM THE
      *       TOP - THE ARCHIVE ONLY EVER GAINS RECORDS, SO
      *       RE-RUNNING SIGNED TRANSACTIONS WOULD DUPLICATE ARCHIVE
      *       SIGNATURES AND DOUBLE THE CONTROL TOTALS.
              IF TRANSACTION-MODE-ON
                 PERFORM CHECK-SIGN-CHECKPOINT
              END-IF
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF.
           IF TRANSACTION-MODE-ON AND NOT VERIFY-ONLY-MODE
              MOVE TXNS-SIGNED-COUNT TO STW-RECORD-COUNT
              PERFORM WRITE-STEP-END
           END-IF.
           STOP RUN.

      *    HAND THE SIGNED/ARCHIVED COUNTS TO THE END-OF-SUITE
              MOVE "N" TO DOCUMENT-FILE-SW
           END-IF.

           OPEN INPUT INBOUND-VERIFY-FILE.
           IF INBOUND-VERIFY-STATUS = "00"
              MOVE "Y" TO VERIFY-ONLY-SW
      *       EXTEND, SO THE REJECTS inbound-decrypt WROTE AHEAD OF
      *       THIS RUN STAY ON FILE FOR REJECT-ROUTING.
              OPEN EXTEND VERIFY-DISPOSITION-FILE
              IF VERIFY-DISP-STATUS NOT = "00"
                 OPEN OUTPUT VERIFY-DISPOSITION-FILE
              END-IF
              IF VERIFY-DISP-STATUS NOT = "00"
                 DISPLAY "*** UNABLE TO OPEN VERIFY-DISPOSITION-FILE,"
                    " STATUS: " VERIFY-DISP-STATUS
              MOVE "N" TO VERIFY-ONLY-SW
           END-IF.

      *    THE SIGNATURE ARCHIVE ACCUMULATES ACROSS RUNS, SO ADD TO
      *    THE EXISTING KEYED DATASET AND ONLY CREATE A FRESH ONE
      *    WHEN NO ARCHIVE EXISTS YET. A VERIFY-ONLY RUN GENERATES
      *    NO SIGNATURES AND LEAVES THE ARCHIVE CLOSED.
           MOVE "N" TO SIGN-ARCHIVE-SW.
           IF NOT VERIFY-ONLY-MODE
              OPEN I-O SIGNATURE-ARCHIVE-FILE
              IF SIGN-ARCHIVE-STATUS = "35"
                 OPEN OUTPUT SIGNATURE-ARCHIVE-FILE
              END-IF
              IF SIGN-ARCHIVE-STATUS = "00"
                 MOVE "Y" TO SIGN-ARCHIVE-SW
              ELSE
                 DISPLAY "*** UNABLE TO OPEN SIGNATURE-ARCHIVE-FILE, "
                    "STATUS: " SIGN-ARCHIVE-STATUS
              END-IF
           END-IF.

      *    THE CYCLE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
      *    WALL CLOCK, SO THE RUNCTL STAMP, KEY LIFECYCLE CHECKS AND
      *    CYCLE-DATED EVIDENCE RECORDS ALL BELONG TO ONE BUSINESS
      *       DATE, TIME PORTION STAYS WALL CLOCK.
              MOVE TODAY-DATE-X TO SARC-TIMESTAMP(1:8)
              MOVE CURRENT-DOC-ID TO SARC-DOC-ID
              MOVE SARC-DOC-ID TO SARC-AK-DOC-ID
              MOVE SARC-TIMESTAMP TO SARC-AK-TIMESTAMP
              MOVE CURRENT-KEY-NAME TO SARC-KEY-NAME
              MOVE RULE-ARRAY-S TO SARC-RULE-ARRAY
              MOVE SIGN-FIELD-LENGTH TO SARC-SIGN-LENGTH
                 VARYING SIG-BYTE-IDX FROM 1 BY 1
                 UNTIL SIG-BYTE-IDX > SIG-BYTE-COUNT
              WRITE SIGN-ARCHIVE-RECORD
      *          A SIGNATURE THAT IS NOT ARCHIVED CANNOT BE PROVED
      *          LATER, SO IT FAILS THE RUN LIKE AN ICSF FAILURE.
                 INVALID KEY
                    DISPLAY "*** SIGNATURE NOT ARCHIVED - KEY ALREADY "
                       "ON FILE: " SARC-ARCHIVE-KEY
                       " STATUS: " SIGN-ARCHIVE-STATUS
                    SET RUN-HAD-FAILURE TO TRUE
                 NOT INVALID KEY
                    ADD 1 TO ARCH-APPENDED-COUNT
              END-WRITE
           END-IF.

      *    HEX-ENCODE ONE SIGNATURE BYTE INTO THE ARCHIVE RECORD.
                 CONTROL-TOTALS-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    STEP TIMING - A START RECORD WHEN THE STEP BEGINS ITS WORK
      *    AND AN END RECORD ON EVERY WAY OUT AFTER THAT, CARRYING
      *    THE ELAPSED SECONDS, RECORD VOLUME AND RETURN CODE. THE
      *    STEP SLA REPORT MEASURES THEM AGAINST EACH STEP'S TARGETS.
       WRITE-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO STW-STEP-START-STAMP.
           MOVE STW-STEP-START-STAMP TO STW-TO-STAMP.
           MOVE "START" TO STW-EVENT.
           MOVE 0 TO STW-ELAPSED STW-RECORD-COUNT STW-RETURN-CODE.
           MOVE SPACES TO STW-DETAIL.
           PERFORM WRITE-STEP-TIMING.

      *    THE CALLER HAS SET STW-RECORD-COUNT AND RETURN-CODE.
       WRITE-STEP-END.
           MOVE STW-STEP-START-STAMP TO STW-FROM-STAMP.
           MOVE FUNCTION CURRENT-DATE TO STW-TO-STAMP.
           PERFORM COMPUTE-STEP-ELAPSED.
           MOVE "END" TO STW-EVENT.
           MOVE RETURN-CODE TO STW-RETURN-CODE.
           MOVE SPACES TO STW-DETAIL.
           PERFORM WRITE-STEP-TIMING.

      *    SECONDS FROM STW-FROM-STAMP TO STW-TO-STAMP. THE DAY NUMBER
      *    CARRIES THE INTERVAL ACROSS MIDNIGHT.
       COMPUTE-STEP-ELAPSED.
           MOVE STW-FROM-STAMP TO STW-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE STW-STAMP-SECS TO STW-FROM-SECS.
           MOVE STW-TO-STAMP TO STW-STAMP.
           PERFORM STAMP-TO-SECONDS.
           IF STW-STAMP-SECS > STW-FROM-SECS
              COMPUTE STW-ELAPSED = STW-STAMP-SECS - STW-FROM-SECS
           ELSE
              MOVE 0 TO STW-ELAPSED
           END-IF.

       STAMP-TO-SECONDS.
           COMPUTE STW-STAMP-SECS =
              FUNCTION INTEGER-OF-DATE (STW-STAMP-DATE) * 86400.
           COMPUTE STW-DAY-SECS = STW-STAMP-HH * 3600
              + STW-STAMP-MI * 60 + STW-STAMP-SS.
           ADD STW-DAY-SECS STW-STAMP-HS TO STW-STAMP-SECS.

      *    A TIMING RECORD THAT CANNOT BE WRITTEN IS WARNED ABOUT BUT
      *    NEVER FAILS THE STEP.
       WRITE-STEP-TIMING.
           OPEN EXTEND STEP-TIMING-FILE.
           IF STEP-TIMING-STATUS NOT = "00"
              AND STEP-TIMING-STATUS NOT = "05"
              OPEN OUTPUT STEP-TIMING-FILE
           END-IF.
           IF STEP-TIMING-STATUS = "00"
              OR STEP-TIMING-STATUS = "05"
              MOVE SPACES TO STEP-TIMING-RECORD
              MOVE TODAY-DATE-X TO STI-RUN-DATE
              MOVE STW-STEP-ID TO STI-STEP-ID
              MOVE STW-EVENT TO STI-EVENT
              MOVE STW-TO-STAMP TO STI-TIMESTAMP
              MOVE STW-ELAPSED TO STI-ELAPSED
              MOVE STW-RECORD-COUNT TO STI-RECORD-COUNT
              MOVE STW-RETURN-CODE TO STI-RETURN-CODE
              MOVE STW-DETAIL TO STI-DETAIL
              WRITE STEP-TIMING-RECORD
              CLOSE STEP-TIMING-FILE
           ELSE
              DISPLAY "*** UNABLE TO WRITE STEP-TIMING-FILE, "
                 "STATUS: " STEP-TIMING-STATUS
           END-IF.
