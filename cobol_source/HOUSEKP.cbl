       PROGRAM-ID. retention-housekeeping.
      *****************************
      *    Policy-driven aging for the suite's accumulating datasets.
      *    QUERY-AUDIT-LOG, OPERATIONS-LOG and RUN-CONTROL-FILE all
      *    open DISP=MOD/EXTEND and grow without bound, the keyed
      *    SIGNATURE-ARCHIVE-FILE gains a record per signature, and
      *    DOCUMENT-FILE gains a record per extract per day forever.
      *    This job ages each file on its record dates against
      *    RETENTION-POLICY-FILE (days to keep per dataset):
      *    - expired audit and operations-log records move to the
      *      yearly history datasets (AUDHIST / OPSHIST, opened
      *      EXTEND); records still in retention are copied to the
      *      KEEP datasets (AUDKEEP / OPSKEEP), which the following
      *      JCL step swaps in for the live datasets - the program
      *      itself never truncates a live file, so a failed run
      *      loses nothing.
      *    - the audit and operations logs are hash-chained, so each
      *      is split as a prefix: once one record is kept, every
      *      later record is kept too, and the history/keep split
      *      falls between two links of the chain. The sequence
      *      number and hash of the last record moved are appended
      *      to CHAIN-ANCHOR-FILE (CHNANCH) as that trail's anchor,
      *      which audit-chain-verify accepts as the start of the
      *      kept trail and the writers continue from when the whole
      *      trail was moved.
      *    - the archive is aged in place: only its expired records
      *      are read, in cycle-date order off the cycle-date
      *      alternate key, and each is deleted from the archive
      *      only after it has been written to the yearly history
      *      dataset (ARCHIST) - a record whose history write fails
      *      stays in the archive and is counted kept.
      *    - stale RUN-CONTROL records are dropped (RUNKEEP carries
      *      the keepers; run control has no history value).
      *    - a DOCUMENT-FILE record is purged only when its run date
      *      is expired AND no record left in the archive after
      *      aging still references its doc-key - its signatures
      *      must already have been offloaded to history. Doc-keys
      *      without a date (manufactured TXN- ids) are never purged
      *      here.
      *    - the report shows, per dataset, records read, moved to
      *      history, and kept or dropped, with read = moved + kept
      *      proven for every file; a mismatch ends the run RC 8.
      *    - a dataset with no policy record is left alone, with a
      *      warning - silence must never age a file.
      *    Record dates are the first 8 bytes of each record (the
      *    cycle-dated timestamp every writer now stamps); the
      *    archive's is its cycle-date key.
      *    RETURN-CODE: 0 aged with counts proven, 8 a count did not
      *    prove or a policy record was unusable, 16 a required file
      *    would not open.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPSLOG-KEEP-STATUS.

           SELECT CHAIN-ANCHOR-FILE ASSIGN TO CHNANCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAIN-ANCHOR-STATUS.

           SELECT OPTIONAL SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT ARCHIVE-HISTORY-FILE ASSIGN TO ARCHIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ARCHIVE-HISTORY-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

      *    THE AGED FILES ARE HANDLED AS RAW RECORDS: EVERY WRITER
      *    NOW CYCLE-DATES ITS TIMESTAMP, SO THE RECORD DATE IS THE
      *    FIRST 8 BYTES AND THE REST TRAVELS UNTOUCHED. THE CHAIN
      *    STAMP CLOSES EACH RECORD: A 9-DIGIT SEQUENCE AND A 64-BYTE
      *    HASH, AT THE POSITIONS NAMED BY THE REDEFINES BELOW.
       FD  QUERY-AUDIT-LOG.
       01  AUDIT-LOG-RECORD            PIC X(4204).
       01  AUDIT-LOG-CHAIN-VIEW.
           05 FILLER                   PIC X(4130).
           05 AUDIT-LOG-CHAIN-SEQ      PIC X(9).
           05 FILLER                   PIC X(1).
           05 AUDIT-LOG-CHAIN-HASH     PIC X(64).

       FD  AUDIT-HISTORY-FILE.
       01  AUDIT-HISTORY-RECORD        PIC X(4204).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD           PIC X(4204).

       FD  OPERATIONS-LOG.
       01  OPLOG-RECORD                PIC X(211).
       01  OPLOG-CHAIN-VIEW.
           05 FILLER                   PIC X(137).
           05 OPLOG-CHAIN-SEQ          PIC X(9).
           05 FILLER                   PIC X(1).
           05 OPLOG-CHAIN-HASH         PIC X(64).

       FD  OPSLOG-HISTORY-FILE.
       01  OPSLOG-HISTORY-RECORD       PIC X(211).

       FD  OPSLOG-KEEP-FILE.
       01  OPSLOG-KEEP-RECORD          PIC X(211).

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD.
           COPY CHNANCH.

      *    LAYOUT AS WRITTEN BY WRITE-SIGNATURE-ARCHIVE IN
      *    crypto_icsf_csn_dsg1.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    THE FULL 4105-BYTE SIGNATURE RECORD WITHOUT THE ARCHIVE
      *    KEY - THE LAYOUT THE YEARLY HISTORY HAS ALWAYS HELD (A
      *    MAXIMUM-LENGTH SARC-SIGNATURE RUNS TO THE LAST BYTE - A
      *    SHORTER AREA HERE WOULD TRUNCATE EXACTLY THE RECORDS THIS
      *    JOB PROMISES NOT TO LOSE).
       FD  ARCHIVE-HISTORY-FILE.
       01  ARCHIVE-HISTORY-RECORD      PIC X(4105).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       01 REPORT-LINE PIC X(132).

      * CHAIN POSITION OF THE LAST RECORD MOVED TO HISTORY, FOR THE
      * TRAIL'S ANCHOR
       01 LAST-MOVED-LINK.
           05 LAST-MOVED-SEQ PIC X(9).
           05 LAST-MOVED-HASH PIC X(64).
           05 LAST-MOVED-DATE PIC X(8).

      * FILE STATUS / SWITCHES
       01 RETENTION-POLICY-STATUS PIC X(2).
       01 AUDIT-LOG-STATUS PIC X(2).
       01 OPSLOG-KEEP-STATUS PIC X(2).
       01 SIGN-ARCHIVE-STATUS PIC X(2).
       01 ARCHIVE-HISTORY-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 RUN-CONTROL-KEEP-STATUS PIC X(2).
       01 DOCUMENT-FILE-STATUS PIC X(2).
       01 HOUSEKEEPING-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 CHAIN-ANCHOR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 POLICY-EOF-SW         PIC X(1) VALUE "N".
              88 POLICY-FOUND               VALUE "Y".
           05 AGE-EOF-SW            PIC X(1) VALUE "N".
              88 AGE-FILE-AT-END            VALUE "Y".
           05 AGE-KEEPING-SW        PIC X(1) VALUE "N".
              88 AGE-KEEPING-REST           VALUE "Y".
           05 DOC-EOF-SW            PIC X(1) VALUE "N".
              88 DOCUMENTS-AT-END           VALUE "Y".
           05 DOC-REFERENCED-SW     PIC X(1) VALUE "N".
              88 DOC-STILL-REFERENCED       VALUE "Y".
           05 ARCHIVE-AGED-SW       PIC X(1) VALUE "N".
                 AND (AUDIT-KEEP-STATUS = "00"
                      OR AUDIT-KEEP-STATUS = "05")
                 MOVE "N" TO AGE-EOF-SW
                 MOVE "N" TO AGE-KEEPING-SW
                 MOVE SPACES TO LAST-MOVED-LINK
                 PERFORM AGE-ONE-AUDIT-RECORD
                    WITH TEST BEFORE
                    UNTIL AGE-FILE-AT-END
              CLOSE AUDIT-KEEP-FILE
              MOVE "AUDITLOG" TO WANTED-DATASET
              PERFORM REPORT-DATASET-COUNTS
              PERFORM WRITE-CHAIN-ANCHOR
           END-IF.

      *    THE FIRST RECORD KEPT ENDS THE MOVING: A CHAINED TRAIL
      *    IS ONLY EVER SPLIT BETWEEN TWO LINKS.
       AGE-ONE-AUDIT-RECORD.
           READ QUERY-AUDIT-LOG
              AT END MOVE "Y" TO AGE-EOF-SW
                 MOVE AUDIT-LOG-RECORD(1:8) TO RECORD-DATE-X
                 IF RECORD-DATE-X IS NUMERIC
                    AND RECORD-DATE-X < CUTOFF-DATE-X
                    AND NOT AGE-KEEPING-REST
                    MOVE AUDIT-LOG-RECORD TO AUDIT-HISTORY-RECORD
                    WRITE AUDIT-HISTORY-RECORD
                    ADD 1 TO RECORDS-MOVED
                    MOVE AUDIT-LOG-CHAIN-SEQ TO LAST-MOVED-SEQ
                    MOVE AUDIT-LOG-CHAIN-HASH TO LAST-MOVED-HASH
                    MOVE RECORD-DATE-X TO LAST-MOVED-DATE
                 ELSE
                    MOVE "Y" TO AGE-KEEPING-SW
                    MOVE AUDIT-LOG-RECORD TO AUDIT-KEEP-RECORD
                    WRITE AUDIT-KEEP-RECORD
                    ADD 1 TO RECORDS-KEPT
                 AND (OPSLOG-KEEP-STATUS = "00"
                      OR OPSLOG-KEEP-STATUS = "05")
                 MOVE "N" TO AGE-EOF-SW
                 MOVE "N" TO AGE-KEEPING-SW
                 MOVE SPACES TO LAST-MOVED-LINK
                 PERFORM AGE-ONE-OPSLOG-RECORD
                    WITH TEST BEFORE
                    UNTIL AGE-FILE-AT-END
              CLOSE OPSLOG-KEEP-FILE
              MOVE "OPSLOG" TO WANTED-DATASET
              PERFORM REPORT-DATASET-COUNTS
              PERFORM WRITE-CHAIN-ANCHOR
           END-IF.

       AGE-ONE-OPSLOG-RECORD.
                 MOVE OPLOG-RECORD(1:8) TO RECORD-DATE-X
                 IF RECORD-DATE-X IS NUMERIC
                    AND RECORD-DATE-X < CUTOFF-DATE-X
                    AND NOT AGE-KEEPING-REST
                    MOVE OPLOG-RECORD TO OPSLOG-HISTORY-RECORD
                    WRITE OPSLOG-HISTORY-RECORD
                    ADD 1 TO RECORDS-MOVED
                    MOVE OPLOG-CHAIN-SEQ TO LAST-MOVED-SEQ
                    MOVE OPLOG-CHAIN-HASH TO LAST-MOVED-HASH
                    MOVE RECORD-DATE-X TO LAST-MOVED-DATE
                 ELSE
                    MOVE "Y" TO AGE-KEEPING-SW
                    MOVE OPLOG-RECORD TO OPSLOG-KEEP-RECORD
                    WRITE OPSLOG-KEEP-RECORD
                    ADD 1 TO RECORDS-KEPT
                 END-IF
           END-READ.

      *    ANCHOR THE KEPT PART OF A CHAINED TRAIL ON THE LAST LINK
      *    MOVED TO HISTORY. NOTHING MOVED, OR ONLY RECORDS WRITTEN
      *    BEFORE THE TRAIL WAS CHAINED, NEEDS NO ANCHOR.
       WRITE-CHAIN-ANCHOR.
           IF RECORDS-MOVED > 0
              AND LAST-MOVED-SEQ IS NUMERIC
              OPEN EXTEND CHAIN-ANCHOR-FILE
              IF CHAIN-ANCHOR-STATUS NOT = "00"
                 OPEN OUTPUT CHAIN-ANCHOR-FILE
              END-IF
              IF CHAIN-ANCHOR-STATUS = "00"
                 OR CHAIN-ANCHOR-STATUS = "05"
                 MOVE SPACES TO CHAIN-ANCHOR-RECORD
                 MOVE WANTED-DATASET TO CHA-TRAIL
                 MOVE LAST-MOVED-SEQ TO CHA-ANCHOR-SEQ
                 MOVE LAST-MOVED-HASH TO CHA-ANCHOR-HASH
                 MOVE LAST-MOVED-DATE TO CHA-ANCHOR-DATE
                 MOVE RECORDS-MOVED TO CHA-RECORDS-MOVED
                 MOVE FUNCTION CURRENT-DATE TO CHA-SET-TIMESTAMP
                 MOVE TODAY-DATE-X TO CHA-SET-TIMESTAMP(1:8)
                 WRITE CHAIN-ANCHOR-RECORD
                 IF CHAIN-ANCHOR-STATUS = "00"
                    MOVE SPACES TO REPORT-LINE
                    STRING WANTED-DATASET " CHAIN ANCHORED AT SEQUENCE "
                       LAST-MOVED-SEQ
                       " - FIRST KEPT RECORD CHAINS FROM IT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    PERFORM WRITE-REPORT-LINE
                 ELSE
                    PERFORM REPORT-ANCHOR-FAILURE
                 END-IF
                 CLOSE CHAIN-ANCHOR-FILE
              ELSE
                 PERFORM REPORT-ANCHOR-FAILURE
              END-IF
           END-IF.

      *    WITHOUT ITS ANCHOR THE KEPT TRAIL WOULD NOT VERIFY, SO THE
      *    RUN FAILS AND THE KEEP DATASETS ARE NOT SWAPPED IN.
       REPORT-ANCHOR-FAILURE.
           DISPLAY "*** UNABLE TO ANCHOR " WANTED-DATASET
              " CHAIN AT " LAST-MOVED-SEQ ", STATUS "
              CHAIN-ANCHOR-STATUS.
           SET RUN-HAD-FAILURE TO TRUE.

      *    ---- SIGNATURE ARCHIVE: AGED IN PLACE ----
       AGE-SIGNATURE-ARCHIVE.
           MOVE "SIGARCH" TO WANTED-DATASET.
           PERFORM SET-DATASET-CUTOFF.
           IF POLICY-FOUND
              MOVE 0 TO RECORDS-READ RECORDS-MOVED RECORDS-KEPT
              OPEN I-O SIGNATURE-ARCHIVE-FILE
              OPEN EXTEND ARCHIVE-HISTORY-FILE
              IF ARCHIVE-HISTORY-STATUS NOT = "00"
                 OPEN OUTPUT ARCHIVE-HISTORY-FILE
              END-IF
              IF SIGN-ARCHIVE-STATUS = "00"
                 AND (ARCHIVE-HISTORY-STATUS = "00"
                      OR ARCHIVE-HISTORY-STATUS = "05")
                 MOVE "N" TO AGE-EOF-SW
                 MOVE LOW-VALUES TO SARC-CYCLE-DATE
                 START SIGNATURE-ARCHIVE-FILE
                    KEY IS NOT LESS THAN SARC-CYCLE-DATE
                    INVALID KEY MOVE "Y" TO AGE-EOF-SW
                 END-START
                 PERFORM AGE-ONE-ARCHIVE-RECORD
                    WITH TEST BEFORE
                    UNTIL AGE-FILE-AT-END
              ELSE
                 DISPLAY "*** ARCHIVE AGING SKIPPED - OPEN "
                    "STATUSES " SIGN-ARCHIVE-STATUS " "
                    ARCHIVE-HISTORY-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
              CLOSE SIGNATURE-ARCHIVE-FILE
              CLOSE ARCHIVE-HISTORY-FILE
              MOVE "SIGARCH" TO WANTED-DATASET
              PERFORM REPORT-DATASET-COUNTS
           END-IF.
      *    THE ARCHIVE WAS AGED CLEANLY ONLY WHEN ITS POLICY WAS
      *    FOUND, EVERY FILE OPENED, THE WHOLE PASS RAN AND THE
      *    COUNTS PROVED - THE DOCUMENT PURGE'S "SIGNATURES ALREADY
      *    OFFLOADED" RULE IS ONLY AS GOOD AS THE AGING THIS RUN
      *    JUST DID.
           IF POLICY-FOUND
              AND NOT RUN-HAD-FAILURE
              AND PROOF-TOTAL = RECORDS-READ
              MOVE "Y" TO ARCHIVE-AGED-SW
           END-IF.

      *    THE CYCLE-DATE KEY DELIVERS THE OLDEST RECORDS FIRST, SO
      *    THE PASS ENDS AT THE FIRST RECORD STILL IN RETENTION. AN
      *    UNDATED RECORD IS NEVER AGED. A RECORD LEAVES THE ARCHIVE
      *    ONLY ONCE ITS HISTORY COPY IS WRITTEN.
       AGE-ONE-ARCHIVE-RECORD.
           READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
              AT END MOVE "Y" TO AGE-EOF-SW
              NOT AT END
                 MOVE SARC-CYCLE-DATE TO RECORD-DATE-X
                 IF RECORD-DATE-X IS NUMERIC
                    AND RECORD-DATE-X NOT < CUTOFF-DATE-X
                    MOVE "Y" TO AGE-EOF-SW
                 ELSE
                    ADD 1 TO RECORDS-READ
                    IF RECORD-DATE-X IS NUMERIC
                       PERFORM MOVE-ARCHIVE-TO-HISTORY
                    ELSE
                       ADD 1 TO RECORDS-KEPT
                    END-IF
                 END-IF
           END-READ.

       MOVE-ARCHIVE-TO-HISTORY.
           MOVE SARC-SIGNATURE-RECORD TO ARCHIVE-HISTORY-RECORD.
           WRITE ARCHIVE-HISTORY-RECORD.
           IF ARCHIVE-HISTORY-STATUS = "00"
              DELETE SIGNATURE-ARCHIVE-FILE
                 INVALID KEY
                    DISPLAY "*** UNABLE TO REMOVE AGED ARCHIVE RECORD "
                       SARC-ARCHIVE-KEY
                    ADD 1 TO RECORDS-KEPT
                 NOT INVALID KEY
                    ADD 1 TO RECORDS-MOVED
              END-DELETE
           ELSE
              DISPLAY "*** HISTORY WRITE FAILED, STATUS "
                 ARCHIVE-HISTORY-STATUS " - ARCHIVE RECORD KEPT "
                 SARC-ARCHIVE-KEY
              ADD 1 TO RECORDS-KEPT
           END-IF.

      *    ---- RUN CONTROL: STALE STAMPS ARE DROPPED, NOT KEPT ----
       AGE-RUN-CONTROL.
           MOVE "RUNCTL" TO WANTED-DATASET.
           MOVE "DOCFILE" TO WANTED-DATASET.
           PERFORM SET-DATASET-CUTOFF.
      *    NO PURGE UNLESS THE ARCHIVE WAS AGED CLEANLY IN THIS SAME
      *    RUN: THE REFERENCE CHECK ONLY MEANS "OFFLOADED" ONCE EVERY
      *    EXPIRED SIGNATURE HAS PROVABLY REACHED HISTORY, AND AN
      *    ARCHIVE THAT WOULD NOT OPEN FINDS NO REFERENCES AT ALL.
           IF POLICY-FOUND AND NOT ARCHIVE-AGED-CLEANLY
              MOVE SPACES TO REPORT-LINE
              STRING "WARNING - ARCHIVE NOT AGED CLEANLY THIS RUN"
              PERFORM WRITE-REPORT-LINE
              MOVE "N" TO POLICY-FOUND-SW
           END-IF.
           IF POLICY-FOUND
              OPEN INPUT SIGNATURE-ARCHIVE-FILE
              IF SIGN-ARCHIVE-STATUS NOT = "00"
                 DISPLAY "*** DOCUMENT PURGE SKIPPED - ARCHIVE OPEN "
                    "STATUS " SIGN-ARCHIVE-STATUS
                 IF SIGN-ARCHIVE-STATUS = "05"
                    CLOSE SIGNATURE-ARCHIVE-FILE
                 END-IF
                 SET RUN-HAD-FAILURE TO TRUE
                 MOVE "N" TO POLICY-FOUND-SW
              END-IF
           END-IF.
           IF POLICY-FOUND
              OPEN I-O DOCUMENT-FILE
              IF DOCUMENT-FILE-STATUS = "00"
                    SET RUN-HAD-FAILURE TO TRUE
                 END-IF
              END-IF
              CLOSE SIGNATURE-ARCHIVE-FILE
              PERFORM REPORT-DOCFILE-COUNTS
           END-IF.

                 END-IF
           END-READ.

      *    A DOCUMENT IS STILL REFERENCED WHILE ANY RECORD LEFT IN
      *    THE ARCHIVE CARRIES ITS DOC-KEY AS THE DOC-ID - ITS
      *    SIGNATURES HAVE NOT ALL BEEN OFFLOADED YET. THE ARCHIVE
      *    KEY LEADS WITH THE DOC-ID, SO ONE POSITIONED READ ANSWERS.
       CHECK-DOC-STILL-REFERENCED.
           MOVE "N" TO DOC-REFERENCED-SW.
           MOVE DOC-KEY TO SARC-AK-DOC-ID.
           MOVE LOW-VALUES TO SARC-AK-TIMESTAMP.
           START SIGNATURE-ARCHIVE-FILE
              KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF SARC-AK-DOC-ID = DOC-KEY
                          MOVE "Y" TO DOC-REFERENCED-SW
                       END-IF
                 END-READ
           END-START.

      *    ONE REPORT LINE PER AGED DATASET, WITH THE PROOF THAT
      *    NOTHING WAS LOST: READ MUST EQUAL MOVED PLUS KEPT.
