       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. audit-chain-verify.
      *****************************
      *    Proves the suite's audit trails are complete and
      *    unaltered. QUERY-AUDIT-LOG, OPERATIONS-LOG, KEY-CHANGE-
      *    AUDIT-FILE and BIND-CHANGE-AUDIT-FILE are hash-chained by
      *    their writers (CHAINWRK): every record ends with a
      *    sequence number and a SHA-256 hash over the previous
      *    record's hash and its own bytes. This job walks each trail
      *    in turn and recomputes the chain.
      *    - records ahead of the first chained record were written
      *      before the trail was chained; they are counted and
      *      reported as UNCHAINED, not as findings.
      *    - findings, one line each on CHAIN-REPORT-FILE:
      *         BREAK     an unchained record after the chain began,
      *                   or a sequence number repeated or out of
      *                   order
      *         GAP       sequence numbers missing - records removed
      *         ALTERED   the stored hash does not match the record
      *                   (the record, or the one before it, was
      *                   changed after it was written)
      *         UNHASHED  written while the hash service was down -
      *                   the record cannot be proven
      *         NOANCHOR  the trail starts part-way along its chain
      *                   with no CHAIN-ANCHOR-FILE anchor for the
      *                   record before it
      *      After a finding the walk picks the chain up again from
      *      the record's own stamp, so one damaged record is
      *      reported once and not as every record after it.
      *    - a trail retention-housekeeping has aged starts where the
      *      anchor it left says the history ends. A history
      *      generation concatenated ahead of the live dataset on
      *      the same DD verifies as one unbroken trail.
      *    - every trail that is present gets a summary line with
      *      its counts and first and last sequence numbers.
      *    RETURN-CODE: 0 every trail present and verified, 4 no
      *    findings but a trail was absent or holds unchained
      *    records, 8 one or more findings, 16 the report would not
      *    open, a trail would not open, or the hash service failed.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL QUERY-AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT OPTIONAL OPERATIONS-LOG ASSIGN TO OPSLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OPERATIONS-LOG-STATUS.

           SELECT OPTIONAL KEY-CHANGE-AUDIT-FILE ASSIGN TO KEYAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KEY-AUDIT-STATUS.

           SELECT OPTIONAL BIND-CHANGE-AUDIT-FILE ASSIGN TO BNDAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS BIND-AUDIT-STATUS.

           SELECT OPTIONAL CHAIN-ANCHOR-FILE ASSIGN TO CHNANCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAIN-ANCHOR-STATUS.

           SELECT CHAIN-REPORT-FILE ASSIGN TO CHNRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAIN-REPORT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    THE TRAILS ARE READ AS RAW RECORDS OF THEIR WRITERS' FULL
      *    LENGTH; THE CHAIN STAMP IS FOUND FROM THE END OF THE
      *    RECORD (SEE START-TRAIL).
       FD  QUERY-AUDIT-LOG.
       01  AUDIT-LOG-RECORD            PIC X(4204).

       FD  OPERATIONS-LOG.
       01  OPLOG-RECORD                PIC X(211).

       FD  KEY-CHANGE-AUDIT-FILE.
       01  KEY-CHANGE-AUDIT-RECORD     PIC X(331).

       FD  BIND-CHANGE-AUDIT-FILE.
       01  BIND-CHANGE-AUDIT-RECORD    PIC X(367).

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD.
           COPY CHNANCH.

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-RECORD         PIC X(132).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).

      * ANCHORS LEFT BY RETENTION-HOUSEKEEPING, LOADED UP FRONT
       01 ANCHOR-COUNT PIC S9(4) COMP VALUE 0.
       01 ANCHOR-TABLE.
           05 ANCHOR-ENTRY OCCURS 500 TIMES.
              10 ANC-TRAIL             PIC X(8).
              10 ANC-SEQ               PIC 9(9).
              10 ANC-HASH              PIC X(64).
       01 ANCHOR-IDX PIC S9(4) COMP.
       01 ANCHOR-WANTED-SEQ PIC 9(9).

      * THE TRAIL BEING WALKED
       01 TRAIL-WORK.
           05 TRAIL-NAME               PIC X(8).
           05 TRAIL-RECLEN             PIC S9(8) COMP.
           05 TRAIL-SEQ-POS            PIC S9(8) COMP.
           05 TRAIL-HASH-POS           PIC S9(8) COMP.
           05 TRAIL-RECORD             PIC X(4204).
           05 TRAIL-SEQ-X              PIC X(9).
           05 TRAIL-SEQ REDEFINES TRAIL-SEQ-X PIC 9(9).
           05 TRAIL-HASH               PIC X(64).
           05 TRAIL-EXPECTED-SEQ       PIC 9(9).
           05 TRAIL-FIRST-SEQ          PIC 9(9).
           05 TRAIL-LAST-SEQ           PIC 9(9).

      * PER-TRAIL COUNTS FOR THE SUMMARY LINE
       01 TRAIL-COUNTS.
           05 TRAIL-READ               PIC 9(9).
           05 TRAIL-UNCHAINED          PIC 9(9).
           05 TRAIL-CHAINED            PIC 9(9).
           05 TRAIL-FINDINGS           PIC 9(9).
       01 FINDINGS-COUNT PIC 9(9) VALUE 0.
       01 UNCHAINED-TOTAL PIC 9(9) VALUE 0.
       01 TRAILS-ABSENT PIC 9(4) VALUE 0.

      * ONE FINDING, BUILT BY THE CHECKS AND WRITTEN BY
      * REPORT-CHAIN-FINDING
       01 FINDING-TYPE PIC X(8).
       01 FINDING-TEXT PIC X(80).
       01 MISSING-FROM PIC 9(9).
       01 MISSING-TO PIC 9(9).

       01 REPORT-LINE PIC X(132).

      * CHAIN HASH WORK AREA SHARED WITH THE WRITERS
       01 AUDIT-CHAIN-WORK.
           COPY CHAINWRK.

      * FILE STATUS / SWITCHES
       01 AUDIT-LOG-STATUS PIC X(2).
       01 OPERATIONS-LOG-STATUS PIC X(2).
       01 KEY-AUDIT-STATUS PIC X(2).
       01 BIND-AUDIT-STATUS PIC X(2).
       01 CHAIN-ANCHOR-STATUS PIC X(2).
       01 CHAIN-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 TRAIL-OPEN-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 TRAIL-EOF-SW          PIC X(1) VALUE "N".
              88 TRAIL-AT-END               VALUE "Y".
           05 ANCHOR-EOF-SW         PIC X(1) VALUE "N".
              88 ANCHORS-AT-END             VALUE "Y".
           05 ANCHOR-FOUND-SW       PIC X(1) VALUE "N".
              88 ANCHOR-FOUND               VALUE "Y".
           05 CHAIN-STARTED-SW      PIC X(1) VALUE "N".
              88 CHAIN-STARTED              VALUE "Y".
      *    SET WHEN THE RECORD BEFORE THIS ONE COULD NOT BE TRUSTED
      *    (GAP, BREAK, NO ANCHOR): THIS RECORD'S HASH IS NOT
      *    CHECKED AND THE CHAIN RESUMES FROM ITS STAMP.
           05 CHAIN-RESYNC-SW       PIC X(1) VALUE "N".
              88 CHAIN-RESYNC               VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.

           OPEN OUTPUT CHAIN-REPORT-FILE.
           IF CHAIN-REPORT-STATUS NOT = "00"
              AND CHAIN-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN CHAIN-REPORT-FILE, "
                 "STATUS: " CHAIN-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           IF NOT RUN-HAD-FAILURE
              MOVE SPACES TO REPORT-LINE
              STRING "AUDIT CHAIN VERIFICATION FOR " TODAY-DATE-X
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              PERFORM LOAD-CHAIN-ANCHORS
              PERFORM VERIFY-AUDIT-LOG
              PERFORM VERIFY-OPERATIONS-LOG
              PERFORM VERIFY-KEY-CHANGE-AUDIT
              PERFORM VERIFY-BIND-CHANGE-AUDIT
              PERFORM WRITE-RUN-SUMMARY
              CLOSE CHAIN-REPORT-FILE
           END-IF.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF FINDINGS-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF TRAILS-ABSENT > 0 OR UNCHAINED-TOTAL > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

      *    THE REPORT IS DATED BY THE BUSINESS DATE, NOT THE WALL
      *    CLOCK. WITH NO CALENDAR ON FILE THE WALL-CLOCK DATE
      *    STANDS.
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-X.
           OPEN INPUT PROCESSING-CALENDAR-FILE.
           IF PROC-CALENDAR-STATUS = "00"
              READ PROCESSING-CALENDAR-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO TODAY-DATE-X
                    END-IF
              END-READ
              CLOSE PROCESSING-CALENDAR-FILE
           ELSE
              IF PROC-CALENDAR-STATUS = "05"
                 CLOSE PROCESSING-CALENDAR-FILE
              END-IF
           END-IF.

      *    NO ANCHOR FILE SIMPLY MEANS NO TRAIL HAS BEEN AGED YET.
       LOAD-CHAIN-ANCHORS.
           OPEN INPUT CHAIN-ANCHOR-FILE.
           IF CHAIN-ANCHOR-STATUS = "00"
              MOVE "N" TO ANCHOR-EOF-SW
              PERFORM LOAD-ONE-ANCHOR
                 WITH TEST BEFORE
                 UNTIL ANCHORS-AT-END
              CLOSE CHAIN-ANCHOR-FILE
           ELSE
              IF CHAIN-ANCHOR-STATUS = "05"
                 CLOSE CHAIN-ANCHOR-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN CHAIN-ANCHOR-FILE, "
                    "STATUS: " CHAIN-ANCHOR-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

       LOAD-ONE-ANCHOR.
           READ CHAIN-ANCHOR-FILE
              AT END MOVE "Y" TO ANCHOR-EOF-SW
              NOT AT END
                 IF CHA-ANCHOR-SEQ IS NUMERIC
                    IF ANCHOR-COUNT < 500
                       ADD 1 TO ANCHOR-COUNT
                       MOVE CHA-TRAIL TO ANC-TRAIL(ANCHOR-COUNT)
                       MOVE CHA-ANCHOR-SEQ TO ANC-SEQ(ANCHOR-COUNT)
                       MOVE CHA-ANCHOR-HASH TO ANC-HASH(ANCHOR-COUNT)
                    ELSE
                       DISPLAY "*** ANCHOR TABLE FULL - ANCHOR "
                          CHA-TRAIL " " CHA-ANCHOR-SEQ " IGNORED"
                    END-IF
                 END-IF
           END-READ.

      *    ---- QUERY AUDIT LOG ----
       VERIFY-AUDIT-LOG.
           MOVE "AUDITLOG" TO TRAIL-NAME.
           MOVE LENGTH OF AUDIT-LOG-RECORD TO TRAIL-RECLEN.
           PERFORM START-TRAIL.
           OPEN INPUT QUERY-AUDIT-LOG.
           MOVE AUDIT-LOG-STATUS TO TRAIL-OPEN-STATUS.
           IF AUDIT-LOG-STATUS = "00"
              PERFORM READ-AUDIT-LOG-RECORD
                 WITH TEST BEFORE
                 UNTIL TRAIL-AT-END
           END-IF.
           IF TRAIL-OPEN-STATUS = "00" OR TRAIL-OPEN-STATUS = "05"
              CLOSE QUERY-AUDIT-LOG
           END-IF.
           PERFORM END-TRAIL.

       READ-AUDIT-LOG-RECORD.
           READ QUERY-AUDIT-LOG
              AT END MOVE "Y" TO TRAIL-EOF-SW
              NOT AT END
                 MOVE AUDIT-LOG-RECORD TO TRAIL-RECORD
                 PERFORM VERIFY-TRAIL-RECORD
           END-READ.

      *    ---- OPERATIONS LOG ----
       VERIFY-OPERATIONS-LOG.
           MOVE "OPSLOG" TO TRAIL-NAME.
           MOVE LENGTH OF OPLOG-RECORD TO TRAIL-RECLEN.
           PERFORM START-TRAIL.
           OPEN INPUT OPERATIONS-LOG.
           MOVE OPERATIONS-LOG-STATUS TO TRAIL-OPEN-STATUS.
           IF OPERATIONS-LOG-STATUS = "00"
              PERFORM READ-OPLOG-RECORD
                 WITH TEST BEFORE
                 UNTIL TRAIL-AT-END
           END-IF.
           IF TRAIL-OPEN-STATUS = "00" OR TRAIL-OPEN-STATUS = "05"
              CLOSE OPERATIONS-LOG
           END-IF.
           PERFORM END-TRAIL.

       READ-OPLOG-RECORD.
           READ OPERATIONS-LOG
              AT END MOVE "Y" TO TRAIL-EOF-SW
              NOT AT END
                 MOVE OPLOG-RECORD TO TRAIL-RECORD
                 PERFORM VERIFY-TRAIL-RECORD
           END-READ.

      *    ---- KEY REGISTRY CHANGE AUDIT ----
       VERIFY-KEY-CHANGE-AUDIT.
           MOVE "KEYAUDIT" TO TRAIL-NAME.
           MOVE LENGTH OF KEY-CHANGE-AUDIT-RECORD TO TRAIL-RECLEN.
           PERFORM START-TRAIL.
           OPEN INPUT KEY-CHANGE-AUDIT-FILE.
           MOVE KEY-AUDIT-STATUS TO TRAIL-OPEN-STATUS.
           IF KEY-AUDIT-STATUS = "00"
              PERFORM READ-KEY-AUDIT-RECORD
                 WITH TEST BEFORE
                 UNTIL TRAIL-AT-END
           END-IF.
           IF TRAIL-OPEN-STATUS = "00" OR TRAIL-OPEN-STATUS = "05"
              CLOSE KEY-CHANGE-AUDIT-FILE
           END-IF.
           PERFORM END-TRAIL.

       READ-KEY-AUDIT-RECORD.
           READ KEY-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO TRAIL-EOF-SW
              NOT AT END
                 MOVE KEY-CHANGE-AUDIT-RECORD TO TRAIL-RECORD
                 PERFORM VERIFY-TRAIL-RECORD
           END-READ.

      *    ---- BIND DEFAULTS CHANGE AUDIT ----
       VERIFY-BIND-CHANGE-AUDIT.
           MOVE "BNDAUDIT" TO TRAIL-NAME.
           MOVE LENGTH OF BIND-CHANGE-AUDIT-RECORD TO TRAIL-RECLEN.
           PERFORM START-TRAIL.
           OPEN INPUT BIND-CHANGE-AUDIT-FILE.
           MOVE BIND-AUDIT-STATUS TO TRAIL-OPEN-STATUS.
           IF BIND-AUDIT-STATUS = "00"
              PERFORM READ-BIND-AUDIT-RECORD
                 WITH TEST BEFORE
                 UNTIL TRAIL-AT-END
           END-IF.
           IF TRAIL-OPEN-STATUS = "00" OR TRAIL-OPEN-STATUS = "05"
              CLOSE BIND-CHANGE-AUDIT-FILE
           END-IF.
           PERFORM END-TRAIL.

       READ-BIND-AUDIT-RECORD.
           READ BIND-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO TRAIL-EOF-SW
              NOT AT END
                 MOVE BIND-CHANGE-AUDIT-RECORD TO TRAIL-RECORD
                 PERFORM VERIFY-TRAIL-RECORD
           END-READ.

      *    EVERY TRAIL ENDS WITH THE SAME STAMP: A 64-BYTE HASH LAST,
      *    A 9-DIGIT SEQUENCE NUMBER AND A SPACE AHEAD OF IT.
       START-TRAIL.
           MOVE 0 TO TRAIL-READ TRAIL-UNCHAINED TRAIL-CHAINED
                     TRAIL-FINDINGS.
           MOVE 0 TO TRAIL-FIRST-SEQ TRAIL-LAST-SEQ TRAIL-EXPECTED-SEQ.
           COMPUTE TRAIL-HASH-POS = TRAIL-RECLEN - 63.
           COMPUTE TRAIL-SEQ-POS = TRAIL-RECLEN - 73.
           COMPUTE CHN-CONTENT-LEN = TRAIL-RECLEN - 64.
           MOVE CHN-GENESIS-HASH TO CHN-LAST-HASH.
           MOVE "N" TO TRAIL-EOF-SW.
           MOVE "N" TO CHAIN-STARTED-SW.
           MOVE "N" TO CHAIN-RESYNC-SW.

       END-TRAIL.
           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRAIL-OPEN-STATUS
              WHEN "00"
                 IF TRAIL-FINDINGS > 0
                    STRING TRAIL-NAME
                       " READ " TRAIL-READ
                       " UNCHAINED " TRAIL-UNCHAINED
                       " CHAINED " TRAIL-CHAINED
                       " SEQ " TRAIL-FIRST-SEQ "-" TRAIL-LAST-SEQ
                       " - *** " TRAIL-FINDINGS " FINDINGS ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                 ELSE
                    STRING TRAIL-NAME
                       " READ " TRAIL-READ
                       " UNCHAINED " TRAIL-UNCHAINED
                       " CHAINED " TRAIL-CHAINED
                       " SEQ " TRAIL-FIRST-SEQ "-" TRAIL-LAST-SEQ
                       " - VERIFIED"
                       DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                 END-IF
                 ADD TRAIL-UNCHAINED TO UNCHAINED-TOTAL
              WHEN "05"
                 ADD 1 TO TRAILS-ABSENT
                 STRING TRAIL-NAME " NOT PRESENT - NOT VERIFIED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN OTHER
                 SET RUN-HAD-FAILURE TO TRUE
                 STRING TRAIL-NAME " *** WOULD NOT OPEN, STATUS "
                    TRAIL-OPEN-STATUS " - NOT VERIFIED ***"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

      *    ONE RECORD OF THE TRAIL IN HAND, IN TRAIL-RECORD.
       VERIFY-TRAIL-RECORD.
           ADD 1 TO TRAIL-READ.
           MOVE TRAIL-RECORD(TRAIL-SEQ-POS:9) TO TRAIL-SEQ-X.
           MOVE TRAIL-RECORD(TRAIL-HASH-POS:64) TO TRAIL-HASH.
           IF TRAIL-SEQ-X IS NOT NUMERIC
              IF CHAIN-STARTED
                 MOVE "BREAK" TO FINDING-TYPE
                 MOVE "UNCHAINED RECORD AFTER THE CHAIN BEGAN"
                    TO FINDING-TEXT
                 PERFORM REPORT-CHAIN-FINDING
              ELSE
                 ADD 1 TO TRAIL-UNCHAINED
              END-IF
           ELSE
              ADD 1 TO TRAIL-CHAINED
              IF CHAIN-STARTED
                 PERFORM CHECK-CHAIN-SEQUENCE
              ELSE
                 PERFORM START-CHAIN
              END-IF
              PERFORM CHECK-CHAIN-HASH
              MOVE TRAIL-HASH TO CHN-LAST-HASH
              MOVE TRAIL-SEQ TO TRAIL-LAST-SEQ
              COMPUTE TRAIL-EXPECTED-SEQ = TRAIL-SEQ + 1
              MOVE "N" TO CHAIN-RESYNC-SW
           END-IF.

      *    THE FIRST CHAINED RECORD. SEQUENCE 1 CHAINS FROM THE
      *    GENESIS HASH; ANY LATER START MUST HAVE AN ANCHOR FOR THE
      *    RECORD BEFORE IT, LEFT WHEN THAT RECORD WENT TO HISTORY.
       START-CHAIN.
           MOVE "Y" TO CHAIN-STARTED-SW.
           MOVE TRAIL-SEQ TO TRAIL-FIRST-SEQ.
           IF TRAIL-SEQ NOT = 1
              COMPUTE ANCHOR-WANTED-SEQ = TRAIL-SEQ - 1
              MOVE "N" TO ANCHOR-FOUND-SW
              PERFORM SCAN-ANCHOR-ENTRY
                 VARYING ANCHOR-IDX FROM 1 BY 1
                 UNTIL ANCHOR-IDX > ANCHOR-COUNT OR ANCHOR-FOUND
              IF ANCHOR-FOUND
                 SUBTRACT 1 FROM ANCHOR-IDX
                 MOVE ANC-HASH(ANCHOR-IDX) TO CHN-LAST-HASH
                 MOVE SPACES TO REPORT-LINE
                 STRING TRAIL-NAME " STARTS AT SEQUENCE " TRAIL-SEQ
                    " - ANCHORED ON HISTORY SEQUENCE "
                    ANCHOR-WANTED-SEQ
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              ELSE
                 MOVE "NOANCHOR" TO FINDING-TYPE
                 MOVE SPACES TO FINDING-TEXT
                 STRING "TRAIL STARTS PART-WAY ALONG ITS CHAIN - NO "
                    "ANCHOR FOR SEQUENCE " ANCHOR-WANTED-SEQ
                    DELIMITED BY SIZE INTO FINDING-TEXT
                 END-STRING
                 PERFORM REPORT-CHAIN-FINDING
                 MOVE "Y" TO CHAIN-RESYNC-SW
              END-IF
           END-IF.

       SCAN-ANCHOR-ENTRY.
           IF ANC-TRAIL(ANCHOR-IDX) = TRAIL-NAME
              AND ANC-SEQ(ANCHOR-IDX) = ANCHOR-WANTED-SEQ
              MOVE "Y" TO ANCHOR-FOUND-SW
           END-IF.

       CHECK-CHAIN-SEQUENCE.
           IF TRAIL-SEQ > TRAIL-EXPECTED-SEQ
              MOVE TRAIL-EXPECTED-SEQ TO MISSING-FROM
              COMPUTE MISSING-TO = TRAIL-SEQ - 1
              MOVE "GAP" TO FINDING-TYPE
              MOVE SPACES TO FINDING-TEXT
              STRING "SEQUENCE " MISSING-FROM " THROUGH " MISSING-TO
                 " MISSING"
                 DELIMITED BY SIZE INTO FINDING-TEXT
              END-STRING
              PERFORM REPORT-CHAIN-FINDING
              MOVE "Y" TO CHAIN-RESYNC-SW
           ELSE
              IF TRAIL-SEQ < TRAIL-EXPECTED-SEQ
                 MOVE "BREAK" TO FINDING-TYPE
                 MOVE SPACES TO FINDING-TEXT
                 STRING "SEQUENCE REPEATED OR OUT OF ORDER - "
                    "EXPECTED " TRAIL-EXPECTED-SEQ
                    DELIMITED BY SIZE INTO FINDING-TEXT
                 END-STRING
                 PERFORM REPORT-CHAIN-FINDING
                 MOVE "Y" TO CHAIN-RESYNC-SW
              END-IF
           END-IF.

      *    RECOMPUTE THE RECORD'S HASH OVER THE PREVIOUS LINK AND ITS
      *    OWN BYTES, EXACTLY AS ITS WRITER DID.
       CHECK-CHAIN-HASH.
           IF TRAIL-HASH = CHN-UNHASHED-MARK
              MOVE "UNHASHED" TO FINDING-TYPE
              MOVE "WRITTEN WITHOUT A HASH - RECORD CANNOT BE PROVEN"
                 TO FINDING-TEXT
              PERFORM REPORT-CHAIN-FINDING
           ELSE
              IF NOT CHAIN-RESYNC AND NOT RUN-HAD-FAILURE
                 MOVE CHN-LAST-HASH TO CHP-TEXT(1:64)
                 MOVE TRAIL-RECORD(1:CHN-CONTENT-LEN)
                    TO CHP-TEXT(65:CHN-CONTENT-LEN)
                 COMPUTE CHP-TEXT-LENGTH = CHN-CONTENT-LEN + 64
                 PERFORM COMPUTE-CHAIN-HASH
                 IF NOT RUN-HAD-FAILURE
                    AND CHN-NEW-HASH NOT = TRAIL-HASH
                    MOVE "ALTERED" TO FINDING-TYPE
                    MOVE "HASH MISMATCH - RECORD OR ITS PREDECESSOR "
                       TO FINDING-TEXT
                    MOVE "CHANGED" TO FINDING-TEXT(43:7)
                    PERFORM REPORT-CHAIN-FINDING
                 END-IF
              END-IF
           END-IF.

      *    A VERIFIER THAT CANNOT HASH PROVES NOTHING: THE RUN ENDS
      *    RC 16 RATHER THAN PASS OR FAIL A TRAIL IT DID NOT CHECK.
       COMPUTE-CHAIN-HASH.
           MOVE 0 TO CHP-EXIT-DATA-LENGTH.
           MOVE LOW-VALUES TO CHP-CHAIN-VECTOR.
           MOVE 128 TO CHP-CHAIN-VECTOR-LENGTH.
           MOVE 32 TO CHP-HASH-LENGTH.
           CALL "CSNBOWH" USING CHP-RETURN-CODE
                                CHP-REASON-CODE
                                CHP-EXIT-DATA-LENGTH
                                CHP-EXIT-DATA
                                CHP-RULE-ARRAY-COUNT
                                CHP-RULE-ARRAY
                                CHP-TEXT-LENGTH
                                CHP-TEXT
                                CHP-CHAIN-VECTOR-LENGTH
                                CHP-CHAIN-VECTOR
                                CHP-HASH-LENGTH
                                CHP-HASH.
           IF CHP-RETURN-CODE > 4
              DISPLAY "*** CSNBOWH FAILED, RC " CHP-RETURN-CODE
                 " REASON " CHP-REASON-CODE
                 " - CHAINS CANNOT BE VERIFIED"
              SET RUN-HAD-FAILURE TO TRUE
              MOVE SPACES TO CHN-NEW-HASH
           ELSE
              MOVE SPACES TO CHN-NEW-HASH
              PERFORM HEX-ENCODE-CHAIN-BYTE
                 VARYING CHX-BYTE-IDX FROM 1 BY 1
                 UNTIL CHX-BYTE-IDX > 32
           END-IF.

       HEX-ENCODE-CHAIN-BYTE.
           COMPUTE CHX-BYTE-VALUE =
              FUNCTION ORD(CHP-HASH(CHX-BYTE-IDX:1)) - 1.
           DIVIDE CHX-BYTE-VALUE BY 16 GIVING CHX-HEX-HIGH
              REMAINDER CHX-HEX-LOW.
           COMPUTE CHX-HEX-POS = (CHX-BYTE-IDX * 2) - 1.
           MOVE CHX-HEX-DIGITS(CHX-HEX-HIGH + 1:1)
              TO CHN-NEW-HASH(CHX-HEX-POS:1).
           MOVE CHX-HEX-DIGITS(CHX-HEX-LOW + 1:1)
              TO CHN-NEW-HASH(CHX-HEX-POS + 1:1).

      *    ONE LINE PER FINDING: TRAIL, PHYSICAL RECORD NUMBER ON THE
      *    DATASET, THE RECORD'S OWN SEQUENCE STAMP AND WHAT IS WRONG.
       REPORT-CHAIN-FINDING.
           ADD 1 TO TRAIL-FINDINGS.
           ADD 1 TO FINDINGS-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING TRAIL-NAME " RECORD " TRAIL-READ
              " SEQ " TRAIL-SEQ-X " " FINDING-TYPE " " FINDING-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           IF RUN-HAD-FAILURE
              STRING "*** VERIFICATION INCOMPLETE - SEE MESSAGES ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              IF FINDINGS-COUNT > 0
                 STRING "*** " FINDINGS-COUNT
                    " CHAIN FINDINGS - AUDIT TRAILS NOT PROVEN ***"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              ELSE
                 STRING "NO CHAIN FINDINGS - AUDIT TRAILS PRESENT "
                    "ARE COMPLETE AND UNALTERED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO CHAIN-REPORT-RECORD.
           WRITE CHAIN-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).
