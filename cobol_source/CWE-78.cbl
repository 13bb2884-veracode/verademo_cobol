      *    The cycle date (RUNCTL stamp and the date portion of every *
      *    OPERATIONS-LOG timestamp) comes from the processing        *
      *    calendar when present, falling back to the wall clock.     *
      *                                                                *
      *    Every OPERATIONS-LOG record ends with a chain stamp - a    *
      *    sequence number and a SHA-256 hash over the previous       *
      *    record's hash and the record's own content (CHAINWRK) - so *
      *    a log record deleted, inserted or edited after the fact    *
      *    shows up in audit-chain-verify. The chain is picked up     *
      *    from the last record on the log or, when housekeeping has  *
      *    moved every chained record to history, from the latest     *
      *    OPSLOG anchor on CHAIN-ANCHOR-FILE.                        *
      *                                                                *
      *    A schedule run appends START and END records (elapsed      *
      *    time, commands run, return code) to the shared STEPTIME    *
      *    file, and a CMD record per command with its own elapsed    *
      *    time, exec-result and command text, for the step SLA       *
      *    report.                                                    *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. x91_35_1.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL CHAIN-ANCHOR-FILE ASSIGN TO CHNANCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAIN-ANCHOR-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD-FILE.
           05 OPLOG-DISPOSITION        PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OPLOG-COMMAND            PIC X(80).
      *    CHAIN STAMP - ALWAYS THE LAST FIELDS ON THE RECORD, THE
      *    HASH COVERING EVERY BYTE AHEAD OF IT (SEE CHAINWRK).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OPLOG-CHAIN-SEQ          PIC 9(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 OPLOG-CHAIN-HASH         PIC X(64).

       FD  COMMAND-SCHEDULE-FILE.
       01  COMMAND-SCHEDULE-RECORD.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD.
           COPY CHNANCH.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       working-storage section.
       01 command-string   pic x(80) value spaces.
       01 exec-result      pic x comp-x.
              88 AUTH-FILE-AT-END VALUE "Y".
       01 LOG-DISPOSITION PIC X(8) VALUE "EXECUTED".

      * OPERATIONS-LOG HASH CHAIN
       01 CHAIN-ANCHOR-STATUS PIC X(2).
       01 AUDIT-CHAIN-WORK.
           COPY CHAINWRK.

      * SUITE RUN-CONTROL - THIS PROGRAM'S STEP IDENTITY AND TODAY
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
           05 RUNCTL-EOF-SW PIC X(1) VALUE "N".
              88 RUN-CONTROL-EOF VALUE "Y".

      * STEP TIMING - STATUS, START STAMP AND INTERVAL ARITHMETIC,
      * AND THE COUNT OF SCHEDULED COMMANDS RUN
       01 STEP-TIMING-STATUS PIC X(2).
       01 STEP-TIMING-WORK.
           COPY STEPTWK.
       01 SCHEDULED-COMMANDS-RUN PIC 9(9) VALUE 0.

      * REQ 009 - APPROVED COMMAND TABLE
       01 COMMAND-APPROVED-SW PIC X(1) VALUE "N".
          88 COMMAND-APPROVED VALUE "Y".
      *    EVERY PATH LOGS TO OPERATIONS-LOG UNDER THE CYCLE DATE, SO
      *    THE BUSINESS DATE IS ESTABLISHED BEFORE ANY MODE DECISION.
           PERFORM GET-BUSINESS-DATE.
           PERFORM FIND-OPLOG-CHAIN-TAIL.

      *    A COMMAND-SCHEDULE FILE TAKES OVER THE WHOLE RUN: THE
      *    SINGLE-COMMAND FLOW BELOW NEVER EXECUTES IN THAT MODE.
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RCTL-MY-STEP-ID TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM GET-NEXT-SCHEDULED-COMMAND.
           PERFORM EXECUTE-SCHEDULED-COMMAND
              PERFORM STAMP-RUN-CONTROL
              MOVE 0 TO RETURN-CODE
           END-IF.
           MOVE SCHEDULED-COMMANDS-RUN TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    LOOK FOR A RUN-CONTROL RECORD STAMPED BY A COMPLETED RUN
           END-READ.

       EXECUTE-SCHEDULED-COMMAND.
           MOVE FUNCTION CURRENT-DATE TO STW-FROM-STAMP.
           IF CMS-MAX-RESULT IS NUMERIC
              MOVE CMS-MAX-RESULT TO COMMAND-MAX-RESULT
           ELSE
              END-IF
           END-IF.
           PERFORM LOG-OPERATION.
           ADD 1 TO SCHEDULED-COMMANDS-RUN.
           PERFORM WRITE-COMMAND-TIMING.
           IF exec-result > COMMAND-MAX-RESULT
              DISPLAY "COMMAND RESULT " exec-result
                 " EXCEEDS MAXIMUM " COMMAND-MAX-RESULT
           MOVE LOG-DISPOSITION TO OPLOG-DISPOSITION.
           MOVE command-string TO OPLOG-COMMAND.
           MOVE exec-result TO OPLOG-EXEC-RESULT.
           PERFORM STAMP-OPLOG-CHAIN.
           OPEN EXTEND OPERATIONS-LOG.
           IF OPERATIONS-LOG-STATUS NOT = "00"
              OPEN OUTPUT OPERATIONS-LOG
           END-IF.
           WRITE OPLOG-RECORD.
           IF OPERATIONS-LOG-STATUS = "00"
              MOVE OPLOG-CHAIN-SEQ TO CHN-LAST-SEQ
              MOVE OPLOG-CHAIN-HASH TO CHN-LAST-HASH
           END-IF.
           CLOSE OPERATIONS-LOG.

      *    PICK THE HASH CHAIN UP WHERE THE LOG LEFT IT: THE LAST
      *    CHAINED RECORD ON OPERATIONS-LOG, OR - WHEN HOUSEKEEPING
      *    HAS MOVED EVERY CHAINED RECORD TO HISTORY - THE LATEST
      *    ANCHOR IT SET. A LOG THAT HAS NEVER BEEN CHAINED STARTS
      *    FROM THE GENESIS HASH. THIS PROGRAM IS THE LOG'S ONLY
      *    WRITER, SO THE TAIL FOUND HERE HOLDS FOR THE WHOLE RUN.
       FIND-OPLOG-CHAIN-TAIL.
           MOVE 0 TO CHN-LAST-SEQ.
           MOVE CHN-GENESIS-HASH TO CHN-LAST-HASH.
           OPEN INPUT OPERATIONS-LOG.
           IF OPERATIONS-LOG-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-OPLOG-CHAIN-RECORD
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE OPERATIONS-LOG
           END-IF.
           IF CHN-LAST-SEQ = 0
              MOVE "OPSLOG" TO CHN-TRAIL-NAME
              PERFORM FIND-CHAIN-ANCHOR
           END-IF.

       READ-OPLOG-CHAIN-RECORD.
           READ OPERATIONS-LOG
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF OPLOG-CHAIN-SEQ IS NUMERIC
                    MOVE OPLOG-CHAIN-SEQ TO CHN-LAST-SEQ
                    MOVE OPLOG-CHAIN-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

       FIND-CHAIN-ANCHOR.
           OPEN INPUT CHAIN-ANCHOR-FILE.
           IF CHAIN-ANCHOR-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-CHAIN-ANCHOR
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE CHAIN-ANCHOR-FILE
           ELSE
              IF CHAIN-ANCHOR-STATUS = "05"
                 CLOSE CHAIN-ANCHOR-FILE
              END-IF
           END-IF.

       READ-CHAIN-ANCHOR.
           READ CHAIN-ANCHOR-FILE
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF CHA-TRAIL = CHN-TRAIL-NAME
                    AND CHA-ANCHOR-SEQ IS NUMERIC
                    AND CHA-ANCHOR-SEQ > CHN-LAST-SEQ
                    MOVE CHA-ANCHOR-SEQ TO CHN-LAST-SEQ
                    MOVE CHA-ANCHOR-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

      *    STAMP THE RECORD IN HAND AS THE NEXT LINK: SEQUENCE ONE
      *    PAST THE LAST RECORD, HASH OVER THE LAST RECORD'S HASH
      *    FOLLOWED BY EVERYTHING AHEAD OF THIS RECORD'S HASH FIELD.
       STAMP-OPLOG-CHAIN.
           ADD 1 TO CHN-LAST-SEQ GIVING OPLOG-CHAIN-SEQ.
           COMPUTE CHN-CONTENT-LEN = LENGTH OF OPLOG-RECORD - 64.
           MOVE CHN-LAST-HASH TO CHP-TEXT(1:64).
           MOVE OPLOG-RECORD(1:CHN-CONTENT-LEN)
              TO CHP-TEXT(65:CHN-CONTENT-LEN).
           COMPUTE CHP-TEXT-LENGTH = CHN-CONTENT-LEN + 64.
           PERFORM COMPUTE-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO OPLOG-CHAIN-HASH.

      *    THE HASH SERVICE FAILING MUST NOT COST THE LOG RECORD: IT
      *    IS WRITTEN MARKED UNHASHED, AND THE VERIFIER SAYS SO.
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
                 " - LOG RECORD CHAINED UNHASHED"
              MOVE CHN-UNHASHED-MARK TO CHN-NEW-HASH
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

      *    ONE CMD RECORD PER SCHEDULED COMMAND: ITS ELAPSED TIME, ITS
      *    POSITION IN THE SCHEDULE, ITS EXEC-RESULT AND THE COMMAND.
       WRITE-COMMAND-TIMING.
           MOVE FUNCTION CURRENT-DATE TO STW-TO-STAMP.
           PERFORM COMPUTE-STEP-ELAPSED.
           MOVE "CMD" TO STW-EVENT.
           MOVE SCHEDULED-COMMANDS-RUN TO STW-RECORD-COUNT.
           MOVE exec-result TO STW-RETURN-CODE.
           MOVE command-string TO STW-DETAIL.
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
