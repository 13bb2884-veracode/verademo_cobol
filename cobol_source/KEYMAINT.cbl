      *    - every transaction is echoed to KEY-MAINT-LIST-FILE with
      *      its result; every APPLIED change is appended to
      *      KEY-CHANGE-AUDIT-FILE with requester, approver,
      *      timestamp and the values applied. Each audit record
      *      ends with a sequence number and a SHA-256 hash chained
      *      from the record before it (CHAINWRK), so a change
      *      record removed or edited later is caught by
      *      audit-chain-verify.
      *    - an optional PARM-CARD-FILE control card (shared CTLCARD
      *      layout) supplies the user id for an unattended run.
      *    RETURN-CODE: 0 all transactions applied or parked,
           05 KCA-EXPIRES-DATE         PIC X(8).
           05 FILLER                   PIC X(1).
           05 KCA-STATUS               PIC X(1).
      *    CHAIN STAMP - ALWAYS THE LAST FIELDS ON THE RECORD, THE
      *    HASH COVERING EVERY BYTE AHEAD OF IT (SEE CHAINWRK).
           05 FILLER                   PIC X(1).
           05 KCA-CHAIN-SEQ            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 KCA-CHAIN-HASH           PIC X(64).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           05 TXN-APPLIED-COUNT PIC 9(9) VALUE 0.
           05 TXN-REJECTED-COUNT PIC 9(9) VALUE 0.

      * CHANGE-AUDIT HASH CHAIN
       01 AUDIT-CHAIN-WORK.
           COPY CHAINWRK.

      * FILE STATUS / SWITCHES
       01 PARM-CARD-STATUS PIC X(2).
       01 MAINT-TXN-STATUS PIC X(2).
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           PERFORM FIND-AUDIT-CHAIN-TAIL.
           OPEN EXTEND KEY-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT KEY-CHANGE-AUDIT-FILE
           MOVE KPD-EFFECTIVE-DATE TO KCA-EFFECTIVE-DATE.
           MOVE KPD-EXPIRES-DATE TO KCA-EXPIRES-DATE.
           MOVE KPD-STATUS TO KCA-STATUS.
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE KEY-CHANGE-AUDIT-RECORD.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE KCA-CHAIN-SEQ TO CHN-LAST-SEQ
              MOVE KCA-CHAIN-HASH TO CHN-LAST-HASH
           END-IF.

      *    PICK THE HASH CHAIN UP FROM THE LAST CHAINED RECORD ON THE
      *    TRAIL; ONE NEVER CHAINED STARTS FROM THE GENESIS HASH.
       FIND-AUDIT-CHAIN-TAIL.
           MOVE 0 TO CHN-LAST-SEQ.
           MOVE CHN-GENESIS-HASH TO CHN-LAST-HASH.
           OPEN INPUT KEY-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-AUDIT-CHAIN-RECORD
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE KEY-CHANGE-AUDIT-FILE
           END-IF.

       READ-AUDIT-CHAIN-RECORD.
           READ KEY-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF KCA-CHAIN-SEQ IS NUMERIC
                    MOVE KCA-CHAIN-SEQ TO CHN-LAST-SEQ
                    MOVE KCA-CHAIN-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

      *    STAMP THE RECORD IN HAND AS THE NEXT LINK: SEQUENCE ONE
      *    PAST THE LAST RECORD, HASH OVER THE LAST RECORD'S HASH
      *    FOLLOWED BY EVERYTHING AHEAD OF THIS RECORD'S HASH FIELD.
       STAMP-AUDIT-CHAIN.
           ADD 1 TO CHN-LAST-SEQ GIVING KCA-CHAIN-SEQ.
           COMPUTE CHN-CONTENT-LEN =
              LENGTH OF KEY-CHANGE-AUDIT-RECORD - 64.
           MOVE CHN-LAST-HASH TO CHP-TEXT(1:64).
           MOVE KEY-CHANGE-AUDIT-RECORD(1:CHN-CONTENT-LEN)
              TO CHP-TEXT(65:CHN-CONTENT-LEN).
           COMPUTE CHP-TEXT-LENGTH = CHN-CONTENT-LEN + 64.
           PERFORM COMPUTE-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO KCA-CHAIN-HASH.

      *    THE HASH SERVICE FAILING MUST NOT COST THE AUDIT RECORD:
      *    IT IS WRITTEN MARKED UNHASHED, AND THE VERIFIER SAYS SO.
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
                 " - AUDIT RECORD CHAINED UNHASHED"
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

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO KEY-MAINT-LIST-RECORD.
