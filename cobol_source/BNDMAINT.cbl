      *    - every transaction is echoed to BIND-MAINT-LIST-FILE with
      *      the before and after values and its result, and applied
      *      changes are appended to BIND-CHANGE-AUDIT-FILE with the
      *      user, timestamp, action and both values. Each audit
      *      record ends with a sequence number and a SHA-256 hash
      *      chained from the record before it (CHAINWRK), so a
      *      change record removed or edited later is caught by
      *      audit-chain-verify.
      *    - an optional PARM-CARD-FILE control card (shared CTLCARD
      *      layout) supplies the user id for an unattended run.
      *    RETURN-CODE: 0 all applied, 8 one or more rejected,
           05 BCA-OLD-VALUE            PIC X(80).
           05 FILLER                   PIC X(1).
           05 BCA-NEW-VALUE            PIC X(80).
      *    CHAIN STAMP - ALWAYS THE LAST FIELDS ON THE RECORD, THE
      *    HASH COVERING EVERY BYTE AHEAD OF IT (SEE CHAINWRK).
           05 FILLER                   PIC X(1).
           05 BCA-CHAIN-SEQ            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 BCA-CHAIN-HASH           PIC X(64).

       WORKING-STORAGE SECTION.
       01 MAINT-USER PIC X(20).
       01 MAINT-LIST-STATUS PIC X(2).
       01 CHANGE-AUDIT-STATUS PIC X(2).

      * CHANGE-AUDIT HASH CHAIN
       01 AUDIT-CHAIN-WORK.
           COPY CHAINWRK.

       01 WS-SWITCHES.
           05 PARM-CARD-SW          PIC X(1) VALUE "N".
              88 PARM-CARD-PRESENT          VALUE "Y".
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           PERFORM FIND-AUDIT-CHAIN-TAIL.
           OPEN EXTEND BIND-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT BIND-CHANGE-AUDIT-FILE
           MOVE BTX-NAME TO BCA-NAME.
           MOVE OLD-VALUE TO BCA-OLD-VALUE.
           MOVE NEW-VALUE TO BCA-NEW-VALUE.
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE BIND-CHANGE-AUDIT-RECORD.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE BCA-CHAIN-SEQ TO CHN-LAST-SEQ
              MOVE BCA-CHAIN-HASH TO CHN-LAST-HASH
           END-IF.

      *    PICK THE HASH CHAIN UP FROM THE LAST CHAINED RECORD ON THE
      *    TRAIL; ONE NEVER CHAINED STARTS FROM THE GENESIS HASH.
       FIND-AUDIT-CHAIN-TAIL.
           MOVE 0 TO CHN-LAST-SEQ.
           MOVE CHN-GENESIS-HASH TO CHN-LAST-HASH.
           OPEN INPUT BIND-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-AUDIT-CHAIN-RECORD
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE BIND-CHANGE-AUDIT-FILE
           END-IF.

       READ-AUDIT-CHAIN-RECORD.
           READ BIND-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF BCA-CHAIN-SEQ IS NUMERIC
                    MOVE BCA-CHAIN-SEQ TO CHN-LAST-SEQ
                    MOVE BCA-CHAIN-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

      *    STAMP THE RECORD IN HAND AS THE NEXT LINK: SEQUENCE ONE
      *    PAST THE LAST RECORD, HASH OVER THE LAST RECORD'S HASH
      *    FOLLOWED BY EVERYTHING AHEAD OF THIS RECORD'S HASH FIELD.
       STAMP-AUDIT-CHAIN.
           ADD 1 TO CHN-LAST-SEQ GIVING BCA-CHAIN-SEQ.
           COMPUTE CHN-CONTENT-LEN =
              LENGTH OF BIND-CHANGE-AUDIT-RECORD - 64.
           MOVE CHN-LAST-HASH TO CHP-TEXT(1:64).
           MOVE BIND-CHANGE-AUDIT-RECORD(1:CHN-CONTENT-LEN)
              TO CHP-TEXT(65:CHN-CONTENT-LEN).
           COMPUTE CHP-TEXT-LENGTH = CHN-CONTENT-LEN + 64.
           PERFORM COMPUTE-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO BCA-CHAIN-HASH.

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
           MOVE SPACES TO BIND-MAINT-LIST-RECORD.
