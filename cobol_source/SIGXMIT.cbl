      *         KEY    <key-name>          every signature under a key
      *         DATES  <from> <to>         cycle-date range (CCYYMMDD)
      *      (type in columns 1-6, values in 8-23 and 25-40).
      *    - each request reads the keyed archive on the access
      *      path that answers it: DOCID on the doc-id + timestamp
      *      key, KEY on the key-name alternate key, DATES on the
      *      cycle-date alternate key. Every SARC record a request
      *      finds goes to PARTNER-TRANSMIT-FILE with its doc-id,
      *      key name, rule array, signature (hex, as archived) and
      *      archive timestamp, plus the matching DOCUMENT-FILE text
      *      when the doc-key still exists - once, however many
      *      requests it satisfies.
      *    - requests nothing matched are listed on the
      *      REQUEST-NOT-FOUND-FILE report.
      *    RETURN-CODE: 0 every request matched something,
              FILE STATUS IS TRANSMIT-REQUEST-STATUS.

           SELECT SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT OPTIONAL DOCUMENT-FILE ASSIGN TO DOCFILE
      *    crypto_icsf_csn_dsg1.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD.
       01  REQUEST-NOT-FOUND-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
      * REQUESTS LOADED UP FRONT SO A RECORD SEVERAL REQUESTS FIND
      * CAN BE TRANSMITTED ONCE
       01 REQUEST-COUNT PIC S9(4) COMP VALUE 0.
       01 REQUEST-TABLE.
           05 REQUEST-ENTRY OCCURS 100 TIMES.
              10 REQ-VALUE-2           PIC X(16).
              10 REQ-MATCH-COUNT       PIC 9(9).
       01 REQ-IDX PIC S9(4) COMP.
       01 PRIOR-IDX PIC S9(4) COMP.

       01 RECORD-MATCHED-SW PIC X(1).
          88 ARCHIVE-RECORD-MATCHED VALUE "Y".
       01 RECORD-IN-RANGE-SW PIC X(1).
          88 RECORD-IN-RANGE VALUE "Y".
       01 ARCHIVE-RECORDS-READ PIC 9(9) VALUE 0.
       01 RECORDS-TRANSMITTED PIC 9(9) VALUE 0.
       01 UNMATCHED-REQUESTS PIC 9(9) VALUE 0.
              IF REQUEST-COUNT = 0
                 DISPLAY "NO TRANSMIT REQUESTS - NOTHING TO DO"
              ELSE
                 PERFORM READ-ONE-REQUEST
                    VARYING REQ-IDX FROM 1 BY 1
                    UNTIL REQ-IDX > REQUEST-COUNT
              END-IF
              PERFORM REPORT-UNMATCHED-REQUESTS
              DISPLAY "ARCHIVE RECORDS READ: " ARCHIVE-RECORDS-READ
                 END-IF
           END-READ.

      *    POSITION THE ARCHIVE ON THE KEY THAT ANSWERS THE REQUEST
      *    AND READ FORWARD WHILE RECORDS STILL FALL IN ITS RANGE.
      *    A RECORD AN EARLIER REQUEST ALREADY FOUND WAS TRANSMITTED
      *    THEN; THIS REQUEST ONLY COUNTS IT.
       READ-ONE-REQUEST.
           MOVE "N" TO ARCHIVE-EOF-SW.
           EVALUATE REQ-TYPE(REQ-IDX)
              WHEN "DOCID"
                 MOVE REQ-VALUE-1(REQ-IDX) TO SARC-AK-DOC-ID
                 MOVE LOW-VALUES TO SARC-AK-TIMESTAMP
                 START SIGNATURE-ARCHIVE-FILE
                    KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
                    INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
                 END-START
              WHEN "KEY"
                 MOVE REQ-VALUE-1(REQ-IDX) TO SARC-KEY-NAME
                 START SIGNATURE-ARCHIVE-FILE
                    KEY IS EQUAL TO SARC-KEY-NAME
                    INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
                 END-START
              WHEN "DATES"
                 MOVE REQ-VALUE-1(REQ-IDX)(1:8) TO SARC-CYCLE-DATE
                 START SIGNATURE-ARCHIVE-FILE
                    KEY IS NOT LESS THAN SARC-CYCLE-DATE
                    INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
                 END-START
              WHEN OTHER
                 MOVE "Y" TO ARCHIVE-EOF-SW
           END-EVALUATE.
           PERFORM READ-REQUESTED-RECORD
              WITH TEST BEFORE
              UNTIL ARCHIVE-AT-END.

       READ-REQUESTED-RECORD.
           READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
              AT END MOVE "Y" TO ARCHIVE-EOF-SW
              NOT AT END
                 MOVE REQ-IDX TO PRIOR-IDX
                 PERFORM CHECK-RECORD-IN-RANGE
                 IF RECORD-IN-RANGE
                    ADD 1 TO ARCHIVE-RECORDS-READ
                    ADD 1 TO REQ-MATCH-COUNT(REQ-IDX)
                    MOVE "N" TO RECORD-MATCHED-SW
                    PERFORM MATCH-PRIOR-REQUEST
                       VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX >= REQ-IDX
                          OR ARCHIVE-RECORD-MATCHED
                    IF NOT ARCHIVE-RECORD-MATCHED
                       PERFORM WRITE-TRANSMITTAL-RECORD
                    END-IF
                 ELSE
                    MOVE "Y" TO ARCHIVE-EOF-SW
                 END-IF
           END-READ.

      *    WHETHER THE RECORD IN HAND SATISFIES REQUEST PRIOR-IDX.
       CHECK-RECORD-IN-RANGE.
           MOVE "N" TO RECORD-IN-RANGE-SW.
           EVALUATE REQ-TYPE(PRIOR-IDX)
              WHEN "DOCID"
                 IF SARC-AK-DOC-ID = REQ-VALUE-1(PRIOR-IDX)
                    MOVE "Y" TO RECORD-IN-RANGE-SW
                 END-IF
              WHEN "KEY"
                 IF SARC-KEY-NAME = REQ-VALUE-1(PRIOR-IDX)
                    MOVE "Y" TO RECORD-IN-RANGE-SW
                 END-IF
              WHEN "DATES"
                 IF SARC-CYCLE-DATE >= REQ-VALUE-1(PRIOR-IDX)(1:8)
                    AND SARC-CYCLE-DATE
                        <= REQ-VALUE-2(PRIOR-IDX)(1:8)
                    MOVE "Y" TO RECORD-IN-RANGE-SW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       MATCH-PRIOR-REQUEST.
           PERFORM CHECK-RECORD-IN-RANGE.
           IF RECORD-IN-RANGE
              MOVE "Y" TO RECORD-MATCHED-SW
           END-IF.

       WRITE-TRANSMITTAL-RECORD.
           MOVE SPACES TO PARTNER-TRANSMIT-RECORD.
