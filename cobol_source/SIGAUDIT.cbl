      *      archived rule array's padding keyword) under the
      *      KREG-PUB-KEY-LABEL currently registered for the
      *      record's SARC-KEY-NAME.
      *    - with no AUDIT-SCOPE-FILE cards the whole archive is
      *      audited in doc-id order. Scope cards narrow the audit
      *      to what changed, read straight off the archive's
      *      alternate keys:
      *         KEY    <key-name>          every signature under a
      *                                    key (e.g. after rotating
      *                                    it)
      *         DATES  <from> <to>         cycle-date range (CCYYMMDD;
      *                                    blank <to> = one day)
      *      (type in columns 1-6, values in 8-23 and 25-40, as on
      *      signature-transmittal's cards). A record several cards
      *      cover is audited once. Each card is echoed at the top
      *      of AUDIT-FINDINGS-FILE as an "AUDIT SCOPE" line so a
      *      reader knows which records the audit covered.
      *    - findings written to AUDIT-FINDINGS-FILE and SYSOUT:
      *      signatures that no longer verify, documents missing
      *      from DOCUMENT-FILE, key names no longer registered,
      *      signatures that will not decode, and rule arrays naming
      *      no supported service. The closing summary line carries
      *      the audit's run date and time, so a reader can tell
      *      which archive records the audit had yet to see.
      *    RETURN-CODE: 0 every archived signature re-verified,
      *    8 one or more findings, 16 a required file would not open.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT OPTIONAL AUDIT-SCOPE-FILE ASSIGN TO AUDSCOPE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-SCOPE-STATUS.

           SELECT OPTIONAL DOCUMENT-FILE ASSIGN TO DOCFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
      *    crypto_icsf_csn_dsg1.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

       FD  AUDIT-SCOPE-FILE.
       01  AUDIT-SCOPE-RECORD.
           05 SCP-TYPE                 PIC X(6).
           05 FILLER                   PIC X(1).
           05 SCP-VALUE-1              PIC X(16).
           05 FILLER                   PIC X(1).
           05 SCP-VALUE-2              PIC X(16).

       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD.

       01 FINDING-LINE PIC X(132).

      * SCOPE CARDS LOADED UP FRONT; NONE MEANS THE WHOLE ARCHIVE
       01 SCOPE-COUNT PIC S9(4) COMP VALUE 0.
       01 SCOPE-TABLE.
           05 SCOPE-ENTRY OCCURS 50 TIMES.
              10 SCOPE-TYPE            PIC X(6).
              10 SCOPE-VALUE-1         PIC X(16).
              10 SCOPE-VALUE-2         PIC X(16).
       01 SCOPE-IDX PIC S9(4) COMP.
       01 PRIOR-IDX PIC S9(4) COMP.
       01 AUDIT-RUN-TIMESTAMP PIC X(14).

      * FILE STATUS / SWITCHES
       01 SIGN-ARCHIVE-STATUS PIC X(2).
       01 AUDIT-SCOPE-STATUS PIC X(2).
       01 DOCUMENT-FILE-STATUS PIC X(2).
       01 KEY-REGISTRY-STATUS PIC X(2).
       01 AUDIT-FINDINGS-STATUS PIC X(2).
       01 WS-SWITCHES.
           05 ARCHIVE-EOF-SW        PIC X(1) VALUE "N".
              88 ARCHIVE-AT-END             VALUE "Y".
           05 SCOPE-EOF-SW          PIC X(1) VALUE "N".
              88 SCOPE-AT-END               VALUE "Y".
           05 IN-SCOPE-SW           PIC X(1) VALUE "N".
              88 RECORD-IN-SCOPE            VALUE "Y".
           05 EARLIER-SCOPE-SW      PIC X(1) VALUE "N".
              88 AUDITED-BY-EARLIER-CARD    VALUE "Y".
           05 DOCUMENT-FILE-SW      PIC X(1) VALUE "N".
              88 DOCUMENT-FILE-AVAIL        VALUE "Y".
           05 KEY-REGISTRY-SW       PIC X(1) VALUE "N".
       MAIN-RTN.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM LOAD-AUDIT-SCOPE
              IF SCOPE-COUNT = 0
                 MOVE "N" TO ARCHIVE-EOF-SW
                 MOVE LOW-VALUES TO SARC-ARCHIVE-KEY
                 START SIGNATURE-ARCHIVE-FILE
                    KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
                    INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
                 END-START
                 PERFORM AUDIT-NEXT-ARCHIVE-RECORD
                    WITH TEST BEFORE
                    UNTIL ARCHIVE-AT-END
              ELSE
                 PERFORM AUDIT-ONE-SCOPE
                    VARYING SCOPE-IDX FROM 1 BY 1
                    UNTIL SCOPE-IDX > SCOPE-COUNT
              END-IF
              PERFORM WRITE-AUDIT-SUMMARY
           END-IF.
           PERFORM CLOSE-FILES.
           END-IF.
           CLOSE AUDIT-FINDINGS-FILE.

      *    SCOPE CARDS ARE ECHOED TO THE FINDINGS FILE AS THEY ARE
      *    LOADED, AHEAD OF ANY FINDING. AN ABSENT OR EMPTY SCOPE
      *    FILE LEAVES THE WHOLE ARCHIVE IN SCOPE.
       LOAD-AUDIT-SCOPE.
           OPEN INPUT AUDIT-SCOPE-FILE.
           IF AUDIT-SCOPE-STATUS = "00"
              MOVE "N" TO SCOPE-EOF-SW
              PERFORM LOAD-ONE-SCOPE-CARD
                 WITH TEST BEFORE
                 UNTIL SCOPE-AT-END OR SCOPE-COUNT >= 50
              CLOSE AUDIT-SCOPE-FILE
           ELSE
              IF AUDIT-SCOPE-STATUS = "05"
                 CLOSE AUDIT-SCOPE-FILE
              END-IF
           END-IF.

       LOAD-ONE-SCOPE-CARD.
           READ AUDIT-SCOPE-FILE
              AT END MOVE "Y" TO SCOPE-EOF-SW
              NOT AT END
                 IF SCP-TYPE = "KEY" OR SCP-TYPE = "DATES"
                    IF SCP-TYPE = "DATES" AND SCP-VALUE-2 = SPACES
                       MOVE SCP-VALUE-1 TO SCP-VALUE-2
                    END-IF
                    ADD 1 TO SCOPE-COUNT
                    MOVE SCP-TYPE TO SCOPE-TYPE(SCOPE-COUNT)
                    MOVE SCP-VALUE-1 TO SCOPE-VALUE-1(SCOPE-COUNT)
                    MOVE SCP-VALUE-2 TO SCOPE-VALUE-2(SCOPE-COUNT)
                    MOVE SPACES TO FINDING-LINE
                    STRING "AUDIT SCOPE  " SCP-TYPE " " SCP-VALUE-1
                           " " SCP-VALUE-2
                       DELIMITED BY SIZE INTO FINDING-LINE
                    END-STRING
                    MOVE FINDING-LINE TO AUDIT-FINDINGS-RECORD
                    WRITE AUDIT-FINDINGS-RECORD
                    DISPLAY FINDING-LINE(1:60)
                 ELSE
                    DISPLAY "UNKNOWN SCOPE TYPE IGNORED: "
                       SCP-TYPE " " SCP-VALUE-1
                 END-IF
           END-READ.

      *    POSITION ON THE ALTERNATE KEY THE CARD NAMES AND AUDIT
      *    FORWARD WHILE RECORDS STILL FALL IN ITS RANGE. A RECORD
      *    AN EARLIER CARD COVERED WAS AUDITED THEN.
       AUDIT-ONE-SCOPE.
           MOVE "N" TO ARCHIVE-EOF-SW.
           IF SCOPE-TYPE(SCOPE-IDX) = "KEY"
              MOVE SCOPE-VALUE-1(SCOPE-IDX) TO SARC-KEY-NAME
              START SIGNATURE-ARCHIVE-FILE
                 KEY IS EQUAL TO SARC-KEY-NAME
                 INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
              END-START
           ELSE
              MOVE SCOPE-VALUE-1(SCOPE-IDX)(1:8) TO SARC-CYCLE-DATE
              START SIGNATURE-ARCHIVE-FILE
                 KEY IS NOT LESS THAN SARC-CYCLE-DATE
                 INVALID KEY MOVE "Y" TO ARCHIVE-EOF-SW
              END-START
           END-IF.
           PERFORM AUDIT-NEXT-ARCHIVE-RECORD
              WITH TEST BEFORE
              UNTIL ARCHIVE-AT-END.

       AUDIT-NEXT-ARCHIVE-RECORD.
           READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
              AT END MOVE "Y" TO ARCHIVE-EOF-SW
              NOT AT END
                 IF SCOPE-COUNT = 0
                    PERFORM AUDIT-ARCHIVE-RECORD
                 ELSE
                    MOVE SCOPE-IDX TO PRIOR-IDX
                    PERFORM CHECK-RECORD-IN-SCOPE
                    IF RECORD-IN-SCOPE
                       MOVE "N" TO EARLIER-SCOPE-SW
                       PERFORM CHECK-EARLIER-SCOPE
                          VARYING PRIOR-IDX FROM 1 BY 1
                          UNTIL PRIOR-IDX >= SCOPE-IDX
                             OR AUDITED-BY-EARLIER-CARD
                       IF NOT AUDITED-BY-EARLIER-CARD
                          PERFORM AUDIT-ARCHIVE-RECORD
                       END-IF
                    ELSE
                       MOVE "Y" TO ARCHIVE-EOF-SW
                    END-IF
                 END-IF
           END-READ.

      *    WHETHER THE RECORD IN HAND FALLS UNDER SCOPE CARD
      *    PRIOR-IDX.
       CHECK-RECORD-IN-SCOPE.
           MOVE "N" TO IN-SCOPE-SW.
           IF SCOPE-TYPE(PRIOR-IDX) = "KEY"
              IF SARC-KEY-NAME = SCOPE-VALUE-1(PRIOR-IDX)
                 MOVE "Y" TO IN-SCOPE-SW
              END-IF
           ELSE
              IF SARC-CYCLE-DATE >= SCOPE-VALUE-1(PRIOR-IDX)(1:8)
                 AND SARC-CYCLE-DATE <= SCOPE-VALUE-2(PRIOR-IDX)(1:8)
                 MOVE "Y" TO IN-SCOPE-SW
              END-IF
           END-IF.

       CHECK-EARLIER-SCOPE.
           PERFORM CHECK-RECORD-IN-SCOPE.
           IF RECORD-IN-SCOPE
              MOVE "Y" TO EARLIER-SCOPE-SW
           END-IF.

      *    ONE ARCHIVE RECORD: DECODE THE SIGNATURE, FETCH THE
      *    DOCUMENT, RESOLVE THE CURRENT PUBLIC KEY, RE-VERIFY. THE
      *    FIRST FAILING STEP WRITES ITS FINDING AND STOPS THE CHAIN
      *    FOR THAT RECORD - A MISSING DOCUMENT IS NOT ALSO REPORTED
      *    AS A VERIFY FAILURE.
       AUDIT-ARCHIVE-RECORD.
           ADD 1 TO RECORDS-AUDITED.
           MOVE "N" TO RECORD-FAILED-SW.
           PERFORM DECODE-ARCHIVED-SIGNATURE.
           IF NOT RECORD-HAS-FINDING
              PERFORM FETCH-ARCHIVED-DOCUMENT
           END-IF.
           IF NOT RECORD-HAS-FINDING
              PERFORM RESOLVE-CURRENT-KEY
           END-IF.
           IF NOT RECORD-HAS-FINDING
              PERFORM REVERIFY-SIGNATURE
           END-IF.
           IF NOT RECORD-HAS-FINDING
              ADD 1 TO RECORDS-VERIFIED
           END-IF.

       DECODE-ARCHIVED-SIGNATURE.
           MOVE "N" TO HEX-DECODE-SW.
           DISPLAY FINDING-LINE(1:120).

       WRITE-AUDIT-SUMMARY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AUDIT-RUN-TIMESTAMP.
           MOVE SPACES TO FINDING-LINE.
           STRING "ARCHIVE AUDIT - RECORDS " RECORDS-AUDITED
                  " VERIFIED " RECORDS-VERIFIED
                  " FINDINGS " FINDINGS-COUNT
                  " RUN " AUDIT-RUN-TIMESTAMP
              DELIMITED BY SIZE INTO FINDING-LINE
           END-STRING.
           MOVE FINDING-LINE TO AUDIT-FINDINGS-RECORD.
           WRITE AUDIT-FINDINGS-RECORD.
           DISPLAY FINDING-LINE(1:90).
