       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. inbound-post.
      *****************************
      *    Prepares the day's ACCEPTED inbound partner documents for
      *    posting to the database through the approved-statement
      *    catalog, so verified data no longer has to be keyed in by
      *    hand.
      *    - every ACCEPTED record for the business date on
      *      VERIFY-DISPOSITION-FILE is a candidate. Its message text
      *      is taken from INBOUND-VERIFY-FILE by doc-id, and its
      *      partner from PARTNER-MASTER-FILE by the key name.
      *    - INBOUND-HISTORY-FILE is the posting ledger: a document
      *      goes into the batch only while its history disposition
      *      is still ACCEPTED, and is marked POSTING before it is
      *      written there, so no rerun can post it twice.
      *      inbound-post-results later settles it to POSTED or
      *      POSTFAIL.
      *    - POSTING-LAYOUT-FILE says how each partner's documents
      *      post: per partner, in order, the catalog statements to
      *      run and, for each bind variable, the position and length
      *      of its value in the message text.
      *    - each document becomes one posting unit on SQL-BATCH-FILE
      *      for sql-injection-04: a "*UNIT doc-id" directive, then a
      *      "=" catalog reference per statement. Its bind values go
      *      to UNIT-BINDS-FILE under the doc-id in the
      *      BIND-DEFAULTS-FILE name/value shape. Run in update mode
      *      with CC-COMMIT-SCOPE "B", each unit commits entirely or
      *      not at all.
      *    - POSTING-WORK-FILE records every candidate, PREPARED or
      *      FAILED with the reason (partner not on the master, no
      *      layout for the partner, message text not found), for
      *      inbound-post-results.
      *    - takes its cycle date from the processing calendar.
      *    RETURN-CODE: 0 every candidate prepared, 4 one or more
      *    could not be prepared, 16 a required file would not open,
      *    the ledger could not be updated or the layout file is
      *    invalid (nothing is prepared).
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VERIFY-DISPOSITION-FILE ASSIGN TO VERIFYDSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VERIFY-DISP-STATUS.

           SELECT OPTIONAL INBOUND-VERIFY-FILE ASSIGN TO VERIFYIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INBOUND-VERIFY-STATUS.

           SELECT OPTIONAL INBOUND-HISTORY-FILE ASSIGN TO INBHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IVH-DOC-ID
              FILE STATUS IS INBOUND-HISTORY-STATUS.

           SELECT OPTIONAL PARTNER-MASTER-FILE ASSIGN TO PRTMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-MASTER-STATUS.

           SELECT POSTING-LAYOUT-FILE ASSIGN TO POSTLAYT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTING-LAYOUT-STATUS.

           SELECT SQL-BATCH-FILE ASSIGN TO SQLBATCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SQL-BATCH-STATUS.

           SELECT UNIT-BINDS-FILE ASSIGN TO BNDUNIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UNIT-BINDS-STATUS.

           SELECT POSTING-WORK-FILE ASSIGN TO POSTWORK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTING-WORK-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    LAYOUT AS WRITTEN BY WRITE-DISPOSITION IN
      *    crypto_icsf_csn_dsg1.
       FD  VERIFY-DISPOSITION-FILE.
       01  VERIFY-DISPOSITION-RECORD.
           05 DSP-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 DSP-DOC-ID               PIC X(16).
           05 FILLER                   PIC X(1).
           05 DSP-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 DSP-DISPOSITION          PIC X(8).
           05 FILLER                   PIC X(1).
           05 DSP-REASON               PIC X(40).

      *    LAYOUT AS READ BY THE VERIFY RUN OF crypto_icsf_csn_dsg1.
       FD  INBOUND-VERIFY-FILE.
       01  INBOUND-VERIFY-RECORD.
           05 IVR-DOC-ID               PIC X(16).
           05 IVR-FAMILY               PIC X(1).
           05 IVR-KEY-NAME             PIC X(16).
           05 IVR-SIGN-LENGTH          PIC 9(4).
           05 IVR-SIGNATURE            PIC X(4000).
           05 IVR-MESSAGE              PIC X(5000).
       01  INBOUND-TRAILER-RECORD.
           05 IVT-TRAILER-TAG          PIC X(4).
           05 IVT-DOC-COUNT            PIC 9(9).

      *    LAYOUT AS MAINTAINED BY crypto_icsf_csn_dsg1. POSTING
      *    MOVES IVH-DISPOSITION ON FROM ACCEPTED TO POSTING, THEN
      *    POSTED OR POSTFAIL.
       FD  INBOUND-HISTORY-FILE.
       01  INBOUND-HISTORY-RECORD.
           05 IVH-DOC-ID               PIC X(16).
           05 IVH-RUN-DATE             PIC X(8).
           05 IVH-DISPOSITION          PIC X(8).

      *    LAYOUT AS READ BY reject-routing.
       FD  PARTNER-MASTER-FILE.
       01  PARTNER-MASTER-RECORD.
           05 PTR-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 PTR-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 PTR-CONTACT              PIC X(40).
           05 FILLER                   PIC X(1).
           05 PTR-DEST-DATASET        PIC X(44).

      *    ONE RECORD PER BIND VALUE: PARTNER, CATALOG STATEMENT,
      *    BIND VARIABLE NAME, AND WHERE ITS VALUE SITS IN THE
      *    MESSAGE TEXT (START POSITION, LENGTH UP TO 80). A RECORD
      *    WITH NO BIND NAME JUST RUNS THE STATEMENT. A PARTNER'S
      *    STATEMENTS RUN IN THE ORDER THEIR RECORDS APPEAR.
      *    RECORDS STARTING "*" ARE COMMENTS.
       FD  POSTING-LAYOUT-FILE.
       01  POSTING-LAYOUT-RECORD.
           05 LAY-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 LAY-STMT-NAME            PIC X(16).
           05 FILLER                   PIC X(1).
           05 LAY-BIND-NAME            PIC X(30).
           05 FILLER                   PIC X(1).
           05 LAY-FIELD-START          PIC 9(4).
           05 FILLER                   PIC X(1).
           05 LAY-FIELD-LENGTH         PIC 9(2).

       FD  SQL-BATCH-FILE.
       01  SQL-BATCH-RECORD            PIC X(80).

      *    LAYOUT AS READ BY sql-injection-04.
       FD  UNIT-BINDS-FILE.
       01  UNIT-BIND-RECORD.
           05 UBD-UNIT-NAME            PIC X(16).
           05 FILLER                   PIC X(1).
           05 UBD-BIND-NAME            PIC X(80).
           05 FILLER                   PIC X(1).
           05 UBD-BIND-VALUE           PIC X(80).

       FD  POSTING-WORK-FILE.
       01  POSTING-WORK-RECORD.
           COPY POSTWORK.

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 CURRENT-DOC-ID PIC X(16).
       01 CURRENT-KEY-NAME PIC X(16).
       01 CURRENT-PARTNER-ID PIC X(8).
       01 LAST-STMT-NAME PIC X(16).
       01 PREPARE-REASON PIC X(40).
       01 MESSAGE-TEXT PIC X(5000).
       01 FIELD-END PIC 9(5).

      * THE DAY'S ACCEPTED DOCUMENTS, TAKEN OFF THE DISPOSITION FILE
       01 CANDIDATE-COUNT PIC S9(4) COMP VALUE 0.
       01 CANDIDATE-MAX PIC S9(4) COMP VALUE 500.
       01 CANDIDATE-IDX PIC S9(4) COMP.
       01 CANDIDATE-TABLE.
           05 CANDIDATE-ENTRY OCCURS 500 TIMES.
              10 CT-DOC-ID PIC X(16).
              10 CT-KEY-NAME PIC X(16).

      * THE POSTING LAYOUTS FOR EVERY PARTNER
       01 LAYOUT-COUNT PIC S9(4) COMP VALUE 0.
       01 LAYOUT-MAX PIC S9(4) COMP VALUE 200.
       01 LAYOUT-IDX PIC S9(4) COMP.
       01 LAYOUT-TABLE.
           05 LAYOUT-ENTRY OCCURS 200 TIMES.
              10 LT-PARTNER-ID PIC X(8).
              10 LT-STMT-NAME PIC X(16).
              10 LT-BIND-NAME PIC X(30).
              10 LT-FIELD-START PIC 9(4).
              10 LT-FIELD-LENGTH PIC 9(2).

      * RUN TOTALS
       01 POST-TOTALS.
           05 DOCS-CONSIDERED PIC 9(9) VALUE 0.
           05 DOCS-PREPARED PIC 9(9) VALUE 0.
           05 DOCS-FAILED PIC 9(9) VALUE 0.
           05 DOCS-ALREADY-DONE PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 VERIFY-DISP-STATUS PIC X(2).
       01 INBOUND-VERIFY-STATUS PIC X(2).
       01 INBOUND-HISTORY-STATUS PIC X(2).
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 POSTING-LAYOUT-STATUS PIC X(2).
       01 SQL-BATCH-STATUS PIC X(2).
       01 UNIT-BINDS-STATUS PIC X(2).
       01 POSTING-WORK-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 DISP-EOF-SW           PIC X(1) VALUE "N".
              88 DISPOSITIONS-AT-END        VALUE "Y".
           05 LAYOUT-EOF-SW         PIC X(1) VALUE "N".
              88 LAYOUT-AT-END              VALUE "Y".
           05 LAYOUT-BAD-SW         PIC X(1) VALUE "N".
              88 LAYOUT-INVALID             VALUE "Y".
           05 HISTORY-SW            PIC X(1) VALUE "N".
              88 INBOUND-HISTORY-AVAIL      VALUE "Y".
           05 HIST-FOUND-SW         PIC X(1) VALUE "N".
              88 HISTORY-RECORD-FOUND       VALUE "Y".
           05 SKIP-DOC-SW           PIC X(1) VALUE "N".
              88 DOCUMENT-ALREADY-HANDLED   VALUE "Y".
           05 PREP-FAIL-SW          PIC X(1) VALUE "N".
              88 PREPARE-FAILED             VALUE "Y".
           05 PTR-EOF-SW            PIC X(1) VALUE "N".
              88 PARTNER-FILE-AT-END        VALUE "Y".
           05 PTR-FOUND-SW          PIC X(1) VALUE "N".
              88 PARTNER-FOUND              VALUE "Y".
           05 LAYOUT-FOUND-SW       PIC X(1) VALUE "N".
              88 PARTNER-LAYOUT-FOUND       VALUE "Y".
           05 MSG-EOF-SW            PIC X(1) VALUE "N".
              88 INBOUND-FILE-AT-END        VALUE "Y".
           05 MSG-FOUND-SW          PIC X(1) VALUE "N".
              88 MESSAGE-FOUND              VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM LOAD-POSTING-LAYOUTS
           END-IF.
           IF NOT RUN-HAD-FAILURE
              PERFORM LOAD-CANDIDATES
           END-IF.
           IF NOT RUN-HAD-FAILURE
              PERFORM PREPARE-ONE-DOCUMENT
                 VARYING CANDIDATE-IDX FROM 1 BY 1
                 UNTIL CANDIDATE-IDX > CANDIDATE-COUNT
                    OR RUN-HAD-FAILURE
              DISPLAY "ACCEPTED DOCUMENTS: " DOCS-CONSIDERED
                 "  PREPARED: " DOCS-PREPARED
                 "  FAILED: " DOCS-FAILED
                 "  ALREADY HANDLED: " DOCS-ALREADY-DONE
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DOCS-FAILED > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      *    THE CYCLE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
      *    WALL CLOCK. WITH NO CALENDAR ON FILE THE WALL-CLOCK DATE
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

       OPEN-FILES.
           OPEN INPUT VERIFY-DISPOSITION-FILE.
           IF VERIFY-DISP-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN VERIFY-DISPOSITION-FILE, "
                 "STATUS: " VERIFY-DISP-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN INPUT POSTING-LAYOUT-FILE.
           IF POSTING-LAYOUT-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN POSTING-LAYOUT-FILE, "
                 "STATUS: " POSTING-LAYOUT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    THE LEDGER IS WHAT STOPS A SECOND POSTING, SO WITHOUT IT
      *    NOTHING IS PREPARED.
           OPEN I-O INBOUND-HISTORY-FILE.
           IF INBOUND-HISTORY-STATUS = "00"
              OR INBOUND-HISTORY-STATUS = "05"
              MOVE "Y" TO HISTORY-SW
           ELSE
              MOVE "N" TO HISTORY-SW
              DISPLAY "*** UNABLE TO OPEN INBOUND-HISTORY-FILE, "
                 "STATUS: " INBOUND-HISTORY-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT SQL-BATCH-FILE.
           IF SQL-BATCH-STATUS NOT = "00"
              AND SQL-BATCH-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN SQL-BATCH-FILE, STATUS: "
                 SQL-BATCH-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT UNIT-BINDS-FILE.
           IF UNIT-BINDS-STATUS NOT = "00"
              AND UNIT-BINDS-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN UNIT-BINDS-FILE, STATUS: "
                 UNIT-BINDS-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT POSTING-WORK-FILE.
           IF POSTING-WORK-STATUS NOT = "00"
              AND POSTING-WORK-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN POSTING-WORK-FILE, "
                 "STATUS: " POSTING-WORK-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE VERIFY-DISPOSITION-FILE.
           CLOSE POSTING-LAYOUT-FILE.
           IF INBOUND-HISTORY-AVAIL
              CLOSE INBOUND-HISTORY-FILE
           END-IF.
           CLOSE SQL-BATCH-FILE.
           CLOSE UNIT-BINDS-FILE.
           CLOSE POSTING-WORK-FILE.

      *    LOAD EVERY PARTNER'S POSTING LAYOUT. A RECORD WHOSE
      *    POSITION OR LENGTH IS UNUSABLE STOPS THE RUN BEFORE
      *    ANYTHING IS PREPARED - HALF A LAYOUT WOULD POST HALF A
      *    DOCUMENT'S FIELDS FROM THE WRONG PLACE.
       LOAD-POSTING-LAYOUTS.
           MOVE "N" TO LAYOUT-EOF-SW.
           PERFORM READ-ONE-LAYOUT
              WITH TEST BEFORE
              UNTIL LAYOUT-AT-END.
           IF LAYOUT-INVALID
              DISPLAY "*** POSTING-LAYOUT-FILE REJECTED - RUN STOPPED"
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       READ-ONE-LAYOUT.
           READ POSTING-LAYOUT-FILE
              AT END MOVE "Y" TO LAYOUT-EOF-SW
              NOT AT END
                 IF LAY-PARTNER-ID(1:1) NOT = "*"
                    AND POSTING-LAYOUT-RECORD NOT = SPACES
                    PERFORM STORE-ONE-LAYOUT
                 END-IF
           END-READ.

       STORE-ONE-LAYOUT.
           IF LAY-PARTNER-ID = SPACES OR LAY-STMT-NAME = SPACES
              DISPLAY "*** LAYOUT RECORD MISSING PARTNER OR STATEMENT: "
                 POSTING-LAYOUT-RECORD
              SET LAYOUT-INVALID TO TRUE
           ELSE
              IF LAY-BIND-NAME NOT = SPACES
                 AND (LAY-FIELD-START IS NOT NUMERIC
                      OR LAY-FIELD-LENGTH IS NOT NUMERIC)
                 DISPLAY "*** LAYOUT POSITION NOT NUMERIC: "
                    POSTING-LAYOUT-RECORD
                 SET LAYOUT-INVALID TO TRUE
              ELSE
                 PERFORM CHECK-LAYOUT-RANGE
              END-IF
           END-IF.

       CHECK-LAYOUT-RANGE.
           IF LAY-BIND-NAME NOT = SPACES
              COMPUTE FIELD-END = LAY-FIELD-START + LAY-FIELD-LENGTH
                 - 1
              IF LAY-FIELD-START = 0 OR LAY-FIELD-LENGTH = 0
                 OR FIELD-END > 5000
                 DISPLAY "*** LAYOUT POSITION OUTSIDE THE MESSAGE: "
                    POSTING-LAYOUT-RECORD
                 SET LAYOUT-INVALID TO TRUE
              END-IF
           END-IF.
           IF NOT LAYOUT-INVALID
              IF LAYOUT-COUNT < LAYOUT-MAX
                 ADD 1 TO LAYOUT-COUNT
                 MOVE LAY-PARTNER-ID TO LT-PARTNER-ID(LAYOUT-COUNT)
                 MOVE LAY-STMT-NAME TO LT-STMT-NAME(LAYOUT-COUNT)
                 MOVE LAY-BIND-NAME TO LT-BIND-NAME(LAYOUT-COUNT)
                 IF LAY-BIND-NAME NOT = SPACES
                    MOVE LAY-FIELD-START
                       TO LT-FIELD-START(LAYOUT-COUNT)
                    MOVE LAY-FIELD-LENGTH
                       TO LT-FIELD-LENGTH(LAYOUT-COUNT)
                 ELSE
                    MOVE 0 TO LT-FIELD-START(LAYOUT-COUNT)
                    MOVE 0 TO LT-FIELD-LENGTH(LAYOUT-COUNT)
                 END-IF
              ELSE
                 DISPLAY "*** POSTING LAYOUT TABLE FULL"
                 SET LAYOUT-INVALID TO TRUE
              END-IF
           END-IF.

      *    THE BUSINESS DATE'S ACCEPTED DOCUMENTS. THE DISPOSITION
      *    FILE IS READ ONCE, UP FRONT.
       LOAD-CANDIDATES.
           MOVE "N" TO DISP-EOF-SW.
           PERFORM READ-ONE-DISPOSITION
              WITH TEST BEFORE
              UNTIL DISPOSITIONS-AT-END.

       READ-ONE-DISPOSITION.
           READ VERIFY-DISPOSITION-FILE
              AT END MOVE "Y" TO DISP-EOF-SW
              NOT AT END
                 IF DSP-TIMESTAMP(1:8) = TODAY-DATE-X
                    AND DSP-DISPOSITION = "ACCEPTED"
                    IF CANDIDATE-COUNT < CANDIDATE-MAX
                       ADD 1 TO CANDIDATE-COUNT
                       MOVE DSP-DOC-ID TO CT-DOC-ID(CANDIDATE-COUNT)
                       MOVE DSP-KEY-NAME
                          TO CT-KEY-NAME(CANDIDATE-COUNT)
                    ELSE
                       DISPLAY "*** CANDIDATE TABLE FULL - "
                          DSP-DOC-ID " LEFT FOR THE NEXT RUN"
                    END-IF
                 END-IF
           END-READ.

      *    ONE ACCEPTED DOCUMENT: SKIP IT IF THE LEDGER SAYS IT HAS
      *    ALREADY GONE TO POSTING, OTHERWISE RESOLVE ITS PARTNER,
      *    LAYOUT AND TEXT, MARK IT POSTING AND WRITE ITS UNIT.
       PREPARE-ONE-DOCUMENT.
           MOVE CT-DOC-ID(CANDIDATE-IDX) TO CURRENT-DOC-ID.
           MOVE CT-KEY-NAME(CANDIDATE-IDX) TO CURRENT-KEY-NAME.
           MOVE SPACES TO CURRENT-PARTNER-ID.
           MOVE SPACES TO PREPARE-REASON.
           MOVE "N" TO PREP-FAIL-SW.

           PERFORM CHECK-POSTING-LEDGER.
           IF DOCUMENT-ALREADY-HANDLED
              ADD 1 TO DOCS-ALREADY-DONE
           ELSE
              ADD 1 TO DOCS-CONSIDERED
              PERFORM RESOLVE-DOCUMENT-PARTNER
              IF NOT PREPARE-FAILED
                 PERFORM FIND-PARTNER-LAYOUT
              END-IF
              IF NOT PREPARE-FAILED
                 PERFORM FIND-MESSAGE-TEXT
              END-IF
              IF PREPARE-FAILED
                 PERFORM WRITE-WORK-FAILED
                 ADD 1 TO DOCS-FAILED
              ELSE
                 PERFORM MARK-DOCUMENT-POSTING
                 IF NOT RUN-HAD-FAILURE
                    PERFORM WRITE-POSTING-UNIT
                    PERFORM WRITE-WORK-PREPARED
                    ADD 1 TO DOCS-PREPARED
                 END-IF
              END-IF
           END-IF.

      *    ONLY A DOCUMENT STILL STANDING AT ACCEPTED (OR WITH NO
      *    LEDGER RECORD AT ALL) IS ELIGIBLE.
       CHECK-POSTING-LEDGER.
           MOVE "N" TO SKIP-DOC-SW.
           MOVE "N" TO HIST-FOUND-SW.
           MOVE CURRENT-DOC-ID TO IVH-DOC-ID.
           READ INBOUND-HISTORY-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO HIST-FOUND-SW
                 IF IVH-DISPOSITION NOT = "ACCEPTED"
                    SET DOCUMENT-ALREADY-HANDLED TO TRUE
                    DISPLAY "DOCUMENT " CURRENT-DOC-ID
                       " ALREADY " IVH-DISPOSITION " - NOT POSTED AGAIN"
                 END-IF
           END-READ.

       RESOLVE-DOCUMENT-PARTNER.
           MOVE "N" TO PTR-FOUND-SW.
           OPEN INPUT PARTNER-MASTER-FILE.
           IF PARTNER-MASTER-STATUS = "00"
              MOVE "N" TO PTR-EOF-SW
              PERFORM SCAN-PARTNER-MASTER
                 WITH TEST BEFORE
                 UNTIL PARTNER-FILE-AT-END OR PARTNER-FOUND
              CLOSE PARTNER-MASTER-FILE
           ELSE
              IF PARTNER-MASTER-STATUS = "05"
                 CLOSE PARTNER-MASTER-FILE
              END-IF
           END-IF.
           IF NOT PARTNER-FOUND
              SET PREPARE-FAILED TO TRUE
              MOVE "POSTING FAILED - PARTNER NOT ON MASTER"
                 TO PREPARE-REASON
           END-IF.

       SCAN-PARTNER-MASTER.
           READ PARTNER-MASTER-FILE
              AT END MOVE "Y" TO PTR-EOF-SW
              NOT AT END
                 IF PTR-KEY-NAME = CURRENT-KEY-NAME
                    AND PTR-PARTNER-ID NOT = SPACES
                    MOVE "Y" TO PTR-FOUND-SW
                    MOVE PTR-PARTNER-ID TO CURRENT-PARTNER-ID
                 END-IF
           END-READ.

       FIND-PARTNER-LAYOUT.
           MOVE "N" TO LAYOUT-FOUND-SW.
           PERFORM SCAN-PARTNER-LAYOUT
              VARYING LAYOUT-IDX FROM 1 BY 1
              UNTIL LAYOUT-IDX > LAYOUT-COUNT
                 OR PARTNER-LAYOUT-FOUND.
           IF NOT PARTNER-LAYOUT-FOUND
              SET PREPARE-FAILED TO TRUE
              MOVE "POSTING FAILED - NO POSTING LAYOUT"
                 TO PREPARE-REASON
           END-IF.

       SCAN-PARTNER-LAYOUT.
           IF LT-PARTNER-ID(LAYOUT-IDX) = CURRENT-PARTNER-ID
              MOVE "Y" TO LAYOUT-FOUND-SW
           END-IF.

      *    THE CLEAR MESSAGE TEXT THE VERIFY RUN ACCEPTED.
       FIND-MESSAGE-TEXT.
           MOVE "N" TO MSG-FOUND-SW.
           MOVE SPACES TO MESSAGE-TEXT.
           OPEN INPUT INBOUND-VERIFY-FILE.
           IF INBOUND-VERIFY-STATUS = "00"
              MOVE "N" TO MSG-EOF-SW
              PERFORM SCAN-INBOUND-MESSAGE
                 WITH TEST BEFORE
                 UNTIL INBOUND-FILE-AT-END OR MESSAGE-FOUND
              CLOSE INBOUND-VERIFY-FILE
           ELSE
              IF INBOUND-VERIFY-STATUS = "05"
                 CLOSE INBOUND-VERIFY-FILE
              END-IF
           END-IF.
           IF NOT MESSAGE-FOUND
              SET PREPARE-FAILED TO TRUE
              MOVE "POSTING FAILED - MESSAGE TEXT NOT FOUND"
                 TO PREPARE-REASON
           END-IF.

       SCAN-INBOUND-MESSAGE.
           READ INBOUND-VERIFY-FILE
              AT END MOVE "Y" TO MSG-EOF-SW
              NOT AT END
                 IF IVT-TRAILER-TAG NOT = "TRL "
                    AND IVR-DOC-ID = CURRENT-DOC-ID
                    MOVE "Y" TO MSG-FOUND-SW
                    MOVE IVR-MESSAGE TO MESSAGE-TEXT
                 END-IF
           END-READ.

      *    THE LEDGER MOVES TO POSTING BEFORE THE UNIT IS WRITTEN, SO
      *    EVEN A RUN THAT DIES HALF WAY CANNOT OFFER THE SAME
      *    DOCUMENT TO THE DATABASE TWICE.
       MARK-DOCUMENT-POSTING.
           MOVE CURRENT-DOC-ID TO IVH-DOC-ID.
           MOVE "POSTING" TO IVH-DISPOSITION.
           IF HISTORY-RECORD-FOUND
              REWRITE INBOUND-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "*** UNABLE TO MARK " CURRENT-DOC-ID
                       " POSTING ON INBOUND-HISTORY-FILE"
                    SET RUN-HAD-FAILURE TO TRUE
              END-REWRITE
           ELSE
              MOVE TODAY-DATE-X TO IVH-RUN-DATE
              WRITE INBOUND-HISTORY-RECORD
                 INVALID KEY
                    DISPLAY "*** UNABLE TO MARK " CURRENT-DOC-ID
                       " POSTING ON INBOUND-HISTORY-FILE"
                    SET RUN-HAD-FAILURE TO TRUE
              END-WRITE
           END-IF.

      *    THE DOCUMENT'S UNIT: THE DIRECTIVE, ONE "=" REFERENCE EACH
      *    TIME THE LAYOUT MOVES ON TO A NEW STATEMENT, AND ITS BIND
      *    VALUES CUT FROM THE MESSAGE TEXT.
       WRITE-POSTING-UNIT.
           MOVE SPACES TO SQL-BATCH-RECORD.
           STRING "*UNIT " CURRENT-DOC-ID
              DELIMITED BY SIZE INTO SQL-BATCH-RECORD
           END-STRING.
           WRITE SQL-BATCH-RECORD.
           MOVE SPACES TO LAST-STMT-NAME.
           PERFORM WRITE-ONE-LAYOUT-ENTRY
              VARYING LAYOUT-IDX FROM 1 BY 1
              UNTIL LAYOUT-IDX > LAYOUT-COUNT.

       WRITE-ONE-LAYOUT-ENTRY.
           IF LT-PARTNER-ID(LAYOUT-IDX) = CURRENT-PARTNER-ID
              IF LT-STMT-NAME(LAYOUT-IDX) NOT = LAST-STMT-NAME
                 MOVE SPACES TO SQL-BATCH-RECORD
                 STRING "=" LT-STMT-NAME(LAYOUT-IDX)
                    DELIMITED BY SIZE INTO SQL-BATCH-RECORD
                 END-STRING
                 WRITE SQL-BATCH-RECORD
                 MOVE LT-STMT-NAME(LAYOUT-IDX) TO LAST-STMT-NAME
              END-IF
              IF LT-BIND-NAME(LAYOUT-IDX) NOT = SPACES
                 MOVE SPACES TO UNIT-BIND-RECORD
                 MOVE CURRENT-DOC-ID TO UBD-UNIT-NAME
                 MOVE LT-BIND-NAME(LAYOUT-IDX) TO UBD-BIND-NAME
                 MOVE MESSAGE-TEXT(LT-FIELD-START(LAYOUT-IDX):
                                   LT-FIELD-LENGTH(LAYOUT-IDX))
                    TO UBD-BIND-VALUE
                 WRITE UNIT-BIND-RECORD
              END-IF
           END-IF.

       WRITE-WORK-PREPARED.
           MOVE SPACES TO POSTING-WORK-RECORD.
           MOVE CURRENT-DOC-ID TO PWK-DOC-ID.
           MOVE CURRENT-KEY-NAME TO PWK-KEY-NAME.
           MOVE CURRENT-PARTNER-ID TO PWK-PARTNER-ID.
           SET PWK-PREPARED TO TRUE.
           WRITE POSTING-WORK-RECORD.

       WRITE-WORK-FAILED.
           MOVE SPACES TO POSTING-WORK-RECORD.
           MOVE CURRENT-DOC-ID TO PWK-DOC-ID.
           MOVE CURRENT-KEY-NAME TO PWK-KEY-NAME.
           MOVE CURRENT-PARTNER-ID TO PWK-PARTNER-ID.
           SET PWK-PREP-FAILED TO TRUE.
           MOVE PREPARE-REASON TO PWK-REASON.
           WRITE POSTING-WORK-RECORD.
           DISPLAY "NOT PREPARED " CURRENT-DOC-ID " - "
              PREPARE-REASON.
