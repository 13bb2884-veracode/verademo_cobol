       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. inbound-post-results.
      *****************************
      *    Settles every inbound document inbound-post offered for
      *    posting once sql-injection-04 has run the posting batch.
      *    - POSTING-WORK-FILE lists the documents inbound-post
      *      considered, PREPARED or FAILED.
      *    - QUERY-AUDIT-LOG carries, for each posting unit, the
      *      "UNIT doc-id ..." record sql-injection-04 writes when it
      *      commits (COMMITTED) or rolls back (ROLLEDBK) the unit.
      *      Where a unit appears more than once the latest outcome
      *      stands.
      *    - a committed document goes to POSTED on
      *      INBOUND-HISTORY-FILE. A rolled-back document, or one
      *      that could not be prepared, goes to POSTFAIL and gets a
      *      POSTFAIL record on VERIFY-DISPOSITION-FILE with the
      *      reason, so reject-routing returns it to the partner.
      *    - a prepared document with no unit outcome on the audit
      *      log (the posting step did not run, or abended) is left
      *      at POSTING and listed UNRESOLVED: check the database,
      *      then reset its history record to ACCEPTED to retry it.
      *    - POSTING-RESULTS-REPORT lists every document's outcome
      *      with run totals.
      *    - takes its cycle date from the processing calendar.
      *    RETURN-CODE: 0 every document posted, 4 one or more
      *    posting failures, 8 one or more documents unresolved,
      *    16 a required file would not open.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-WORK-FILE ASSIGN TO POSTWORK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTING-WORK-STATUS.

           SELECT OPTIONAL QUERY-AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT OPTIONAL INBOUND-HISTORY-FILE ASSIGN TO INBHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IVH-DOC-ID
              FILE STATUS IS INBOUND-HISTORY-STATUS.

           SELECT VERIFY-DISPOSITION-FILE ASSIGN TO VERIFYDSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VERIFY-DISP-STATUS.

           SELECT POSTING-RESULTS-REPORT ASSIGN TO POSTRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS POSTING-REPORT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  POSTING-WORK-FILE.
       01  POSTING-WORK-RECORD.
           COPY POSTWORK.

      *    LAYOUT AS WRITTEN BY WRITE-AUDIT-RECORD IN
      *    sql-injection-04.
       FD  QUERY-AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           05 AUD-TIMESTAMP             PIC X(21).
           05 FILLER                    PIC X(1).
           05 AUD-USERNAME              PIC X(20).
           05 FILLER                    PIC X(1).
           05 AUD-ROW-COUNT             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 AUD-DISPOSITION           PIC X(9).
           05 FILLER                    PIC X(1).
           05 AUD-AFFECTED-ROWS         PIC 9(9).
           05 FILLER                    PIC X(1).
           05 AUD-CATALOG-NAME          PIC X(16).
           05 FILLER                    PIC X(1).
           05 AUD-CATALOG-VERSION       PIC 9(4).
           05 FILLER                    PIC X(1).
           05 AUD-MASK-SET-NAME         PIC X(16).
           05 FILLER                    PIC X(1).
           05 AUD-MASK-SET-VERSION      PIC 9(4).
           05 FILLER                    PIC X(1).
           05 AUD-MASKED-COLUMNS        PIC 9(2).
           05 FILLER                    PIC X(1).
           05 AUD-EXTRACT-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 AUD-STATEMENT             PIC X(3991).
           05 FILLER                    PIC X(1).
           05 AUD-PROFILE-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 AUD-CHAIN-SEQ             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 AUD-CHAIN-HASH            PIC X(64).

      *    LAYOUT AS MAINTAINED BY crypto_icsf_csn_dsg1.
       FD  INBOUND-HISTORY-FILE.
       01  INBOUND-HISTORY-RECORD.
           05 IVH-DOC-ID               PIC X(16).
           05 IVH-RUN-DATE             PIC X(8).
           05 IVH-DISPOSITION          PIC X(8).

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

       FD  POSTING-RESULTS-REPORT.
       01  POSTING-REPORT-RECORD       PIC X(132).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 SETTLE-TIMESTAMP PIC X(21).
       01 REPORT-LINE PIC X(132).
       01 UNIT-DOC-ID PIC X(16).
       01 SETTLED-DISPOSITION PIC X(8).
       01 SETTLED-REASON PIC X(40).

      * THE DOCUMENTS OFFERED FOR POSTING AND EACH ONE'S UNIT OUTCOME
       01 WORK-COUNT PIC S9(4) COMP VALUE 0.
       01 WORK-MAX PIC S9(4) COMP VALUE 500.
       01 WORK-IDX PIC S9(4) COMP.
       01 WORK-TABLE.
           05 WORK-ENTRY OCCURS 500 TIMES.
              10 WT-DOC-ID PIC X(16).
              10 WT-KEY-NAME PIC X(16).
              10 WT-PARTNER-ID PIC X(8).
              10 WT-STATUS PIC X(1).
              10 WT-REASON PIC X(40).
              10 WT-OUTCOME PIC X(9).

      * RUN TOTALS
       01 RESULT-TOTALS.
           05 DOCS-POSTED PIC 9(9) VALUE 0.
           05 DOCS-ROLLED-BACK PIC 9(9) VALUE 0.
           05 DOCS-NOT-PREPARED PIC 9(9) VALUE 0.
           05 DOCS-UNRESOLVED PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 POSTING-WORK-STATUS PIC X(2).
       01 AUDIT-LOG-STATUS PIC X(2).
       01 INBOUND-HISTORY-STATUS PIC X(2).
       01 VERIFY-DISP-STATUS PIC X(2).
       01 POSTING-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 WORK-EOF-SW           PIC X(1) VALUE "N".
              88 WORK-FILE-AT-END           VALUE "Y".
           05 AUDIT-EOF-SW          PIC X(1) VALUE "N".
              88 AUDIT-LOG-AT-END           VALUE "Y".
           05 WORK-FOUND-SW         PIC X(1) VALUE "N".
              88 WORK-ENTRY-FOUND           VALUE "Y".
           05 HISTORY-SW            PIC X(1) VALUE "N".
              88 INBOUND-HISTORY-AVAIL      VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              MOVE FUNCTION CURRENT-DATE TO SETTLE-TIMESTAMP
              MOVE TODAY-DATE-X TO SETTLE-TIMESTAMP(1:8)
              MOVE SPACES TO REPORT-LINE
              STRING "INBOUND POSTING RESULTS FOR " TODAY-DATE-X
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              PERFORM LOAD-POSTING-WORK
              PERFORM COLLECT-UNIT-OUTCOMES
              PERFORM SETTLE-ONE-DOCUMENT
                 VARYING WORK-IDX FROM 1 BY 1
                 UNTIL WORK-IDX > WORK-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "POSTED " DOCS-POSTED
                 " ROLLED BACK " DOCS-ROLLED-BACK
                 " NOT PREPARED " DOCS-NOT-PREPARED
                 " UNRESOLVED " DOCS-UNRESOLVED
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DOCS-UNRESOLVED > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF DOCS-ROLLED-BACK > 0 OR DOCS-NOT-PREPARED > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
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
           OPEN INPUT POSTING-WORK-FILE.
           IF POSTING-WORK-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN POSTING-WORK-FILE, "
                 "STATUS: " POSTING-WORK-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

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

           OPEN EXTEND VERIFY-DISPOSITION-FILE.
           IF VERIFY-DISP-STATUS NOT = "00"
              OPEN OUTPUT VERIFY-DISPOSITION-FILE
              IF VERIFY-DISP-STATUS NOT = "00"
                 DISPLAY "*** UNABLE TO OPEN VERIFY-DISPOSITION-FILE, "
                    "STATUS: " VERIFY-DISP-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           OPEN OUTPUT POSTING-RESULTS-REPORT.
           IF POSTING-REPORT-STATUS NOT = "00"
              AND POSTING-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN POSTING-RESULTS-REPORT, "
                 "STATUS: " POSTING-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE POSTING-WORK-FILE.
           IF INBOUND-HISTORY-AVAIL
              CLOSE INBOUND-HISTORY-FILE
           END-IF.
           CLOSE VERIFY-DISPOSITION-FILE.
           CLOSE POSTING-RESULTS-REPORT.

       LOAD-POSTING-WORK.
           MOVE "N" TO WORK-EOF-SW.
           PERFORM READ-ONE-WORK-RECORD
              WITH TEST BEFORE
              UNTIL WORK-FILE-AT-END.

       READ-ONE-WORK-RECORD.
           READ POSTING-WORK-FILE
              AT END MOVE "Y" TO WORK-EOF-SW
              NOT AT END
                 IF WORK-COUNT < WORK-MAX
                    ADD 1 TO WORK-COUNT
                    MOVE PWK-DOC-ID TO WT-DOC-ID(WORK-COUNT)
                    MOVE PWK-KEY-NAME TO WT-KEY-NAME(WORK-COUNT)
                    MOVE PWK-PARTNER-ID TO WT-PARTNER-ID(WORK-COUNT)
                    MOVE PWK-STATUS TO WT-STATUS(WORK-COUNT)
                    MOVE PWK-REASON TO WT-REASON(WORK-COUNT)
                    MOVE SPACES TO WT-OUTCOME(WORK-COUNT)
                 ELSE
                    DISPLAY "*** POSTING WORK TABLE FULL - "
                       PWK-DOC-ID " NOT SETTLED"
                 END-IF
           END-READ.

      *    ONE PASS OF THE AUDIT LOG PICKS UP EVERY UNIT OUTCOME. NO
      *    AUDIT LOG AT ALL LEAVES EVERY PREPARED DOCUMENT UNRESOLVED.
       COLLECT-UNIT-OUTCOMES.
           OPEN INPUT QUERY-AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "00"
              MOVE "N" TO AUDIT-EOF-SW
              PERFORM READ-ONE-AUDIT-RECORD
                 WITH TEST BEFORE
                 UNTIL AUDIT-LOG-AT-END
              CLOSE QUERY-AUDIT-LOG
           ELSE
              IF AUDIT-LOG-STATUS = "05"
                 CLOSE QUERY-AUDIT-LOG
              END-IF
           END-IF.

       READ-ONE-AUDIT-RECORD.
           READ QUERY-AUDIT-LOG
              AT END MOVE "Y" TO AUDIT-EOF-SW
              NOT AT END
                 IF AUD-STATEMENT(1:5) = "UNIT "
                    AND (AUD-DISPOSITION = "COMMITTED"
                         OR AUD-DISPOSITION = "ROLLEDBK")
                    MOVE AUD-STATEMENT(6:16) TO UNIT-DOC-ID
                    PERFORM RECORD-UNIT-OUTCOME
                 END-IF
           END-READ.

       RECORD-UNIT-OUTCOME.
           MOVE "N" TO WORK-FOUND-SW.
           PERFORM MATCH-UNIT-TO-WORK
              VARYING WORK-IDX FROM 1 BY 1
              UNTIL WORK-IDX > WORK-COUNT OR WORK-ENTRY-FOUND.

       MATCH-UNIT-TO-WORK.
           IF WT-DOC-ID(WORK-IDX) = UNIT-DOC-ID
              AND WT-STATUS(WORK-IDX) = "P"
              MOVE "Y" TO WORK-FOUND-SW
              MOVE AUD-DISPOSITION TO WT-OUTCOME(WORK-IDX)
           END-IF.

      *    ONE DOCUMENT'S OUTCOME TO THE LEDGER, THE DISPOSITION FILE
      *    AND THE REPORT.
       SETTLE-ONE-DOCUMENT.
           MOVE SPACES TO SETTLED-DISPOSITION.
           MOVE SPACES TO SETTLED-REASON.
           IF WT-STATUS(WORK-IDX) = "F"
              MOVE "POSTFAIL" TO SETTLED-DISPOSITION
              MOVE WT-REASON(WORK-IDX) TO SETTLED-REASON
              ADD 1 TO DOCS-NOT-PREPARED
           ELSE
              IF WT-OUTCOME(WORK-IDX) = "COMMITTED"
                 MOVE "POSTED" TO SETTLED-DISPOSITION
                 ADD 1 TO DOCS-POSTED
              ELSE
                 IF WT-OUTCOME(WORK-IDX) = "ROLLEDBK"
                    MOVE "POSTFAIL" TO SETTLED-DISPOSITION
                    MOVE "POSTING FAILED - DATABASE UPDATE ROLLED BACK"
                       TO SETTLED-REASON
                    ADD 1 TO DOCS-ROLLED-BACK
                 ELSE
                    MOVE "NO UNIT OUTCOME - LEFT AT POSTING"
                       TO SETTLED-REASON
                    ADD 1 TO DOCS-UNRESOLVED
                 END-IF
              END-IF
           END-IF.

           IF SETTLED-DISPOSITION NOT = SPACES
              PERFORM UPDATE-POSTING-LEDGER
           END-IF.
           IF SETTLED-DISPOSITION = "POSTFAIL"
              PERFORM WRITE-POSTFAIL-DISPOSITION
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF SETTLED-DISPOSITION = SPACES
              STRING WT-DOC-ID(WORK-IDX) " " WT-PARTNER-ID(WORK-IDX)
                 " UNRESOLVED " SETTLED-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING WT-DOC-ID(WORK-IDX) " " WT-PARTNER-ID(WORK-IDX)
                 " " SETTLED-DISPOSITION "   " SETTLED-REASON
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    A DOCUMENT THAT FAILED TO PREPARE NEVER REACHED POSTING,
      *    SO IT MAY HAVE NO LEDGER RECORD YET.
       UPDATE-POSTING-LEDGER.
           MOVE WT-DOC-ID(WORK-IDX) TO IVH-DOC-ID.
           READ INBOUND-HISTORY-FILE
              INVALID KEY
                 MOVE WT-DOC-ID(WORK-IDX) TO IVH-DOC-ID
                 MOVE TODAY-DATE-X TO IVH-RUN-DATE
                 MOVE SETTLED-DISPOSITION TO IVH-DISPOSITION
                 WRITE INBOUND-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "*** UNABLE TO RECORD "
                          WT-DOC-ID(WORK-IDX) " ON INBOUND-HISTORY-FILE"
                 END-WRITE
              NOT INVALID KEY
                 MOVE SETTLED-DISPOSITION TO IVH-DISPOSITION
                 REWRITE INBOUND-HISTORY-RECORD
                    INVALID KEY
                       DISPLAY "*** UNABLE TO UPDATE "
                          WT-DOC-ID(WORK-IDX) " ON INBOUND-HISTORY-FILE"
                 END-REWRITE
           END-READ.

      *    THE KEY NAME IS THE ONE ON THE ACCEPTED DISPOSITION, SO
      *    reject-routing FINDS THE SAME PARTNER FOR THE FAILURE.
       WRITE-POSTFAIL-DISPOSITION.
           MOVE SPACES TO VERIFY-DISPOSITION-RECORD.
           MOVE SETTLE-TIMESTAMP TO DSP-TIMESTAMP.
           MOVE WT-DOC-ID(WORK-IDX) TO DSP-DOC-ID.
           MOVE WT-KEY-NAME(WORK-IDX) TO DSP-KEY-NAME.
           MOVE "POSTFAIL" TO DSP-DISPOSITION.
           MOVE SETTLED-REASON TO DSP-REASON.
           WRITE VERIFY-DISPOSITION-RECORD.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO POSTING-REPORT-RECORD.
           WRITE POSTING-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).
