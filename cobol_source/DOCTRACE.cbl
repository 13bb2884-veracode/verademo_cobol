       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. document-lineage-trace.
      *****************************
      *    Answers "what happened to this document?" in one report.
      *    Until now a partner query meant searching six datasets by
      *    hand, and signature-transmittal only pulls signatures.
      *    - driven by request cards on TRACE-REQUEST-FILE, one
      *      request per record:
      *         DOCKEY <doc-key>           an outbound document
      *         DOCID  <doc-id>            outbound or inbound
      *         EXTRCT <extract> <date>    extract name + cycle date
      *                                    (CCYYMMDD; blank = the
      *                                    current business date)
      *      (type in columns 1-6, values in 8-23 and 25-40, as on
      *      signature-transmittal's cards). With no request file
      *      the one request is prompted for at the terminal.
      *    - an outbound doc-key is extract name + cycle date, as
      *      extract-sign-bridge cuts it, and the signing run uses
      *      it as the doc-id too. For each document the report
      *      shows, stage by stage:
      *         EXTRACT   the QUERY-AUDIT-LOG records for the
      *                   extract on the cycle date - catalog
      *                   statement and version, disposition,
      *                   row count and connection profile;
      *         SQLRPT    whether SQL-REPORT-FILE still holds the
      *                   cycle's section;
      *         BRIDGED   the document on DOCUMENT-FILE and the
      *                   bridge step's completion time on RUNCTL;
      *         SIGNED    key name and rule array from the signature
      *                   archive, with the archive timestamp;
      *         ENCRYPTED key name and algorithm from
      *                   ENCRYPTED-DOCUMENT-FILE;
      *         DELIVERED each partner delivery on the transmission
      *                   log and its acknowledgment status;
      *         REVERIFY  the latest archive-reverify-audit result
      *                   for the document from its findings file,
      *                   or that a scoped audit did not cover it.
      *    - a DOCID that inbound verification has seen also gets
      *      its VERIFY-DISPOSITION-FILE records and its
      *      INBOUND-HISTORY-FILE disposition.
      *    - every break in the chain is printed as a GAP line, e.g.
      *      "SIGNED BUT NEVER ENCRYPTED". SQL-REPORT-FILE,
      *      SIGN-TRANSACTION-FILE and ENCRYPTED-DOCUMENT-FILE hold
      *      only the latest cycle; for an earlier cycle their
      *      absence is noted but is not a gap, and a logged
      *      delivery stands as proof of encryption because
      *      partner-bundle only ships encrypted documents.
      *    - the report goes to TRACE-REPORT-FILE and SYSOUT.
      *    RETURN-CODE: 0 every chain complete, 4 one or more gaps,
      *    8 a request found nothing at all or was not understood,
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
           SELECT OPTIONAL TRACE-REQUEST-FILE ASSIGN TO TRCREQ
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRACE-REQUEST-STATUS.

           SELECT OPTIONAL QUERY-AUDIT-LOG ASSIGN TO AUDITLOG
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-LOG-STATUS.

           SELECT OPTIONAL SQL-REPORT-FILE ASSIGN TO SQLRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SQL-REPORT-STATUS.

           SELECT OPTIONAL DOCUMENT-FILE ASSIGN TO DOCFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DOC-KEY
              FILE STATUS IS DOCUMENT-FILE-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPTIONAL SIGN-TRANSACTION-FILE ASSIGN TO SIGNTXN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIGN-TRANSACTION-STATUS.

           SELECT OPTIONAL SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT OPTIONAL ENCRYPTED-DOCUMENT-FILE ASSIGN TO ENCDOCS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENCRYPTED-DOC-STATUS.

           SELECT OPTIONAL TRANSMISSION-LOG-FILE ASSIGN TO XMITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XLG-KEY
              FILE STATUS IS TRANSMISSION-LOG-STATUS.

           SELECT OPTIONAL AUDIT-FINDINGS-FILE ASSIGN TO SIGAUDRP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS AUDIT-FINDINGS-STATUS.

           SELECT OPTIONAL VERIFY-DISPOSITION-FILE ASSIGN TO VERIFYDSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VERIFY-DISP-STATUS.

           SELECT OPTIONAL INBOUND-HISTORY-FILE ASSIGN TO INBHIST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS IVH-DOC-ID
              FILE STATUS IS INBOUND-HISTORY-STATUS.

           SELECT TRACE-REPORT-FILE ASSIGN TO TRCRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS TRACE-REPORT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  TRACE-REQUEST-FILE.
       01  TRACE-REQUEST-RECORD.
           05 TRQ-TYPE                 PIC X(6).
           05 FILLER                   PIC X(1).
           05 TRQ-VALUE-1              PIC X(16).
           05 FILLER                   PIC X(1).
           05 TRQ-VALUE-2              PIC X(16).

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

       FD  SQL-REPORT-FILE.
       01  SQL-REPORT-RECORD            PIC X(2000).

       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD.
           05 DOC-KEY                  PIC X(16).
           05 DOC-TEXT                 PIC X(5000).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

      *    LAYOUT AS WRITTEN BY extract-sign-bridge.
       FD  SIGN-TRANSACTION-FILE.
       01  SIGN-TRANSACTION-RECORD.
           05 TXN-FAMILY               PIC X(1).
           05 TXN-KEY-NAME             PIC X(16).
           05 TXN-MESSAGE              PIC X(80).
           05 TXN-DOC-ID               PIC X(16).
           05 TXN-DOC-KEY              PIC X(16).

      *    LAYOUT AS WRITTEN BY WRITE-SIGNATURE-ARCHIVE IN
      *    crypto_icsf_csn_dsg1.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    LAYOUT AS WRITTEN BY extract-encrypt.
       FD  ENCRYPTED-DOCUMENT-FILE.
       01  ENCRYPTED-DOCUMENT-RECORD.
           05 ENC-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 ENC-DOC-KEY              PIC X(16).
           05 FILLER                   PIC X(1).
           05 ENC-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 ENC-ALGORITHM            PIC X(8).
           05 FILLER                   PIC X(1).
           05 ENC-CLEAR-LENGTH         PIC 9(5).
           05 FILLER                   PIC X(1).
           05 ENC-CIPHER-LENGTH        PIC 9(5).
           05 FILLER                   PIC X(1).
           05 ENC-IV-HEX               PIC X(32).
           05 FILLER                   PIC X(1).
           05 ENC-CIPHER-HEX           PIC X(10100).

       FD  TRANSMISSION-LOG-FILE.
       01  TRANSMISSION-LOG-RECORD.
           COPY XMITLOG.

      *    LAYOUT AS WRITTEN BY archive-reverify-audit: A FINDING
      *    NAMES THE DOCUMENT AT COLUMNS 18-33, AND THE CLOSING
      *    SUMMARY LINE CARRIES THE AUDIT'S RUN TIME AT 77-90.
       FD  AUDIT-FINDINGS-FILE.
       01  AUDIT-FINDINGS-RECORD       PIC X(132).

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

      *    LAYOUT AS MAINTAINED BY crypto_icsf_csn_dsg1.
       FD  INBOUND-HISTORY-FILE.
       01  INBOUND-HISTORY-RECORD.
           05 IVH-DOC-ID               PIC X(16).
           05 IVH-RUN-DATE             PIC X(8).
           05 IVH-DISPOSITION          PIC X(8).

       FD  TRACE-REPORT-FILE.
       01  TRACE-REPORT-RECORD         PIC X(132).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 REPORT-LINE PIC X(132).
       01 GAP-TEXT PIC X(60).

      * THE REQUEST BEING TRACED, FROM A CARD OR THE TERMINAL
       01 REQUEST-TYPE PIC X(6).
       01 REQUEST-VALUE-1 PIC X(16).
       01 REQUEST-VALUE-2 PIC X(16).
       01 TRACE-DOC-KEY PIC X(16).
       01 TRACE-EXTRACT-NAME PIC X(8).
       01 TRACE-CYCLE-DATE PIC X(8).
       01 BRIDGE-STEP-ID PIC X(8) VALUE "RPT2SIGN".

      * WHAT EACH STAGE FOUND FOR THE DOCUMENT
       01 AUDIT-HIT-COUNT PIC 9(9).
       01 AUDIT-HIT-MAX PIC S9(4) COMP VALUE 10.
       01 AUDIT-HIT-IDX PIC S9(4) COMP.
       01 AUDIT-LINE-PTR PIC S9(4) COMP.
       01 AUDIT-HIT-TABLE.
           05 AUDIT-HIT-ENTRY OCCURS 10 TIMES.
              10 AH-TIMESTAMP PIC X(21).
              10 AH-CATALOG-NAME PIC X(16).
              10 AH-CATALOG-VERSION PIC 9(4).
              10 AH-DISPOSITION PIC X(9).
              10 AH-ROW-COUNT PIC 9(9).
              10 AH-STATEMENT PIC X(40).
              10 AH-PROFILE-NAME PIC X(8).
       01 REPORT-HDR-DATE PIC X(8).
       01 SECTION-RECORD-COUNT PIC 9(9).
       01 BRIDGE-TIMESTAMP PIC X(21).
       01 TXN-SIGN-KEY-NAME PIC X(16).
       01 TXN-SIGN-FAMILY PIC X(1).
       01 SIGNATURE-COUNT PIC 9(9).
       01 SIGNED-KEY-NAME PIC X(16).
       01 SIGNED-RULE-ARRAY PIC X(32).
       01 ARCHIVE-TIMESTAMP PIC X(21).
       01 ENCRYPT-KEY-NAME PIC X(16).
       01 ENCRYPT-ALGORITHM PIC X(8).
       01 ENCRYPT-TIMESTAMP PIC X(21).
       01 ENCRYPT-CYCLE-DATE PIC X(8).
       01 DELIVERY-COUNT PIC 9(9).
       01 FINDING-TEXT PIC X(110).
       01 LAST-AUDIT-RUN PIC X(14).
       01 DISPOSITION-COUNT PIC 9(9).
       01 HISTORY-DISPOSITION PIC X(8).
       01 GAP-COUNT PIC 9(9).

      * RUN TOTALS
       01 TRACE-TOTALS.
           05 REQUESTS-TRACED PIC 9(9) VALUE 0.
           05 REQUESTS-NOT-FOUND PIC 9(9) VALUE 0.
           05 REQUESTS-WITH-GAPS PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 TRACE-REQUEST-STATUS PIC X(2).
       01 AUDIT-LOG-STATUS PIC X(2).
       01 SQL-REPORT-STATUS PIC X(2).
       01 DOCUMENT-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 SIGN-TRANSACTION-STATUS PIC X(2).
       01 SIGN-ARCHIVE-STATUS PIC X(2).
       01 ENCRYPTED-DOC-STATUS PIC X(2).
       01 TRANSMISSION-LOG-STATUS PIC X(2).
       01 AUDIT-FINDINGS-STATUS PIC X(2).
       01 VERIFY-DISP-STATUS PIC X(2).
       01 INBOUND-HISTORY-STATUS PIC X(2).
       01 TRACE-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 REQUEST-FILE-SW       PIC X(1) VALUE "N".
              88 REQUEST-FILE-OPEN          VALUE "Y".
           05 REQUEST-EOF-SW        PIC X(1) VALUE "N".
              88 REQUESTS-AT-END            VALUE "Y".
           05 REQUEST-OK-SW         PIC X(1) VALUE "N".
              88 REQUEST-UNDERSTOOD         VALUE "Y".
           05 OUTBOUND-SW           PIC X(1) VALUE "N".
              88 OUTBOUND-REQUEST           VALUE "Y".
           05 INBOUND-SW            PIC X(1) VALUE "N".
              88 INBOUND-REQUEST            VALUE "Y".
           05 SCAN-EOF-SW           PIC X(1) VALUE "N".
              88 SCAN-AT-END                VALUE "Y".
           05 REPORT-KNOWN-SW       PIC X(1) VALUE "N".
              88 REPORT-HOLDS-CYCLE         VALUE "Y".
           05 IN-SECTION-SW         PIC X(1) VALUE "N".
              88 INSIDE-TRACED-SECTION      VALUE "Y".
           05 SECTION-FOUND-SW      PIC X(1) VALUE "N".
              88 SECTION-FOUND              VALUE "Y".
           05 DOCUMENT-FOUND-SW     PIC X(1) VALUE "N".
              88 DOCUMENT-ON-FILE           VALUE "Y".
           05 TXN-FOUND-SW          PIC X(1) VALUE "N".
              88 SIGN-TRANSACTION-FOUND     VALUE "Y".
           05 ENCRYPT-FOUND-SW      PIC X(1) VALUE "N".
              88 ENCRYPTION-FOUND           VALUE "Y".
           05 ENCDOCS-SEEN-SW       PIC X(1) VALUE "N".
              88 ENCDOCS-HAS-RECORDS        VALUE "Y".
           05 FINDING-FOUND-SW      PIC X(1) VALUE "N".
              88 REVERIFY-FINDING-FOUND     VALUE "Y".
           05 AUDIT-SCOPED-SW       PIC X(1) VALUE "N".
              88 LAST-AUDIT-SCOPED          VALUE "Y".
           05 AUDIT-COVERS-SW       PIC X(1) VALUE "N".
              88 SIGNATURE-IN-AUDIT-SCOPE   VALUE "Y".
           05 HISTORY-FOUND-SW      PIC X(1) VALUE "N".
              88 HISTORY-RECORD-FOUND       VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              IF REQUEST-FILE-OPEN
                 MOVE "N" TO REQUEST-EOF-SW
                 PERFORM READ-ONE-REQUEST
                    WITH TEST BEFORE
                    UNTIL REQUESTS-AT-END
              ELSE
                 PERFORM PROMPT-FOR-REQUEST
                 PERFORM TRACE-ONE-REQUEST
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING "REQUESTS TRACED " REQUESTS-TRACED
                 " WITH GAPS " REQUESTS-WITH-GAPS
                 " NOT FOUND " REQUESTS-NOT-FOUND
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TRACE-LINE
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF REQUESTS-NOT-FOUND > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF REQUESTS-WITH-GAPS > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

      *    THE BUSINESS DATE IS ONLY THE DEFAULT CYCLE FOR AN EXTRCT
      *    REQUEST THAT NAMES NONE. WITH NO CALENDAR ON FILE THE
      *    WALL-CLOCK DATE STANDS.
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

      *    NO REQUEST FILE MEANS AN ATTENDED RUN. EVERY DATASET THE
      *    TRACE LOOKS IN IS OPTIONAL: A MISSING ONE IS A STAGE WITH
      *    NOTHING FOUND, NOT A FAILED RUN.
       OPEN-FILES.
           OPEN INPUT TRACE-REQUEST-FILE.
           IF TRACE-REQUEST-STATUS = "00"
              MOVE "Y" TO REQUEST-FILE-SW
           ELSE
              MOVE "N" TO REQUEST-FILE-SW
              IF TRACE-REQUEST-STATUS = "05"
                 CLOSE TRACE-REQUEST-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN TRACE-REQUEST-FILE, "
                    "STATUS: " TRACE-REQUEST-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           OPEN OUTPUT TRACE-REPORT-FILE.
           IF TRACE-REPORT-STATUS NOT = "00"
              AND TRACE-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN TRACE-REPORT-FILE, "
                 "STATUS: " TRACE-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           IF REQUEST-FILE-OPEN
              CLOSE TRACE-REQUEST-FILE
           END-IF.
           CLOSE TRACE-REPORT-FILE.

       READ-ONE-REQUEST.
           READ TRACE-REQUEST-FILE
              AT END MOVE "Y" TO REQUEST-EOF-SW
              NOT AT END
                 IF TRQ-TYPE(1:1) NOT = "*"
                    AND TRACE-REQUEST-RECORD NOT = SPACES
                    MOVE TRQ-TYPE TO REQUEST-TYPE
                    MOVE TRQ-VALUE-1 TO REQUEST-VALUE-1
                    MOVE TRQ-VALUE-2 TO REQUEST-VALUE-2
                    PERFORM TRACE-ONE-REQUEST
                 END-IF
           END-READ.

       PROMPT-FOR-REQUEST.
           MOVE SPACES TO REQUEST-TYPE.
           MOVE SPACES TO REQUEST-VALUE-1.
           MOVE SPACES TO REQUEST-VALUE-2.
           DISPLAY "TRACE BY DOCKEY, DOCID OR EXTRCT: "
              WITH NO ADVANCING.
           ACCEPT REQUEST-TYPE.
           MOVE FUNCTION UPPER-CASE(REQUEST-TYPE) TO REQUEST-TYPE.
           IF REQUEST-TYPE = "EXTRCT"
              DISPLAY "EXTRACT NAME: " WITH NO ADVANCING
              ACCEPT REQUEST-VALUE-1
              DISPLAY "CYCLE DATE (CCYYMMDD, BLANK FOR "
                 TODAY-DATE-X "): " WITH NO ADVANCING
              ACCEPT REQUEST-VALUE-2
           ELSE
              DISPLAY "DOCUMENT: " WITH NO ADVANCING
              ACCEPT REQUEST-VALUE-1
           END-IF.

      *    ONE REQUEST, START TO FINISH: WORK OUT WHAT IS BEING
      *    TRACED, LOOK IN EVERY DATASET, THEN REPORT THE CHAIN AND
      *    ITS GAPS.
       TRACE-ONE-REQUEST.
           ADD 1 TO REQUESTS-TRACED.
           MOVE SPACES TO REPORT-LINE.
           PERFORM WRITE-TRACE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINEAGE TRACE - " REQUEST-TYPE " " REQUEST-VALUE-1
              " " REQUEST-VALUE-2
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-TRACE-LINE.
           PERFORM RESOLVE-TRACE-REQUEST.
           IF NOT REQUEST-UNDERSTOOD
              MOVE SPACES TO REPORT-LINE
              STRING "  REQUEST NOT UNDERSTOOD - USE DOCKEY, DOCID OR "
                     "EXTRCT WITH A VALUE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TRACE-LINE
              ADD 1 TO REQUESTS-NOT-FOUND
           ELSE
              MOVE 0 TO GAP-COUNT
              PERFORM CLEAR-TRACE-FINDINGS
              IF OUTBOUND-REQUEST
                 PERFORM FIND-EXTRACT-AUDIT
                 PERFORM FIND-REPORT-SECTION
                 PERFORM FIND-BRIDGED-DOCUMENT
                 PERFORM FIND-ARCHIVED-SIGNATURE
                 PERFORM FIND-ENCRYPTED-DOCUMENT
                 PERFORM FIND-REVERIFY-RESULT
              END-IF
              IF INBOUND-REQUEST
                 PERFORM FIND-INBOUND-HISTORY
              END-IF
              PERFORM REPORT-TRACE-RESULT
           END-IF.

      *    EVERY FORM OF REQUEST COMES DOWN TO AN OUTBOUND DOC-KEY
      *    (EXTRACT NAME + CYCLE DATE), AN INBOUND DOC-ID, OR - FOR
      *    A DOCID - BOTH, SINCE THE SIGNING RUN USES THE DOC-KEY AS
      *    THE DOC-ID.
       RESOLVE-TRACE-REQUEST.
           MOVE "N" TO REQUEST-OK-SW.
           MOVE "N" TO OUTBOUND-SW.
           MOVE "N" TO INBOUND-SW.
           MOVE SPACES TO TRACE-DOC-KEY.
           MOVE SPACES TO TRACE-EXTRACT-NAME.
           MOVE SPACES TO TRACE-CYCLE-DATE.
           IF REQUEST-VALUE-1 NOT = SPACES
              EVALUATE REQUEST-TYPE
                 WHEN "DOCKEY"
                    MOVE "Y" TO REQUEST-OK-SW
                    MOVE REQUEST-VALUE-1 TO TRACE-DOC-KEY
                 WHEN "DOCID"
                    MOVE "Y" TO REQUEST-OK-SW
                    MOVE "Y" TO INBOUND-SW
                    MOVE REQUEST-VALUE-1 TO TRACE-DOC-KEY
                 WHEN "EXTRCT"
                    IF REQUEST-VALUE-2 = SPACES
                       MOVE TODAY-DATE-X TO REQUEST-VALUE-2
                    END-IF
                    IF REQUEST-VALUE-2(1:8) IS NUMERIC
                       MOVE "Y" TO REQUEST-OK-SW
                       STRING REQUEST-VALUE-1(1:8)
                              REQUEST-VALUE-2(1:8)
                          DELIMITED BY SIZE INTO TRACE-DOC-KEY
                       END-STRING
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           IF REQUEST-UNDERSTOOD AND TRACE-DOC-KEY(9:8) IS NUMERIC
              MOVE "Y" TO OUTBOUND-SW
              MOVE TRACE-DOC-KEY(1:8) TO TRACE-EXTRACT-NAME
              MOVE TRACE-DOC-KEY(9:8) TO TRACE-CYCLE-DATE
           END-IF.
           IF REQUEST-UNDERSTOOD
              AND NOT OUTBOUND-REQUEST AND NOT INBOUND-REQUEST
              MOVE "N" TO REQUEST-OK-SW
           END-IF.

       CLEAR-TRACE-FINDINGS.
           MOVE 0 TO AUDIT-HIT-COUNT.
           MOVE SPACES TO REPORT-HDR-DATE.
           MOVE 0 TO SECTION-RECORD-COUNT.
           MOVE SPACES TO BRIDGE-TIMESTAMP.
           MOVE SPACES TO TXN-SIGN-KEY-NAME.
           MOVE SPACES TO TXN-SIGN-FAMILY.
           MOVE 0 TO SIGNATURE-COUNT.
           MOVE SPACES TO SIGNED-KEY-NAME.
           MOVE SPACES TO SIGNED-RULE-ARRAY.
           MOVE SPACES TO ARCHIVE-TIMESTAMP.
           MOVE SPACES TO ENCRYPT-KEY-NAME.
           MOVE SPACES TO ENCRYPT-ALGORITHM.
           MOVE SPACES TO ENCRYPT-TIMESTAMP.
           MOVE SPACES TO ENCRYPT-CYCLE-DATE.
           MOVE 0 TO DELIVERY-COUNT.
           MOVE SPACES TO FINDING-TEXT.
           MOVE SPACES TO LAST-AUDIT-RUN.
           MOVE "N" TO AUDIT-SCOPED-SW.
           MOVE "N" TO AUDIT-COVERS-SW.
           MOVE 0 TO DISPOSITION-COUNT.
           MOVE SPACES TO HISTORY-DISPOSITION.
           MOVE "N" TO REPORT-KNOWN-SW.
           MOVE "N" TO SECTION-FOUND-SW.
           MOVE "N" TO DOCUMENT-FOUND-SW.
           MOVE "N" TO TXN-FOUND-SW.
           MOVE "N" TO ENCRYPT-FOUND-SW.
           MOVE "N" TO ENCDOCS-SEEN-SW.
           MOVE "N" TO FINDING-FOUND-SW.
           MOVE "N" TO HISTORY-FOUND-SW.

      *    ---- EXTRACT: THE AUDITED STATEMENTS BEHIND THE ROWS ----
       FIND-EXTRACT-AUDIT.
           OPEN INPUT QUERY-AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-AUDIT-LOG
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE QUERY-AUDIT-LOG
           ELSE
              IF AUDIT-LOG-STATUS = "05"
                 CLOSE QUERY-AUDIT-LOG
              END-IF
           END-IF.

       SCAN-AUDIT-LOG.
           READ QUERY-AUDIT-LOG
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF AUD-TIMESTAMP(1:8) = TRACE-CYCLE-DATE
                    AND AUD-EXTRACT-NAME = TRACE-EXTRACT-NAME
                    AND AUD-STATEMENT(1:5) NOT = "UNIT "
                    ADD 1 TO AUDIT-HIT-COUNT
                    IF AUDIT-HIT-COUNT <= AUDIT-HIT-MAX
                       MOVE AUDIT-HIT-COUNT TO AUDIT-HIT-IDX
                       MOVE AUD-TIMESTAMP
                          TO AH-TIMESTAMP(AUDIT-HIT-IDX)
                       MOVE AUD-CATALOG-NAME
                          TO AH-CATALOG-NAME(AUDIT-HIT-IDX)
                       MOVE AUD-CATALOG-VERSION
                          TO AH-CATALOG-VERSION(AUDIT-HIT-IDX)
                       MOVE AUD-DISPOSITION
                          TO AH-DISPOSITION(AUDIT-HIT-IDX)
                       MOVE AUD-ROW-COUNT
                          TO AH-ROW-COUNT(AUDIT-HIT-IDX)
                       MOVE AUD-STATEMENT(1:40)
                          TO AH-STATEMENT(AUDIT-HIT-IDX)
                       MOVE AUD-PROFILE-NAME
                          TO AH-PROFILE-NAME(AUDIT-HIT-IDX)
                    END-IF
                 END-IF
           END-READ.

      *    ---- SQLRPT: ONLY THE LATEST CYCLE'S REPORT IS KEPT ----
       FIND-REPORT-SECTION.
           OPEN INPUT SQL-REPORT-FILE.
           IF SQL-REPORT-STATUS = "00"
              MOVE "N" TO IN-SECTION-SW
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-REPORT-RECORD
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE SQL-REPORT-FILE
           ELSE
              IF SQL-REPORT-STATUS = "05"
                 CLOSE SQL-REPORT-FILE
              END-IF
           END-IF.
           IF REPORT-HDR-DATE = TRACE-CYCLE-DATE
              MOVE "Y" TO REPORT-KNOWN-SW
           END-IF.

       SCAN-REPORT-RECORD.
           READ SQL-REPORT-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN SQL-REPORT-RECORD(1:4) = "HDR "
                       MOVE SQL-REPORT-RECORD(5:8) TO REPORT-HDR-DATE
                    WHEN SQL-REPORT-RECORD(1:12) = "*** EXTRACT "
                       AND SQL-REPORT-RECORD(13:8) = TRACE-EXTRACT-NAME
                       AND SQL-REPORT-RECORD(21:10) = " BEGIN ***"
                       MOVE "Y" TO IN-SECTION-SW
                       MOVE "Y" TO SECTION-FOUND-SW
                    WHEN SQL-REPORT-RECORD(1:12) = "*** EXTRACT "
                       MOVE "N" TO IN-SECTION-SW
                    WHEN INSIDE-TRACED-SECTION
                       ADD 1 TO SECTION-RECORD-COUNT
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-READ.

      *    ---- BRIDGED: THE DOCUMENT, THE BRIDGE'S COMPLETION STAMP
      *    AND (LATEST CYCLE ONLY) ITS SIGNING TRANSACTION ----
       FIND-BRIDGED-DOCUMENT.
           OPEN INPUT DOCUMENT-FILE.
           IF DOCUMENT-FILE-STATUS = "00"
              MOVE TRACE-DOC-KEY TO DOC-KEY
              READ DOCUMENT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO DOCUMENT-FOUND-SW
              END-READ
              CLOSE DOCUMENT-FILE
           ELSE
              IF DOCUMENT-FILE-STATUS = "05"
                 CLOSE DOCUMENT-FILE
              END-IF
           END-IF.

           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-RUN-CONTROL
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE RUN-CONTROL-FILE
           ELSE
              IF RUN-CONTROL-STATUS = "05"
                 CLOSE RUN-CONTROL-FILE
              END-IF
           END-IF.

           OPEN INPUT SIGN-TRANSACTION-FILE.
           IF SIGN-TRANSACTION-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-SIGN-TRANSACTIONS
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END OR SIGN-TRANSACTION-FOUND
              CLOSE SIGN-TRANSACTION-FILE
           ELSE
              IF SIGN-TRANSACTION-STATUS = "05"
                 CLOSE SIGN-TRANSACTION-FILE
              END-IF
           END-IF.

      *    A SAME-DAY RERUN STAMPS AGAIN; THE LAST STAMP STANDS.
       SCAN-RUN-CONTROL.
           READ RUN-CONTROL-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF RCTL-RUN-DATE = TRACE-CYCLE-DATE
                    AND RCTL-STEP-ID = BRIDGE-STEP-ID
                    MOVE RCTL-TIMESTAMP TO BRIDGE-TIMESTAMP
                 END-IF
           END-READ.

       SCAN-SIGN-TRANSACTIONS.
           READ SIGN-TRANSACTION-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF TXN-DOC-KEY = TRACE-DOC-KEY
                    MOVE "Y" TO TXN-FOUND-SW
                    MOVE TXN-KEY-NAME TO TXN-SIGN-KEY-NAME
                    MOVE TXN-FAMILY TO TXN-SIGN-FAMILY
                 END-IF
           END-READ.

      *    ---- SIGNED: THE ARCHIVE KEEPS EVERY SIGNATURE EVER MADE;
      *    A RE-SIGNED DOCUMENT SHOWS ITS LATEST. THE ARCHIVE KEY IS
      *    DOC-ID + TIMESTAMP, SO THE DOCUMENT'S SIGNATURES ARE READ
      *    IN THE ORDER THEY WERE MADE ----
       FIND-ARCHIVED-SIGNATURE.
           OPEN INPUT SIGNATURE-ARCHIVE-FILE.
           IF SIGN-ARCHIVE-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              MOVE TRACE-DOC-KEY TO SARC-AK-DOC-ID
              MOVE LOW-VALUES TO SARC-AK-TIMESTAMP
              START SIGNATURE-ARCHIVE-FILE
                 KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
                 INVALID KEY MOVE "Y" TO SCAN-EOF-SW
              END-START
              PERFORM SCAN-SIGNATURE-ARCHIVE
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE SIGNATURE-ARCHIVE-FILE
           ELSE
              IF SIGN-ARCHIVE-STATUS = "05"
                 CLOSE SIGNATURE-ARCHIVE-FILE
              END-IF
           END-IF.

       SCAN-SIGNATURE-ARCHIVE.
           READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF SARC-AK-DOC-ID = TRACE-DOC-KEY
                    ADD 1 TO SIGNATURE-COUNT
                    MOVE SARC-KEY-NAME TO SIGNED-KEY-NAME
                    MOVE SARC-RULE-ARRAY TO SIGNED-RULE-ARRAY
                    MOVE SARC-TIMESTAMP TO ARCHIVE-TIMESTAMP
                 ELSE
                    MOVE "Y" TO SCAN-EOF-SW
                 END-IF
           END-READ.

      *    ---- ENCRYPTED AND DELIVERED ----
       FIND-ENCRYPTED-DOCUMENT.
           OPEN INPUT ENCRYPTED-DOCUMENT-FILE.
           IF ENCRYPTED-DOC-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-ENCRYPTED-DOCUMENTS
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END OR ENCRYPTION-FOUND
              CLOSE ENCRYPTED-DOCUMENT-FILE
           ELSE
              IF ENCRYPTED-DOC-STATUS = "05"
                 CLOSE ENCRYPTED-DOCUMENT-FILE
              END-IF
           END-IF.

           OPEN INPUT TRANSMISSION-LOG-FILE.
           IF TRANSMISSION-LOG-STATUS = "00"
              MOVE LOW-VALUES TO XLG-KEY
              MOVE "N" TO SCAN-EOF-SW
              START TRANSMISSION-LOG-FILE KEY IS NOT LESS THAN XLG-KEY
                 INVALID KEY MOVE "Y" TO SCAN-EOF-SW
              END-START
              PERFORM SCAN-TRANSMISSION-LOG
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE TRANSMISSION-LOG-FILE
           ELSE
              IF TRANSMISSION-LOG-STATUS = "05"
                 CLOSE TRANSMISSION-LOG-FILE
              END-IF
           END-IF.

      *    THE FIRST RECORD'S CYCLE DATE SAYS WHICH CYCLE THE FILE
      *    HOLDS, SO A MISS CAN BE TOLD FROM AN OLDER CYCLE.
       SCAN-ENCRYPTED-DOCUMENTS.
           READ ENCRYPTED-DOCUMENT-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF NOT ENCDOCS-HAS-RECORDS
                    MOVE "Y" TO ENCDOCS-SEEN-SW
                    MOVE ENC-TIMESTAMP(1:8) TO ENCRYPT-CYCLE-DATE
                 END-IF
                 IF ENC-DOC-KEY = TRACE-DOC-KEY
                    MOVE "Y" TO ENCRYPT-FOUND-SW
                    MOVE ENC-KEY-NAME TO ENCRYPT-KEY-NAME
                    MOVE ENC-ALGORITHM TO ENCRYPT-ALGORITHM
                    MOVE ENC-TIMESTAMP TO ENCRYPT-TIMESTAMP
                 END-IF
           END-READ.

       SCAN-TRANSMISSION-LOG.
           READ TRANSMISSION-LOG-FILE NEXT RECORD
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF XLG-DOC-KEY = TRACE-DOC-KEY
                    ADD 1 TO DELIVERY-COUNT
                    PERFORM REPORT-ONE-DELIVERY
                 END-IF
           END-READ.

      *    DELIVERIES ARE LISTED AS THEY ARE FOUND, AHEAD OF THE
      *    STAGE SUMMARY, SO THEY ARE HELD ON THE REPORT UNDER A
      *    HEADING OF THEIR OWN.
       REPORT-ONE-DELIVERY.
           MOVE SPACES TO REPORT-LINE.
           IF XLG-STATUS-SENT
              STRING "  DELIVERED PARTNER " XLG-PARTNER-ID
                 " SENT " XLG-SENT-TIMESTAMP
                 " STATUS SENT - NOT YET ACKNOWLEDGED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "  DELIVERED PARTNER " XLG-PARTNER-ID
                 " SENT " XLG-SENT-TIMESTAMP
                 " STATUS " XLG-DELIVERY-STATUS
                 " " XLG-STATUS-TIMESTAMP " " XLG-REASON-CODE
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-TRACE-LINE.

      *    ---- REVERIFY: THE LATEST ARCHIVE AUDIT'S FINDINGS. A
      *    SCOPED AUDIT ECHOES ITS SCOPE CARDS FIRST; ONE THAT NAMED
      *    NEITHER THE SIGNING KEY NOR THE CYCLE DATE NEVER LOOKED
      *    AT THE DOCUMENT'S SIGNATURE ----
       FIND-REVERIFY-RESULT.
           OPEN INPUT AUDIT-FINDINGS-FILE.
           IF AUDIT-FINDINGS-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-AUDIT-FINDINGS
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE AUDIT-FINDINGS-FILE
           ELSE
              IF AUDIT-FINDINGS-STATUS = "05"
                 CLOSE AUDIT-FINDINGS-FILE
              END-IF
           END-IF.

       CHECK-AUDIT-SCOPE-LINE.
           MOVE "Y" TO AUDIT-SCOPED-SW.
           IF AUDIT-FINDINGS-RECORD(14:6) = "KEY"
              IF SIGNED-KEY-NAME NOT = SPACES
                 AND AUDIT-FINDINGS-RECORD(21:16) = SIGNED-KEY-NAME
                 MOVE "Y" TO AUDIT-COVERS-SW
              END-IF
           ELSE
              IF ARCHIVE-TIMESTAMP(1:8) NOT = SPACES
                 AND ARCHIVE-TIMESTAMP(1:8)
                       >= AUDIT-FINDINGS-RECORD(21:8)
                 AND ARCHIVE-TIMESTAMP(1:8)
                       <= AUDIT-FINDINGS-RECORD(38:8)
                 MOVE "Y" TO AUDIT-COVERS-SW
              END-IF
           END-IF.

       SCAN-AUDIT-FINDINGS.
           READ AUDIT-FINDINGS-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF AUDIT-FINDINGS-RECORD(1:23)
                       = "ARCHIVE AUDIT - RECORDS"
                    MOVE AUDIT-FINDINGS-RECORD(77:14) TO LAST-AUDIT-RUN
                 END-IF
                 IF AUDIT-FINDINGS-RECORD(1:12) = "AUDIT SCOPE "
                    PERFORM CHECK-AUDIT-SCOPE-LINE
                 ELSE
                    IF AUDIT-FINDINGS-RECORD(14:4) = "DOC "
                       AND AUDIT-FINDINGS-RECORD(18:16) = TRACE-DOC-KEY
                       MOVE "Y" TO FINDING-FOUND-SW
                       MOVE AUDIT-FINDINGS-RECORD(1:110)
                          TO FINDING-TEXT
                    END-IF
                 END-IF
           END-READ.

      *    ---- INBOUND: VERIFY DISPOSITIONS AND THE HISTORY LEDGER ---
       FIND-INBOUND-HISTORY.
           OPEN INPUT VERIFY-DISPOSITION-FILE.
           IF VERIFY-DISP-STATUS = "00"
              MOVE "N" TO SCAN-EOF-SW
              PERFORM SCAN-DISPOSITIONS
                 WITH TEST BEFORE
                 UNTIL SCAN-AT-END
              CLOSE VERIFY-DISPOSITION-FILE
           ELSE
              IF VERIFY-DISP-STATUS = "05"
                 CLOSE VERIFY-DISPOSITION-FILE
              END-IF
           END-IF.

           OPEN INPUT INBOUND-HISTORY-FILE.
           IF INBOUND-HISTORY-STATUS = "00"
              MOVE REQUEST-VALUE-1 TO IVH-DOC-ID
              READ INBOUND-HISTORY-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "Y" TO HISTORY-FOUND-SW
                    MOVE IVH-DISPOSITION TO HISTORY-DISPOSITION
                    MOVE SPACES TO REPORT-LINE
                    STRING "  INBOUND   HISTORY " IVH-DISPOSITION
                       " FIRST SEEN " IVH-RUN-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    PERFORM WRITE-TRACE-LINE
              END-READ
              CLOSE INBOUND-HISTORY-FILE
           ELSE
              IF INBOUND-HISTORY-STATUS = "05"
                 CLOSE INBOUND-HISTORY-FILE
              END-IF
           END-IF.

       SCAN-DISPOSITIONS.
           READ VERIFY-DISPOSITION-FILE
              AT END MOVE "Y" TO SCAN-EOF-SW
              NOT AT END
                 IF DSP-DOC-ID = REQUEST-VALUE-1
                    ADD 1 TO DISPOSITION-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "  INBOUND   " DSP-TIMESTAMP " "
                       DSP-DISPOSITION " KEY " DSP-KEY-NAME " "
                       DSP-REASON
                       DELIMITED BY SIZE INTO REPORT-LINE
                    END-STRING
                    PERFORM WRITE-TRACE-LINE
                 END-IF
           END-READ.

      *    THE STAGE SUMMARY, THEN EVERY BREAK IN THE CHAIN. FOR A
      *    DOCID THE OUTBOUND STAGES ARE ONLY SHOWN WHEN SOMETHING
      *    OUTBOUND WAS FOUND - AN INBOUND DOCUMENT HAS NONE.
       REPORT-TRACE-RESULT.
           IF OUTBOUND-REQUEST
              AND (NOT INBOUND-REQUEST
                   OR AUDIT-HIT-COUNT > 0 OR DOCUMENT-ON-FILE
                   OR SIGNATURE-COUNT > 0 OR ENCRYPTION-FOUND
                   OR DELIVERY-COUNT > 0)
              PERFORM REPORT-OUTBOUND-STAGES
              PERFORM REPORT-OUTBOUND-GAPS
           END-IF.
           IF INBOUND-REQUEST
              AND (DISPOSITION-COUNT > 0 OR HISTORY-RECORD-FOUND)
              PERFORM REPORT-INBOUND-GAPS
           END-IF.

           IF AUDIT-HIT-COUNT = 0 AND NOT DOCUMENT-ON-FILE
              AND SIGNATURE-COUNT = 0 AND NOT ENCRYPTION-FOUND
              AND DELIVERY-COUNT = 0 AND NOT SIGN-TRANSACTION-FOUND
              AND DISPOSITION-COUNT = 0 AND NOT HISTORY-RECORD-FOUND
              MOVE "  NOT FOUND IN ANY DATASET" TO REPORT-LINE
              PERFORM WRITE-TRACE-LINE
              ADD 1 TO REQUESTS-NOT-FOUND
           ELSE
              MOVE SPACES TO REPORT-LINE
              IF GAP-COUNT = 0
                 MOVE "  RESULT: CHAIN COMPLETE" TO REPORT-LINE
              ELSE
                 STRING "  RESULT: " GAP-COUNT " GAP(S) IN THE CHAIN"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 ADD 1 TO REQUESTS-WITH-GAPS
              END-IF
              PERFORM WRITE-TRACE-LINE
           END-IF.

       REPORT-OUTBOUND-STAGES.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DOC-KEY " TRACE-DOC-KEY " EXTRACT "
              TRACE-EXTRACT-NAME " CYCLE " TRACE-CYCLE-DATE
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-TRACE-LINE.

           IF AUDIT-HIT-COUNT = 0
              MOVE SPACES TO REPORT-LINE
              STRING "  EXTRACT   NO AUDIT RECORD FOR THE EXTRACT"
                     " ON THE CYCLE DATE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TRACE-LINE
           ELSE
              PERFORM REPORT-ONE-AUDIT-HIT
                 VARYING AUDIT-HIT-IDX FROM 1 BY 1
                 UNTIL AUDIT-HIT-IDX > AUDIT-HIT-COUNT
                    OR AUDIT-HIT-IDX > AUDIT-HIT-MAX
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN SECTION-FOUND AND REPORT-HOLDS-CYCLE
                 STRING "  SQLRPT    SECTION ON THE CURRENT REPORT, "
                    SECTION-RECORD-COUNT " RECORDS"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN REPORT-HOLDS-CYCLE
                 MOVE SPACES TO REPORT-LINE
                 STRING "  SQLRPT    CYCLE'S REPORT HAS NO SECTION FOR "
                        "THE EXTRACT"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN REPORT-HDR-DATE = SPACES
                 MOVE "  SQLRPT    NO REPORT ON FILE" TO REPORT-LINE
              WHEN OTHER
                 STRING "  SQLRPT    NOT RETAINED - CURRENT REPORT IS "
                    "FOR " REPORT-HDR-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-TRACE-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF DOCUMENT-ON-FILE
              IF BRIDGE-TIMESTAMP NOT = SPACES
                 STRING "  BRIDGED   DOCUMENT ON DOCFILE, BRIDGE "
                    "COMPLETED " BRIDGE-TIMESTAMP
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              ELSE
                 MOVE SPACES TO REPORT-LINE
                 STRING "  BRIDGED   DOCUMENT ON DOCFILE, BRIDGE "
                        "COMPLETION NOT ON RUNCTL"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              END-IF
           ELSE
              IF BRIDGE-TIMESTAMP NOT = SPACES
                 STRING "  BRIDGED   NO DOCUMENT ON DOCFILE, BRIDGE "
                    "COMPLETED " BRIDGE-TIMESTAMP
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              ELSE
                 MOVE "  BRIDGED   NO DOCUMENT ON DOCFILE"
                    TO REPORT-LINE
              END-IF
           END-IF.
           PERFORM WRITE-TRACE-LINE.
           IF SIGN-TRANSACTION-FOUND
              MOVE SPACES TO REPORT-LINE
              STRING "            SIGNING TRANSACTION KEY "
                 TXN-SIGN-KEY-NAME " FAMILY " TXN-SIGN-FAMILY
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TRACE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           IF SIGNATURE-COUNT > 0
              STRING "  SIGNED    KEY " SIGNED-KEY-NAME " RULES "
                 SIGNED-RULE-ARRAY " ARCHIVED " ARCHIVE-TIMESTAMP
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-TRACE-LINE
              IF SIGNATURE-COUNT > 1
                 MOVE SPACES TO REPORT-LINE
                 STRING "            SIGNED " SIGNATURE-COUNT
                    " TIMES - LATEST SIGNATURE SHOWN"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-TRACE-LINE
              END-IF
           ELSE
              MOVE "  SIGNED    NO SIGNATURE IN THE ARCHIVE"
                 TO REPORT-LINE
              PERFORM WRITE-TRACE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN ENCRYPTION-FOUND
                 STRING "  ENCRYPTED KEY " ENCRYPT-KEY-NAME
                    " ALGORITHM " ENCRYPT-ALGORITHM
                    " AT " ENCRYPT-TIMESTAMP
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN DELIVERY-COUNT > 0
                 MOVE SPACES TO REPORT-LINE
                 STRING "  ENCRYPTED DELIVERED ENCRYPTED - ENCDOCS NO "
                        "LONGER HOLDS THE CYCLE"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN ENCDOCS-HAS-RECORDS
                 AND ENCRYPT-CYCLE-DATE NOT = TRACE-CYCLE-DATE
                 STRING "  ENCRYPTED NOT RETAINED - ENCDOCS HOLDS "
                    ENCRYPT-CYCLE-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN OTHER
                 MOVE "  ENCRYPTED NO ENCRYPTED RECORD" TO REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-TRACE-LINE.

           IF DELIVERY-COUNT = 0
              MOVE "  DELIVERED NO PARTNER DELIVERY LOGGED"
                 TO REPORT-LINE
              PERFORM WRITE-TRACE-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           EVALUATE TRUE
              WHEN REVERIFY-FINDING-FOUND
                 STRING "  REVERIFY  " FINDING-TEXT
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN SIGNATURE-COUNT = 0
                 MOVE "  REVERIFY  NOTHING TO RE-VERIFY"
                    TO REPORT-LINE
              WHEN LAST-AUDIT-RUN = SPACES
                 MOVE "  REVERIFY  NO ARCHIVE AUDIT ON FILE"
                    TO REPORT-LINE
              WHEN ARCHIVE-TIMESTAMP(1:14) > LAST-AUDIT-RUN
                 STRING "  REVERIFY  NOT YET RE-VERIFIED - LAST "
                    "ARCHIVE AUDIT RAN " LAST-AUDIT-RUN
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN LAST-AUDIT-SCOPED
                 AND NOT SIGNATURE-IN-AUDIT-SCOPE
                 STRING "  REVERIFY  NOT IN THE SCOPE OF THE ARCHIVE "
                    "AUDIT OF " LAST-AUDIT-RUN
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
              WHEN OTHER
                 STRING "  REVERIFY  RE-VERIFIED CLEAN BY THE ARCHIVE "
                    "AUDIT OF " LAST-AUDIT-RUN
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM WRITE-TRACE-LINE.

      *    THE CONNECTION PROFILE FOLLOWS THE TIMESTAMP WHEN THE
      *    RECORD CARRIES ONE (RECORDS FROM BEFORE PROFILES DO NOT).
       REPORT-ONE-AUDIT-HIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO AUDIT-LINE-PTR.
           IF AH-CATALOG-NAME(AUDIT-HIT-IDX) = SPACES
              STRING "  EXTRACT   NOT CATALOGED "
                 AH-DISPOSITION(AUDIT-HIT-IDX)
                 " ROWS " AH-ROW-COUNT(AUDIT-HIT-IDX)
                 " AT " AH-TIMESTAMP(AUDIT-HIT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER AUDIT-LINE-PTR
              END-STRING
           ELSE
              STRING "  EXTRACT   STATEMENT "
                 AH-CATALOG-NAME(AUDIT-HIT-IDX)
                 " VERSION " AH-CATALOG-VERSION(AUDIT-HIT-IDX)
                 " " AH-DISPOSITION(AUDIT-HIT-IDX)
                 " ROWS " AH-ROW-COUNT(AUDIT-HIT-IDX)
                 " AT " AH-TIMESTAMP(AUDIT-HIT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER AUDIT-LINE-PTR
              END-STRING
           END-IF.
           IF AH-PROFILE-NAME(AUDIT-HIT-IDX) NOT = SPACES
              STRING " UNDER " AH-PROFILE-NAME(AUDIT-HIT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER AUDIT-LINE-PTR
              END-STRING
           END-IF.
           IF AH-CATALOG-NAME(AUDIT-HIT-IDX) = SPACES
              STRING " " AH-STATEMENT(AUDIT-HIT-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER AUDIT-LINE-PTR
              END-STRING
           END-IF.
           PERFORM WRITE-TRACE-LINE.

      *    EACH STAGE THAT HAPPENED WITHOUT THE ONE BEFORE OR AFTER
      *    IT. DATASETS THAT ONLY HOLD THE LATEST CYCLE (SQLRPT,
      *    SIGNTXN, ENCDOCS) DO NOT RAISE A GAP FOR AN OLDER ONE.
       REPORT-OUTBOUND-GAPS.
           IF AUDIT-HIT-COUNT = 0
              AND (DOCUMENT-ON-FILE OR SIGNATURE-COUNT > 0)
              MOVE "BRIDGED BUT NO EXTRACT AUDIT RECORD ON THE LOG"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF AUDIT-HIT-COUNT > 0 AND REPORT-HOLDS-CYCLE
              AND NOT SECTION-FOUND
              MOVE "EXTRACTED BUT NO SECTION IN THE CYCLE'S SQLRPT"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF AUDIT-HIT-COUNT > 0 AND NOT DOCUMENT-ON-FILE
              AND SIGNATURE-COUNT = 0
              MOVE "EXTRACTED BUT NEVER BRIDGED" TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF DOCUMENT-ON-FILE AND SIGNATURE-COUNT = 0
              MOVE "BRIDGED BUT NEVER SIGNED" TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF SIGNATURE-COUNT > 0 AND NOT DOCUMENT-ON-FILE
              MOVE "SIGNED BUT DOCUMENT NO LONGER ON DOCFILE"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF SIGNATURE-COUNT > 0 AND NOT ENCRYPTION-FOUND
              AND DELIVERY-COUNT = 0
              AND (NOT ENCDOCS-HAS-RECORDS
                   OR ENCRYPT-CYCLE-DATE = TRACE-CYCLE-DATE)
              MOVE "SIGNED BUT NEVER ENCRYPTED" TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF (ENCRYPTION-FOUND OR DELIVERY-COUNT > 0)
              AND SIGNATURE-COUNT = 0
              MOVE "ENCRYPTED BUT NO SIGNATURE IN THE ARCHIVE"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF REVERIFY-FINDING-FOUND
              MOVE "SIGNATURE FAILED ARCHIVE RE-VERIFICATION"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.

       REPORT-INBOUND-GAPS.
           IF DISPOSITION-COUNT > 0 AND NOT HISTORY-RECORD-FOUND
              MOVE "VERIFIED BUT NOT ON THE INBOUND HISTORY"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.
           IF HISTORY-DISPOSITION = "POSTING"
              MOVE "SENT TO POSTING BUT THE POSTING IS NOT SETTLED"
                 TO GAP-TEXT
              PERFORM WRITE-GAP-LINE
           END-IF.

       WRITE-GAP-LINE.
           ADD 1 TO GAP-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  GAP: " GAP-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-TRACE-LINE.

       WRITE-TRACE-LINE.
           MOVE REPORT-LINE TO TRACE-REPORT-RECORD.
           WRITE TRACE-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).
