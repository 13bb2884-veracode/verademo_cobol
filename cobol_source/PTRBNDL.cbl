       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. partner-bundle.
      *****************************
      *    Builds each partner's outbound package. The pieces a
      *    partner needs were spread over three datasets - the
      *    enciphered extract on ENCRYPTED-DOCUMENT-FILE, its
      *    detached signature on SIGNATURE-ARCHIVE-FILE and the
      *    partner's destination on PARTNER-MASTER-FILE - and were
      *    put together by hand.
      *    - PARTNER-EXTRACT-MAP-FILE says which extracts go to which
      *      partner: one record per extract name (as on the signing
      *      map) and PTR-PARTNER-ID. An extract may go to several
      *      partners; "*" records are comments.
      *    - tonight's documents are the doc-keys on the
      *      SIGN-TRANSACTION-FILE. For every partner with at least
      *      one of them, OUTBOUND-BUNDLE-FILE gets a section: an
      *      "HDR " record naming the partner, cycle date and
      *      destination, every "ENC " record for the partner's
      *      doc-keys, every "SIG " signature archive record for the
      *      same doc-keys, and a "TRL " manifest trailer carrying
      *      the document count and a hash total (sum of the ENC and
      *      SIG record lengths, modulo 10**9) - the same trailer
      *      rule imposed on SQL-REPORT-FILE and on inbound files.
      *    - a document mapped to a partner that has no encrypted
      *      record or no signature stops that partner's bundle
      *      (nothing for the partner is written or logged) so a
      *      partner never receives a document without its
      *      signature; the other partners are still bundled. A
      *      mapped partner that is not on the partner master has
      *      no destination and is stopped the same way.
      *    - every document bundled is logged on the indexed
      *      TRANSMISSION-LOG-FILE (partner, doc-key, timestamp,
      *      destination dataset, status SENT). A same-day rerun
      *      rebuilds the bundles whole and rewrites its own log
      *      records in place.
      *    - participates in suite run-control (step PTRBNDL) and
      *      takes its cycle date from the processing calendar.
      *    - appends START and END records (elapsed time, documents
      *      logged, return code) to the shared STEPTIME file for the
      *      step SLA report.
      *    RETURN-CODE: 0 every partner bundled, 8 one or more
      *    partners' bundles stopped, 16 a required file would not
      *    open (including ENCDOCS or SIGARCH while a bundle is being
      *    written - the run stops at that partner).
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-TRANSACTION-FILE ASSIGN TO SIGNTXN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIGN-TRANSACTION-STATUS.

           SELECT PARTNER-EXTRACT-MAP-FILE ASSIGN TO PTRXMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-XMAP-STATUS.

           SELECT PARTNER-MASTER-FILE ASSIGN TO PRTMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-MASTER-STATUS.

           SELECT OPTIONAL ENCRYPTED-DOCUMENT-FILE ASSIGN TO ENCDOCS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ENCRYPTED-DOC-STATUS.

           SELECT OPTIONAL SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGNATURE-ARCHIVE-STATUS.

           SELECT OUTBOUND-BUNDLE-FILE ASSIGN TO OUTBNDL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OUTBOUND-BUNDLE-STATUS.

           SELECT OPTIONAL TRANSMISSION-LOG-FILE ASSIGN TO XMITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XLG-KEY
              FILE STATUS IS TRANSMISSION-LOG-STATUS.

           SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO RUNCTL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    LAYOUT AS WRITTEN BY extract-sign-bridge.
       FD  SIGN-TRANSACTION-FILE.
       01  SIGN-TRANSACTION-RECORD.
           05 TXN-FAMILY               PIC X(1).
           05 TXN-KEY-NAME             PIC X(16).
           05 TXN-MESSAGE              PIC X(80).
           05 TXN-DOC-ID               PIC X(16).
           05 TXN-DOC-KEY              PIC X(16).

      *    ONE RECORD PER EXTRACT/PARTNER PAIR.
       FD  PARTNER-EXTRACT-MAP-FILE.
       01  PARTNER-EXTRACT-MAP-RECORD.
           05 XMP-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 XMP-PARTNER-ID           PIC X(8).

      *    LAYOUT AS READ BY reject-routing: ONE RECORD PER PARTNER
      *    KEY NAME, THE DESTINATION REPEATED ON EACH.
       FD  PARTNER-MASTER-FILE.
       01  PARTNER-MASTER-RECORD.
           05 PTR-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 PTR-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 PTR-CONTACT              PIC X(40).
           05 FILLER                   PIC X(1).
           05 PTR-DEST-DATASET        PIC X(44).

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

      *    LAYOUT AS WRITTEN BY WRITE-SIGNATURE-ARCHIVE IN
      *    crypto_icsf_csn_dsg1. FOR AN OUTBOUND EXTRACT THE SIGNED
      *    DOC-ID IS THE DOC-KEY.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    ONE SECTION PER PARTNER. EVERY RECORD BUT THE TRAILER
      *    CARRIES ITS TAG, THE PARTNER AND THE DOC-KEY; THE ENC AND
      *    SIG RECORDS CARRY THE SOURCE RECORD UNCHANGED AS PAYLOAD.
       FD  OUTBOUND-BUNDLE-FILE.
       01  BUNDLE-RECORD.
           05 BND-RECORD-TAG           PIC X(4).
           05 BND-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 BND-DOC-KEY              PIC X(16).
           05 FILLER                   PIC X(1).
           05 BND-PAYLOAD              PIC X(10210).
       01  BUNDLE-HEADER-RECORD.
           05 BNH-RECORD-TAG           PIC X(4).
           05 BNH-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 BNH-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 BNH-DEST-DATASET         PIC X(44).
      *    MANIFEST TRAILER: COUNT AT 5-13 AS THE INBOUND RULE READS
      *    IT, HASH AT 15-23 AS ON THE SQL-REPORT-FILE TRAILER.
       01  BUNDLE-TRAILER-RECORD.
           05 BNT-RECORD-TAG           PIC X(4).
           05 BNT-DOC-COUNT            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 BNT-HASH-TOTAL           PIC 9(9).
           05 FILLER                   PIC X(1).
           05 BNT-PARTNER-ID           PIC X(8).

       FD  TRANSMISSION-LOG-FILE.
       01  TRANSMISSION-LOG-RECORD.
           COPY XMITLOG.

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-RECORD.
           COPY RUNCTL.

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 TODAY-DATE-X PIC X(8).
       01 BUNDLE-TIMESTAMP PIC X(21).

      * PARTNERS, FROM THE PARTNER MASTER AND FROM THE EXTRACT MAP.
      * A PARTNER ONLY THE MAP NAMES HAS NO DESTINATION AND IS
      * STOPPED IF IT HAS ANY DOCUMENTS TONIGHT.
       01 PARTNER-COUNT PIC S9(4) COMP VALUE 0.
       01 PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
              10 PT-PARTNER-ID         PIC X(8).
              10 PT-DEST-DATASET       PIC X(44).
              10 PT-ON-MASTER-SW       PIC X(1).
                 88 PT-ON-MASTER               VALUE "Y".
              10 PT-DOC-COUNT          PIC 9(9).
              10 PT-STOPPED-SW         PIC X(1).
                 88 PT-BUNDLE-STOPPED          VALUE "Y".
       01 PARTNER-IDX PIC S9(4) COMP.
       01 FOUND-PARTNER-IDX PIC S9(4) COMP.
       01 SEARCH-PARTNER-ID PIC X(8).

       01 XMAP-COUNT PIC S9(4) COMP VALUE 0.
       01 XMAP-TABLE.
           05 XMAP-ENTRY OCCURS 200 TIMES.
              10 XM-EXTRACT-NAME       PIC X(8).
              10 XM-PARTNER-IDX        PIC S9(4) COMP.
       01 XMAP-IDX PIC S9(4) COMP.

      * TONIGHT'S DOCUMENTS, WITH HOW MANY ENC AND SIG RECORDS EACH
      * HAS, AND WHETHER IT BELONGS TO THE PARTNER BEING BUNDLED.
       01 DOC-COUNT PIC S9(4) COMP VALUE 0.
       01 DOC-TABLE.
           05 DOC-ENTRY OCCURS 500 TIMES.
              10 DT-DOC-KEY            PIC X(16).
              10 DT-ENC-COUNT          PIC 9(4).
              10 DT-SIG-COUNT          PIC 9(4).
              10 DT-MAPPED-SW          PIC X(1).
                 88 DT-MAPPED                  VALUE "Y".
              10 DT-IN-BUNDLE-SW       PIC X(1).
                 88 DT-IN-BUNDLE               VALUE "Y".
       01 DOC-IDX PIC S9(4) COMP.
       01 SEARCH-DOC-KEY PIC X(16).

      * THE BUNDLE BEING WRITTEN
       01 BUNDLE-DOC-COUNT PIC 9(9).
       01 BUNDLE-HASH-TOTAL PIC 9(9).
       01 BUNDLE-RECORD-LEN PIC S9(8) COMP.
       01 TRAIL-SPACE-COUNT PIC S9(8) COMP.

      * RUN TOTALS
       01 BUNDLE-TOTALS.
           05 DOCUMENTS-READ PIC 9(9) VALUE 0.
           05 DOCUMENTS-UNMAPPED PIC 9(9) VALUE 0.
           05 BUNDLES-WRITTEN PIC 9(9) VALUE 0.
           05 BUNDLES-STOPPED PIC 9(9) VALUE 0.
           05 DOCUMENTS-LOGGED PIC 9(9) VALUE 0.

      * SUITE RUN-CONTROL - THIS PROGRAM'S STEP IDENTITY
       01 RCTL-MY-STEP-ID PIC X(8) VALUE "PTRBNDL".

      * FILE STATUS / SWITCHES
       01 SIGN-TRANSACTION-STATUS PIC X(2).
       01 PARTNER-XMAP-STATUS PIC X(2).
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 ENCRYPTED-DOC-STATUS PIC X(2).
       01 SIGNATURE-ARCHIVE-STATUS PIC X(2).
       01 OUTBOUND-BUNDLE-STATUS PIC X(2).
       01 TRANSMISSION-LOG-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 TXN-EOF-SW            PIC X(1) VALUE "N".
              88 NO-MORE-TRANSACTIONS       VALUE "Y".
           05 MASTER-EOF-SW         PIC X(1) VALUE "N".
              88 MASTER-AT-END              VALUE "Y".
           05 XMAP-EOF-SW           PIC X(1) VALUE "N".
              88 XMAP-AT-END                VALUE "Y".
           05 ENC-EOF-SW            PIC X(1) VALUE "N".
              88 ENC-FILE-AT-END            VALUE "Y".
           05 SARC-EOF-SW           PIC X(1) VALUE "N".
              88 ARCHIVE-AT-END             VALUE "Y".
           05 FOUND-SW              PIC X(1) VALUE "N".
              88 ENTRY-FOUND                VALUE "Y".
           05 LOG-FILE-SW           PIC X(1) VALUE "N".
              88 LOG-FILE-OPEN              VALUE "Y".
           05 STOPPED-SW            PIC X(1) VALUE "N".
              88 BUNDLE-WAS-STOPPED         VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".
           05 BUNDLE-FILE-SW        PIC X(1) VALUE "N".
              88 BUNDLE-FILE-FAILED         VALUE "Y".
           05 STEP-DONE-SW          PIC X(1) VALUE "N".
              88 STEP-ALREADY-DONE          VALUE "Y".
           05 RUNCTL-EOF-SW         PIC X(1) VALUE "N".
              88 RUN-CONTROL-EOF            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.

           PERFORM CHECK-RUN-CONTROL.
           IF STEP-ALREADY-DONE
              DISPLAY "STEP " RCTL-MY-STEP-ID " ALREADY COMPLETED "
                 TODAY-DATE-X " - SKIPPING"
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RCTL-MY-STEP-ID TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              MOVE FUNCTION CURRENT-DATE TO BUNDLE-TIMESTAMP
              MOVE TODAY-DATE-X TO BUNDLE-TIMESTAMP(1:8)
              PERFORM LOAD-PARTNER-MASTER
              PERFORM LOAD-PARTNER-EXTRACT-MAP
              PERFORM LOAD-TONIGHTS-DOCUMENTS
              PERFORM COUNT-ENCRYPTED-RECORDS
              PERFORM COUNT-SIGNATURE-RECORDS
              PERFORM BUILD-ONE-PARTNER-BUNDLE
                 VARYING PARTNER-IDX FROM 1 BY 1
                 UNTIL PARTNER-IDX > PARTNER-COUNT
                    OR BUNDLE-FILE-FAILED
              DISPLAY "DOCUMENTS READ: " DOCUMENTS-READ
                 "  NOT MAPPED TO A PARTNER: " DOCUMENTS-UNMAPPED
              DISPLAY "BUNDLES WRITTEN: " BUNDLES-WRITTEN
                 "  STOPPED: " BUNDLES-STOPPED
                 "  DOCUMENTS LOGGED: " DOCUMENTS-LOGGED
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF BUNDLE-WAS-STOPPED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 PERFORM STAMP-RUN-CONTROL
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE DOCUMENTS-LOGGED TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
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
           OPEN INPUT SIGN-TRANSACTION-FILE.
           IF SIGN-TRANSACTION-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN SIGN-TRANSACTION-FILE, "
                 "STATUS: " SIGN-TRANSACTION-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN INPUT PARTNER-EXTRACT-MAP-FILE.
           IF PARTNER-XMAP-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN PARTNER-EXTRACT-MAP-FILE, "
                 "STATUS: " PARTNER-XMAP-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN INPUT PARTNER-MASTER-FILE.
           IF PARTNER-MASTER-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN PARTNER-MASTER-FILE, "
                 "STATUS: " PARTNER-MASTER-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT OUTBOUND-BUNDLE-FILE.
           IF OUTBOUND-BUNDLE-STATUS NOT = "00"
              AND OUTBOUND-BUNDLE-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN OUTBOUND-BUNDLE-FILE, "
                 "STATUS: " OUTBOUND-BUNDLE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    I-O SO A RERUN CAN REWRITE ITS OWN RECORDS; AN OPTIONAL
      *    LOG NOT PRESENT YET OPENS EMPTY WITH STATUS 05 AND IS
      *    CREATED ON FIRST WRITE.
           OPEN I-O TRANSMISSION-LOG-FILE.
           IF TRANSMISSION-LOG-STATUS = "00"
              OR TRANSMISSION-LOG-STATUS = "05"
              MOVE "Y" TO LOG-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN TRANSMISSION-LOG-FILE, "
                 "STATUS: " TRANSMISSION-LOG-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE SIGN-TRANSACTION-FILE.
           CLOSE PARTNER-EXTRACT-MAP-FILE.
           CLOSE PARTNER-MASTER-FILE.
           CLOSE OUTBOUND-BUNDLE-FILE.
           IF LOG-FILE-OPEN
              CLOSE TRANSMISSION-LOG-FILE
           END-IF.

      *    THE FIRST RECORD FOR A PARTNER SUPPLIES ITS DESTINATION.
       LOAD-PARTNER-MASTER.
           MOVE "N" TO MASTER-EOF-SW.
           PERFORM LOAD-ONE-MASTER-RECORD
              WITH TEST BEFORE
              UNTIL MASTER-AT-END.

       LOAD-ONE-MASTER-RECORD.
           READ PARTNER-MASTER-FILE
              AT END MOVE "Y" TO MASTER-EOF-SW
              NOT AT END
                 IF PTR-PARTNER-ID NOT = SPACES
                    MOVE PTR-PARTNER-ID TO SEARCH-PARTNER-ID
                    PERFORM FIND-OR-ADD-PARTNER
                    IF FOUND-PARTNER-IDX > 0
                       AND NOT PT-ON-MASTER(FOUND-PARTNER-IDX)
                       MOVE "Y" TO PT-ON-MASTER-SW(FOUND-PARTNER-IDX)
                       MOVE PTR-DEST-DATASET
                          TO PT-DEST-DATASET(FOUND-PARTNER-IDX)
                    END-IF
                 END-IF
           END-READ.

      *    FOUND-PARTNER-IDX COMES BACK ZERO ONLY WHEN THE TABLE IS
      *    FULL.
       FIND-OR-ADD-PARTNER.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-PARTNER-ENTRY
              VARYING PARTNER-IDX FROM 1 BY 1
              UNTIL PARTNER-IDX > PARTNER-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND
      *       THE VARYING LOOP LEAVES THE INDEX ONE PAST THE HIT.
              SUBTRACT 1 FROM PARTNER-IDX
              MOVE PARTNER-IDX TO FOUND-PARTNER-IDX
           ELSE
              IF PARTNER-COUNT < 50
                 ADD 1 TO PARTNER-COUNT
                 MOVE PARTNER-COUNT TO FOUND-PARTNER-IDX
                 MOVE SEARCH-PARTNER-ID
                    TO PT-PARTNER-ID(FOUND-PARTNER-IDX)
                 MOVE SPACES TO PT-DEST-DATASET(FOUND-PARTNER-IDX)
                 MOVE "N" TO PT-ON-MASTER-SW(FOUND-PARTNER-IDX)
                 MOVE 0 TO PT-DOC-COUNT(FOUND-PARTNER-IDX)
                 MOVE "N" TO PT-STOPPED-SW(FOUND-PARTNER-IDX)
              ELSE
                 DISPLAY "*** PARTNER TABLE FULL - " SEARCH-PARTNER-ID
                    " NOT LOADED"
                 MOVE 0 TO FOUND-PARTNER-IDX
              END-IF
           END-IF.

       SCAN-PARTNER-ENTRY.
           IF PT-PARTNER-ID(PARTNER-IDX) = SEARCH-PARTNER-ID
              MOVE "Y" TO FOUND-SW
           END-IF.

       LOAD-PARTNER-EXTRACT-MAP.
           MOVE "N" TO XMAP-EOF-SW.
           PERFORM LOAD-ONE-XMAP-RECORD
              WITH TEST BEFORE
              UNTIL XMAP-AT-END.

       LOAD-ONE-XMAP-RECORD.
           READ PARTNER-EXTRACT-MAP-FILE
              AT END MOVE "Y" TO XMAP-EOF-SW
              NOT AT END
                 IF XMP-EXTRACT-NAME(1:1) NOT = "*"
                    AND XMP-EXTRACT-NAME NOT = SPACES
                    AND XMP-PARTNER-ID NOT = SPACES
                    MOVE XMP-PARTNER-ID TO SEARCH-PARTNER-ID
                    PERFORM FIND-OR-ADD-PARTNER
                    IF FOUND-PARTNER-IDX > 0
                       PERFORM ADD-XMAP-ENTRY
                    END-IF
                 END-IF
           END-READ.

       ADD-XMAP-ENTRY.
           IF XMAP-COUNT < 200
              ADD 1 TO XMAP-COUNT
              MOVE XMP-EXTRACT-NAME TO XM-EXTRACT-NAME(XMAP-COUNT)
              MOVE FOUND-PARTNER-IDX TO XM-PARTNER-IDX(XMAP-COUNT)
           ELSE
              DISPLAY "*** EXTRACT MAP FULL - " XMP-EXTRACT-NAME
                 " TO " XMP-PARTNER-ID " NOT LOADED"
           END-IF.

      *    ONE DOCUMENT PER SIGNING TRANSACTION; A DOC-KEY SEEN TWICE
      *    IS BUNDLED ONCE.
       LOAD-TONIGHTS-DOCUMENTS.
           MOVE "N" TO TXN-EOF-SW.
           PERFORM LOAD-ONE-DOCUMENT
              WITH TEST BEFORE
              UNTIL NO-MORE-TRANSACTIONS.

       LOAD-ONE-DOCUMENT.
           READ SIGN-TRANSACTION-FILE
              AT END MOVE "Y" TO TXN-EOF-SW
              NOT AT END
                 IF TXN-DOC-KEY NOT = SPACES
                    ADD 1 TO DOCUMENTS-READ
                    MOVE TXN-DOC-KEY TO SEARCH-DOC-KEY
                    PERFORM FIND-DOCUMENT
                    IF NOT ENTRY-FOUND
                       PERFORM ADD-DOCUMENT
                    END-IF
                 END-IF
           END-READ.

       ADD-DOCUMENT.
           IF DOC-COUNT < 500
              ADD 1 TO DOC-COUNT
              MOVE TXN-DOC-KEY TO DT-DOC-KEY(DOC-COUNT)
              MOVE 0 TO DT-ENC-COUNT(DOC-COUNT)
              MOVE 0 TO DT-SIG-COUNT(DOC-COUNT)
              MOVE "N" TO DT-IN-BUNDLE-SW(DOC-COUNT)
              MOVE "N" TO DT-MAPPED-SW(DOC-COUNT)
              PERFORM MARK-DOCUMENT-MAPPED
                 VARYING XMAP-IDX FROM 1 BY 1
                 UNTIL XMAP-IDX > XMAP-COUNT
              IF NOT DT-MAPPED(DOC-COUNT)
                 ADD 1 TO DOCUMENTS-UNMAPPED
                 DISPLAY "DOCUMENT " TXN-DOC-KEY
                    " IS NOT MAPPED TO ANY PARTNER - NOT BUNDLED"
              END-IF
           ELSE
              DISPLAY "*** DOCUMENT TABLE FULL - " TXN-DOC-KEY
                 " NOT BUNDLED"
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       MARK-DOCUMENT-MAPPED.
           IF XM-EXTRACT-NAME(XMAP-IDX) = TXN-DOC-KEY(1:8)
              MOVE "Y" TO DT-MAPPED-SW(DOC-COUNT)
              ADD 1 TO PT-DOC-COUNT(XM-PARTNER-IDX(XMAP-IDX))
           END-IF.

      *    DOC-IDX IS LEFT ON THE HIT WHEN ENTRY-FOUND.
       FIND-DOCUMENT.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-DOCUMENT-ENTRY
              VARYING DOC-IDX FROM 1 BY 1
              UNTIL DOC-IDX > DOC-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM DOC-IDX
           END-IF.

       SCAN-DOCUMENT-ENTRY.
           IF DT-DOC-KEY(DOC-IDX) = SEARCH-DOC-KEY
              MOVE "Y" TO FOUND-SW
           END-IF.

      *    HOW MANY ENCRYPTED RECORDS AND SIGNATURES EACH OF
      *    TONIGHT'S DOCUMENTS HAS, SO A PARTNER'S BUNDLE CAN BE
      *    STOPPED BEFORE ANY OF IT IS WRITTEN.
       COUNT-ENCRYPTED-RECORDS.
           OPEN INPUT ENCRYPTED-DOCUMENT-FILE.
           IF ENCRYPTED-DOC-STATUS = "00"
              MOVE "N" TO ENC-EOF-SW
              PERFORM COUNT-ONE-ENCRYPTED-RECORD
                 WITH TEST BEFORE
                 UNTIL ENC-FILE-AT-END
              CLOSE ENCRYPTED-DOCUMENT-FILE
           ELSE
              IF ENCRYPTED-DOC-STATUS = "05"
                 CLOSE ENCRYPTED-DOCUMENT-FILE
              END-IF
           END-IF.

       COUNT-ONE-ENCRYPTED-RECORD.
           READ ENCRYPTED-DOCUMENT-FILE
              AT END MOVE "Y" TO ENC-EOF-SW
              NOT AT END
                 MOVE ENC-DOC-KEY TO SEARCH-DOC-KEY
                 PERFORM FIND-DOCUMENT
                 IF ENTRY-FOUND
                    ADD 1 TO DT-ENC-COUNT(DOC-IDX)
                 END-IF
           END-READ.

      *    THE ARCHIVE KEY LEADS WITH THE DOC-ID, SO EACH OF
      *    TONIGHT'S DOCUMENTS IS LOOKED UP DIRECTLY.
       COUNT-SIGNATURE-RECORDS.
           OPEN INPUT SIGNATURE-ARCHIVE-FILE.
           IF SIGNATURE-ARCHIVE-STATUS = "00"
              PERFORM COUNT-DOCUMENT-SIGNATURES
                 VARYING DOC-IDX FROM 1 BY 1
                 UNTIL DOC-IDX > DOC-COUNT
              CLOSE SIGNATURE-ARCHIVE-FILE
           ELSE
              IF SIGNATURE-ARCHIVE-STATUS = "05"
                 CLOSE SIGNATURE-ARCHIVE-FILE
              END-IF
           END-IF.

       COUNT-DOCUMENT-SIGNATURES.
           PERFORM START-DOCUMENT-SIGNATURES.
           PERFORM COUNT-ONE-SIGNATURE-RECORD
              WITH TEST BEFORE
              UNTIL ARCHIVE-AT-END.

      *    POSITION ON THE FIRST SIGNATURE FOR DT-DOC-KEY(DOC-IDX).
       START-DOCUMENT-SIGNATURES.
           MOVE "N" TO SARC-EOF-SW.
           MOVE DT-DOC-KEY(DOC-IDX) TO SEARCH-DOC-KEY.
           MOVE SEARCH-DOC-KEY TO SARC-AK-DOC-ID.
           MOVE LOW-VALUES TO SARC-AK-TIMESTAMP.
           START SIGNATURE-ARCHIVE-FILE
              KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
              INVALID KEY MOVE "Y" TO SARC-EOF-SW
           END-START.

      *    THE NEXT SIGNATURE FOR THE DOCUMENT, IF ANY - THE FIRST
      *    RECORD FOR ANOTHER DOC-ID ENDS THE RUN OF THEM.
       READ-DOCUMENT-SIGNATURE.
           READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
              AT END MOVE "Y" TO SARC-EOF-SW
              NOT AT END
                 IF SARC-AK-DOC-ID NOT = SEARCH-DOC-KEY
                    MOVE "Y" TO SARC-EOF-SW
                 END-IF
           END-READ.

       COUNT-ONE-SIGNATURE-RECORD.
           PERFORM READ-DOCUMENT-SIGNATURE.
           IF NOT ARCHIVE-AT-END
              ADD 1 TO DT-SIG-COUNT(DOC-IDX)
           END-IF.

      *    ONE PARTNER: MARK ITS DOCUMENTS, PROVE EACH HAS BOTH AN
      *    ENCRYPTED RECORD AND A SIGNATURE, THEN WRITE AND LOG THE
      *    BUNDLE - OR STOP IT WHOLE.
       BUILD-ONE-PARTNER-BUNDLE.
           IF PT-DOC-COUNT(PARTNER-IDX) > 0
              PERFORM MARK-PARTNER-DOCUMENT
                 VARYING DOC-IDX FROM 1 BY 1
                 UNTIL DOC-IDX > DOC-COUNT
              IF NOT PT-ON-MASTER(PARTNER-IDX)
                 DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                    " IS NOT ON THE PARTNER MASTER - NO DESTINATION"
                 MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
              END-IF
              PERFORM CHECK-BUNDLE-DOCUMENT
                 VARYING DOC-IDX FROM 1 BY 1
                 UNTIL DOC-IDX > DOC-COUNT
              IF PT-BUNDLE-STOPPED(PARTNER-IDX)
                 DISPLAY "*** BUNDLE FOR PARTNER "
                    PT-PARTNER-ID(PARTNER-IDX)
                    " STOPPED - NOTHING SENT OR LOGGED"
                 ADD 1 TO BUNDLES-STOPPED
                 MOVE "Y" TO STOPPED-SW
              ELSE
                 PERFORM WRITE-PARTNER-BUNDLE
              END-IF
           END-IF.

       MARK-PARTNER-DOCUMENT.
           MOVE "N" TO DT-IN-BUNDLE-SW(DOC-IDX).
           PERFORM MATCH-PARTNER-MAPPING
              VARYING XMAP-IDX FROM 1 BY 1
              UNTIL XMAP-IDX > XMAP-COUNT.

       MATCH-PARTNER-MAPPING.
           IF XM-PARTNER-IDX(XMAP-IDX) = PARTNER-IDX
              AND XM-EXTRACT-NAME(XMAP-IDX) = DT-DOC-KEY(DOC-IDX)(1:8)
              MOVE "Y" TO DT-IN-BUNDLE-SW(DOC-IDX)
           END-IF.

       CHECK-BUNDLE-DOCUMENT.
           IF DT-IN-BUNDLE(DOC-IDX)
              IF DT-ENC-COUNT(DOC-IDX) = 0
                 DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                    " DOCUMENT " DT-DOC-KEY(DOC-IDX)
                    " HAS NO ENCRYPTED RECORD"
                 MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
              END-IF
              IF DT-SIG-COUNT(DOC-IDX) = 0
                 DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                    " DOCUMENT " DT-DOC-KEY(DOC-IDX)
                    " HAS NO SIGNATURE"
                 MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
              END-IF
           END-IF.

      *    HDR, EVERY ENC RECORD, EVERY SIG RECORD, TRL - THEN ONE LOG
      *    RECORD PER DOCUMENT.
       WRITE-PARTNER-BUNDLE.
           MOVE 0 TO BUNDLE-DOC-COUNT.
           MOVE 0 TO BUNDLE-HASH-TOTAL.
           MOVE SPACES TO BUNDLE-HEADER-RECORD.
           MOVE "HDR " TO BNH-RECORD-TAG.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO BNH-PARTNER-ID.
           MOVE TODAY-DATE-X TO BNH-RUN-DATE.
           MOVE PT-DEST-DATASET(PARTNER-IDX) TO BNH-DEST-DATASET.
           WRITE BUNDLE-HEADER-RECORD.

      *    BOTH FILES WERE READ FOR THE COUNTS, SO ONE THAT WILL NOT
      *    OPEN NOW FAILS THE STEP: THE BUNDLE IS LEFT WITHOUT ITS
      *    TRAILER AND NONE OF ITS DOCUMENTS IS LOGGED AS SENT.
           OPEN INPUT ENCRYPTED-DOCUMENT-FILE.
           IF ENCRYPTED-DOC-STATUS = "00"
              MOVE "N" TO ENC-EOF-SW
              PERFORM BUNDLE-ONE-ENCRYPTED-RECORD
                 WITH TEST BEFORE
                 UNTIL ENC-FILE-AT-END
              CLOSE ENCRYPTED-DOCUMENT-FILE
           ELSE
              DISPLAY "*** UNABLE TO OPEN ENCRYPTED-DOCUMENT-FILE, "
                 "STATUS: " ENCRYPTED-DOC-STATUS
              IF ENCRYPTED-DOC-STATUS = "05"
                 CLOSE ENCRYPTED-DOCUMENT-FILE
              END-IF
              SET BUNDLE-FILE-FAILED TO TRUE
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           IF NOT BUNDLE-FILE-FAILED
              OPEN INPUT SIGNATURE-ARCHIVE-FILE
              IF SIGNATURE-ARCHIVE-STATUS = "00"
                 PERFORM BUNDLE-DOCUMENT-SIGNATURES
                    VARYING DOC-IDX FROM 1 BY 1
                    UNTIL DOC-IDX > DOC-COUNT
                 CLOSE SIGNATURE-ARCHIVE-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN SIGNATURE-ARCHIVE-FILE, "
                    "STATUS: " SIGNATURE-ARCHIVE-STATUS
                 IF SIGNATURE-ARCHIVE-STATUS = "05"
                    CLOSE SIGNATURE-ARCHIVE-FILE
                 END-IF
                 SET BUNDLE-FILE-FAILED TO TRUE
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           IF BUNDLE-FILE-FAILED
              DISPLAY "*** BUNDLE FOR PARTNER "
                 PT-PARTNER-ID(PARTNER-IDX)
                 " NOT COMPLETED - NOTHING LOGGED"
           ELSE
              PERFORM FINISH-PARTNER-BUNDLE
           END-IF.

       FINISH-PARTNER-BUNDLE.
           PERFORM COUNT-BUNDLE-DOCUMENT
              VARYING DOC-IDX FROM 1 BY 1
              UNTIL DOC-IDX > DOC-COUNT.
           MOVE SPACES TO BUNDLE-TRAILER-RECORD.
           MOVE "TRL " TO BNT-RECORD-TAG.
           MOVE BUNDLE-DOC-COUNT TO BNT-DOC-COUNT.
           MOVE BUNDLE-HASH-TOTAL TO BNT-HASH-TOTAL.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO BNT-PARTNER-ID.
           WRITE BUNDLE-TRAILER-RECORD.
           ADD 1 TO BUNDLES-WRITTEN.
           DISPLAY "PARTNER " PT-PARTNER-ID(PARTNER-IDX)
              " BUNDLED " BUNDLE-DOC-COUNT " DOCUMENTS HASH "
              BUNDLE-HASH-TOTAL " FOR "
              FUNCTION TRIM(PT-DEST-DATASET(PARTNER-IDX) TRAILING).

       BUNDLE-ONE-ENCRYPTED-RECORD.
           READ ENCRYPTED-DOCUMENT-FILE
              AT END MOVE "Y" TO ENC-EOF-SW
              NOT AT END
                 MOVE ENC-DOC-KEY TO SEARCH-DOC-KEY
                 PERFORM FIND-DOCUMENT
                 IF ENTRY-FOUND
                    IF DT-IN-BUNDLE(DOC-IDX)
                       MOVE SPACES TO BUNDLE-RECORD
                       MOVE "ENC " TO BND-RECORD-TAG
                       MOVE ENCRYPTED-DOCUMENT-RECORD TO BND-PAYLOAD
                       PERFORM WRITE-BUNDLE-DETAIL
                    END-IF
                 END-IF
           END-READ.

      *    THE SIGNATURE RECORD GOES OUT WITHOUT THE ARCHIVE KEY -
      *    THE LAYOUT PARTNERS HAVE ALWAYS RECEIVED.
       BUNDLE-DOCUMENT-SIGNATURES.
           IF DT-IN-BUNDLE(DOC-IDX)
              PERFORM START-DOCUMENT-SIGNATURES
              PERFORM BUNDLE-ONE-SIGNATURE-RECORD
                 WITH TEST BEFORE
                 UNTIL ARCHIVE-AT-END
           END-IF.

       BUNDLE-ONE-SIGNATURE-RECORD.
           PERFORM READ-DOCUMENT-SIGNATURE.
           IF NOT ARCHIVE-AT-END
              MOVE SPACES TO BUNDLE-RECORD
              MOVE "SIG " TO BND-RECORD-TAG
              MOVE SARC-SIGNATURE-RECORD TO BND-PAYLOAD
              PERFORM WRITE-BUNDLE-DETAIL
           END-IF.

      *    EVERY ENC AND SIG RECORD FEEDS THE HASH WITH ITS TRIMMED
      *    LENGTH; THE 9(9) FIELD WRAPS, GIVING THE MODULO-10**9
      *    TOTAL.
       WRITE-BUNDLE-DETAIL.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO BND-PARTNER-ID.
           MOVE SEARCH-DOC-KEY TO BND-DOC-KEY.
           MOVE 0 TO TRAIL-SPACE-COUNT.
           INSPECT FUNCTION REVERSE(BUNDLE-RECORD)
              TALLYING TRAIL-SPACE-COUNT FOR LEADING SPACES.
           COMPUTE BUNDLE-RECORD-LEN =
              LENGTH OF BUNDLE-RECORD - TRAIL-SPACE-COUNT.
           ADD BUNDLE-RECORD-LEN TO BUNDLE-HASH-TOTAL.
           WRITE BUNDLE-RECORD.

       COUNT-BUNDLE-DOCUMENT.
           IF DT-IN-BUNDLE(DOC-IDX)
              ADD 1 TO BUNDLE-DOC-COUNT
              PERFORM LOG-BUNDLED-DOCUMENT
           END-IF.

      *    A DOCUMENT ALREADY LOGGED FOR THIS PARTNER (A SAME-DAY
      *    REBUILD) IS REWRITTEN IN PLACE AS SENT AGAIN.
       LOG-BUNDLED-DOCUMENT.
           MOVE SPACES TO TRANSMISSION-LOG-RECORD.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO XLG-PARTNER-ID.
           MOVE DT-DOC-KEY(DOC-IDX) TO XLG-DOC-KEY.
           MOVE TODAY-DATE-X TO XLG-RUN-DATE.
           MOVE BUNDLE-TIMESTAMP TO XLG-SENT-TIMESTAMP.
           MOVE PT-DEST-DATASET(PARTNER-IDX) TO XLG-DEST-DATASET.
           MOVE "SENT" TO XLG-DELIVERY-STATUS.
           MOVE BUNDLE-TIMESTAMP TO XLG-STATUS-TIMESTAMP.
           WRITE TRANSMISSION-LOG-RECORD
              INVALID KEY
                 REWRITE TRANSMISSION-LOG-RECORD
                    INVALID KEY
                       DISPLAY "*** UNABLE TO LOG " XLG-PARTNER-ID
                          " " XLG-DOC-KEY ", STATUS: "
                          TRANSMISSION-LOG-STATUS
                       SET RUN-HAD-FAILURE TO TRUE
                    NOT INVALID KEY
                       ADD 1 TO DOCUMENTS-LOGGED
                 END-REWRITE
              NOT INVALID KEY
                 ADD 1 TO DOCUMENTS-LOGGED
           END-WRITE.

      *    LOOK FOR A RUN-CONTROL RECORD STAMPED BY A COMPLETED RUN
      *    OF THIS STEP TODAY. RECORDS FROM EARLIER DATES ARE STALE
      *    AND IGNORED, SO TOMORROW'S RUN NEEDS NO OPERATOR CLEANUP.
       CHECK-RUN-CONTROL.
           MOVE "N" TO STEP-DONE-SW.
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS = "00"
              MOVE "N" TO RUNCTL-EOF-SW
              PERFORM READ-NEXT-RUN-CONTROL
                 WITH TEST BEFORE
                 UNTIL RUN-CONTROL-EOF OR STEP-ALREADY-DONE
              CLOSE RUN-CONTROL-FILE
           ELSE
              IF RUN-CONTROL-STATUS = "05"
                 CLOSE RUN-CONTROL-FILE
              END-IF
           END-IF.

       READ-NEXT-RUN-CONTROL.
           READ RUN-CONTROL-FILE
              AT END MOVE "Y" TO RUNCTL-EOF-SW
              NOT AT END
                 IF RCTL-RUN-DATE = TODAY-DATE-X
                    AND RCTL-STEP-ID = RCTL-MY-STEP-ID
                    MOVE "Y" TO STEP-DONE-SW
                 END-IF
           END-READ.

      *    STAMP THIS STEP COMPLETE FOR TODAY SO A RERUN OF THE SUITE
      *    CAN FAST-FORWARD PAST IT.
       STAMP-RUN-CONTROL.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF RUN-CONTROL-STATUS NOT = "00"
              AND RUN-CONTROL-STATUS NOT = "05"
              OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           IF RUN-CONTROL-STATUS = "00"
              OR RUN-CONTROL-STATUS = "05"
              MOVE SPACES TO RUN-CONTROL-RECORD
              MOVE TODAY-DATE-X TO RCTL-RUN-DATE
              MOVE RCTL-MY-STEP-ID TO RCTL-STEP-ID
              MOVE FUNCTION CURRENT-DATE TO RCTL-TIMESTAMP
              WRITE RUN-CONTROL-RECORD
              CLOSE RUN-CONTROL-FILE
           ELSE
              DISPLAY "*** UNABLE TO STAMP RUN-CONTROL-FILE, "
                 "STATUS: " RUN-CONTROL-STATUS
           END-IF.

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
