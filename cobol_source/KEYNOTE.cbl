       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. key-change-notify.
      *****************************
      *    Tells our partners about changes to the keys that sign
      *    their extracts. A partner that verifies our signatures
      *    needs the new public key and its effective date before the
      *    first extract is signed with it; until now that went out
      *    by hand, and a partner that was never told rejects the
      *    night's files.
      *    - driven by the approved changes on KEY-CHANGE-AUDIT-FILE
      *      (every record there was applied by a second user's
      *      APPROVE in key-registry-maint): ROTATE, ADD and RETIRE.
      *      STATUS changes are not announced. A ROTATE or ADD whose
      *      key is no longer in service on KEY-REGISTRY-FILE
      *      (status not active, or expired) is passed over.
      *    - the partners affected are found through SIGNING-MAP-FILE
      *      (extract -> signing key) and PARTNER-EXTRACT-MAP-FILE
      *      (extract -> partner): a partner is affected by a change
      *      when one of its extracts is signed with the key the
      *      change introduces, or with the key it replaces or
      *      retires. A RETIRE also reaches every partner already
      *      told of the retired key, since the map has usually moved
      *      on to the successor by then.
      *    - each affected partner gets one section on
      *      KEY-NOTICE-FILE, in the partner-bundle style: an "HDR "
      *      record naming the partner, cycle date, PARTNER-MASTER-
      *      FILE destination and contact; one "KEY " notice per
      *      change - action, new key name, public key label, the
      *      public key token exported by ICSF CSNDPKX (hex-encoded,
      *      as signatures are), effective date, and the key replaced
      *      or retired with the last date it is used; and a "TRL "
      *      trailer carrying the notice count and hash total.
      *    - every notice sent is recorded on the indexed
      *      KEY-NOTICE-LEDGER-FILE (KEYNTLG) with the business date
      *      and timestamp, so each partner is told of each change
      *      once; the preflight reads the ledger to prove a partner
      *      knows the key that will sign its extracts tonight. A
      *      same-day rerun rebuilds that day's notices whole and
      *      rewrites their ledger records in place.
      *    - a partner with no destination on the partner master, or
      *      a notice whose public key cannot be exported, stops that
      *      partner's section whole - nothing written, nothing
      *      ledgered - so the next run tries again; the other
      *      partners are still notified.
      *    RETURN-CODE: 0 every notice due was sent (or none was
      *    due), 8 one or more partners' notices stopped, 16 a
      *    required file would not open or the ledger could not be
      *    written.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL KEY-CHANGE-AUDIT-FILE ASSIGN TO KEYAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHANGE-AUDIT-STATUS.

           SELECT SIGNING-MAP-FILE ASSIGN TO SIGNMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIGNING-MAP-STATUS.

           SELECT PARTNER-EXTRACT-MAP-FILE ASSIGN TO PTRXMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-XMAP-STATUS.

           SELECT PARTNER-MASTER-FILE ASSIGN TO PRTMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-MASTER-STATUS.

           SELECT OPTIONAL KEY-REGISTRY-FILE ASSIGN TO KEYREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KREG-KEY-NAME
              FILE STATUS IS KEY-REGISTRY-STATUS.

           SELECT KEY-NOTICE-FILE ASSIGN TO KEYNOTC
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS KEY-NOTICE-STATUS.

           SELECT OPTIONAL KEY-NOTICE-LEDGER-FILE ASSIGN TO KEYNTLG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KNL-KEY
              FILE STATUS IS NOTICE-LEDGER-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    LAYOUT AS WRITTEN BY key-registry-maint.
       FD  KEY-CHANGE-AUDIT-FILE.
       01  KEY-CHANGE-AUDIT-RECORD.
           05 KCA-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 KCA-REQUESTED-BY         PIC X(20).
           05 FILLER                   PIC X(1).
           05 KCA-APPROVED-BY          PIC X(20).
           05 FILLER                   PIC X(1).
           05 KCA-ACTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 KCA-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 KCA-NEW-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 KCA-PRIV-LABEL           PIC X(64).
           05 FILLER                   PIC X(1).
           05 KCA-PUB-LABEL            PIC X(64).
           05 FILLER                   PIC X(1).
           05 KCA-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 KCA-EXPIRES-DATE         PIC X(8).
           05 FILLER                   PIC X(1).
           05 KCA-STATUS               PIC X(1).
           05 FILLER                   PIC X(1).
           05 KCA-CHAIN-SEQ            PIC 9(9).
           05 FILLER                   PIC X(1).
           05 KCA-CHAIN-HASH           PIC X(64).

      *    LAYOUT AS READ BY extract-sign-bridge, PLUS THE FIFTH
      *    FIELD (ENCRYPTION KEY NAME). ONLY THE SIGNING KEY MATTERS
      *    HERE - IT IS THE ONE PARTNERS VERIFY AGAINST.
       FD  SIGNING-MAP-FILE.
       01  SIGNING-MAP-RECORD.
           05 MAP-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 MAP-FAMILY               PIC X(1).
           05 FILLER                   PIC X(1).
           05 MAP-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 MAP-ENC-KEY-NAME         PIC X(16).

      *    LAYOUT AS READ BY partner-bundle: ONE RECORD PER
      *    EXTRACT/PARTNER PAIR.
       FD  PARTNER-EXTRACT-MAP-FILE.
       01  PARTNER-EXTRACT-MAP-RECORD.
           05 XMP-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 XMP-PARTNER-ID           PIC X(8).

      *    LAYOUT AS READ BY partner-ack-intake: ONE RECORD PER
      *    PARTNER KEY NAME, THE DESTINATION REPEATED ON EACH.
       FD  PARTNER-MASTER-FILE.
       01  PARTNER-MASTER-RECORD.
           05 PTR-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 PTR-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 PTR-CONTACT              PIC X(40).
           05 FILLER                   PIC X(1).
           05 PTR-DEST-DATASET        PIC X(44).
           05 FILLER                   PIC X(1).
           05 PTR-ACK-DAYS             PIC X(2).
           05 FILLER                   PIC X(1).
           05 PTR-SIGN-FAMILY          PIC X(1).

      *    LAYOUT AS MAINTAINED BY key-registry-maint.
       FD  KEY-REGISTRY-FILE.
       01  KEY-REGISTRY-RECORD.
           05 KREG-KEY-NAME            PIC X(16).
           05 KREG-PRIV-KEY-LABEL      PIC X(64).
           05 KREG-PUB-KEY-LABEL       PIC X(64).
           05 KREG-EFFECTIVE-DATE      PIC X(8).
           05 KREG-EXPIRES-DATE        PIC X(8).
           05 KREG-STATUS              PIC X(1).
              88 KREG-KEY-ACTIVE       VALUE "A" SPACE.

      *    ONE SECTION PER PARTNER: HDR, ONE KEY RECORD PER CHANGE,
      *    TRL.
       FD  KEY-NOTICE-FILE.
       01  KEY-NOTICE-RECORD.
           05 KNT-RECORD-TAG           PIC X(4).
           05 KNT-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNT-ACTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNT-NEW-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 KNT-EFFECTIVE-DATE       PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNT-OLD-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 KNT-OLD-KEY-STOP-DATE    PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNT-PUB-KEY-LABEL        PIC X(64).
           05 FILLER                   PIC X(1).
           05 KNT-TOKEN-LENGTH         PIC 9(5).
           05 FILLER                   PIC X(1).
           05 KNT-TOKEN-HEX            PIC X(5000).
       01  KEY-NOTICE-HEADER-RECORD.
           05 KNH-RECORD-TAG           PIC X(4).
           05 KNH-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNH-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 KNH-DEST-DATASET         PIC X(44).
           05 FILLER                   PIC X(1).
           05 KNH-CONTACT              PIC X(40).
      *    TRAILER: COUNT AT 5-13 AND HASH AT 15-23, AS ON THE
      *    OUTBOUND BUNDLE TRAILER.
       01  KEY-NOTICE-TRAILER-RECORD.
           05 KNX-RECORD-TAG           PIC X(4).
           05 KNX-NOTICE-COUNT         PIC 9(9).
           05 FILLER                   PIC X(1).
           05 KNX-HASH-TOTAL           PIC 9(9).
           05 FILLER                   PIC X(1).
           05 KNX-PARTNER-ID           PIC X(8).

       FD  KEY-NOTICE-LEDGER-FILE.
       01  KEY-NOTICE-LEDGER-RECORD.
           COPY KEYNTLG.

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 NOTICE-TIMESTAMP PIC X(21).

      * DATE WORK FOR THE OLD KEY'S LAST DAY WHEN THE REGISTRY DOES
      * NOT SAY - THE DAY BEFORE THE SUCCESSOR TAKES OVER, AS
      * key-registry-maint END-DATES IT.
       01 DATE-WORK.
           05 DATE-NUM PIC 9(8).
           05 DATE-INT PIC S9(9) COMP.
           05 PRIOR-DATE-NUM PIC 9(8).
           05 PRIOR-DATE-X REDEFINES PRIOR-DATE-NUM PIC X(8).

      * PARTNERS, FROM THE PARTNER MASTER AND FROM THE EXTRACT MAP.
      * A PARTNER ONLY THE MAP NAMES HAS NO DESTINATION AND IS
      * STOPPED IF A NOTICE IS DUE TO IT.
       01 PARTNER-COUNT PIC S9(4) COMP VALUE 0.
       01 PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
              10 PT-PARTNER-ID         PIC X(8).
              10 PT-DEST-DATASET       PIC X(44).
              10 PT-CONTACT            PIC X(40).
              10 PT-ON-MASTER-SW       PIC X(1).
                 88 PT-ON-MASTER               VALUE "Y".
              10 PT-STOPPED-SW         PIC X(1).
                 88 PT-NOTICES-STOPPED         VALUE "Y".
       01 PARTNER-IDX PIC S9(4) COMP.
       01 FOUND-PARTNER-IDX PIC S9(4) COMP.
       01 SEARCH-PARTNER-ID PIC X(8).

      * EXTRACT -> SIGNING KEY, FROM THE SIGNING MAP.
       01 SMAP-COUNT PIC S9(4) COMP VALUE 0.
       01 SMAP-TABLE.
           05 SMAP-ENTRY OCCURS 200 TIMES.
              10 SM-EXTRACT-NAME       PIC X(8).
              10 SM-KEY-NAME           PIC X(16).
       01 SMAP-IDX PIC S9(4) COMP.

      * EXTRACT -> PARTNER, WITH THE EXTRACT'S SIGNING KEY.
       01 XMAP-COUNT PIC S9(4) COMP VALUE 0.
       01 XMAP-TABLE.
           05 XMAP-ENTRY OCCURS 200 TIMES.
              10 XM-EXTRACT-NAME       PIC X(8).
              10 XM-PARTNER-IDX        PIC S9(4) COMP.
              10 XM-KEY-NAME           PIC X(16).
       01 XMAP-IDX PIC S9(4) COMP.

      * THE APPROVED CHANGES STILL WORTH ANNOUNCING. CH-NOTICE-KEY
      * IS THE KEY THE NOTICE IS ABOUT (AND THE LEDGER KEY);
      * CH-OLD-KEY-NAME THE KEY IT REPLACES OR RETIRES.
       01 CHANGE-COUNT PIC S9(4) COMP VALUE 0.
       01 CHANGE-TABLE.
           05 CHANGE-ENTRY OCCURS 200 TIMES.
              10 CH-CHANGE-SEQ         PIC 9(9).
              10 CH-ACTION             PIC X(8).
              10 CH-NOTICE-KEY         PIC X(16).
              10 CH-OLD-KEY-NAME       PIC X(16).
              10 CH-PUB-LABEL          PIC X(64).
              10 CH-EFFECTIVE-DATE     PIC X(8).
              10 CH-OLD-STOP-DATE      PIC X(8).
       01 CHANGE-IDX PIC S9(4) COMP.

      * THE NOTICES DUE TO THE PARTNER IN HAND, WITH THEIR EXPORTED
      * PUBLIC KEY TOKENS, HELD UNTIL THE WHOLE SECTION IS PROVEN.
       01 PENDING-NOTICE-COUNT PIC S9(4) COMP.
       01 PENDING-NOTICE-TABLE.
           05 PENDING-NOTICE OCCURS 20 TIMES.
              10 PN-CHANGE-IDX         PIC S9(4) COMP.
              10 PN-TOKEN-LENGTH       PIC 9(5).
              10 PN-TOKEN-HEX          PIC X(5000).
       01 NOTICE-IDX PIC S9(4) COMP.

      ************* CSNDPKX PKA PUBLIC KEY EXTRACT PARAMETERS *********
       01 PKX-REC.
           05 RETURN-CODE-S PIC 9(08) COMP.
           05 REASON-CODE-S PIC 9(08) COMP.
           05 EXIT-DATA-LENGTH-S PIC 9(08) COMP.
           05 EXIT-DATA-S PIC X(04).
           05 RULE-ARRAY-COUNT-S PIC 9(08) COMP.
           05 RULE-ARRAY-S PIC X(08).
           05 SOURCE-KEY-ID-LENGTH PIC 9(08) COMP.
           05 SOURCE-KEY-ID PIC X(64).
           05 PUBLIC-TOKEN-LENGTH PIC 9(08) COMP.
           05 PUBLIC-TOKEN PIC X(2500).

       01 CURRENT-OPERATION-NAME PIC X(30).
       01 ICSF-ERROR-SW PIC X(1) VALUE "N".
          88 ICSF-CALL-FAILED VALUE "Y".

      * HEX ENCODING WORK FIELDS - SAME CONVENTION AS THE SIGNATURE
      * ARCHIVE (TWO CHARACTERS PER BYTE, 0-9 A-F)
       01 HEX-DIGIT-TABLE PIC X(16) VALUE "0123456789ABCDEF".
       01 HEX-WORK.
           05 HEX-BYTE-IDX PIC 9(5) COMP.
           05 HEX-BYTE-COUNT PIC 9(5) COMP.
           05 HEX-POS PIC 9(5) COMP.
           05 HEX-BYTE-VALUE PIC 9(4) COMP.
           05 HEX-HIGH PIC 9(4) COMP.
           05 HEX-LOW PIC 9(4) COMP.

      * THE SECTION BEING WRITTEN
       01 SECTION-NOTICE-COUNT PIC 9(9).
       01 SECTION-HASH-TOTAL PIC 9(9).
       01 NOTICE-RECORD-LEN PIC S9(8) COMP.
       01 TRAIL-SPACE-COUNT PIC S9(8) COMP.

      * RUN TOTALS
       01 NOTICE-TOTALS.
           05 CHANGES-READ PIC 9(9) VALUE 0.
           05 CHANGES-PASSED-OVER PIC 9(9) VALUE 0.
           05 NOTICES-ALREADY-SENT PIC 9(9) VALUE 0.
           05 NOTICES-WRITTEN PIC 9(9) VALUE 0.
           05 SECTIONS-WRITTEN PIC 9(9) VALUE 0.
           05 SECTIONS-STOPPED PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 CHANGE-AUDIT-STATUS PIC X(2).
       01 SIGNING-MAP-STATUS PIC X(2).
       01 PARTNER-XMAP-STATUS PIC X(2).
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 KEY-REGISTRY-STATUS PIC X(2).
       01 KEY-NOTICE-STATUS PIC X(2).
       01 NOTICE-LEDGER-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 AUDIT-EOF-SW          PIC X(1) VALUE "N".
              88 AUDIT-AT-END               VALUE "Y".
           05 MAP-EOF-SW            PIC X(1) VALUE "N".
              88 MAP-FILE-AT-END            VALUE "Y".
           05 XMAP-EOF-SW           PIC X(1) VALUE "N".
              88 XMAP-AT-END                VALUE "Y".
           05 MASTER-EOF-SW         PIC X(1) VALUE "N".
              88 MASTER-AT-END              VALUE "Y".
           05 FOUND-SW              PIC X(1) VALUE "N".
              88 ENTRY-FOUND                VALUE "Y".
           05 AUDIT-FILE-SW         PIC X(1) VALUE "N".
              88 AUDIT-FILE-OPEN            VALUE "Y".
           05 REGISTRY-FILE-SW      PIC X(1) VALUE "N".
              88 REGISTRY-FILE-OPEN         VALUE "Y".
           05 LEDGER-FILE-SW        PIC X(1) VALUE "N".
              88 LEDGER-FILE-OPEN           VALUE "Y".
           05 KEY-FOUND-SW          PIC X(1) VALUE "N".
              88 REGISTRY-RECORD-FOUND      VALUE "Y".
           05 LEDGER-FOUND-SW       PIC X(1) VALUE "N".
              88 LEDGER-RECORD-FOUND        VALUE "Y".
           05 PASSED-OVER-SW        PIC X(1) VALUE "N".
              88 CHANGE-PASSED-OVER         VALUE "Y".
           05 AFFECTED-SW           PIC X(1) VALUE "N".
              88 PARTNER-AFFECTED           VALUE "Y".
           05 STOPPED-SW            PIC X(1) VALUE "N".
              88 NOTICES-WERE-STOPPED       VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              MOVE FUNCTION CURRENT-DATE TO NOTICE-TIMESTAMP
              MOVE TODAY-DATE-X TO NOTICE-TIMESTAMP(1:8)
              PERFORM LOAD-PARTNER-MASTER
              PERFORM LOAD-SIGNING-MAP
              PERFORM LOAD-PARTNER-EXTRACT-MAP
              PERFORM LOAD-KEY-CHANGES
              PERFORM NOTIFY-ONE-PARTNER
                 VARYING PARTNER-IDX FROM 1 BY 1
                 UNTIL PARTNER-IDX > PARTNER-COUNT
                    OR RUN-HAD-FAILURE
              DISPLAY "KEY CHANGES READ: " CHANGES-READ
                 "  PASSED OVER (KEY OUT OF SERVICE): "
                 CHANGES-PASSED-OVER
              DISPLAY "NOTICES WRITTEN: " NOTICES-WRITTEN
                 "  ALREADY SENT: " NOTICES-ALREADY-SENT
              DISPLAY "PARTNER SECTIONS WRITTEN: " SECTIONS-WRITTEN
                 "  STOPPED: " SECTIONS-STOPPED
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF NOTICES-WERE-STOPPED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           STOP RUN.

      *    THE NOTICE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
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
      *    NO CHANGE TRAIL YET MEANS NO CHANGE TO ANNOUNCE.
           OPEN INPUT KEY-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS = "00"
              OR CHANGE-AUDIT-STATUS = "05"
              MOVE "Y" TO AUDIT-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN KEY-CHANGE-AUDIT-FILE, "
                 "STATUS: " CHANGE-AUDIT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN INPUT SIGNING-MAP-FILE.
           IF SIGNING-MAP-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN SIGNING-MAP-FILE, "
                 "STATUS: " SIGNING-MAP-STATUS
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

           OPEN INPUT KEY-REGISTRY-FILE.
           IF KEY-REGISTRY-STATUS = "00"
              OR KEY-REGISTRY-STATUS = "05"
              MOVE "Y" TO REGISTRY-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN KEY-REGISTRY-FILE, "
                 "STATUS: " KEY-REGISTRY-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT KEY-NOTICE-FILE.
           IF KEY-NOTICE-STATUS NOT = "00"
              AND KEY-NOTICE-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN KEY-NOTICE-FILE, "
                 "STATUS: " KEY-NOTICE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    I-O SO A RERUN CAN REWRITE ITS OWN RECORDS; AN OPTIONAL
      *    LEDGER NOT PRESENT YET OPENS EMPTY WITH STATUS 05 AND IS
      *    CREATED ON FIRST WRITE.
           OPEN I-O KEY-NOTICE-LEDGER-FILE.
           IF NOTICE-LEDGER-STATUS = "00"
              OR NOTICE-LEDGER-STATUS = "05"
              MOVE "Y" TO LEDGER-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN KEY-NOTICE-LEDGER-FILE, "
                 "STATUS: " NOTICE-LEDGER-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           IF AUDIT-FILE-OPEN
              CLOSE KEY-CHANGE-AUDIT-FILE
           END-IF.
           CLOSE SIGNING-MAP-FILE.
           CLOSE PARTNER-EXTRACT-MAP-FILE.
           CLOSE PARTNER-MASTER-FILE.
           IF REGISTRY-FILE-OPEN
              CLOSE KEY-REGISTRY-FILE
           END-IF.
           CLOSE KEY-NOTICE-FILE.
           IF LEDGER-FILE-OPEN
              CLOSE KEY-NOTICE-LEDGER-FILE
           END-IF.

      *    THE FIRST RECORD FOR A PARTNER SUPPLIES ITS DESTINATION
      *    AND CONTACT.
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
                       MOVE PTR-CONTACT
                          TO PT-CONTACT(FOUND-PARTNER-IDX)
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
                 MOVE SPACES TO PT-CONTACT(FOUND-PARTNER-IDX)
                 MOVE "N" TO PT-ON-MASTER-SW(FOUND-PARTNER-IDX)
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

       LOAD-SIGNING-MAP.
           MOVE "N" TO MAP-EOF-SW.
           PERFORM LOAD-ONE-SIGNING-MAP-RECORD
              WITH TEST BEFORE
              UNTIL MAP-FILE-AT-END.

       LOAD-ONE-SIGNING-MAP-RECORD.
           READ SIGNING-MAP-FILE
              AT END MOVE "Y" TO MAP-EOF-SW
              NOT AT END
                 IF MAP-EXTRACT-NAME(1:1) NOT = "*"
                    AND MAP-EXTRACT-NAME NOT = SPACES
                    IF SMAP-COUNT < 200
                       ADD 1 TO SMAP-COUNT
                       MOVE MAP-EXTRACT-NAME
                          TO SM-EXTRACT-NAME(SMAP-COUNT)
                       MOVE MAP-KEY-NAME TO SM-KEY-NAME(SMAP-COUNT)
                    ELSE
                       DISPLAY "*** SIGNING MAP FULL - "
                          MAP-EXTRACT-NAME " NOT LOADED"
                    END-IF
                 END-IF
           END-READ.

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

      *    THE EXTRACT'S SIGNING KEY RIDES WITH THE MAPPING; AN
      *    EXTRACT NOT ON THE SIGNING MAP IS SIGNED WITH NOTHING AND
      *    AFFECTS NOBODY.
       ADD-XMAP-ENTRY.
           IF XMAP-COUNT < 200
              ADD 1 TO XMAP-COUNT
              MOVE XMP-EXTRACT-NAME TO XM-EXTRACT-NAME(XMAP-COUNT)
              MOVE FOUND-PARTNER-IDX TO XM-PARTNER-IDX(XMAP-COUNT)
              MOVE SPACES TO XM-KEY-NAME(XMAP-COUNT)
              PERFORM FIND-EXTRACT-SIGNING-KEY
                 VARYING SMAP-IDX FROM 1 BY 1
                 UNTIL SMAP-IDX > SMAP-COUNT
           ELSE
              DISPLAY "*** EXTRACT MAP FULL - " XMP-EXTRACT-NAME
                 " TO " XMP-PARTNER-ID " NOT LOADED"
           END-IF.

       FIND-EXTRACT-SIGNING-KEY.
           IF SM-EXTRACT-NAME(SMAP-IDX) = XMP-EXTRACT-NAME
              MOVE SM-KEY-NAME(SMAP-IDX) TO XM-KEY-NAME(XMAP-COUNT)
           END-IF.

      *    EVERY APPROVED ROTATE, ADD AND RETIRE ON THE TRAIL, WITH
      *    THE DATES THE REGISTRY NOW HOLDS FOR THE KEYS INVOLVED.
       LOAD-KEY-CHANGES.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE "N" TO AUDIT-EOF-SW
              PERFORM LOAD-ONE-KEY-CHANGE
                 WITH TEST BEFORE
                 UNTIL AUDIT-AT-END OR RUN-HAD-FAILURE
           END-IF.

       LOAD-ONE-KEY-CHANGE.
           READ KEY-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO AUDIT-EOF-SW
              NOT AT END
                 IF KCA-ACTION = "ROTATE" OR "ADD" OR "RETIRE"
                    ADD 1 TO CHANGES-READ
                    PERFORM ADD-KEY-CHANGE
                 END-IF
           END-READ.

       ADD-KEY-CHANGE.
           IF CHANGE-COUNT NOT < 200
              DISPLAY "*** KEY CHANGE TABLE FULL - " KCA-ACTION " "
                 KCA-KEY-NAME " NOT LOADED"
              SET RUN-HAD-FAILURE TO TRUE
           ELSE
              ADD 1 TO CHANGE-COUNT
              MOVE KCA-CHAIN-SEQ TO CH-CHANGE-SEQ(CHANGE-COUNT)
              MOVE KCA-ACTION TO CH-ACTION(CHANGE-COUNT)
              MOVE KCA-PUB-LABEL TO CH-PUB-LABEL(CHANGE-COUNT)
              MOVE KCA-EFFECTIVE-DATE
                 TO CH-EFFECTIVE-DATE(CHANGE-COUNT)
              MOVE SPACES TO CH-OLD-KEY-NAME(CHANGE-COUNT)
              MOVE SPACES TO CH-OLD-STOP-DATE(CHANGE-COUNT)
              EVALUATE KCA-ACTION
                 WHEN "ROTATE"
                    MOVE KCA-NEW-KEY-NAME
                       TO CH-NOTICE-KEY(CHANGE-COUNT)
                    MOVE KCA-KEY-NAME
                       TO CH-OLD-KEY-NAME(CHANGE-COUNT)
                 WHEN "ADD"
                    MOVE KCA-KEY-NAME TO CH-NOTICE-KEY(CHANGE-COUNT)
                 WHEN OTHER
                    MOVE KCA-KEY-NAME TO CH-NOTICE-KEY(CHANGE-COUNT)
                    MOVE KCA-KEY-NAME
                       TO CH-OLD-KEY-NAME(CHANGE-COUNT)
                    MOVE SPACES TO CH-EFFECTIVE-DATE(CHANGE-COUNT)
                    MOVE SPACES TO CH-PUB-LABEL(CHANGE-COUNT)
              END-EVALUATE
              PERFORM SETTLE-CHANGE-DATES
           END-IF.

      *    A ROTATE OR ADD IS ONLY WORTH ANNOUNCING WHILE ITS KEY IS
      *    IN SERVICE; THE REGISTRY ALSO SUPPLIES A PUBLIC LABEL THE
      *    CHANGE DID NOT CARRY. THE OLD KEY'S LAST DAY IS THE EXPIRY
      *    THE REGISTRY GAVE IT.
       SETTLE-CHANGE-DATES.
           MOVE "N" TO PASSED-OVER-SW.
           IF CH-ACTION(CHANGE-COUNT) NOT = "RETIRE"
              MOVE CH-NOTICE-KEY(CHANGE-COUNT) TO KREG-KEY-NAME
              PERFORM READ-REGISTRY-RECORD
              IF REGISTRY-RECORD-FOUND
                 IF CH-PUB-LABEL(CHANGE-COUNT) = SPACES
                    MOVE KREG-PUB-KEY-LABEL
                       TO CH-PUB-LABEL(CHANGE-COUNT)
                 END-IF
                 IF NOT KREG-KEY-ACTIVE
                    OR (KREG-EXPIRES-DATE IS NUMERIC
                        AND KREG-EXPIRES-DATE < TODAY-DATE-X)
                    MOVE "Y" TO PASSED-OVER-SW
                 END-IF
              ELSE
                 MOVE "Y" TO PASSED-OVER-SW
              END-IF
           END-IF.

           IF CHANGE-PASSED-OVER
              PERFORM PASS-OVER-KEY-CHANGE
           ELSE
              PERFORM SETTLE-OLD-KEY-STOP-DATE
           END-IF.

       SETTLE-OLD-KEY-STOP-DATE.
           IF CH-OLD-KEY-NAME(CHANGE-COUNT) NOT = SPACES
              MOVE CH-OLD-KEY-NAME(CHANGE-COUNT) TO KREG-KEY-NAME
              PERFORM READ-REGISTRY-RECORD
              IF REGISTRY-RECORD-FOUND
                 AND KREG-EXPIRES-DATE IS NUMERIC
                 MOVE KREG-EXPIRES-DATE
                    TO CH-OLD-STOP-DATE(CHANGE-COUNT)
              ELSE
                 IF CH-ACTION(CHANGE-COUNT) = "ROTATE"
                    AND CH-EFFECTIVE-DATE(CHANGE-COUNT) IS NUMERIC
                    MOVE CH-EFFECTIVE-DATE(CHANGE-COUNT) TO DATE-NUM
                    COMPUTE DATE-INT =
                       FUNCTION INTEGER-OF-DATE(DATE-NUM) - 1
                    COMPUTE PRIOR-DATE-NUM =
                       FUNCTION DATE-OF-INTEGER(DATE-INT)
                    MOVE PRIOR-DATE-X
                       TO CH-OLD-STOP-DATE(CHANGE-COUNT)
                 ELSE
                    MOVE KCA-TIMESTAMP(1:8)
                       TO CH-OLD-STOP-DATE(CHANGE-COUNT)
                 END-IF
              END-IF
           END-IF.

       PASS-OVER-KEY-CHANGE.
           DISPLAY "KEY CHANGE " CH-CHANGE-SEQ(CHANGE-COUNT) " "
              CH-ACTION(CHANGE-COUNT) " "
              CH-NOTICE-KEY(CHANGE-COUNT)
              " - KEY NO LONGER IN SERVICE, NOT ANNOUNCED".
           ADD 1 TO CHANGES-PASSED-OVER.
           SUBTRACT 1 FROM CHANGE-COUNT.

       READ-REGISTRY-RECORD.
           MOVE "N" TO KEY-FOUND-SW.
           IF REGISTRY-FILE-OPEN
              READ KEY-REGISTRY-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO KEY-FOUND-SW
              END-READ
           END-IF.

      *    ONE PARTNER: GATHER EVERY NOTICE DUE TO IT, EXPORTING EACH
      *    PUBLIC KEY AS IT GOES, THEN WRITE AND LEDGER THE SECTION -
      *    OR STOP IT WHOLE.
       NOTIFY-ONE-PARTNER.
           MOVE 0 TO PENDING-NOTICE-COUNT.
           PERFORM SELECT-PARTNER-NOTICE
              VARYING CHANGE-IDX FROM 1 BY 1
              UNTIL CHANGE-IDX > CHANGE-COUNT.
           IF PENDING-NOTICE-COUNT > 0
              IF NOT PT-ON-MASTER(PARTNER-IDX)
                 DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                    " IS NOT ON THE PARTNER MASTER - NO DESTINATION"
                 MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
              END-IF
              IF PT-NOTICES-STOPPED(PARTNER-IDX)
                 DISPLAY "*** KEY NOTICES FOR PARTNER "
                    PT-PARTNER-ID(PARTNER-IDX)
                    " STOPPED - NOTHING SENT OR LEDGERED"
                 ADD 1 TO SECTIONS-STOPPED
                 MOVE "Y" TO STOPPED-SW
              ELSE
                 PERFORM WRITE-PARTNER-NOTICES
              END-IF
           END-IF.

      *    A NOTICE IS DUE WHEN THE CHANGE AFFECTS THE PARTNER AND THE
      *    LEDGER HAS NO NOTICE OF IT - OR HAS ONE FROM TODAY, WHICH A
      *    RERUN REBUILDS.
       SELECT-PARTNER-NOTICE.
           MOVE "N" TO AFFECTED-SW.
           PERFORM MATCH-PARTNER-KEY-USE
              VARYING XMAP-IDX FROM 1 BY 1
              UNTIL XMAP-IDX > XMAP-COUNT OR PARTNER-AFFECTED.
           IF NOT PARTNER-AFFECTED
              AND CH-ACTION(CHANGE-IDX) = "RETIRE"
              PERFORM CHECK-PARTNER-KNEW-KEY
           END-IF.
           IF PARTNER-AFFECTED
              MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNL-PARTNER-ID
              MOVE CH-NOTICE-KEY(CHANGE-IDX) TO KNL-KEY-NAME
              MOVE CH-ACTION(CHANGE-IDX) TO KNL-ACTION
              PERFORM READ-LEDGER-RECORD
              IF LEDGER-RECORD-FOUND
                 AND KNL-NOTICE-DATE NOT = TODAY-DATE-X
                 ADD 1 TO NOTICES-ALREADY-SENT
              ELSE
                 PERFORM ADD-PENDING-NOTICE
              END-IF
           END-IF.

       MATCH-PARTNER-KEY-USE.
           IF XM-PARTNER-IDX(XMAP-IDX) = PARTNER-IDX
              AND XM-KEY-NAME(XMAP-IDX) NOT = SPACES
              IF XM-KEY-NAME(XMAP-IDX) = CH-NOTICE-KEY(CHANGE-IDX)
                 OR XM-KEY-NAME(XMAP-IDX) = CH-OLD-KEY-NAME(CHANGE-IDX)
                 MOVE "Y" TO AFFECTED-SW
              END-IF
           END-IF.

      *    A PARTNER TOLD OF THE KEY WHEN IT WAS ROTATED IN OR ADDED
      *    IS TOLD WHEN IT IS RETIRED.
       CHECK-PARTNER-KNEW-KEY.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNL-PARTNER-ID.
           MOVE CH-NOTICE-KEY(CHANGE-IDX) TO KNL-KEY-NAME.
           MOVE "ROTATE" TO KNL-ACTION.
           PERFORM READ-LEDGER-RECORD.
           IF NOT LEDGER-RECORD-FOUND
              MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNL-PARTNER-ID
              MOVE CH-NOTICE-KEY(CHANGE-IDX) TO KNL-KEY-NAME
              MOVE "ADD" TO KNL-ACTION
              PERFORM READ-LEDGER-RECORD
           END-IF.
           IF LEDGER-RECORD-FOUND
              MOVE "Y" TO AFFECTED-SW
           END-IF.

       READ-LEDGER-RECORD.
           MOVE "N" TO LEDGER-FOUND-SW.
           IF LEDGER-FILE-OPEN
              READ KEY-NOTICE-LEDGER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY MOVE "Y" TO LEDGER-FOUND-SW
              END-READ
           END-IF.

      *    A RETIRE CARRIES NO NEW KEY TO EXPORT. A ROTATE OR ADD WITH
      *    NO PUBLIC KEY TO SEND STOPS THE PARTNER'S SECTION.
       ADD-PENDING-NOTICE.
           IF PENDING-NOTICE-COUNT NOT < 20
              DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                 " HAS MORE THAN 20 KEY NOTICES DUE - "
                 CH-ACTION(CHANGE-IDX) " "
                 CH-NOTICE-KEY(CHANGE-IDX) " HELD FOR THE NEXT RUN"
              MOVE "Y" TO STOPPED-SW
           ELSE
              ADD 1 TO PENDING-NOTICE-COUNT
              MOVE PENDING-NOTICE-COUNT TO NOTICE-IDX
              MOVE CHANGE-IDX TO PN-CHANGE-IDX(NOTICE-IDX)
              MOVE 0 TO PN-TOKEN-LENGTH(NOTICE-IDX)
              MOVE SPACES TO PN-TOKEN-HEX(NOTICE-IDX)
              IF CH-ACTION(CHANGE-IDX) NOT = "RETIRE"
                 IF CH-PUB-LABEL(CHANGE-IDX) = SPACES
                    DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                       " " CH-ACTION(CHANGE-IDX) " "
                       CH-NOTICE-KEY(CHANGE-IDX)
                       " HAS NO PUBLIC KEY LABEL TO EXPORT"
                    MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
                 ELSE
                    PERFORM EXPORT-PUBLIC-KEY
                 END-IF
              END-IF
           END-IF.

      *    THE PUBLIC HALF OF THE NEW KEY, AS A PKA PUBLIC KEY TOKEN
      *    THE PARTNER IMPORTS TO VERIFY WITH.
       EXPORT-PUBLIC-KEY.
           MOVE 0 TO EXIT-DATA-LENGTH-S.
           MOVE 0 TO RULE-ARRAY-COUNT-S.
           MOVE SPACES TO RULE-ARRAY-S.
           MOVE 64 TO SOURCE-KEY-ID-LENGTH.
           MOVE CH-PUB-LABEL(CHANGE-IDX) TO SOURCE-KEY-ID.
           MOVE LENGTH OF PUBLIC-TOKEN TO PUBLIC-TOKEN-LENGTH.
           MOVE SPACES TO PUBLIC-TOKEN.

           CALL "CSNDPKX" USING RETURN-CODE-S
                               REASON-CODE-S
                               EXIT-DATA-LENGTH-S
                               EXIT-DATA-S
                               RULE-ARRAY-COUNT-S
                               RULE-ARRAY-S
                               SOURCE-KEY-ID-LENGTH
                               SOURCE-KEY-ID
                               PUBLIC-TOKEN-LENGTH
                               PUBLIC-TOKEN.
           MOVE "CSNDPKX PUBLIC KEY EXTRACT" TO CURRENT-OPERATION-NAME.
           PERFORM CHECK-ICSF-RESULT.

           IF ICSF-CALL-FAILED
              DISPLAY "*** PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                 " " CH-ACTION(CHANGE-IDX) " "
                 CH-NOTICE-KEY(CHANGE-IDX)
                 " PUBLIC KEY NOT EXPORTED"
              MOVE "Y" TO PT-STOPPED-SW(PARTNER-IDX)
           ELSE
              PERFORM HEX-ENCODE-TOKEN
           END-IF.

      *    A FAILED EXPORT STOPS ONE PARTNER'S SECTION, NOT THE RUN.
       CHECK-ICSF-RESULT.
           IF RETURN-CODE-S = 0
              MOVE "N" TO ICSF-ERROR-SW
           ELSE
              MOVE "Y" TO ICSF-ERROR-SW
              DISPLAY "*** ICSF CALL FAILED: " CURRENT-OPERATION-NAME
              DISPLAY "    RETURN CODE: " RETURN-CODE-S
              DISPLAY "    REASON CODE: " REASON-CODE-S
           END-IF.

       HEX-ENCODE-TOKEN.
           MOVE PUBLIC-TOKEN-LENGTH TO HEX-BYTE-COUNT.
           IF HEX-BYTE-COUNT > 2500
              MOVE 2500 TO HEX-BYTE-COUNT
           END-IF.
           MOVE HEX-BYTE-COUNT TO PN-TOKEN-LENGTH(NOTICE-IDX).
           PERFORM HEX-ENCODE-TOKEN-BYTE
              VARYING HEX-BYTE-IDX FROM 1 BY 1
              UNTIL HEX-BYTE-IDX > HEX-BYTE-COUNT.

       HEX-ENCODE-TOKEN-BYTE.
           COMPUTE HEX-BYTE-VALUE =
              FUNCTION ORD(PUBLIC-TOKEN(HEX-BYTE-IDX:1)) - 1.
           DIVIDE HEX-BYTE-VALUE BY 16
              GIVING HEX-HIGH REMAINDER HEX-LOW.
           COMPUTE HEX-POS = (HEX-BYTE-IDX * 2) - 1.
           MOVE HEX-DIGIT-TABLE(HEX-HIGH + 1:1)
              TO PN-TOKEN-HEX(NOTICE-IDX)(HEX-POS:1).
           MOVE HEX-DIGIT-TABLE(HEX-LOW + 1:1)
              TO PN-TOKEN-HEX(NOTICE-IDX)(HEX-POS + 1:1).

      *    HDR, ONE KEY RECORD PER NOTICE, TRL - THEN ONE LEDGER
      *    RECORD PER NOTICE.
       WRITE-PARTNER-NOTICES.
           MOVE 0 TO SECTION-NOTICE-COUNT.
           MOVE 0 TO SECTION-HASH-TOTAL.
           MOVE SPACES TO KEY-NOTICE-HEADER-RECORD.
           MOVE "HDR " TO KNH-RECORD-TAG.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNH-PARTNER-ID.
           MOVE TODAY-DATE-X TO KNH-RUN-DATE.
           MOVE PT-DEST-DATASET(PARTNER-IDX) TO KNH-DEST-DATASET.
           MOVE PT-CONTACT(PARTNER-IDX) TO KNH-CONTACT.
           WRITE KEY-NOTICE-HEADER-RECORD.

           PERFORM WRITE-ONE-KEY-NOTICE
              VARYING NOTICE-IDX FROM 1 BY 1
              UNTIL NOTICE-IDX > PENDING-NOTICE-COUNT.

           MOVE SPACES TO KEY-NOTICE-TRAILER-RECORD.
           MOVE "TRL " TO KNX-RECORD-TAG.
           MOVE SECTION-NOTICE-COUNT TO KNX-NOTICE-COUNT.
           MOVE SECTION-HASH-TOTAL TO KNX-HASH-TOTAL.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNX-PARTNER-ID.
           WRITE KEY-NOTICE-TRAILER-RECORD.
           ADD 1 TO SECTIONS-WRITTEN.
           DISPLAY "PARTNER " PT-PARTNER-ID(PARTNER-IDX)
              " SENT " SECTION-NOTICE-COUNT " KEY NOTICES HASH "
              SECTION-HASH-TOTAL " FOR "
              FUNCTION TRIM(PT-DEST-DATASET(PARTNER-IDX) TRAILING).

           PERFORM LEDGER-ONE-KEY-NOTICE
              VARYING NOTICE-IDX FROM 1 BY 1
              UNTIL NOTICE-IDX > PENDING-NOTICE-COUNT.

      *    EVERY KEY RECORD FEEDS THE HASH WITH ITS TRIMMED LENGTH;
      *    THE 9(9) FIELD WRAPS, GIVING THE MODULO-10**9 TOTAL.
       WRITE-ONE-KEY-NOTICE.
           MOVE PN-CHANGE-IDX(NOTICE-IDX) TO CHANGE-IDX.
           MOVE SPACES TO KEY-NOTICE-RECORD.
           MOVE "KEY " TO KNT-RECORD-TAG.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNT-PARTNER-ID.
           MOVE CH-ACTION(CHANGE-IDX) TO KNT-ACTION.
           IF CH-ACTION(CHANGE-IDX) NOT = "RETIRE"
              MOVE CH-NOTICE-KEY(CHANGE-IDX) TO KNT-NEW-KEY-NAME
              MOVE CH-EFFECTIVE-DATE(CHANGE-IDX)
                 TO KNT-EFFECTIVE-DATE
              MOVE CH-PUB-LABEL(CHANGE-IDX) TO KNT-PUB-KEY-LABEL
           END-IF.
           MOVE CH-OLD-KEY-NAME(CHANGE-IDX) TO KNT-OLD-KEY-NAME.
           MOVE CH-OLD-STOP-DATE(CHANGE-IDX) TO KNT-OLD-KEY-STOP-DATE.
           MOVE PN-TOKEN-LENGTH(NOTICE-IDX) TO KNT-TOKEN-LENGTH.
           MOVE PN-TOKEN-HEX(NOTICE-IDX) TO KNT-TOKEN-HEX.
           MOVE 0 TO TRAIL-SPACE-COUNT.
           INSPECT FUNCTION REVERSE(KEY-NOTICE-RECORD)
              TALLYING TRAIL-SPACE-COUNT FOR LEADING SPACES.
           COMPUTE NOTICE-RECORD-LEN =
              LENGTH OF KEY-NOTICE-RECORD - TRAIL-SPACE-COUNT.
           ADD NOTICE-RECORD-LEN TO SECTION-HASH-TOTAL.
           WRITE KEY-NOTICE-RECORD.
           ADD 1 TO SECTION-NOTICE-COUNT.
           ADD 1 TO NOTICES-WRITTEN.

      *    A NOTICE ALREADY LEDGERED TODAY (A SAME-DAY REBUILD) IS
      *    REWRITTEN IN PLACE.
       LEDGER-ONE-KEY-NOTICE.
           MOVE PN-CHANGE-IDX(NOTICE-IDX) TO CHANGE-IDX.
           MOVE SPACES TO KEY-NOTICE-LEDGER-RECORD.
           MOVE PT-PARTNER-ID(PARTNER-IDX) TO KNL-PARTNER-ID.
           MOVE CH-NOTICE-KEY(CHANGE-IDX) TO KNL-KEY-NAME.
           MOVE CH-ACTION(CHANGE-IDX) TO KNL-ACTION.
           MOVE CH-CHANGE-SEQ(CHANGE-IDX) TO KNL-CHANGE-SEQ.
           MOVE CH-OLD-KEY-NAME(CHANGE-IDX) TO KNL-OLD-KEY-NAME.
           MOVE CH-EFFECTIVE-DATE(CHANGE-IDX) TO KNL-EFFECTIVE-DATE.
           MOVE CH-OLD-STOP-DATE(CHANGE-IDX) TO KNL-OLD-KEY-STOP-DATE.
           MOVE TODAY-DATE-X TO KNL-NOTICE-DATE.
           MOVE NOTICE-TIMESTAMP TO KNL-NOTICE-TIMESTAMP.
           MOVE PT-DEST-DATASET(PARTNER-IDX) TO KNL-DEST-DATASET.
           MOVE PT-CONTACT(PARTNER-IDX) TO KNL-CONTACT.
           WRITE KEY-NOTICE-LEDGER-RECORD
              INVALID KEY
                 REWRITE KEY-NOTICE-LEDGER-RECORD
                    INVALID KEY
                       DISPLAY "*** UNABLE TO LEDGER " KNL-PARTNER-ID
                          " " KNL-KEY-NAME " " KNL-ACTION
                          ", STATUS: " NOTICE-LEDGER-STATUS
                       SET RUN-HAD-FAILURE TO TRUE
                 END-REWRITE
           END-WRITE.
