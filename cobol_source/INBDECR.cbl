       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. inbound-decrypt.
      *****************************
      *    Deciphers partner documents that arrive encrypted the way
      *    extract-encrypt encrypts ours, so the inbound verify run of
      *    crypto_icsf_csn_dsg1 - which needs the message in the
      *    clear - can check their signatures.
      *    - INBOUND-ENCRYPTED-FILE is in the ENCRYPTED-DOCUMENT-RECORD
      *      layout: doc-key, data key name, algorithm, clear and
      *      cipher lengths, hex IV and hex ciphertext. If the
      *      partner closes the file with a "TRL " manifest record
      *      its count must match the documents received, or the
      *      whole transmission is rejected before anything is
      *      deciphered.
      *    - the partner's detached signatures arrive alongside on
      *      INBOUND-SIGNATURE-FILE in the signature archive layout we
      *      send them, matched by SARC-DOC-ID = ENC-DOC-KEY. The
      *      signing family is PTR-SIGN-FAMILY on the signing key's
      *      PARTNER-MASTER-FILE record ("F"), otherwise "D".
      *    - each ENC-KEY-NAME is looked up in KEY-REGISTRY-FILE with
      *      the lifecycle rules extract-encrypt applies, and the
      *      document is deciphered with the ICSF symmetric service
      *      CSNBSYD (AES, CBC mode, the IV sent with it).
      *    - a deciphered document whose clear length matches
      *      ENC-CLEAR-LENGTH is written to INBOUND-VERIFY-FILE in the
      *      verify run's layout, and the file is closed with the
      *      "TRL " manifest record the verify run requires.
      *    - a document that cannot be passed on gets a REJECTED
      *      record on VERIFY-DISPOSITION-FILE with its own reason
      *      (no signature, unsupported algorithm, key not
      *      registered, expired, not yet effective or not active,
      *      bad ciphertext, decrypt failed, clear length mismatch).
      *      The verify run extends the same dataset, so
      *      reject-routing reports these to the partner with the
      *      verify rejects. The key name on the disposition is the
      *      partner's signing key, which is how reject-routing finds
      *      the partner; with no signature it is the data key name.
      *    - takes its cycle date from the processing calendar.
      *    RETURN-CODE: 0 every document passed to verify, 4 some
      *    documents rejected, 16 a required file would not open,
      *    the key registry is unavailable or the manifest count
      *    does not match.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-ENCRYPTED-FILE ASSIGN TO ENCIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INBOUND-ENC-STATUS.

           SELECT OPTIONAL INBOUND-SIGNATURE-FILE ASSIGN TO SIGIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INBOUND-SIG-STATUS.

           SELECT OPTIONAL KEY-REGISTRY-FILE ASSIGN TO KEYREG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KREG-KEY-NAME
              FILE STATUS IS KEY-REGISTRY-STATUS.

           SELECT OPTIONAL PARTNER-MASTER-FILE ASSIGN TO PRTMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-MASTER-STATUS.

           SELECT INBOUND-VERIFY-FILE ASSIGN TO VERIFYIN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS INBOUND-VERIFY-STATUS.

           SELECT VERIFY-DISPOSITION-FILE ASSIGN TO VERIFYDSP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS VERIFY-DISP-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    LAYOUT AS WRITTEN BY extract-encrypt.
       FD  INBOUND-ENCRYPTED-FILE.
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
      *    OPTIONAL MANIFEST TRAILER VIEW OF THE SAME RECORD AREA.
       01  ENCRYPTED-TRAILER-RECORD.
           05 ENT-TRAILER-TAG          PIC X(4).
           05 ENT-DOC-COUNT            PIC 9(9).

      *    LAYOUT AS WRITTEN TO THE SIGNATURE ARCHIVE BY
      *    crypto_icsf_csn_dsg1 - THE FORM IN WHICH WE SEND OUR OWN
      *    DETACHED SIGNATURES.
       FD  INBOUND-SIGNATURE-FILE.
       01  SIGNATURE-ARCHIVE-RECORD.
           05 SARC-TIMESTAMP           PIC X(21).
           05 FILLER                   PIC X(1).
           05 SARC-DOC-ID              PIC X(16).
           05 FILLER                   PIC X(1).
           05 SARC-KEY-NAME            PIC X(16).
           05 FILLER                   PIC X(1).
           05 SARC-RULE-ARRAY          PIC X(32).
           05 FILLER                   PIC X(1).
           05 SARC-SIGN-LENGTH         PIC 9(4).
           05 FILLER                   PIC X(1).
           05 SARC-SIGN-BIT-LENGTH     PIC 9(10).
           05 FILLER                   PIC X(1).
           05 SARC-SIGNATURE           PIC X(4000).

      *    LAYOUT AS MAINTAINED FOR crypto_icsf_csn_dsg1. FOR A
      *    SYMMETRIC DATA KEY THE SECRET MATERIAL'S ICSF LABEL IS
      *    REGISTERED IN KREG-PRIV-KEY-LABEL.
       FD  KEY-REGISTRY-FILE.
       01  KEY-REGISTRY-RECORD.
           05 KREG-KEY-NAME            PIC X(16).
           05 KREG-PRIV-KEY-LABEL      PIC X(64).
           05 KREG-PUB-KEY-LABEL       PIC X(64).
           05 KREG-EFFECTIVE-DATE      PIC X(8).
           05 KREG-EXPIRES-DATE        PIC X(8).
           05 KREG-STATUS              PIC X(1).
              88 KREG-KEY-ACTIVE       VALUE "A" SPACE.

      *    LAYOUT AS READ BY partner-ack-intake, WITH THE SIGNING
      *    FAMILY OF THE PARTNER'S KEY AFTER THE ACKNOWLEDGMENT
      *    ALLOWANCE ("D" WHEN BLANK).
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

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 CURRENT-ENC-KEY-NAME PIC X(16).
       01 CURRENT-SIGN-KEY-NAME PIC X(16).
       01 CURRENT-FAMILY PIC X(1).
       01 REJECT-REASON PIC X(40).

      * THE PARTNER'S DETACHED SIGNATURE FOR THE CURRENT DOCUMENT,
      * HELD UNTIL THE VERIFY RECORD IS WRITTEN
       01 HELD-SIGNATURE.
           05 HELD-SIGN-LENGTH PIC 9(4).
           05 HELD-SIGNATURE-HEX PIC X(4000).

      ************* CSNBSYD SYMMETRIC DECIPHER PARAMETERS ************
       01 SYD-REC.
           05 RETURN-CODE-S PIC 9(08) COMP.
           05 REASON-CODE-S PIC 9(08) COMP.
           05 EXIT-DATA-LENGTH-S PIC 9(08) COMP.
           05 EXIT-DATA-S PIC X(04).
           05 RULE-ARRAY-COUNT-S PIC 9 COMP.
           05 RULE-ARRAY-S.
              10 RULE-1 PIC X(08).
              10 RULE-2 PIC X(08).
              10 RULE-3 PIC X(08).
           05 KEY-IDENTIFIER-LENGTH PIC 9(4).
           05 KEY-IDENTIFIER PIC X(64).
           05 KEY-PARMS-LENGTH PIC 9(4).
           05 KEY-PARMS PIC X(8).
           05 BLOCK-SIZE-S PIC 9(4).
           05 IV-LENGTH PIC 9(4).
           05 IV-VALUE PIC X(16).
           05 CHAIN-DATA-LENGTH PIC 9(4).
           05 CHAIN-DATA PIC X(32).
           05 CIPHER-TEXT-LENGTH PIC 9(5).
           05 CIPHER-TEXT PIC X(5024).
           05 CLEAR-TEXT-LENGTH PIC 9(5).
           05 CLEAR-TEXT PIC X(5024).
           05 OPTIONAL-DATA-LENGTH PIC 9(4).
           05 OPTIONAL-DATA PIC X(8).

      * ICSF RESULT CODES IN DISPLAY FORM FOR THE REJECT REASON
       01 ICSF-RC-DISPLAY PIC 9(4).
       01 ICSF-RSN-DISPLAY PIC 9(4).

      * HEX DECODING WORK FIELDS - SAME CONVENTION AS THE INBOUND
      * SIGNATURE DECODE IN THE VERIFY RUN
       01 HEX-WORK.
           05 HEX-BYTE-IDX PIC 9(5) COMP.
           05 HEX-BYTE-COUNT PIC 9(5) COMP.
           05 HEX-POS PIC 9(5) COMP.
           05 HEX-BYTE-VALUE PIC 9(4) COMP.
           05 HEX-HIGH PIC 9(4) COMP.
           05 HEX-LOW PIC 9(4) COMP.
           05 HEX-CHAR PIC X(1).
           05 HEX-DIGIT PIC S9(4) COMP.

      * MANIFEST CHECK
       01 MANIFEST-CLAIMED-COUNT PIC 9(9) VALUE 0.
       01 MANIFEST-ACTUAL-COUNT PIC 9(9) VALUE 0.

      * RUN TOTALS
       01 DECRYPT-TOTALS.
           05 DOCS-READ PIC 9(9) VALUE 0.
           05 DOCS-PASSED PIC 9(9) VALUE 0.
           05 DOCS-REJECTED PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 INBOUND-ENC-STATUS PIC X(2).
       01 INBOUND-SIG-STATUS PIC X(2).
       01 KEY-REGISTRY-STATUS PIC X(2).
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 INBOUND-VERIFY-STATUS PIC X(2).
       01 VERIFY-DISP-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 ENC-EOF-SW            PIC X(1) VALUE "N".
              88 NO-MORE-INBOUND            VALUE "Y".
           05 ENC-READY-SW          PIC X(1) VALUE "N".
              88 INBOUND-RECORD-READY       VALUE "Y".
           05 MANIFEST-SEEN-SW      PIC X(1) VALUE "N".
              88 MANIFEST-TRAILER-SEEN      VALUE "Y".
           05 KEY-REGISTRY-SW       PIC X(1) VALUE "N".
              88 KEY-REGISTRY-AVAIL         VALUE "Y".
           05 SIG-FOUND-SW          PIC X(1) VALUE "N".
              88 SIGNATURE-FOUND            VALUE "Y".
           05 SIG-EOF-SW            PIC X(1) VALUE "N".
              88 SIG-FILE-AT-END            VALUE "Y".
           05 PTR-FOUND-SW          PIC X(1) VALUE "N".
              88 PARTNER-KEY-FOUND          VALUE "Y".
           05 PTR-EOF-SW            PIC X(1) VALUE "N".
              88 PARTNER-FILE-AT-END        VALUE "Y".
           05 DOC-REJECT-SW         PIC X(1) VALUE "N".
              88 DOCUMENT-REJECTED          VALUE "Y".
           05 HEX-DECODE-SW         PIC X(1) VALUE "N".
              88 HEX-DECODE-BAD             VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM VALIDATE-INBOUND-MANIFEST
           END-IF.
           IF NOT RUN-HAD-FAILURE
              MOVE "N" TO ENC-EOF-SW
              PERFORM GET-NEXT-INBOUND
              PERFORM DECRYPT-ONE-INBOUND
                 WITH TEST BEFORE
                 UNTIL NO-MORE-INBOUND
              PERFORM WRITE-VERIFY-TRAILER
              DISPLAY "DOCUMENTS READ: " DOCS-READ
                 "  PASSED TO VERIFY: " DOCS-PASSED
                 "  REJECTED: " DOCS-REJECTED
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DOCS-REJECTED > 0
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
           OPEN INPUT INBOUND-ENCRYPTED-FILE.
           IF INBOUND-ENC-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN INBOUND-ENCRYPTED-FILE, "
                 "STATUS: " INBOUND-ENC-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    WITHOUT THE REGISTRY EVERY DOCUMENT WOULD BE REJECTED BACK
      *    TO THE PARTNER FOR A FAULT OF OURS, SO THE RUN FAILS
      *    INSTEAD.
           OPEN INPUT KEY-REGISTRY-FILE.
           IF KEY-REGISTRY-STATUS = "00"
              MOVE "Y" TO KEY-REGISTRY-SW
           ELSE
              MOVE "N" TO KEY-REGISTRY-SW
              DISPLAY "*** KEY REGISTRY NOT AVAILABLE, STATUS: "
                 KEY-REGISTRY-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT INBOUND-VERIFY-FILE.
           IF INBOUND-VERIFY-STATUS NOT = "00"
              AND INBOUND-VERIFY-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN INBOUND-VERIFY-FILE, "
                 "STATUS: " INBOUND-VERIFY-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    THE DISPOSITIONS ACCUMULATE FOR THE DAY: THE VERIFY RUN
      *    EXTENDS WHAT THIS STEP WROTE, AND REJECT-ROUTING PICKS OUT
      *    THE BUSINESS DATE'S RECORDS.
           OPEN EXTEND VERIFY-DISPOSITION-FILE.
           IF VERIFY-DISP-STATUS NOT = "00"
              OPEN OUTPUT VERIFY-DISPOSITION-FILE
           END-IF.
           IF VERIFY-DISP-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN VERIFY-DISPOSITION-FILE, "
                 "STATUS: " VERIFY-DISP-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE INBOUND-ENCRYPTED-FILE.
           IF KEY-REGISTRY-AVAIL
              CLOSE KEY-REGISTRY-FILE
           END-IF.
           CLOSE INBOUND-VERIFY-FILE.
           CLOSE VERIFY-DISPOSITION-FILE.

      *    PRE-PASS OVER THE INBOUND FILE: COUNT THE DOCUMENTS AND
      *    LOOK FOR A "TRL " MANIFEST TRAILER, THEN REWIND. A TRAILER
      *    IS NOT REQUIRED - extract-encrypt WRITES NONE - BUT ONE
      *    THAT IS THERE MUST AGREE WITH WHAT ARRIVED.
       VALIDATE-INBOUND-MANIFEST.
           MOVE "N" TO MANIFEST-SEEN-SW.
           MOVE 0 TO MANIFEST-CLAIMED-COUNT.
           MOVE 0 TO MANIFEST-ACTUAL-COUNT.
           MOVE "N" TO ENC-EOF-SW.
           PERFORM COUNT-ONE-INBOUND-RECORD
              WITH TEST BEFORE
              UNTIL NO-MORE-INBOUND.
           CLOSE INBOUND-ENCRYPTED-FILE.
           OPEN INPUT INBOUND-ENCRYPTED-FILE.
           IF MANIFEST-TRAILER-SEEN
              AND MANIFEST-CLAIMED-COUNT NOT = MANIFEST-ACTUAL-COUNT
              DISPLAY "*** INBOUND MANIFEST COUNT "
                 MANIFEST-CLAIMED-COUNT
                 " DOES NOT MATCH DOCUMENTS RECEIVED "
                 MANIFEST-ACTUAL-COUNT " - TRANSMISSION REJECTED"
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       COUNT-ONE-INBOUND-RECORD.
           READ INBOUND-ENCRYPTED-FILE
              AT END MOVE "Y" TO ENC-EOF-SW
              NOT AT END
                 IF ENT-TRAILER-TAG = "TRL "
                    MOVE "Y" TO MANIFEST-SEEN-SW
                    IF ENT-DOC-COUNT IS NUMERIC
                       MOVE ENT-DOC-COUNT TO MANIFEST-CLAIMED-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO MANIFEST-ACTUAL-COUNT
                 END-IF
           END-READ.

      *    SUPPLY THE NEXT ENCRYPTED DOCUMENT, PASSING OVER THE
      *    MANIFEST TRAILER.
       GET-NEXT-INBOUND.
           MOVE "N" TO ENC-READY-SW.
           PERFORM READ-ONE-INBOUND
              WITH TEST BEFORE
              UNTIL INBOUND-RECORD-READY OR NO-MORE-INBOUND.

       READ-ONE-INBOUND.
           READ INBOUND-ENCRYPTED-FILE
              AT END MOVE "Y" TO ENC-EOF-SW
              NOT AT END
                 IF ENT-TRAILER-TAG NOT = "TRL "
                    MOVE "Y" TO ENC-READY-SW
                 END-IF
           END-READ.

      *    ONE INBOUND DOCUMENT: FIND ITS SIGNATURE, RESOLVE ITS DATA
      *    KEY, DECIPHER IT AND CHECK THE LENGTH, THEN PASS IT TO THE
      *    VERIFY RUN OR DISPOSITION IT REJECTED. EACH CHECK RUNS
      *    ONLY WHILE THE DOCUMENT IS STILL GOOD, SO THE REASON GIVEN
      *    IS THE FIRST THING WRONG WITH IT. A REJECT IS A BUSINESS
      *    OUTCOME ROUTED BACK TO THE SENDER, NOT A RUN FAILURE.
       DECRYPT-ONE-INBOUND.
           ADD 1 TO DOCS-READ.
           MOVE "N" TO DOC-REJECT-SW.
           MOVE SPACES TO REJECT-REASON.
           MOVE ENC-KEY-NAME TO CURRENT-ENC-KEY-NAME.

           PERFORM FIND-INBOUND-SIGNATURE.
           IF NOT DOCUMENT-REJECTED
              PERFORM CHECK-ENCRYPTION-ALGORITHM
           END-IF.
           IF NOT DOCUMENT-REJECTED
              PERFORM LOOKUP-DATA-KEY
           END-IF.
           IF NOT DOCUMENT-REJECTED
              PERFORM DECODE-INBOUND-CIPHER
           END-IF.
           IF NOT DOCUMENT-REJECTED
              PERFORM DECIPHER-DOCUMENT
           END-IF.
           IF NOT DOCUMENT-REJECTED
              PERFORM CHECK-CLEAR-LENGTH
           END-IF.

           IF DOCUMENT-REJECTED
              PERFORM WRITE-REJECT-DISPOSITION
              ADD 1 TO DOCS-REJECTED
           ELSE
              PERFORM WRITE-VERIFY-RECORD
              ADD 1 TO DOCS-PASSED
           END-IF.
           PERFORM GET-NEXT-INBOUND.

      *    THE PARTNER'S DETACHED SIGNATURE FOR THIS DOC-KEY, AND THE
      *    SIGNING FAMILY OF ITS KEY FROM THE PARTNER MASTER.
       FIND-INBOUND-SIGNATURE.
           MOVE "N" TO SIG-FOUND-SW.
           MOVE SPACES TO CURRENT-SIGN-KEY-NAME.
           MOVE "D" TO CURRENT-FAMILY.
           OPEN INPUT INBOUND-SIGNATURE-FILE.
           IF INBOUND-SIG-STATUS = "00"
              MOVE "N" TO SIG-EOF-SW
              PERFORM SCAN-INBOUND-SIGNATURE
                 WITH TEST BEFORE
                 UNTIL SIG-FILE-AT-END OR SIGNATURE-FOUND
              CLOSE INBOUND-SIGNATURE-FILE
           ELSE
              IF INBOUND-SIG-STATUS = "05"
                 CLOSE INBOUND-SIGNATURE-FILE
              END-IF
           END-IF.
           IF SIGNATURE-FOUND
              PERFORM LOOKUP-SIGNING-FAMILY
           ELSE
              SET DOCUMENT-REJECTED TO TRUE
              MOVE "NO SIGNATURE RECEIVED FOR DOCUMENT"
                 TO REJECT-REASON
           END-IF.

       SCAN-INBOUND-SIGNATURE.
           READ INBOUND-SIGNATURE-FILE
              AT END MOVE "Y" TO SIG-EOF-SW
              NOT AT END
                 IF SARC-DOC-ID = ENC-DOC-KEY
                    MOVE "Y" TO SIG-FOUND-SW
                    MOVE SARC-KEY-NAME TO CURRENT-SIGN-KEY-NAME
                    MOVE SARC-SIGN-LENGTH TO HELD-SIGN-LENGTH
                    MOVE SARC-SIGNATURE TO HELD-SIGNATURE-HEX
                 END-IF
           END-READ.

       LOOKUP-SIGNING-FAMILY.
           MOVE "N" TO PTR-FOUND-SW.
           OPEN INPUT PARTNER-MASTER-FILE.
           IF PARTNER-MASTER-STATUS = "00"
              MOVE "N" TO PTR-EOF-SW
              PERFORM SCAN-PARTNER-MASTER
                 WITH TEST BEFORE
                 UNTIL PARTNER-FILE-AT-END OR PARTNER-KEY-FOUND
              CLOSE PARTNER-MASTER-FILE
           ELSE
              IF PARTNER-MASTER-STATUS = "05"
                 CLOSE PARTNER-MASTER-FILE
              END-IF
           END-IF.

       SCAN-PARTNER-MASTER.
           READ PARTNER-MASTER-FILE
              AT END MOVE "Y" TO PTR-EOF-SW
              NOT AT END
                 IF PTR-KEY-NAME = CURRENT-SIGN-KEY-NAME
                    MOVE "Y" TO PTR-FOUND-SW
                    IF PTR-SIGN-FAMILY = "F"
                       MOVE "F" TO CURRENT-FAMILY
                    END-IF
                 END-IF
           END-READ.

      *    ONLY WHAT extract-encrypt PRODUCES IS UNDERSTOOD.
       CHECK-ENCRYPTION-ALGORITHM.
           IF ENC-ALGORITHM NOT = "AES-CBC"
              SET DOCUMENT-REJECTED TO TRUE
              MOVE "UNSUPPORTED ENCRYPTION ALGORITHM"
                 TO REJECT-REASON
           END-IF.

      *    THE SYMMETRIC DATA KEY BY LOGICAL NAME, WITH THE SAME
      *    LIFECYCLE RULES extract-encrypt APPLIES. EACH WAY A KEY
      *    CAN BE REFUSED HAS ITS OWN REASON SO THE PARTNER KNOWS
      *    WHETHER TO RE-SEND UNDER ANOTHER KEY OR CALL US.
       LOOKUP-DATA-KEY.
           MOVE CURRENT-ENC-KEY-NAME TO KREG-KEY-NAME.
           READ KEY-REGISTRY-FILE
              INVALID KEY
                 SET DOCUMENT-REJECTED TO TRUE
                 MOVE "ENCRYPTION KEY NOT REGISTERED"
                    TO REJECT-REASON
              NOT INVALID KEY
                 PERFORM CHECK-KEY-LIFECYCLE
                 IF NOT DOCUMENT-REJECTED
                    MOVE KREG-PRIV-KEY-LABEL TO KEY-IDENTIFIER
                    MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       KEY-IDENTIFIER)) TO KEY-IDENTIFIER-LENGTH
                 END-IF
           END-READ.

       CHECK-KEY-LIFECYCLE.
           IF NOT KREG-KEY-ACTIVE
              SET DOCUMENT-REJECTED TO TRUE
              MOVE "ENCRYPTION KEY NOT ACTIVE" TO REJECT-REASON
           ELSE
              IF KREG-EFFECTIVE-DATE IS NUMERIC
                 AND KREG-EFFECTIVE-DATE > TODAY-DATE-X
                 SET DOCUMENT-REJECTED TO TRUE
                 MOVE "ENCRYPTION KEY NOT YET EFFECTIVE"
                    TO REJECT-REASON
              ELSE
                 IF KREG-EXPIRES-DATE IS NUMERIC
                    AND KREG-EXPIRES-DATE < TODAY-DATE-X
                    SET DOCUMENT-REJECTED TO TRUE
                    MOVE "ENCRYPTION KEY EXPIRED" TO REJECT-REASON
                 END-IF
              END-IF
           END-IF.

      *    TURN THE HEX IV AND CIPHERTEXT BACK INTO THE RAW BYTES
      *    CSNBSYD EXPECTS. THE LENGTHS COME FROM AN OUTSIDE PARTY,
      *    SO THEY ARE CHECKED BEFORE THEY DRIVE ANY SUBSCRIPT.
       DECODE-INBOUND-CIPHER.
           MOVE "N" TO HEX-DECODE-SW.
           IF ENC-CIPHER-LENGTH IS NUMERIC
              MOVE ENC-CIPHER-LENGTH TO HEX-BYTE-COUNT
           ELSE
              MOVE 0 TO HEX-BYTE-COUNT
           END-IF.
           IF HEX-BYTE-COUNT = 0 OR HEX-BYTE-COUNT > 5024
              SET DOCUMENT-REJECTED TO TRUE
              MOVE "INVALID CIPHERTEXT LENGTH" TO REJECT-REASON
           ELSE
              MOVE HEX-BYTE-COUNT TO CIPHER-TEXT-LENGTH
              MOVE LOW-VALUES TO CIPHER-TEXT
              PERFORM DECODE-ONE-CIPHER-BYTE
                 VARYING HEX-BYTE-IDX FROM 1 BY 1
                 UNTIL HEX-BYTE-IDX > HEX-BYTE-COUNT
                    OR HEX-DECODE-BAD
              MOVE 16 TO HEX-BYTE-COUNT
              PERFORM DECODE-ONE-IV-BYTE
                 VARYING HEX-BYTE-IDX FROM 1 BY 1
                 UNTIL HEX-BYTE-IDX > HEX-BYTE-COUNT
                    OR HEX-DECODE-BAD
              IF HEX-DECODE-BAD
                 SET DOCUMENT-REJECTED TO TRUE
                 MOVE "INVALID CIPHERTEXT ENCODING" TO REJECT-REASON
              END-IF
           END-IF.

       DECODE-ONE-CIPHER-BYTE.
           COMPUTE HEX-POS = (HEX-BYTE-IDX * 2) - 1.
           MOVE ENC-CIPHER-HEX(HEX-POS:1) TO HEX-CHAR.
           PERFORM HEX-DIGIT-VALUE.
           MOVE HEX-DIGIT TO HEX-HIGH.
           MOVE ENC-CIPHER-HEX(HEX-POS + 1:1) TO HEX-CHAR.
           PERFORM HEX-DIGIT-VALUE.
           MOVE HEX-DIGIT TO HEX-LOW.
           IF NOT HEX-DECODE-BAD
              COMPUTE HEX-BYTE-VALUE = (HEX-HIGH * 16) + HEX-LOW
              MOVE FUNCTION CHAR(HEX-BYTE-VALUE + 1)
                 TO CIPHER-TEXT(HEX-BYTE-IDX:1)
           END-IF.

       DECODE-ONE-IV-BYTE.
           COMPUTE HEX-POS = (HEX-BYTE-IDX * 2) - 1.
           MOVE ENC-IV-HEX(HEX-POS:1) TO HEX-CHAR.
           PERFORM HEX-DIGIT-VALUE.
           MOVE HEX-DIGIT TO HEX-HIGH.
           MOVE ENC-IV-HEX(HEX-POS + 1:1) TO HEX-CHAR.
           PERFORM HEX-DIGIT-VALUE.
           MOVE HEX-DIGIT TO HEX-LOW.
           IF NOT HEX-DECODE-BAD
              COMPUTE HEX-BYTE-VALUE = (HEX-HIGH * 16) + HEX-LOW
              MOVE FUNCTION CHAR(HEX-BYTE-VALUE + 1)
                 TO IV-VALUE(HEX-BYTE-IDX:1)
           END-IF.

       HEX-DIGIT-VALUE.
           IF HEX-CHAR >= "0" AND HEX-CHAR <= "9"
              COMPUTE HEX-DIGIT =
                 FUNCTION ORD(HEX-CHAR) - FUNCTION ORD("0")
           ELSE
              IF HEX-CHAR >= "A" AND HEX-CHAR <= "F"
                 COMPUTE HEX-DIGIT =
                    FUNCTION ORD(HEX-CHAR) - FUNCTION ORD("A") + 10
              ELSE
                 SET HEX-DECODE-BAD TO TRUE
                 MOVE 0 TO HEX-DIGIT
              END-IF
           END-IF.

      *    AES CBC THROUGH CSNBSYD AGAINST THE REGISTERED KEY LABEL,
      *    THE MIRROR OF THE CSNBSYE CALL IN extract-encrypt. A
      *    FAILING CALL REJECTS THE DOCUMENT WITH THE ICSF CODES IN
      *    THE REASON.
       DECIPHER-DOCUMENT.
           MOVE 0 TO EXIT-DATA-LENGTH-S.
           MOVE 16 TO IV-LENGTH.
           MOVE "AES" TO RULE-1.
           MOVE "CBC" TO RULE-2.
           MOVE "KEYIDENT" TO RULE-3.
           MOVE 3 TO RULE-ARRAY-COUNT-S.
           MOVE 0 TO KEY-PARMS-LENGTH.
           MOVE 16 TO BLOCK-SIZE-S.
           MOVE 0 TO CHAIN-DATA-LENGTH.
           MOVE 0 TO OPTIONAL-DATA-LENGTH.
           MOVE SPACES TO CLEAR-TEXT.
           MOVE 5024 TO CLEAR-TEXT-LENGTH.

           CALL "CSNBSYD" USING RETURN-CODE-S
                               REASON-CODE-S
                               EXIT-DATA-LENGTH-S
                               EXIT-DATA-S
                               RULE-ARRAY-COUNT-S
                               RULE-ARRAY-S
                               KEY-IDENTIFIER-LENGTH
                               KEY-IDENTIFIER
                               KEY-PARMS-LENGTH
                               KEY-PARMS
                               BLOCK-SIZE-S
                               IV-LENGTH
                               IV-VALUE
                               CHAIN-DATA-LENGTH
                               CHAIN-DATA
                               CIPHER-TEXT-LENGTH
                               CIPHER-TEXT
                               CLEAR-TEXT-LENGTH
                               CLEAR-TEXT
                               OPTIONAL-DATA-LENGTH
                               OPTIONAL-DATA.

           IF RETURN-CODE-S NOT = 0
              SET DOCUMENT-REJECTED TO TRUE
              MOVE RETURN-CODE-S TO ICSF-RC-DISPLAY
              MOVE REASON-CODE-S TO ICSF-RSN-DISPLAY
              STRING "DECRYPT FAILED - ICSF RC " ICSF-RC-DISPLAY
                     " RSN " ICSF-RSN-DISPLAY
                 DELIMITED BY SIZE INTO REJECT-REASON
              DISPLAY "*** CSNBSYD FAILED FOR " ENC-DOC-KEY
                 " RC " RETURN-CODE-S " RSN " REASON-CODE-S
           END-IF.

      *    WHAT CAME OUT MUST BE EXACTLY AS LONG AS THE SENDER SAID
      *    IT WENT IN, AND MUST FIT THE VERIFY RUN'S MESSAGE FIELD.
       CHECK-CLEAR-LENGTH.
           IF ENC-CLEAR-LENGTH IS NOT NUMERIC
              OR ENC-CLEAR-LENGTH NOT = CLEAR-TEXT-LENGTH
              OR CLEAR-TEXT-LENGTH > 5000
              SET DOCUMENT-REJECTED TO TRUE
              MOVE "CLEAR LENGTH MISMATCH" TO REJECT-REASON
           END-IF.

      *    ONE VERIFY RECORD PER DECIPHERED DOCUMENT, SIGNED BY THE
      *    PARTNER KEY NAMED ON ITS DETACHED SIGNATURE.
       WRITE-VERIFY-RECORD.
           MOVE SPACES TO INBOUND-VERIFY-RECORD.
           MOVE ENC-DOC-KEY TO IVR-DOC-ID.
           MOVE CURRENT-FAMILY TO IVR-FAMILY.
           MOVE CURRENT-SIGN-KEY-NAME TO IVR-KEY-NAME.
           MOVE HELD-SIGN-LENGTH TO IVR-SIGN-LENGTH.
           MOVE HELD-SIGNATURE-HEX TO IVR-SIGNATURE.
           IF CLEAR-TEXT-LENGTH > 0
              MOVE CLEAR-TEXT(1:CLEAR-TEXT-LENGTH) TO IVR-MESSAGE
           END-IF.
           WRITE INBOUND-VERIFY-RECORD.

      *    THE MANIFEST TRAILER THE VERIFY RUN INSISTS ON, COUNTING
      *    WHAT THIS STEP PASSED ON (REJECTS ARE ALREADY DISPOSED OF).
       WRITE-VERIFY-TRAILER.
           MOVE SPACES TO INBOUND-VERIFY-RECORD.
           MOVE "TRL " TO IVT-TRAILER-TAG.
           MOVE DOCS-PASSED TO IVT-DOC-COUNT.
           WRITE INBOUND-TRAILER-RECORD.

       WRITE-REJECT-DISPOSITION.
           MOVE SPACES TO VERIFY-DISPOSITION-RECORD.
           MOVE FUNCTION CURRENT-DATE TO DSP-TIMESTAMP.
           MOVE TODAY-DATE-X TO DSP-TIMESTAMP(1:8).
           MOVE ENC-DOC-KEY TO DSP-DOC-ID.
           IF CURRENT-SIGN-KEY-NAME NOT = SPACES
              MOVE CURRENT-SIGN-KEY-NAME TO DSP-KEY-NAME
           ELSE
              MOVE CURRENT-ENC-KEY-NAME TO DSP-KEY-NAME
           END-IF.
           MOVE "REJECTED" TO DSP-DISPOSITION.
           MOVE REJECT-REASON TO DSP-REASON.
           WRITE VERIFY-DISPOSITION-RECORD.
           DISPLAY "REJECTED " ENC-DOC-KEY " - " REJECT-REASON.
