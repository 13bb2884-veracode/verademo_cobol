       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. signature-archive-convert.
      *****************************
      *    One-time load of the sequential signature archive into the
      *    indexed SIGARCH, keyed on doc-id + archive timestamp with
      *    alternate keys on the signing key name and the cycle date
      *    (layout in SIGARCH). The load goes by the primary key
      *    alone; the alternate indexes are built from the loaded
      *    cluster afterwards, so their paths are not opened here.
      *    - every OLD-ARCHIVE-FILE record is written to the new
      *      archive under the key built from its own SARC-DOC-ID and
      *      SARC-TIMESTAMP; the signature record itself is carried
      *      over byte for byte.
      *    - the new archive must be empty: a rerun against a loaded
      *      archive is refused rather than doubling it up.
      *    - two old records with the same doc-id and timestamp cannot
      *      both be keyed. The second is written as-is to
      *      DUPLICATE-ARCHIVE-FILE and listed on CONVERT-REPORT-FILE
      *      as IDENTICAL (an exact repeat of the record loaded) or
      *      DIFFERS (a different signature under the same key - to
      *      be looked into before the old archive is scratched).
      *    - the closing proof line shows records read, loaded and
      *      set aside; every record read must be one or the other.
      *    RETURN-CODE: 0 every record loaded, 4 duplicates set aside
      *    (count proven), 8 counts do not prove, 16 a file would not
      *    open, a write failed or the new archive was not empty.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO OLDARCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS OLD-ARCHIVE-STATUS.

           SELECT SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              FILE STATUS IS SIGN-ARCHIVE-STATUS.

           SELECT DUPLICATE-ARCHIVE-FILE ASSIGN TO DUPARCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DUPLICATE-ARCHIVE-STATUS.

           SELECT CONVERT-REPORT-FILE ASSIGN TO CONVRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONVERT-REPORT-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    THE SEQUENTIAL ARCHIVE AS crypto_icsf_csn_dsg1 USED TO
      *    APPEND IT - THE SIGNATURE RECORD WITHOUT A KEY.
       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD          PIC X(4105).

       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    DUPLICATES IN THE OLD LAYOUT, SO THEY CAN BE COMPARED WITH
      *    OR RELOADED FROM THE OLD ARCHIVE DIRECTLY.
       FD  DUPLICATE-ARCHIVE-FILE.
       01  DUPLICATE-ARCHIVE-RECORD    PIC X(4105).

       FD  CONVERT-REPORT-FILE.
       01  CONVERT-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
      * THE OLD RECORD IN HAND, KEPT WHILE THE RECORD ALREADY LOADED
      * UNDER ITS KEY IS READ BACK FOR COMPARISON
       01 INCOMING-SIGNATURE-RECORD PIC X(4105).

       01 CONVERT-TOTALS.
           05 RECORDS-READ PIC 9(9) VALUE 0.
           05 RECORDS-LOADED PIC 9(9) VALUE 0.
           05 DUPLICATES-SET-ASIDE PIC 9(9) VALUE 0.
           05 DUPLICATES-DIFFERING PIC 9(9) VALUE 0.
       01 PROOF-TOTAL PIC 9(9) VALUE 0.

       01 REPORT-LINE PIC X(132).
       01 DUPLICATE-VERDICT PIC X(9).

      * FILE STATUS / SWITCHES
       01 OLD-ARCHIVE-STATUS PIC X(2).
       01 SIGN-ARCHIVE-STATUS PIC X(2).
       01 DUPLICATE-ARCHIVE-STATUS PIC X(2).
       01 CONVERT-REPORT-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 OLD-EOF-SW            PIC X(1) VALUE "N".
              88 OLD-ARCHIVE-AT-END         VALUE "Y".
           05 ARCHIVE-OPEN-SW       PIC X(1) VALUE "N".
              88 SIGN-ARCHIVE-OPEN          VALUE "Y".
           05 PROOF-FAILED-SW       PIC X(1) VALUE "N".
              88 COUNTS-DO-NOT-PROVE        VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM CHECK-ARCHIVE-EMPTY
           END-IF.
           IF NOT RUN-HAD-FAILURE
              MOVE "N" TO OLD-EOF-SW
              PERFORM LOAD-ONE-OLD-RECORD
                 WITH TEST BEFORE
                 UNTIL OLD-ARCHIVE-AT-END OR RUN-HAD-FAILURE
              PERFORM WRITE-CONVERT-PROOF
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF COUNTS-DO-NOT-PROVE
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF DUPLICATES-SET-ASIDE > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

      *    A FRESHLY DEFINED CLUSTER HAS NEVER BEEN LOADED AND WILL
      *    NOT OPEN I-O; ONE OUTPUT OPEN PRIMES IT.
       OPEN-FILES.
           OPEN INPUT OLD-ARCHIVE-FILE.
           IF OLD-ARCHIVE-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN OLD-ARCHIVE-FILE, "
                 "STATUS: " OLD-ARCHIVE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN I-O SIGNATURE-ARCHIVE-FILE.
           IF SIGN-ARCHIVE-STATUS = "35"
              OPEN OUTPUT SIGNATURE-ARCHIVE-FILE
              IF SIGN-ARCHIVE-STATUS = "00"
                 CLOSE SIGNATURE-ARCHIVE-FILE
                 OPEN I-O SIGNATURE-ARCHIVE-FILE
              END-IF
           END-IF.
           IF SIGN-ARCHIVE-STATUS = "00"
              MOVE "Y" TO ARCHIVE-OPEN-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN SIGNATURE-ARCHIVE-FILE, "
                 "STATUS: " SIGN-ARCHIVE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT DUPLICATE-ARCHIVE-FILE.
           IF DUPLICATE-ARCHIVE-STATUS NOT = "00"
              AND DUPLICATE-ARCHIVE-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN DUPLICATE-ARCHIVE-FILE, "
                 "STATUS: " DUPLICATE-ARCHIVE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT CONVERT-REPORT-FILE.
           IF CONVERT-REPORT-STATUS NOT = "00"
              AND CONVERT-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN CONVERT-REPORT-FILE, "
                 "STATUS: " CONVERT-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE OLD-ARCHIVE-FILE.
           IF SIGN-ARCHIVE-OPEN
              CLOSE SIGNATURE-ARCHIVE-FILE
           END-IF.
           CLOSE DUPLICATE-ARCHIVE-FILE.
           CLOSE CONVERT-REPORT-FILE.

      *    THE CONVERSION RUNS ONCE, INTO THE CLUSTER THE PRECEDING
      *    STEP DEFINED. ANY RECORD ALREADY THERE MEANS IT HAS RUN.
       CHECK-ARCHIVE-EMPTY.
           MOVE LOW-VALUES TO SARC-ARCHIVE-KEY.
           START SIGNATURE-ARCHIVE-FILE
              KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE SPACES TO REPORT-LINE
                 STRING "*** SIGNATURE ARCHIVE ALREADY HOLDS RECORDS "
                        "- NOTHING LOADED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
                 SET RUN-HAD-FAILURE TO TRUE
           END-START.

       LOAD-ONE-OLD-RECORD.
           READ OLD-ARCHIVE-FILE
              AT END MOVE "Y" TO OLD-EOF-SW
              NOT AT END
                 ADD 1 TO RECORDS-READ
                 PERFORM LOAD-SIGNATURE-RECORD
           END-READ.

       LOAD-SIGNATURE-RECORD.
           MOVE OLD-ARCHIVE-RECORD TO INCOMING-SIGNATURE-RECORD.
           MOVE SPACES TO SIGN-ARCHIVE-RECORD.
           MOVE INCOMING-SIGNATURE-RECORD TO SARC-SIGNATURE-RECORD.
           MOVE SARC-DOC-ID TO SARC-AK-DOC-ID.
           MOVE SARC-TIMESTAMP TO SARC-AK-TIMESTAMP.
           WRITE SIGN-ARCHIVE-RECORD
              INVALID KEY
                 IF SIGN-ARCHIVE-STATUS = "22"
                    PERFORM SET-ASIDE-DUPLICATE
                 ELSE
                    DISPLAY "*** SIGNATURE ARCHIVE WRITE FAILED, "
                       "STATUS: " SIGN-ARCHIVE-STATUS
                       " DOC " SARC-DOC-ID
                    SET RUN-HAD-FAILURE TO TRUE
                 END-IF
              NOT INVALID KEY
                 ADD 1 TO RECORDS-LOADED
           END-WRITE.

      *    A DUPLICATE THAT CANNOT BE SET ASIDE WOULD BE LOST, SO THE
      *    LOAD STOPS THERE.
       SET-ASIDE-DUPLICATE.
           MOVE INCOMING-SIGNATURE-RECORD TO DUPLICATE-ARCHIVE-RECORD.
           WRITE DUPLICATE-ARCHIVE-RECORD.
           IF DUPLICATE-ARCHIVE-STATUS NOT = "00"
              DISPLAY "*** DUPLICATE ARCHIVE WRITE FAILED, "
                 "STATUS: " DUPLICATE-ARCHIVE-STATUS
                 " DOC " SARC-AK-DOC-ID
              SET RUN-HAD-FAILURE TO TRUE
           ELSE
              PERFORM REPORT-DUPLICATE
           END-IF.

      *    READ BACK WHAT WAS LOADED UNDER THE KEY AND SAY WHETHER
      *    THE OLD RECORD MERELY REPEATS IT.
       REPORT-DUPLICATE.
           ADD 1 TO DUPLICATES-SET-ASIDE.
           MOVE "DIFFERS" TO DUPLICATE-VERDICT.
           READ SIGNATURE-ARCHIVE-FILE
              KEY IS SARC-ARCHIVE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF SARC-SIGNATURE-RECORD = INCOMING-SIGNATURE-RECORD
                    MOVE "IDENTICAL" TO DUPLICATE-VERDICT
                 END-IF
           END-READ.
           IF DUPLICATE-VERDICT = "DIFFERS"
              ADD 1 TO DUPLICATES-DIFFERING
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "DUPLICATE    DOC " SARC-AK-DOC-ID
                  " ARCHIVED " SARC-AK-TIMESTAMP
                  " " DUPLICATE-VERDICT
                  " - SET ASIDE ON DUPARCH"
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CONVERT-PROOF.
           ADD RECORDS-LOADED DUPLICATES-SET-ASIDE GIVING PROOF-TOTAL.
           IF PROOF-TOTAL NOT = RECORDS-READ
              SET COUNTS-DO-NOT-PROVE TO TRUE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVE CONVERT - READ " RECORDS-READ
                  " LOADED " RECORDS-LOADED
                  " DUPLICATES " DUPLICATES-SET-ASIDE
                  " (DIFFERING " DUPLICATES-DIFFERING ")"
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF COUNTS-DO-NOT-PROVE
              MOVE SPACES TO REPORT-LINE
              STRING "*** READ NOT EQUAL TO LOADED + DUPLICATES - KEEP "
                     "THE OLD ARCHIVE AND INVESTIGATE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO CONVERT-REPORT-RECORD.
           WRITE CONVERT-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:100).
