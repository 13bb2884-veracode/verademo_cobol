      *    VERIFY-DISPOSITION-FILE by eye and emailed partners about
      *    their rejects. This program reads the day's dispositions,
      *    attributes each REJECTED (and DUPLICAT - a replayed file
      *    is exactly the kind of thing its sender must hear about,
      *    and POSTFAIL - an accepted document the database posting
      *    could not take) record to a partner through the key name,
      *    and writes:
      *    - one per-partner reject transmittal on
      *      PARTNER-REJECT-FILE, a header line per partner naming
      *      their contact and destination dataset followed by one
      *      line per reject with the doc-id, key name and reason;
      *    - a summary of rejects by partner and reason on
      *      REJECT-SUMMARY-FILE.
      *    The day's partner NAKs, as written to PARTNER-NAK-FILE by
      *    partner-ack-intake, are routed the same way: each lands in
      *    its partner's section (matched on the partner id it
      *    carries) as a NAK line with the partner's reason code and
      *    text, and counts in the summary under that reason.
      *    PARTNER-MASTER-FILE carries one record per partner key
      *    name (partner id, key name, contact, destination), so a
      *    partner with several keys is one partner here. A reject
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-REJECT-STATUS.

           SELECT OPTIONAL PARTNER-NAK-FILE ASSIGN TO PTRNAKS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-NAK-STATUS.

           SELECT REJECT-SUMMARY-FILE ASSIGN TO PTRSUMM
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS REJECT-SUMMARY-STATUS.
           05 FILLER                   PIC X(1).
           05 DSP-REASON               PIC X(40).

      *    LAYOUT AS WRITTEN BY partner-ack-intake.
       FD  PARTNER-NAK-FILE.
       01  PARTNER-NAK-RECORD.
           05 NAK-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 NAK-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 NAK-DOC-KEY              PIC X(16).
           05 FILLER                   PIC X(1).
           05 NAK-REASON-CODE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 NAK-REASON-TEXT          PIC X(40).

       FD  PARTNER-REJECT-FILE.
       01  PARTNER-REJECT-RECORD       PIC X(132).

              10 PT-REJECT-COUNT       PIC 9(9).
       01 PARTNER-IDX PIC S9(4) COMP.
       01 ROUTED-PARTNER-IDX PIC S9(4) COMP.
       01 SECTION-SCAN-IDX PIC S9(4) COMP.

       01 KEYMAP-COUNT PIC S9(4) COMP VALUE 0.
       01 KEYMAP-TABLE.
              10 RS-REASON             PIC X(40).
              10 RS-COUNT              PIC 9(9).
       01 REASON-IDX PIC S9(4) COMP.
       01 REJECT-REASON PIC X(40).

       01 REJECTS-TOTAL PIC 9(9) VALUE 0.
       01 UNKNOWN-REJECTS PIC 9(9) VALUE 0.
      * FILE STATUS / SWITCHES
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 VERIFY-DISP-STATUS PIC X(2).
       01 PARTNER-NAK-STATUS PIC X(2).
       01 PARTNER-REJECT-STATUS PIC X(2).
       01 REJECT-SUMMARY-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
              88 MASTER-AT-END              VALUE "Y".
           05 DISP-EOF-SW           PIC X(1) VALUE "N".
              88 DISPOSITIONS-AT-END        VALUE "Y".
           05 NAK-EOF-SW            PIC X(1) VALUE "N".
              88 NAKS-AT-END                VALUE "Y".
           05 NAK-FILE-SW           PIC X(1) VALUE "N".
              88 NAK-FILE-OPEN              VALUE "Y".
           05 FOUND-SW              PIC X(1) VALUE "N".
              88 ENTRY-FOUND                VALUE "Y".
           05 HEADER-DONE-SW        PIC X(1) VALUE "N".
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    NO NAK FILE MEANS NO NAKS TODAY.
           OPEN INPUT PARTNER-NAK-FILE.
           IF PARTNER-NAK-STATUS = "00"
              MOVE "Y" TO NAK-FILE-SW
           ELSE
              MOVE "N" TO NAK-FILE-SW
              IF PARTNER-NAK-STATUS = "05"
                 CLOSE PARTNER-NAK-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN PARTNER-NAK-FILE, "
                    "STATUS: " PARTNER-NAK-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           OPEN OUTPUT PARTNER-REJECT-FILE.
           IF PARTNER-REJECT-STATUS NOT = "00"
              AND PARTNER-REJECT-STATUS NOT = "05"
       CLOSE-FILES.
           CLOSE PARTNER-MASTER-FILE.
           CLOSE VERIFY-DISPOSITION-FILE.
           IF NAK-FILE-OPEN
              CLOSE PARTNER-NAK-FILE
           END-IF.
           CLOSE PARTNER-REJECT-FILE.
           CLOSE REJECT-SUMMARY-FILE.

              UNTIL DISPOSITIONS-AT-END.
           CLOSE VERIFY-DISPOSITION-FILE.
           OPEN INPUT VERIFY-DISPOSITION-FILE.
           IF NAK-FILE-OPEN
              MOVE "N" TO NAK-EOF-SW
              PERFORM TALLY-ONE-NAK
                 WITH TEST BEFORE
                 UNTIL NAKS-AT-END
              CLOSE PARTNER-NAK-FILE
              OPEN INPUT PARTNER-NAK-FILE
           END-IF.

       TALLY-ONE-DISPOSITION.
           READ VERIFY-DISPOSITION-FILE
              NOT AT END
                 IF DSP-TIMESTAMP(1:8) = TODAY-DATE-X
                    AND (DSP-DISPOSITION = "REJECTED"
                         OR DSP-DISPOSITION = "DUPLICAT"
                         OR DSP-DISPOSITION = "POSTFAIL")
                    ADD 1 TO REJECTS-TOTAL
                    PERFORM RESOLVE-PARTNER
                    ADD 1 TO PT-REJECT-COUNT(ROUTED-PARTNER-IDX)
                    IF ROUTED-PARTNER-IDX = 1
                       ADD 1 TO UNKNOWN-REJECTS
                    END-IF
                    MOVE DSP-REASON TO REJECT-REASON
                    PERFORM COUNT-REJECT-REASON
                 END-IF
           END-READ.

      *    A NAK NAMES ITS PARTNER OUTRIGHT; ONE NOT ON THE MASTER
      *    GOES TO THE UNKNOWN SECTION LIKE AN UNCLAIMED KEY NAME.
       TALLY-ONE-NAK.
           READ PARTNER-NAK-FILE
              AT END MOVE "Y" TO NAK-EOF-SW
              NOT AT END
                 IF NAK-TIMESTAMP(1:8) = TODAY-DATE-X
                    ADD 1 TO REJECTS-TOTAL
                    PERFORM RESOLVE-NAK-PARTNER
                    ADD 1 TO PT-REJECT-COUNT(ROUTED-PARTNER-IDX)
                    IF ROUTED-PARTNER-IDX = 1
                       ADD 1 TO UNKNOWN-REJECTS
                    END-IF
                    PERFORM BUILD-NAK-REASON
                    PERFORM COUNT-REJECT-REASON
                 END-IF
           END-READ.

       RESOLVE-NAK-PARTNER.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-NAK-PARTNER
              VARYING PARTNER-IDX FROM 2 BY 1
              UNTIL PARTNER-IDX > PARTNER-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM PARTNER-IDX
              MOVE PARTNER-IDX TO ROUTED-PARTNER-IDX
           ELSE
              MOVE 1 TO ROUTED-PARTNER-IDX
           END-IF.

       SCAN-NAK-PARTNER.
           IF PT-PARTNER-ID(PARTNER-IDX) = NAK-PARTNER-ID
              MOVE "Y" TO FOUND-SW
           END-IF.

       BUILD-NAK-REASON.
           MOVE SPACES TO REJECT-REASON.
           STRING "NAK " NAK-REASON-CODE " " NAK-REASON-TEXT
              DELIMITED BY SIZE INTO REJECT-REASON
           END-STRING.

       RESOLVE-PARTNER.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-KEY-MAPPING
                 ADD 1 TO REASON-COUNT
                 MOVE ROUTED-PARTNER-IDX
                    TO RS-PARTNER-IDX(REASON-COUNT)
                 MOVE REJECT-REASON TO RS-REASON(REASON-COUNT)
                 MOVE 1 TO RS-COUNT(REASON-COUNT)
              END-IF
           END-IF.

       SCAN-REASON-ENTRY.
           IF RS-PARTNER-IDX(REASON-IDX) = ROUTED-PARTNER-IDX
              AND RS-REASON(REASON-IDX) = REJECT-REASON
              MOVE "Y" TO FOUND-SW
           END-IF.

                 UNTIL DISPOSITIONS-AT-END
              CLOSE VERIFY-DISPOSITION-FILE
              OPEN INPUT VERIFY-DISPOSITION-FILE
              IF NAK-FILE-OPEN
                 MOVE "N" TO NAK-EOF-SW
                 PERFORM WRITE-ONE-PARTNER-NAK
                    WITH TEST BEFORE
                    UNTIL NAKS-AT-END
                 CLOSE PARTNER-NAK-FILE
                 OPEN INPUT PARTNER-NAK-FILE
              END-IF
           END-IF.

       WRITE-PARTNER-HEADER.
              NOT AT END
                 IF DSP-TIMESTAMP(1:8) = TODAY-DATE-X
                    AND (DSP-DISPOSITION = "REJECTED"
                         OR DSP-DISPOSITION = "DUPLICAT"
                         OR DSP-DISPOSITION = "POSTFAIL")
                    PERFORM RESOLVE-PARTNER
                    IF ROUTED-PARTNER-IDX = PARTNER-IDX
                       MOVE SPACES TO REPORT-LINE
           MOVE REPORT-LINE TO REJECT-SUMMARY-RECORD.
           WRITE REJECT-SUMMARY-RECORD.
           DISPLAY REPORT-LINE(1:80).

      *    THE PARTNER'S NAKS FOLLOW ITS VERIFY REJECTS. PARTNER-IDX
      *    IS THE SECTION BEING WRITTEN, SO THE NAK'S PARTNER IS
      *    RESOLVED WITHOUT DISTURBING IT.
       WRITE-ONE-PARTNER-NAK.
           READ PARTNER-NAK-FILE
              AT END MOVE "Y" TO NAK-EOF-SW
              NOT AT END
                 IF NAK-TIMESTAMP(1:8) = TODAY-DATE-X
                    PERFORM RESOLVE-NAK-SECTION
                    IF ROUTED-PARTNER-IDX = PARTNER-IDX
                       MOVE SPACES TO REPORT-LINE
                       STRING "  NAK      DOC " NAK-DOC-KEY
                          " CODE " NAK-REASON-CODE
                          " REASON "
                          FUNCTION TRIM(NAK-REASON-TEXT TRAILING)
                          DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       MOVE REPORT-LINE TO PARTNER-REJECT-RECORD
                       WRITE PARTNER-REJECT-RECORD
                    END-IF
                 END-IF
           END-READ.

       RESOLVE-NAK-SECTION.
           MOVE 1 TO ROUTED-PARTNER-IDX.
           PERFORM SCAN-NAK-SECTION
              VARYING SECTION-SCAN-IDX FROM 2 BY 1
              UNTIL SECTION-SCAN-IDX > PARTNER-COUNT.

       SCAN-NAK-SECTION.
           IF PT-PARTNER-ID(SECTION-SCAN-IDX) = NAK-PARTNER-ID
              AND ROUTED-PARTNER-IDX = 1
              MOVE SECTION-SCAN-IDX TO ROUTED-PARTNER-IDX
           END-IF.
