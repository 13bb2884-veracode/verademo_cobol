       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. partner-ack-intake.
      *****************************
      *    Takes in the partners' acknowledgments of what
      *    partner-bundle sent them and chases what they have not
      *    acknowledged. Until now nothing recorded whether a
      *    partner received and accepted a delivery, so a dispute
      *    meant searching old email.
      *    - PARTNER-ACK-FILE holds the partners' acknowledgment
      *      records (the JCL concatenates the day's files): partner
      *      id, doc-key, ACK or NAK, and a reason code and text.
      *    - each one is matched to TRANSMISSION-LOG-FILE by partner
      *      + doc-key and the log record's delivery status becomes
      *      ACKED or NAKED with the time and the reason. A document
      *      sent before the log existed is matched on the signature
      *      archive by doc-key instead; it is reported, but there is
      *      no log record to update. An acknowledgment for a doc-key
      *      found in neither was never sent to anyone and is
      *      flagged, as is a record that is neither ACK nor NAK.
      *    - every NAK is also written to PARTNER-NAK-FILE, which
      *      reject-routing reads alongside the verify dispositions,
      *      so a NAK lands in the partner's contact section of the
      *      morning reject transmittal.
      *    - ACK-AGING-REPORT-FILE lists every logged delivery still
      *      unacknowledged after the partner's allowance of business
      *      days (PTR-ACK-DAYS on PARTNER-MASTER-FILE, three when
      *      blank). Business days are counted from the send cycle
      *      to the business date on the processing calendar, the way
      *      calendar-roll numbers them: a day counts unless it is a
      *      *NOPROC weekday or a dated holiday (H or P) on
      *      HOLIDAY-CALENDAR-FILE, so a holiday does not age a
      *      delivery. Without the holiday calendar Monday to Friday
      *      count.
      *    - ACK-INTAKE-REPORT-FILE lists every acknowledgment taken
      *      in and what became of it.
      *    RETURN-CODE: 0 clean, 4 deliveries past their allowance,
      *    8 acknowledgments for doc-keys never sent (or unreadable
      *    records), 16 a required file would not open.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARTNER-ACK-FILE ASSIGN TO PTRACK
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-ACK-STATUS.

           SELECT PARTNER-MASTER-FILE ASSIGN TO PRTMAST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-MASTER-STATUS.

           SELECT OPTIONAL TRANSMISSION-LOG-FILE ASSIGN TO XMITLOG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS XLG-KEY
              FILE STATUS IS TRANSMISSION-LOG-STATUS.

           SELECT OPTIONAL SIGNATURE-ARCHIVE-FILE ASSIGN TO SIGARCH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS SARC-ARCHIVE-KEY
              ALTERNATE RECORD KEY IS SARC-KEY-NAME WITH DUPLICATES
              ALTERNATE RECORD KEY IS SARC-CYCLE-DATE WITH DUPLICATES
              FILE STATUS IS SIGNATURE-ARCHIVE-STATUS.

           SELECT PARTNER-NAK-FILE ASSIGN TO PTRNAKS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-NAK-STATUS.

           SELECT ACK-INTAKE-REPORT-FILE ASSIGN TO ACKRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACK-INTAKE-REPORT-STATUS.

           SELECT ACK-AGING-REPORT-FILE ASSIGN TO ACKAGE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ACK-AGING-REPORT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLIDAY-CAL-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    ONE RECORD PER DOCUMENT ACKNOWLEDGED, AS AGREED WITH THE
      *    PARTNERS.
       FD  PARTNER-ACK-FILE.
       01  PARTNER-ACK-RECORD.
           05 ACK-PARTNER-ID           PIC X(8).
           05 FILLER                   PIC X(1).
           05 ACK-DOC-KEY              PIC X(16).
           05 FILLER                   PIC X(1).
           05 ACK-RESPONSE             PIC X(3).
              88 ACK-IS-ACK                    VALUE "ACK".
              88 ACK-IS-NAK                    VALUE "NAK".
           05 FILLER                   PIC X(1).
           05 ACK-REASON-CODE          PIC X(8).
           05 FILLER                   PIC X(1).
           05 ACK-REASON-TEXT          PIC X(40).

      *    LAYOUT AS READ BY reject-routing, WITH THE PARTNER'S
      *    ACKNOWLEDGMENT ALLOWANCE IN BUSINESS DAYS AFTER THE
      *    DESTINATION.
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

       FD  TRANSMISSION-LOG-FILE.
       01  TRANSMISSION-LOG-RECORD.
           COPY XMITLOG.

      *    LAYOUT AS WRITTEN BY WRITE-SIGNATURE-ARCHIVE IN
      *    crypto_icsf_csn_dsg1.
       FD  SIGNATURE-ARCHIVE-FILE.
       01  SIGN-ARCHIVE-RECORD.
           COPY SIGARCH.

      *    ONE RECORD PER NAK TAKEN IN, FOR reject-routing.
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

       FD  ACK-INTAKE-REPORT-FILE.
       01  ACK-INTAKE-REPORT-RECORD    PIC X(132).

       FD  ACK-AGING-REPORT-FILE.
       01  ACK-AGING-REPORT-RECORD     PIC X(132).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           COPY HOLCAL.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).
       01 INTAKE-TIMESTAMP PIC X(21).

      * PARTNERS WITH THEIR CONTACT AND ACKNOWLEDGMENT ALLOWANCE,
      * FROM THE FIRST MASTER RECORD FOR EACH
       01 PARTNER-COUNT PIC S9(4) COMP VALUE 0.
       01 PARTNER-TABLE.
           05 PARTNER-ENTRY OCCURS 50 TIMES.
              10 PT-PARTNER-ID         PIC X(8).
              10 PT-CONTACT            PIC X(40).
              10 PT-ACK-DAYS           PIC 9(2).
              10 PT-OVERDUE-COUNT      PIC 9(9).
       01 PARTNER-IDX PIC S9(4) COMP.
       01 SEARCH-PARTNER-ID PIC X(8).
       01 DEFAULT-ACK-DAYS PIC 9(2) VALUE 3.
       01 ALLOWED-DAYS PIC 9(2).

      * BUSINESS-DAY COUNT FROM A SEND CYCLE TO TODAY, DAY BY DAY.
      * WEEKDAY 1 IS MONDAY - INTEGER DAY 1 (1601-01-01) WAS ONE.
       01 DATE-NUM PIC 9(8).
       01 SENT-DATE-INT PIC S9(9) COMP.
       01 TODAY-DATE-INT PIC S9(9) COMP.
       01 FIRST-AGE-DATE-INT PIC S9(9) COMP.
       01 PROBE-DATE-INT PIC S9(9) COMP.
       01 PROBE-DATE-NUM PIC 9(8).
       01 PROBE-DATE-X REDEFINES PROBE-DATE-NUM PIC X(8).
       01 WEEKDAY-NUM PIC S9(4) COMP.
       01 BUSINESS-DAYS PIC 9(5).

      * HOLIDAY CALENDAR - DATED HOLIDAYS AND NON-PROCESSING WEEKDAYS
       01 HOLIDAY-COUNT PIC 9(4) COMP VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-DATE PIC X(8) OCCURS 400 TIMES.
       01 HOLIDAY-IDX PIC 9(4) COMP.
       01 NOPROC-TABLE.
           05 NOPROC-DAY PIC X(1) OCCURS 7 TIMES.
       01 DAY-NAME-VALUES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 DAY-IDX PIC 9(4) COMP.
       01 RULE-DAY PIC 9(1).

      * COUNTS
       01 INTAKE-TOTALS.
           05 ACKS-READ PIC 9(9) VALUE 0.
           05 ACKS-APPLIED PIC 9(9) VALUE 0.
           05 NAKS-APPLIED PIC 9(9) VALUE 0.
           05 ARCHIVE-MATCHES PIC 9(9) VALUE 0.
           05 NEVER-SENT-COUNT PIC 9(9) VALUE 0.
           05 UNREADABLE-COUNT PIC 9(9) VALUE 0.
           05 DELIVERIES-OPEN PIC 9(9) VALUE 0.
           05 DELIVERIES-OVERDUE PIC 9(9) VALUE 0.
       01 ACK-OUTCOME PIC X(40).
       01 REPORT-LINE PIC X(132).

      * FILE STATUS / SWITCHES
       01 PARTNER-ACK-STATUS PIC X(2).
       01 PARTNER-MASTER-STATUS PIC X(2).
       01 TRANSMISSION-LOG-STATUS PIC X(2).
       01 SIGNATURE-ARCHIVE-STATUS PIC X(2).
       01 PARTNER-NAK-STATUS PIC X(2).
       01 ACK-INTAKE-REPORT-STATUS PIC X(2).
       01 ACK-AGING-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 HOLIDAY-CAL-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 ACK-EOF-SW            PIC X(1) VALUE "N".
              88 NO-MORE-ACKS               VALUE "Y".
           05 ACK-FILE-SW           PIC X(1) VALUE "N".
              88 ACK-FILE-OPEN              VALUE "Y".
           05 MASTER-EOF-SW         PIC X(1) VALUE "N".
              88 MASTER-AT-END              VALUE "Y".
           05 LOG-EOF-SW            PIC X(1) VALUE "N".
              88 LOG-AT-END                 VALUE "Y".
           05 LOG-FILE-SW           PIC X(1) VALUE "N".
              88 LOG-FILE-OPEN              VALUE "Y".
           05 FOUND-SW              PIC X(1) VALUE "N".
              88 ENTRY-FOUND                VALUE "Y".
           05 LOG-MATCH-SW          PIC X(1) VALUE "N".
              88 LOG-RECORD-MATCHED         VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".
           05 HOLIDAY-EOF-SW        PIC X(1) VALUE "N".
              88 NO-MORE-HOLIDAYS           VALUE "Y".
           05 HOLIDAY-TABLE-SW      PIC X(1) VALUE "N".
              88 HOLIDAY-TABLE-LOADED       VALUE "Y".
           05 HOLIDAY-HIT-SW        PIC X(1) VALUE "N".
              88 DATE-IS-HOLIDAY            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              MOVE FUNCTION CURRENT-DATE TO INTAKE-TIMESTAMP
              MOVE TODAY-DATE-X TO INTAKE-TIMESTAMP(1:8)
              PERFORM LOAD-PARTNER-MASTER
              MOVE SPACES TO REPORT-LINE
              STRING "PARTNER ACKNOWLEDGMENT INTAKE FOR " TODAY-DATE-X
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-INTAKE-LINE
              IF ACK-FILE-OPEN
                 MOVE "N" TO ACK-EOF-SW
                 PERFORM TAKE-IN-ONE-ACK
                    WITH TEST BEFORE
                    UNTIL NO-MORE-ACKS
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING "READ " ACKS-READ " ACKED " ACKS-APPLIED
                 " NAKED " NAKS-APPLIED
                 " ARCHIVE-ONLY " ARCHIVE-MATCHES
                 " NEVER SENT " NEVER-SENT-COUNT
                 " UNREADABLE " UNREADABLE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-INTAKE-LINE
              PERFORM AGE-OPEN-DELIVERIES
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF NEVER-SENT-COUNT > 0 OR UNREADABLE-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF DELIVERIES-OVERDUE > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

      *    THE DAY IS THE BUSINESS DATE FROM THE PROCESSING CALENDAR,
      *    NOT THE WALL CLOCK. WITH NO CALENDAR ON FILE THE
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

      *    THE HOLIDAY CALENDAR IS OPTIONAL. calendar-roll HAS ALREADY
      *    STOPPED THE NIGHT ON A RECORD IT CANNOT READ, SO HERE SUCH
      *    A RECORD IS ONLY PASSED OVER; ONE THAT WILL NOT OPEN LEAVES
      *    THE COUNT AT MONDAY TO FRIDAY RATHER THAN HOLD UP INTAKE.
       LOAD-HOLIDAY-CALENDAR.
           MOVE "NNNNNNN" TO NOPROC-TABLE.
           MOVE 0 TO HOLIDAY-COUNT.
           MOVE "N" TO HOLIDAY-TABLE-SW.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF HOLIDAY-CAL-STATUS = "00"
              MOVE "Y" TO HOLIDAY-TABLE-SW
              MOVE "N" TO HOLIDAY-EOF-SW
              PERFORM READ-HOLIDAY-RECORD
                 WITH TEST BEFORE
                 UNTIL NO-MORE-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR-FILE
           ELSE
              IF HOLIDAY-CAL-STATUS = "05"
                 CLOSE HOLIDAY-CALENDAR-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN HOLIDAY-CALENDAR-FILE, "
                    "STATUS: " HOLIDAY-CAL-STATUS
                    " - BUSINESS DAYS COUNTED MONDAY TO FRIDAY"
              END-IF
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-CALENDAR-FILE
              AT END MOVE "Y" TO HOLIDAY-EOF-SW
              NOT AT END PERFORM TAKE-HOLIDAY-RECORD
           END-READ.

       TAKE-HOLIDAY-RECORD.
           IF HOL-RULE-KEYWORD = "*NOPROC"
              MOVE 0 TO RULE-DAY
              PERFORM FIND-RULE-WEEKDAY
                 VARYING DAY-IDX FROM 1 BY 1
                 UNTIL DAY-IDX > 7 OR RULE-DAY > 0
              IF RULE-DAY > 0
                 MOVE "Y" TO NOPROC-DAY(RULE-DAY)
              END-IF
           ELSE
              IF HOL-DATE IS NUMERIC
                 AND (HOL-NOT-PROCESSED OR HOL-PROCESSED)
                 IF HOLIDAY-COUNT < 400
                    ADD 1 TO HOLIDAY-COUNT
                    MOVE HOL-DATE TO HOLIDAY-DATE(HOLIDAY-COUNT)
                 ELSE
                    DISPLAY "*** HOLIDAY CALENDAR ENTRY " HOL-DATE
                       " PASSED OVER - MORE THAN 400 DATED ENTRIES"
                 END-IF
              END-IF
           END-IF.

       FIND-RULE-WEEKDAY.
           IF DAY-NAME(DAY-IDX) = HOL-RULE-WEEKDAY
              MOVE DAY-IDX TO RULE-DAY
           END-IF.

      *    NO ACKNOWLEDGMENTS TODAY IS NOT AN ERROR - THE AGING
      *    REPORT IS STILL WANTED.
       OPEN-FILES.
           OPEN INPUT PARTNER-ACK-FILE.
           IF PARTNER-ACK-STATUS = "00"
              MOVE "Y" TO ACK-FILE-SW
           ELSE
              MOVE "N" TO ACK-FILE-SW
              IF PARTNER-ACK-STATUS = "05"
                 CLOSE PARTNER-ACK-FILE
              ELSE
                 DISPLAY "*** UNABLE TO OPEN PARTNER-ACK-FILE, "
                    "STATUS: " PARTNER-ACK-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           OPEN INPUT PARTNER-MASTER-FILE.
           IF PARTNER-MASTER-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN PARTNER-MASTER-FILE, "
                 "STATUS: " PARTNER-MASTER-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN I-O TRANSMISSION-LOG-FILE.
           IF TRANSMISSION-LOG-STATUS = "00"
              OR TRANSMISSION-LOG-STATUS = "05"
              MOVE "Y" TO LOG-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN TRANSMISSION-LOG-FILE, "
                 "STATUS: " TRANSMISSION-LOG-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT PARTNER-NAK-FILE.
           IF PARTNER-NAK-STATUS NOT = "00"
              AND PARTNER-NAK-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN PARTNER-NAK-FILE, "
                 "STATUS: " PARTNER-NAK-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT ACK-INTAKE-REPORT-FILE.
           IF ACK-INTAKE-REPORT-STATUS NOT = "00"
              AND ACK-INTAKE-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN ACK-INTAKE-REPORT-FILE, "
                 "STATUS: " ACK-INTAKE-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT ACK-AGING-REPORT-FILE.
           IF ACK-AGING-REPORT-STATUS NOT = "00"
              AND ACK-AGING-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN ACK-AGING-REPORT-FILE, "
                 "STATUS: " ACK-AGING-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           IF ACK-FILE-OPEN
              CLOSE PARTNER-ACK-FILE
           END-IF.
           CLOSE PARTNER-MASTER-FILE.
           IF LOG-FILE-OPEN
              CLOSE TRANSMISSION-LOG-FILE
           END-IF.
           CLOSE PARTNER-NAK-FILE.
           CLOSE ACK-INTAKE-REPORT-FILE.
           CLOSE ACK-AGING-REPORT-FILE.

      *    THE FIRST RECORD FOR A PARTNER SUPPLIES ITS CONTACT AND
      *    ALLOWANCE.
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
                    PERFORM FIND-PARTNER
                    IF NOT ENTRY-FOUND
                       PERFORM ADD-PARTNER
                    END-IF
                 END-IF
           END-READ.

       ADD-PARTNER.
           IF PARTNER-COUNT < 50
              ADD 1 TO PARTNER-COUNT
              MOVE PTR-PARTNER-ID TO PT-PARTNER-ID(PARTNER-COUNT)
              MOVE PTR-CONTACT TO PT-CONTACT(PARTNER-COUNT)
              IF PTR-ACK-DAYS IS NUMERIC
                 MOVE PTR-ACK-DAYS TO PT-ACK-DAYS(PARTNER-COUNT)
              ELSE
                 MOVE DEFAULT-ACK-DAYS TO PT-ACK-DAYS(PARTNER-COUNT)
              END-IF
              MOVE 0 TO PT-OVERDUE-COUNT(PARTNER-COUNT)
           ELSE
              DISPLAY "*** PARTNER TABLE FULL - " PTR-PARTNER-ID
                 " NOT LOADED"
           END-IF.

      *    PARTNER-IDX IS LEFT ON THE HIT WHEN ENTRY-FOUND.
       FIND-PARTNER.
           MOVE "N" TO FOUND-SW.
           PERFORM SCAN-PARTNER-ENTRY
              VARYING PARTNER-IDX FROM 1 BY 1
              UNTIL PARTNER-IDX > PARTNER-COUNT OR ENTRY-FOUND.
           IF ENTRY-FOUND
              SUBTRACT 1 FROM PARTNER-IDX
           END-IF.

       SCAN-PARTNER-ENTRY.
           IF PT-PARTNER-ID(PARTNER-IDX) = SEARCH-PARTNER-ID
              MOVE "Y" TO FOUND-SW
           END-IF.

      *    ONE ACKNOWLEDGMENT: UPDATE THE LOG RECORD IT ANSWERS, OR
      *    ACCOUNT FOR IT ON THE ARCHIVE, OR FLAG IT.
       TAKE-IN-ONE-ACK.
           READ PARTNER-ACK-FILE
              AT END MOVE "Y" TO ACK-EOF-SW
              NOT AT END
                 ADD 1 TO ACKS-READ
                 IF ACK-IS-ACK OR ACK-IS-NAK
                    PERFORM MATCH-ACK-TO-LOG
                    IF ACK-IS-NAK
                       PERFORM WRITE-NAK-ROUTING
                    END-IF
                 ELSE
                    ADD 1 TO UNREADABLE-COUNT
                    MOVE "** NEITHER ACK NOR NAK - NOT APPLIED"
                       TO ACK-OUTCOME
                 END-IF
                 PERFORM WRITE-ACK-DETAIL
           END-READ.

       MATCH-ACK-TO-LOG.
           MOVE "N" TO LOG-MATCH-SW.
           MOVE ACK-PARTNER-ID TO XLG-PARTNER-ID.
           MOVE ACK-DOC-KEY TO XLG-DOC-KEY.
           READ TRANSMISSION-LOG-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO LOG-MATCH-SW
           END-READ.
           IF LOG-RECORD-MATCHED
              IF ACK-IS-ACK
                 MOVE "ACKED" TO XLG-DELIVERY-STATUS
              ELSE
                 MOVE "NAKED" TO XLG-DELIVERY-STATUS
              END-IF
              MOVE INTAKE-TIMESTAMP TO XLG-STATUS-TIMESTAMP
              MOVE ACK-REASON-CODE TO XLG-REASON-CODE
              MOVE ACK-REASON-TEXT TO XLG-REASON-TEXT
              REWRITE TRANSMISSION-LOG-RECORD
                 INVALID KEY
                    DISPLAY "*** UNABLE TO UPDATE LOG " XLG-PARTNER-ID
                       " " XLG-DOC-KEY ", STATUS: "
                       TRANSMISSION-LOG-STATUS
                    SET RUN-HAD-FAILURE TO TRUE
              END-REWRITE
              IF ACK-IS-ACK
                 ADD 1 TO ACKS-APPLIED
                 MOVE "DELIVERY MARKED ACKED" TO ACK-OUTCOME
              ELSE
                 ADD 1 TO NAKS-APPLIED
                 MOVE "DELIVERY MARKED NAKED" TO ACK-OUTCOME
              END-IF
           ELSE
              PERFORM MATCH-ACK-TO-ARCHIVE
           END-IF.

      *    NOT ON THE LOG: A DOCUMENT SIGNED FOR OUTBOUND IS ON THE
      *    SIGNATURE ARCHIVE UNDER ITS DOC-KEY.
       MATCH-ACK-TO-ARCHIVE.
           MOVE "N" TO FOUND-SW.
           OPEN INPUT SIGNATURE-ARCHIVE-FILE.
           IF SIGNATURE-ARCHIVE-STATUS = "00"
              PERFORM FIND-ACK-ON-ARCHIVE
              CLOSE SIGNATURE-ARCHIVE-FILE
           ELSE
              IF SIGNATURE-ARCHIVE-STATUS = "05"
                 CLOSE SIGNATURE-ARCHIVE-FILE
              END-IF
           END-IF.
           IF ENTRY-FOUND
              ADD 1 TO ARCHIVE-MATCHES
              MOVE "MATCHED ON SIGNATURE ARCHIVE - NOT LOGGED"
                 TO ACK-OUTCOME
           ELSE
              ADD 1 TO NEVER-SENT-COUNT
              MOVE "** DOC-KEY NEVER SENT - FLAGGED" TO ACK-OUTCOME
           END-IF.

      *    THE ARCHIVE KEY LEADS WITH THE DOC-ID: POSITION ON THE
      *    FIRST SIGNATURE AT OR AFTER THE DOC-KEY AND SEE WHOSE IT IS.
       FIND-ACK-ON-ARCHIVE.
           MOVE ACK-DOC-KEY TO SARC-AK-DOC-ID.
           MOVE LOW-VALUES TO SARC-AK-TIMESTAMP.
           START SIGNATURE-ARCHIVE-FILE
              KEY IS NOT LESS THAN SARC-ARCHIVE-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ SIGNATURE-ARCHIVE-FILE NEXT RECORD
                    AT END CONTINUE
                    NOT AT END
                       IF SARC-AK-DOC-ID = ACK-DOC-KEY
                          MOVE "Y" TO FOUND-SW
                       END-IF
                 END-READ
           END-START.

       WRITE-NAK-ROUTING.
           MOVE SPACES TO PARTNER-NAK-RECORD.
           MOVE INTAKE-TIMESTAMP TO NAK-TIMESTAMP.
           MOVE ACK-PARTNER-ID TO NAK-PARTNER-ID.
           MOVE ACK-DOC-KEY TO NAK-DOC-KEY.
           MOVE ACK-REASON-CODE TO NAK-REASON-CODE.
           MOVE ACK-REASON-TEXT TO NAK-REASON-TEXT.
           WRITE PARTNER-NAK-RECORD.

       WRITE-ACK-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " ACK-PARTNER-ID " " ACK-DOC-KEY " "
              ACK-RESPONSE " " ACK-REASON-CODE " "
              FUNCTION TRIM(ACK-OUTCOME TRAILING)
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-INTAKE-LINE.

      *    WALK THE WHOLE LOG: EVERY DELIVERY STILL SENT IS AGED IN
      *    BUSINESS DAYS AGAINST ITS PARTNER'S ALLOWANCE.
       AGE-OPEN-DELIVERIES.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNACKNOWLEDGED DELIVERIES PAST ALLOWANCE AS OF "
              TODAY-DATE-X
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.
           MOVE TODAY-DATE-X TO DATE-NUM.
           COMPUTE TODAY-DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM).
           MOVE LOW-VALUES TO XLG-KEY.
           MOVE "N" TO LOG-EOF-SW.
           START TRANSMISSION-LOG-FILE KEY IS NOT LESS THAN XLG-KEY
              INVALID KEY MOVE "Y" TO LOG-EOF-SW
           END-START.
           PERFORM AGE-ONE-DELIVERY
              WITH TEST BEFORE
              UNTIL LOG-AT-END.
           PERFORM WRITE-PARTNER-AGING-TOTAL
              VARYING PARTNER-IDX FROM 1 BY 1
              UNTIL PARTNER-IDX > PARTNER-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN DELIVERIES " DELIVERIES-OPEN
              " PAST ALLOWANCE " DELIVERIES-OVERDUE
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-AGING-LINE.

       AGE-ONE-DELIVERY.
           READ TRANSMISSION-LOG-FILE NEXT RECORD
              AT END MOVE "Y" TO LOG-EOF-SW
              NOT AT END
                 IF XLG-STATUS-SENT
                    ADD 1 TO DELIVERIES-OPEN
                    PERFORM AGE-SENT-DELIVERY
                 END-IF
           END-READ.

       AGE-SENT-DELIVERY.
           MOVE XLG-PARTNER-ID TO SEARCH-PARTNER-ID.
           PERFORM FIND-PARTNER.
           IF ENTRY-FOUND
              MOVE PT-ACK-DAYS(PARTNER-IDX) TO ALLOWED-DAYS
           ELSE
              MOVE DEFAULT-ACK-DAYS TO ALLOWED-DAYS
           END-IF.
           PERFORM COUNT-BUSINESS-DAYS.
           IF BUSINESS-DAYS > ALLOWED-DAYS
              ADD 1 TO DELIVERIES-OVERDUE
              IF ENTRY-FOUND
                 ADD 1 TO PT-OVERDUE-COUNT(PARTNER-IDX)
              END-IF
              MOVE SPACES TO REPORT-LINE
              STRING "  " XLG-PARTNER-ID " " XLG-DOC-KEY
                 " SENT " XLG-RUN-DATE
                 " BUSINESS DAYS " BUSINESS-DAYS
                 " ALLOWED " ALLOWED-DAYS " DEST "
                 FUNCTION TRIM(XLG-DEST-DATASET TRAILING)
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-AGING-LINE
           END-IF.

      *    BUSINESS DAYS AFTER THE SEND CYCLE UP TO AND INCLUDING
      *    TODAY. A SEND DATE THAT IS NOT A DATE AGES AS ZERO.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO BUSINESS-DAYS.
           IF XLG-RUN-DATE IS NUMERIC
              MOVE XLG-RUN-DATE TO DATE-NUM
              COMPUTE SENT-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(DATE-NUM)
              COMPUTE FIRST-AGE-DATE-INT = SENT-DATE-INT + 1
              PERFORM COUNT-ONE-AGING-DAY
                 VARYING PROBE-DATE-INT FROM FIRST-AGE-DATE-INT BY 1
                 UNTIL PROBE-DATE-INT > TODAY-DATE-INT
           END-IF.

      *    WITH THE HOLIDAY CALENDAR, A DAY COUNTS WHEN IT IS NEITHER
      *    A NON-PROCESSING WEEKDAY NOR A DATED HOLIDAY - THE DAYS
      *    calendar-roll NUMBERS AS BUSINESS DAYS. WITHOUT IT, MONDAY
      *    TO FRIDAY COUNT.
       COUNT-ONE-AGING-DAY.
           COMPUTE WEEKDAY-NUM =
              FUNCTION MOD(PROBE-DATE-INT - 1, 7) + 1.
           IF HOLIDAY-TABLE-LOADED
              IF NOPROC-DAY(WEEKDAY-NUM) NOT = "Y"
                 COMPUTE PROBE-DATE-NUM =
                    FUNCTION DATE-OF-INTEGER(PROBE-DATE-INT)
                 MOVE "N" TO HOLIDAY-HIT-SW
                 PERFORM FIND-HOLIDAY-DATE
                    VARYING HOLIDAY-IDX FROM 1 BY 1
                    UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                       OR DATE-IS-HOLIDAY
                 IF NOT DATE-IS-HOLIDAY
                    ADD 1 TO BUSINESS-DAYS
                 END-IF
              END-IF
           ELSE
              IF WEEKDAY-NUM < 6
                 ADD 1 TO BUSINESS-DAYS
              END-IF
           END-IF.

       FIND-HOLIDAY-DATE.
           IF HOLIDAY-DATE(HOLIDAY-IDX) = PROBE-DATE-X
              MOVE "Y" TO HOLIDAY-HIT-SW
           END-IF.

       WRITE-PARTNER-AGING-TOTAL.
           IF PT-OVERDUE-COUNT(PARTNER-IDX) > 0
              MOVE SPACES TO REPORT-LINE
              STRING "  PARTNER " PT-PARTNER-ID(PARTNER-IDX)
                 " PAST ALLOWANCE " PT-OVERDUE-COUNT(PARTNER-IDX)
                 " CONTACT "
                 FUNCTION TRIM(PT-CONTACT(PARTNER-IDX) TRAILING)
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-AGING-LINE
           END-IF.

       WRITE-INTAKE-LINE.
           MOVE REPORT-LINE TO ACK-INTAKE-REPORT-RECORD.
           WRITE ACK-INTAKE-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).

       WRITE-AGING-LINE.
           MOVE REPORT-LINE TO ACK-AGING-REPORT-RECORD.
           WRITE ACK-AGING-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).
