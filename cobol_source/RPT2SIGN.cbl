      *    - the cycle date (DOC-KEY run date and the RUNCTL stamp)
      *      comes from PROCESSING-CALENDAR-FILE when present,
      *      falling back to the wall-clock date.
      *    - appends START and END records (elapsed time, extracts
      *      bridged, return code) to the shared STEPTIME file for
      *      the step SLA report.
      *    - reads the frequency qualifiers of the "*EXTRACT"
      *      directives in SQLBATCH (see EXTSCHD) and lists each
      *      extract not scheduled for the business date, so its
      *      missing section reads as expected; a due extract with
      *      no section, or a section for an extract not due, is
      *      noted for the reconciliation. These notes do not change
      *      the return code - the reconciliation owns that break.
      *    RETURN-CODE: 0 clean, 4 content truncated, 8 an extract
      *    had no key mapping, 16 a required file would not open.
      *****************************
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL SQL-BATCH-FILE ASSIGN TO SQLBATCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SQL-BATCH-STATUS.

           SELECT OPTIONAL STEP-TOTALS-FILE ASSIGN TO STEPTOTS
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TOTALS-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  SQL-BATCH-FILE.
       01  SQL-BATCH-RECORD             PIC X(80).

       FD  STEP-TOTALS-FILE.
       01  STEP-TOTALS-RECORD.
           COPY STEPTOT.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 TODAY-DATE-X PIC X(8).
       01 CURRENT-EXTRACT-NAME PIC X(8).
       01 CURRENT-DOC-KEY PIC X(16).
       01 DOC-CHAR-PTR PIC S9(4) COMP.
       01 EXTRACTS-BRIDGED PIC 9(9) VALUE 0.

      * EXTRACT SCHEDULE - EACH "*EXTRACT" DIRECTIVE IN THE BATCH DECK,
      * WHETHER IT IS DUE ON THE BUSINESS DATE, AND WHETHER THE
      * REPORT CARRIED A SECTION FOR IT.
       01 EXTRACT-SCHEDULE-WORK.
           COPY EXTSCHD.
       01 SCHEDULE-TABLE.
           05 SCHEDULE-COUNT PIC 9(4) COMP VALUE 0.
           05 SCHEDULE-ENTRY OCCURS 50 TIMES.
              10 SCH-EXTRACT-NAME PIC X(8).
              10 SCH-SCHEDULE-TEXT PIC X(12).
              10 SCH-DUE-SW PIC X(1).
              10 SCH-FOUND-SW PIC X(1).
       01 SCHEDULE-IDX PIC 9(4) COMP.
       01 SCHEDULE-HIT PIC 9(4) COMP.

      * SUITE RUN-CONTROL - THIS PROGRAM'S STEP IDENTITY
       01 RCTL-MY-STEP-ID PIC X(8) VALUE "RPT2SIGN".

       01 DOCUMENT-FILE-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 SQL-BATCH-STATUS PIC X(2).
       01 STEP-TOTALS-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 PARM-CARD-SW          PIC X(1) VALUE "N".
              88 STEP-ALREADY-DONE          VALUE "Y".
           05 RUNCTL-EOF-SW         PIC X(1) VALUE "N".
              88 RUN-CONTROL-EOF            VALUE "Y".
           05 BATCH-EOF-SW          PIC X(1) VALUE "N".
              88 BATCH-DECK-AT-END          VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RCTL-MY-STEP-ID TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM LOAD-EXTRACT-SCHEDULE
              PERFORM GET-NEXT-REPORT-RECORD
              PERFORM PROCESS-REPORT-RECORD
                 WITH TEST BEFORE
                 UNTIL REPORT-AT-END
              DISPLAY "EXTRACTS BRIDGED TO SIGNING: "
                 EXTRACTS-BRIDGED
              PERFORM REPORT-ONE-SCHEDULE-ENTRY
                 VARYING SCHEDULE-IDX FROM 1 BY 1
                 UNTIL SCHEDULE-IDX > SCHEDULE-COUNT
           END-IF.
           PERFORM CLOSE-FILES.

                 END-IF
              END-IF
           END-IF.
           MOVE EXTRACTS-BRIDGED TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE CYCLE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
                 NOT AT END
                    IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO TODAY-DATE-X
                       MOVE "Y" TO ESW-CALENDAR-SW
                       MOVE CAL-HOLIDAY-IND TO ESW-HOLIDAY-IND
                       MOVE CAL-MONTH-END-IND TO ESW-MONTH-END-IND
                       MOVE CAL-PRIOR-BUSINESS-DATE TO ESW-PRIOR-DATE
                       MOVE CAL-BUSINESS-DAY-NUM TO ESW-BUSINESS-DAY-X
                    END-IF
              END-READ
              CLOSE PROCESSING-CALENDAR-FILE
                 CLOSE PROCESSING-CALENDAR-FILE
              END-IF
           END-IF.
           PERFORM SET-SCHEDULE-CALENDAR.

      *    SETTLE WHAT THE SCHEDULE TESTS NEED FROM THE BUSINESS DATE:
      *    ITS WEEKDAY, HOW MANY CALENDAR DAYS HAVE PASSED SINCE THE
      *    PRIOR PROCESSING DAY, MONTH-END AND THE BUSINESS-DAY NUMBER.
      *    WITHOUT THE CALENDAR FIELDS EVERY DAY IS A PROCESSING DAY.
       SET-SCHEDULE-CALENDAR.
           MOVE TODAY-DATE-X TO ESW-BUSINESS-DATE.
           COMPUTE ESW-DATE-INT =
              FUNCTION INTEGER-OF-DATE(ESW-BUSINESS-DATE-NUM).
           COMPUTE ESW-WEEKDAY =
              FUNCTION MOD(ESW-DATE-INT - 1, 7) + 1.
           MOVE 1 TO ESW-GAP-DAYS.
           IF ESW-PRIOR-DATE IS NUMERIC
              AND ESW-PRIOR-DATE-NUM > 19000000
              AND ESW-PRIOR-DATE < ESW-BUSINESS-DATE
              COMPUTE ESW-GAP-DAYS = ESW-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(ESW-PRIOR-DATE-NUM)
              IF ESW-GAP-DAYS > 7
                 MOVE 7 TO ESW-GAP-DAYS
              END-IF
           END-IF.
           IF NOT ESW-CALENDAR-READ
              COMPUTE ESW-NEXT-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(ESW-DATE-INT + 1)
              IF ESW-NEXT-DATE-X(5:2) NOT = ESW-BUSINESS-DATE(5:2)
                 MOVE "M" TO ESW-MONTH-END-IND
              END-IF
           END-IF.
           IF ESW-BUSINESS-DAY-X IS NOT NUMERIC
              OR ESW-BUSINESS-DAY-X = "00"
              MOVE ESW-BUSINESS-DATE(7:2) TO ESW-BUSINESS-DAY-X
           END-IF.

      *    JUDGE ONE FREQUENCY QUALIFIER (ESW-FREQUENCY/ESW-FREQ-ARG)
      *    AGAINST THE BUSINESS DATE. AN UNRECOGNIZED QUALIFIER IS
      *    FLAGGED AND TREATED AS DAILY, SO A TYPO NEVER SILENTLY
      *    STOPS AN EXTRACT.
       CHECK-EXTRACT-DUE.
           MOVE "N" TO ESW-DUE-SW.
           MOVE "Y" TO ESW-VALID-SW.
           MOVE SPACES TO ESW-SCHEDULE-TEXT.
           EVALUATE ESW-FREQUENCY
              WHEN SPACES
              WHEN "DAILY"
                 MOVE "DAILY" TO ESW-SCHEDULE-TEXT
                 MOVE "Y" TO ESW-DUE-SW
              WHEN "WEEKLY"
                 PERFORM CHECK-WEEKLY-DUE
              WHEN "MONTHEND"
                 MOVE "MONTHEND" TO ESW-SCHEDULE-TEXT
                 IF ESW-MONTH-END-IND = "M"
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              WHEN "QTREND"
                 MOVE "QTREND" TO ESW-SCHEDULE-TEXT
                 IF ESW-MONTH-END-IND = "M"
                    AND (ESW-BUSINESS-DATE(5:2) = "03" OR "06"
                         OR "09" OR "12")
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              WHEN "BDAY"
                 PERFORM CHECK-BUSINESS-DAY-DUE
              WHEN OTHER
                 MOVE "N" TO ESW-VALID-SW
           END-EVALUATE.
           IF NOT ESW-QUALIFIER-VALID
              MOVE "DAILY" TO ESW-SCHEDULE-TEXT
              MOVE "Y" TO ESW-DUE-SW
           END-IF.

      *    A WEEKLY EXTRACT IS DUE WHEN ITS NAMED DAY FALLS WITHIN THE
      *    DAYS SINCE THE PRIOR PROCESSING DAY - ON THE DAY ITSELF, OR
      *    ON THE FIRST PROCESSING DAY AFTER IT WHEN IT WAS SKIPPED.
       CHECK-WEEKLY-DUE.
           MOVE 0 TO ESW-NAMED-DAY.
           PERFORM FIND-NAMED-WEEKDAY
              VARYING ESW-DAY-IDX FROM 1 BY 1
              UNTIL ESW-DAY-IDX > 7 OR ESW-NAMED-DAY > 0.
           IF ESW-NAMED-DAY = 0
              MOVE "N" TO ESW-VALID-SW
           ELSE
              MOVE SPACES TO ESW-SCHEDULE-TEXT
              STRING "WEEKLY " ESW-FREQ-ARG
                 DELIMITED BY SIZE INTO ESW-SCHEDULE-TEXT
              END-STRING
              COMPUTE ESW-DAYS-SINCE =
                 FUNCTION MOD(ESW-WEEKDAY - ESW-NAMED-DAY + 7, 7)
              IF ESW-DAYS-SINCE < ESW-GAP-DAYS
                 MOVE "Y" TO ESW-DUE-SW
              END-IF
           END-IF.

       FIND-NAMED-WEEKDAY.
           IF ESW-DAY-NAME(ESW-DAY-IDX) = ESW-FREQ-ARG
              MOVE ESW-DAY-IDX TO ESW-NAMED-DAY
           END-IF.

      *    BDAY nn IS DUE ON THE nn-TH NON-HOLIDAY PROCESSING DAY OF
      *    THE MONTH, AS NUMBERED BY THE CALENDAR ROLL.
       CHECK-BUSINESS-DAY-DUE.
           IF ESW-FREQ-ARG(1:2) IS NOT NUMERIC
              OR ESW-FREQ-ARG(3:1) NOT = SPACE
              MOVE "N" TO ESW-VALID-SW
           ELSE
              MOVE ESW-FREQ-ARG(1:2) TO ESW-BDAY-ARG
              IF ESW-BDAY-ARG < 1 OR ESW-BDAY-ARG > 23
                 MOVE "N" TO ESW-VALID-SW
              ELSE
                 MOVE SPACES TO ESW-SCHEDULE-TEXT
                 STRING "BDAY " ESW-FREQ-ARG(1:2)
                    DELIMITED BY SIZE INTO ESW-SCHEDULE-TEXT
                 END-STRING
                 IF ESW-HOLIDAY-IND NOT = "H"
                    AND ESW-BUSINESS-DAY-NUM = ESW-BDAY-ARG
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              END-IF
           END-IF.

      *    COLLECT THE "*EXTRACT" DIRECTIVES FROM THE BATCH DECK THE
      *    EXTRACT STEP RAN, WITH EACH ONE'S VERDICT FOR TODAY. WITH
      *    NO DECK ON FILE THERE IS NOTHING TO CHECK SECTIONS AGAINST.
       LOAD-EXTRACT-SCHEDULE.
           OPEN INPUT SQL-BATCH-FILE.
           IF SQL-BATCH-STATUS = "00"
              MOVE "N" TO BATCH-EOF-SW
              PERFORM READ-BATCH-DIRECTIVE
                 WITH TEST BEFORE
                 UNTIL BATCH-DECK-AT-END
              CLOSE SQL-BATCH-FILE
           ELSE
              IF SQL-BATCH-STATUS = "05"
                 CLOSE SQL-BATCH-FILE
              END-IF
           END-IF.

       READ-BATCH-DIRECTIVE.
           READ SQL-BATCH-FILE
              AT END MOVE "Y" TO BATCH-EOF-SW
              NOT AT END
                 IF SQL-BATCH-RECORD(1:9) = "*EXTRACT "
                    PERFORM NOTE-EXTRACT-SCHEDULE
                 END-IF
           END-READ.

      *    AN EXTRACT NAMED BY MORE THAN ONE DIRECTIVE IS DUE WHEN ANY
      *    OF THEM IS.
       NOTE-EXTRACT-SCHEDULE.
           MOVE SQL-BATCH-RECORD(10:8) TO CURRENT-EXTRACT-NAME.
           MOVE SQL-BATCH-RECORD(19:8) TO ESW-FREQUENCY.
           MOVE SQL-BATCH-RECORD(28:3) TO ESW-FREQ-ARG.
           PERFORM CHECK-EXTRACT-DUE.
           PERFORM FIND-SCHEDULE-ENTRY.
           IF SCHEDULE-HIT = 0
              IF SCHEDULE-COUNT < 50
                 ADD 1 TO SCHEDULE-COUNT
                 MOVE SCHEDULE-COUNT TO SCHEDULE-HIT
                 MOVE CURRENT-EXTRACT-NAME
                    TO SCH-EXTRACT-NAME(SCHEDULE-HIT)
                 MOVE ESW-SCHEDULE-TEXT
                    TO SCH-SCHEDULE-TEXT(SCHEDULE-HIT)
                 MOVE "N" TO SCH-DUE-SW(SCHEDULE-HIT)
                 MOVE "N" TO SCH-FOUND-SW(SCHEDULE-HIT)
              ELSE
                 DISPLAY "MORE THAN 50 EXTRACTS IN SQLBATCH - "
                    CURRENT-EXTRACT-NAME " NOT SCHEDULE-CHECKED"
              END-IF
           END-IF.
           IF SCHEDULE-HIT > 0 AND ESW-EXTRACT-DUE
              MOVE "Y" TO SCH-DUE-SW(SCHEDULE-HIT)
              MOVE ESW-SCHEDULE-TEXT TO SCH-SCHEDULE-TEXT(SCHEDULE-HIT)
           END-IF.

       FIND-SCHEDULE-ENTRY.
           MOVE 0 TO SCHEDULE-HIT.
           PERFORM MATCH-SCHEDULE-ENTRY
              VARYING SCHEDULE-IDX FROM 1 BY 1
              UNTIL SCHEDULE-IDX > SCHEDULE-COUNT OR SCHEDULE-HIT > 0.

       MATCH-SCHEDULE-ENTRY.
           IF SCH-EXTRACT-NAME(SCHEDULE-IDX) = CURRENT-EXTRACT-NAME
              MOVE SCHEDULE-IDX TO SCHEDULE-HIT
           END-IF.

      *    A SECTION IS STARTING: MARK ITS EXTRACT SEEN, AND NOTE ONE
      *    THE SCHEDULE SAYS WAS NOT DUE. IT IS STILL BRIDGED - WHAT
      *    THE EXTRACT STEP WROTE IS WHAT MUST BE SIGNED.
       NOTE-SECTION-SCHEDULE.
           PERFORM FIND-SCHEDULE-ENTRY.
           IF SCHEDULE-HIT > 0
              MOVE "Y" TO SCH-FOUND-SW(SCHEDULE-HIT)
              IF SCH-DUE-SW(SCHEDULE-HIT) NOT = "Y"
                 DISPLAY "WARNING - EXTRACT " CURRENT-EXTRACT-NAME
                    " (" SCH-SCHEDULE-TEXT(SCHEDULE-HIT)
                    ") NOT SCHEDULED FOR " TODAY-DATE-X
                    " BUT HAS A REPORT SECTION - BRIDGED"
              END-IF
           END-IF.

       REPORT-ONE-SCHEDULE-ENTRY.
           IF SCH-DUE-SW(SCHEDULE-IDX) = "Y"
              IF SCH-FOUND-SW(SCHEDULE-IDX) NOT = "Y"
                 DISPLAY "WARNING - EXTRACT "
                    SCH-EXTRACT-NAME(SCHEDULE-IDX) " ("
                    SCH-SCHEDULE-TEXT(SCHEDULE-IDX)
                    ") WAS DUE BUT HAS NO REPORT SECTION - SEE THE"
                    " RECONCILIATION"
              END-IF
           ELSE
              DISPLAY "EXTRACT " SCH-EXTRACT-NAME(SCHEDULE-IDX) " ("
                 SCH-SCHEDULE-TEXT(SCHEDULE-IDX)
                 ") NOT SCHEDULED FOR " TODAY-DATE-X
                 " - NO SECTION EXPECTED"
           END-IF.

       OPEN-FILES.
           OPEN INPUT PARM-CARD-FILE.
                 END-IF
                 MOVE SQL-REPORT-RECORD(13:8)
                    TO CURRENT-EXTRACT-NAME
                 PERFORM NOTE-SECTION-SCHEDULE
                 MOVE SPACES TO DOC-BUILD
                 MOVE 1 TO DOC-CHAR-PTR
                 MOVE "Y" TO IN-SECTION-SW
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
