      *    mismatch. The file is DISP=MOD, so the LAST record for a
      *    date/step/counter is taken as current - a same-day rerun
      *    supersedes the crashed run's numbers.
      *    An extract whose frequency qualifier says it is not due
      *    on the business date writes no section and is not a
      *    break: SQLINJ04's EXTRACTS-DUE and NOT-SCHEDULED counts
      *    are reported beside the chain for the record, and only
      *    its DUE-NOT-WRITTEN count - an extract due today that
      *    wrote no section - is a mismatch. A night that reports
      *    no schedule counts is reconciled on the chain alone.
      *    The run date is the business date from the processing
      *    calendar when present, the wall clock otherwise.
      *    Appends START and END records (elapsed time, step-totals
      *    records read for the date, return code) to the shared
      *    STEPTIME file for the step SLA report.
      *    RETURN-CODE: 0 the chain balances, 8 any mismatch or
      *    missing counter, 16 a required file would not open.
      *****************************
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
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

      * THE FOUR LINKS OF THE CHAIN, IN PIPELINE ORDER. THE LAST
              10 CHAIN-FOUND-SW        PIC X(1).
                 88 CHAIN-LINK-FOUND   VALUE "Y".
       01 CHAIN-IDX PIC S9(4) COMP.

      * THE EXTRACT SCHEDULE COUNTS - OUTSIDE THE CHAIN, SINCE AN
      * EXTRACT NOT DUE NEVER ENTERS IT.
       01 SCHEDULE-COUNTER-VALUES.
           05 FILLER PIC X(24) VALUE "SQLINJ04EXTRACTS-DUE    ".
           05 FILLER PIC X(24) VALUE "SQLINJ04NOT-SCHEDULED   ".
           05 FILLER PIC X(24) VALUE "SQLINJ04DUE-NOT-WRITTEN ".
       01 SCHEDULE-COUNTER-KEYS REDEFINES SCHEDULE-COUNTER-VALUES.
           05 SCHED-KEY-ENTRY OCCURS 3 TIMES.
              10 SCHED-STEP-ID         PIC X(8).
              10 SCHED-COUNTER-NAME    PIC X(16).
       01 SCHEDULE-COUNTER-STATE.
           05 SCHED-STATE-ENTRY OCCURS 3 TIMES.
              10 SCHED-COUNT           PIC 9(9).
              10 SCHED-FOUND-SW        PIC X(1).
                 88 SCHED-COUNT-FOUND  VALUE "Y".
       01 SCHED-IDX PIC S9(4) COMP.
       01 MISMATCH-COUNT PIC 9(9) VALUE 0.
       01 TOTALS-RECORDS-READ PIC 9(9) VALUE 0.

       01 REPORT-LINE PIC X(132).

       01 STEP-TOTALS-STATUS PIC X(2).
       01 RECONCILE-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 TOTALS-EOF-SW         PIC X(1) VALUE "N".
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE "RECONCIL" TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.
           PERFORM INITIALIZE-CHAIN-STATE
              VARYING CHAIN-IDX FROM 1 BY 1
              UNTIL CHAIN-IDX > 4.
           PERFORM INITIALIZE-SCHEDULE-STATE
              VARYING SCHED-IDX FROM 1 BY 1
              UNTIL SCHED-IDX > 3.

           OPEN OUTPUT RECONCILE-REPORT-FILE.
           IF RECONCILE-REPORT-STATUS NOT = "00"
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE TOTALS-RECORDS-READ TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE RUN DATE IS THE BUSINESS DATE FROM THE PROCESSING
           MOVE 0 TO CHAIN-COUNT(CHAIN-IDX).
           MOVE "N" TO CHAIN-FOUND-SW(CHAIN-IDX).

       INITIALIZE-SCHEDULE-STATE.
           MOVE 0 TO SCHED-COUNT(SCHED-IDX).
           MOVE "N" TO SCHED-FOUND-SW(SCHED-IDX).

      *    POST EVERY RUN-DATE RECORD AGAINST ITS CHAIN LINK; A LATER
      *    RECORD FOR THE SAME LINK REPLACES AN EARLIER ONE, SO A
      *    SAME-DAY RERUN'S NUMBERS WIN.
              NOT AT END
                 IF STT-RUN-DATE = TODAY-DATE-X
                    AND STT-COUNT IS NUMERIC
                    ADD 1 TO TOTALS-RECORDS-READ
                    PERFORM MATCH-CHAIN-LINK
                       VARYING CHAIN-IDX FROM 1 BY 1
                       UNTIL CHAIN-IDX > 4
                    PERFORM MATCH-SCHEDULE-COUNTER
                       VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > 3
                 END-IF
           END-READ.

              MOVE "Y" TO CHAIN-FOUND-SW(CHAIN-IDX)
           END-IF.

       MATCH-SCHEDULE-COUNTER.
           IF STT-STEP-ID = SCHED-STEP-ID(SCHED-IDX)
              AND STT-COUNTER-NAME = SCHED-COUNTER-NAME(SCHED-IDX)
              MOVE STT-COUNT TO SCHED-COUNT(SCHED-IDX)
              MOVE "Y" TO SCHED-FOUND-SW(SCHED-IDX)
           END-IF.

      *    THE CHAIN BALANCES WHEN EVERY LINK REPORTED AND EVERY
      *    COUNT EQUALS THE FIRST. EACH LINK GETS ITS OWN REPORT
      *    LINE, SO THE MORNING READER SEES WHERE THE CHAIN BROKE.
           PERFORM REPORT-ONE-CHAIN-LINK
              VARYING CHAIN-IDX FROM 1 BY 1
              UNTIL CHAIN-IDX > 4.
           PERFORM REPORT-EXTRACT-SCHEDULE.

           MOVE SPACES TO REPORT-LINE.
           IF MISMATCH-COUNT = 0
           END-IF.
           PERFORM WRITE-REPORT-LINE.

      *    EXTRACTS NOT DUE TODAY ARE LISTED, NOT COUNTED AGAINST THE
      *    CHAIN; A DUE EXTRACT THAT WROTE NO SECTION IS A BREAK THE
      *    CHAIN ITSELF CANNOT SEE.
       REPORT-EXTRACT-SCHEDULE.
           IF SCHED-COUNT-FOUND(1) OR SCHED-COUNT-FOUND(2)
              MOVE SPACES TO REPORT-LINE
              STRING "  SQLINJ04 EXTRACTS DUE " SCHED-COUNT(1)
                 "  NOT SCHEDULED TODAY " SCHED-COUNT(2)
                 " (NOT A BREAK)"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF SCHED-COUNT-FOUND(3) AND SCHED-COUNT(3) > 0
              ADD 1 TO MISMATCH-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "  SQLINJ04 EXTRACTS DUE TODAY THAT WROTE NO "
                 "SECTION: " SCHED-COUNT(3)
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO RECONCILE-REPORT-RECORD.
           WRITE RECONCILE-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).

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
