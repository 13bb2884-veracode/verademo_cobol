       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. step-sla-report.
      *****************************
      *    Batch-window timing report. Every NIGHTBAT step appends a
      *    START and an END record to the shared STEPTIME file
      *    (copybook STEPTIM); until now RUNCTL only said a step had
      *    finished, not how long it took or whether the night was
      *    on course for the partner transmission deadline. This
      *    program measures tonight's records against STEP-SLA-FILE:
      *    - one SLA record per step, in the order the steps run,
      *      gives a target finish time (HHMM on the business date
      *      or the day after) and a maximum elapsed time in
      *      minutes; a "*CUTOFF" record gives the delivery cutoff
      *      in the same target fields.
      *    - each step's line shows its start, end, elapsed time and
      *      record volume for the business date against its target
      *      and maximum, and its elapsed time against a trailing
      *      average of the step's last ten earlier business dates.
      *      A step that finished after its target is LATE, one that
      *      ran longer than its maximum is OVERMAX - both are SLA
      *      breaches. A step still running is measured against the
      *      clock. SLOW (half as long again as its average) is
      *      shown but is not a breach.
      *    - the CMD records x91_35_1 writes in schedule mode are
      *      listed under its step with each command's elapsed time.
      *    - steps that have not started yet are projected forward
      *      from the last step seen, at their trailing average (or
      *      their maximum when there is no history), and the
      *      projected end of the window is compared with the
      *      delivery cutoff. A step with no record for the night
      *      but with later steps already run is shown NOT RUN.
      *    - the report's first line carries the business date so
      *      the morning summary can tell tonight's report from a
      *      stale one, and its last line carries the alert count.
      *    - the last START and END for a date/step are current, so
      *      a same-day rerun supersedes a failed run's timings.
      *    - appends its own START and END records like every step.
      *    The run date is the business date from the processing
      *    calendar when present, the wall clock otherwise. Can be
      *    run mid-window to see where the night is heading.
      *    RETURN-CODE: 0 every step within its SLA and the window
      *    on course, 4 no timing records for the business date,
      *    8 a step breached its SLA or the projected window end is
      *    past the delivery cutoff, 16 the SLA file or the report
      *    would not open, or holds no steps.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEP-SLA-FILE ASSIGN TO STEPSLA
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-SLA-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

           SELECT SLA-REPORT-FILE ASSIGN TO SLARPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLA-REPORT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    ONE RECORD PER STEP IN WINDOW ORDER, PLUS THE "*CUTOFF"
      *    RECORD. TARGET DAY 0 IS THE BUSINESS DATE, 1 THE DAY
      *    AFTER; A MAXIMUM ELAPSED OF ZERO MEANS NONE. ANY OTHER
      *    RECORD STARTING "*" IS A COMMENT.
       FD  STEP-SLA-FILE.
       01  STEP-SLA-RECORD.
           05 SLA-STEP-ID              PIC X(8).
           05 FILLER                   PIC X(1).
           05 SLA-TARGET-DAY           PIC 9(1).
           05 FILLER                   PIC X(1).
           05 SLA-TARGET-TIME          PIC 9(4).
           05 SLA-TARGET-HHMM REDEFINES SLA-TARGET-TIME.
              10 SLA-TARGET-HH         PIC 9(2).
              10 SLA-TARGET-MI         PIC 9(2).
           05 FILLER                   PIC X(1).
           05 SLA-MAX-ELAPSED          PIC 9(5).

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD           PIC X(132).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 TODAY-DATE-X PIC X(8).
       01 TODAY-DATE-N REDEFINES TODAY-DATE-X PIC 9(8).
       01 TODAY-DAY-SECS PIC S9(11)V99 COMP-3.
       01 TARGET-OFFSET-SECS PIC 9(6).
       01 NOW-SECS PIC S9(11)V99 COMP-3.
       01 RUN-CLOCK-X PIC X(21).

      * THE STEPS OF THE WINDOW IN SLA-FILE ORDER, WITH TONIGHT'S
      * TIMINGS AND THE LAST TEN EARLIER ELAPSED TIMES PER STEP,
      * OLDEST FIRST
       01 STEP-MAX PIC S9(4) COMP VALUE 30.
       01 STEP-COUNT PIC S9(4) COMP VALUE 0.
       01 STEP-TABLE.
           05 STEP-ENTRY OCCURS 30 TIMES.
              10 ST-STEP-ID            PIC X(8).
              10 ST-TARGET-SW          PIC X(1).
                 88 ST-HAS-TARGET              VALUE "Y".
              10 ST-TARGET-DAY         PIC 9(1).
              10 ST-TARGET-HH          PIC 9(2).
              10 ST-TARGET-MI          PIC 9(2).
              10 ST-TARGET-SECS        PIC S9(11)V99 COMP-3.
              10 ST-MAX-SECS           PIC 9(7)V99.
              10 ST-STATE              PIC X(1).
                 88 ST-NOT-STARTED             VALUE "N".
                 88 ST-RUNNING                 VALUE "R".
                 88 ST-ENDED                   VALUE "E".
              10 ST-START-STAMP        PIC X(21).
              10 ST-END-STAMP          PIC X(21).
              10 ST-ELAPSED            PIC 9(7)V99.
              10 ST-RECORDS            PIC 9(9).
              10 ST-RETURN-CODE        PIC 9(4).
              10 ST-CMD-FIRST          PIC S9(4) COMP.
              10 ST-HIST-COUNT         PIC S9(4) COMP.
              10 ST-HIST OCCURS 10 TIMES.
                 15 ST-HIST-DATE       PIC X(8).
                 15 ST-HIST-ELAPSED    PIC 9(7)V99.
              10 ST-AVG-SECS           PIC 9(7)V99.
              10 ST-PROJ-END-SECS      PIC S9(11)V99 COMP-3.
       01 STEP-IDX PIC S9(4) COMP.
       01 FOUND-IDX PIC S9(4) COMP.
       01 HIST-IDX PIC S9(4) COMP.
       01 HIST-WINDOW-MAX PIC S9(4) COMP VALUE 10.
       01 LAST-ACTIVE-IDX PIC S9(4) COMP VALUE 0.

      * TONIGHT'S SCHEDULED-COMMAND TIMINGS, IN THE ORDER RUN
       01 CMD-MAX PIC S9(4) COMP VALUE 50.
       01 CMD-COUNT PIC S9(4) COMP VALUE 0.
       01 CMD-TABLE.
           05 CMD-ENTRY OCCURS 50 TIMES.
              10 CMD-STEP-IDX          PIC S9(4) COMP.
              10 CMD-ELAPSED           PIC 9(7)V99.
              10 CMD-RESULT            PIC 9(4).
              10 CMD-TEXT              PIC X(60).
       01 CMD-IDX PIC S9(4) COMP.

      * THE DELIVERY CUTOFF AND THE PROJECTED END OF THE WINDOW
       01 CUTOFF-SECS PIC S9(11)V99 COMP-3 VALUE 0.
       01 PROJ-CLOCK-SECS PIC S9(11)V99 COMP-3 VALUE 0.
       01 PROJ-STEP-SECS PIC 9(7)V99.
       01 WINDOW-END-DATE PIC 9(8).
       01 WINDOW-END-CLOCK PIC X(8).
       01 WINDOW-VERDICT PIC X(8).

      * MEASUREMENT WORK FIELDS
       01 MEASURE-WORK.
           05 END-SECS                 PIC S9(11)V99 COMP-3.
           05 RUN-SECS                 PIC 9(7)V99.
           05 HIST-SUM                 PIC 9(9)V99.
           05 PCT-OF-AVG               PIC 9(5).
           05 ALERT-COUNT              PIC 9(9) VALUE 0.
           05 TONIGHT-RECORD-COUNT     PIC 9(9) VALUE 0.
           05 STEPS-REPORTED           PIC 9(9) VALUE 0.
           05 FLAG-PTR                 PIC S9(4) COMP.

      * CLOCK AND DURATION FORMATTING
       01 FORMAT-WORK.
           05 FMT-SECS                 PIC S9(11)V99 COMP-3.
           05 FMT-DAY-NUMBER           PIC 9(7).
           05 FMT-DAY-SECS             PIC 9(7).
           05 FMT-DATE                 PIC 9(8).
           05 FMT-HH                   PIC 9(2).
           05 FMT-MI                   PIC 9(2).
           05 FMT-SS                   PIC 9(2).
           05 FMT-CLOCK                PIC X(8).
           05 FMT-DURATION-SECS        PIC 9(7)V99.
           05 FMT-WHOLE-SECS           PIC 9(7).
           05 FMT-DURATION-HH          PIC 9(3).
           05 FMT-DURATION             PIC X(9).

      * ONE STEP'S REPORT LINE
       01 STEP-DETAIL-LINE.
           05 SDL-STEP-ID              PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-STATE                PIC X(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-START                PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-END                  PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-TARGET               PIC X(8).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-ELAPSED              PIC X(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-MAX                  PIC X(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-AVERAGE              PIC X(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-PCT                  PIC X(5).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-RECORDS              PIC X(9).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-RETURN-CODE          PIC X(4).
           05 FILLER                   PIC X(1) VALUE SPACE.
           05 SDL-FLAGS                PIC X(20).
       01 SDL-PCT-EDIT PIC ZZZ9.
       01 SDL-RECORDS-EDIT PIC ZZZZZZZZ9.

       01 REPORT-LINE PIC X(132).

      * FILE STATUS / SWITCHES
       01 STEP-SLA-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).
       01 SLA-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 SLA-EOF-SW            PIC X(1) VALUE "N".
              88 SLA-AT-END                 VALUE "Y".
           05 TIMING-EOF-SW         PIC X(1) VALUE "N".
              88 TIMING-AT-END              VALUE "Y".
           05 CUTOFF-SW             PIC X(1) VALUE "N".
              88 CUTOFF-ON-FILE             VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE "STEPSLAR" TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM LOAD-STEP-SLA.
           IF NOT RUN-HAD-FAILURE
              OPEN OUTPUT SLA-REPORT-FILE
              IF SLA-REPORT-STATUS NOT = "00"
                 AND SLA-REPORT-STATUS NOT = "05"
                 DISPLAY "*** UNABLE TO OPEN SLA-REPORT-FILE, STATUS: "
                    SLA-REPORT-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           IF NOT RUN-HAD-FAILURE
              PERFORM LOAD-STEP-TIMINGS
              PERFORM COMPUTE-TRAILING-AVERAGE
                 VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-COUNT
              PERFORM FIND-LAST-ACTIVE-STEP
                 VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-COUNT
              PERFORM WRITE-REPORT-HEADING
              PERFORM REPORT-ONE-STEP
                 VARYING STEP-IDX FROM 1 BY 1
                 UNTIL STEP-IDX > STEP-COUNT
              PERFORM REPORT-WINDOW-END
              CLOSE SLA-REPORT-FILE
              DISPLAY "STEPS REPORTED: " STEPS-REPORTED
                 "  TIMING RECORDS TONIGHT: " TONIGHT-RECORD-COUNT
                 "  SLA ALERTS: " ALERT-COUNT
           END-IF.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF ALERT-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF TONIGHT-RECORD-COUNT = 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           MOVE STEPS-REPORTED TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE RUN DATE IS THE BUSINESS DATE FROM THE PROCESSING
      *    CALENDAR, NOT THE WALL CLOCK, SO A REPORT RUN AFTER
      *    MIDNIGHT STILL MEASURES LAST NIGHT'S CYCLE. WITH NO
      *    CALENDAR ON FILE THE WALL-CLOCK DATE STANDS.
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
           COMPUTE TODAY-DAY-SECS =
              FUNCTION INTEGER-OF-DATE (TODAY-DATE-N) * 86400.

      *    LOAD THE STEP TARGETS IN WINDOW ORDER AND THE DELIVERY
      *    CUTOFF. A TARGET THAT IS NOT A VALID TIME LEAVES THE STEP
      *    WITHOUT ONE RATHER THAN FAILING THE REPORT.
       LOAD-STEP-SLA.
           OPEN INPUT STEP-SLA-FILE.
           IF STEP-SLA-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN STEP-SLA-FILE, STATUS: "
                 STEP-SLA-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           ELSE
              MOVE "N" TO SLA-EOF-SW
              PERFORM READ-STEP-SLA-RECORD
                 WITH TEST BEFORE
                 UNTIL SLA-AT-END
              CLOSE STEP-SLA-FILE
              IF STEP-COUNT = 0
                 DISPLAY "*** STEP-SLA-FILE HOLDS NO STEPS"
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

       READ-STEP-SLA-RECORD.
           READ STEP-SLA-FILE
              AT END MOVE "Y" TO SLA-EOF-SW
              NOT AT END
                 IF SLA-STEP-ID = "*CUTOFF"
                    PERFORM LOAD-DELIVERY-CUTOFF
                 ELSE
                    IF SLA-STEP-ID(1:1) NOT = "*"
                       AND SLA-STEP-ID NOT = SPACES
                       PERFORM LOAD-ONE-STEP-TARGET
                    END-IF
                 END-IF
           END-READ.

       LOAD-DELIVERY-CUTOFF.
           IF SLA-TARGET-DAY IS NUMERIC
              AND SLA-TARGET-TIME IS NUMERIC
              AND SLA-TARGET-HH < 24 AND SLA-TARGET-MI < 60
              MOVE "Y" TO CUTOFF-SW
              COMPUTE TARGET-OFFSET-SECS = SLA-TARGET-DAY * 86400
                 + SLA-TARGET-HH * 3600 + SLA-TARGET-MI * 60
              MOVE TODAY-DAY-SECS TO CUTOFF-SECS
              ADD TARGET-OFFSET-SECS TO CUTOFF-SECS
           ELSE
              DISPLAY "*** DELIVERY CUTOFF IS NOT A VALID TIME - "
                 "IGNORED: " STEP-SLA-RECORD
           END-IF.

       LOAD-ONE-STEP-TARGET.
           IF STEP-COUNT < STEP-MAX
              ADD 1 TO STEP-COUNT
              MOVE STEP-COUNT TO STEP-IDX
              MOVE SLA-STEP-ID TO ST-STEP-ID(STEP-IDX)
              MOVE "N" TO ST-TARGET-SW(STEP-IDX)
              IF SLA-TARGET-DAY IS NUMERIC
                 AND SLA-TARGET-TIME IS NUMERIC
                 AND SLA-TARGET-HH < 24 AND SLA-TARGET-MI < 60
                 MOVE "Y" TO ST-TARGET-SW(STEP-IDX)
                 MOVE SLA-TARGET-DAY TO ST-TARGET-DAY(STEP-IDX)
                 MOVE SLA-TARGET-HH TO ST-TARGET-HH(STEP-IDX)
                 MOVE SLA-TARGET-MI TO ST-TARGET-MI(STEP-IDX)
                 COMPUTE TARGET-OFFSET-SECS = SLA-TARGET-DAY * 86400
                    + SLA-TARGET-HH * 3600 + SLA-TARGET-MI * 60
                 MOVE TODAY-DAY-SECS TO ST-TARGET-SECS(STEP-IDX)
                 ADD TARGET-OFFSET-SECS TO ST-TARGET-SECS(STEP-IDX)
              ELSE
                 DISPLAY "*** STEP " SLA-STEP-ID
                    " TARGET IS NOT A VALID TIME - NO TARGET"
              END-IF
              IF SLA-MAX-ELAPSED IS NUMERIC
                 COMPUTE ST-MAX-SECS(STEP-IDX) = SLA-MAX-ELAPSED * 60
              ELSE
                 MOVE 0 TO ST-MAX-SECS(STEP-IDX)
              END-IF
              MOVE "N" TO ST-STATE(STEP-IDX)
              MOVE SPACES TO ST-START-STAMP(STEP-IDX)
                 ST-END-STAMP(STEP-IDX)
              MOVE 0 TO ST-ELAPSED(STEP-IDX) ST-RECORDS(STEP-IDX)
                 ST-RETURN-CODE(STEP-IDX) ST-CMD-FIRST(STEP-IDX)
                 ST-HIST-COUNT(STEP-IDX) ST-AVG-SECS(STEP-IDX)
                 ST-PROJ-END-SECS(STEP-IDX)
           ELSE
              DISPLAY "*** STEP-SLA-FILE HOLDS MORE THAN " STEP-MAX
                 " STEPS - IGNORED: " SLA-STEP-ID
           END-IF.

      *    ONE PASS OVER THE TIMING FILE. TONIGHT'S RECORDS SET EACH
      *    STEP'S STATE; AN END FROM AN EARLIER BUSINESS DATE FEEDS
      *    THE STEP'S HISTORY, THE LAST END FOR A DATE WINNING.
      *    STEPS NOT ON THE SLA FILE ARE PASSED OVER, AND SO ARE THIS
      *    REPORT'S OWN RECORDS FOR TONIGHT - THIS RUN IS STILL GOING
      *    AND IS PROJECTED LIKE ANY STEP STILL TO COME, WHICH ALSO
      *    KEEPS A MID-WINDOW RUN FROM SHOWING THE STEPS AHEAD OF IT
      *    IN THE WINDOW AS NOT RUN.
       LOAD-STEP-TIMINGS.
           OPEN INPUT STEP-TIMING-FILE.
           IF STEP-TIMING-STATUS = "00"
              MOVE "N" TO TIMING-EOF-SW
              PERFORM READ-STEP-TIMING-RECORD
                 WITH TEST BEFORE
                 UNTIL TIMING-AT-END
              CLOSE STEP-TIMING-FILE
           ELSE
              IF STEP-TIMING-STATUS = "05"
                 CLOSE STEP-TIMING-FILE
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO RUN-CLOCK-X.
           MOVE RUN-CLOCK-X TO STW-STAMP.
           PERFORM STAMP-TO-SECONDS.
           MOVE STW-STAMP-SECS TO NOW-SECS.

       READ-STEP-TIMING-RECORD.
           READ STEP-TIMING-FILE
              AT END MOVE "Y" TO TIMING-EOF-SW
              NOT AT END
                 PERFORM FIND-TIMING-STEP
                 IF FOUND-IDX > 0
                    IF STI-RUN-DATE = TODAY-DATE-X
                       AND STI-STEP-ID NOT = STW-STEP-ID
                       ADD 1 TO TONIGHT-RECORD-COUNT
                       PERFORM POST-TONIGHT-TIMING
                    ELSE
                       IF STI-RUN-DATE < TODAY-DATE-X
                          AND STI-STEP-END
                          AND STI-ELAPSED IS NUMERIC
                          PERFORM POST-HISTORY-TIMING
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       FIND-TIMING-STEP.
           MOVE 0 TO FOUND-IDX.
           PERFORM MATCH-TIMING-STEP
              VARYING STEP-IDX FROM 1 BY 1
              UNTIL STEP-IDX > STEP-COUNT OR FOUND-IDX > 0.

       MATCH-TIMING-STEP.
           IF ST-STEP-ID(STEP-IDX) = STI-STEP-ID
              MOVE STEP-IDX TO FOUND-IDX
           END-IF.

      *    A START RESETS THE STEP - A SAME-DAY RERUN SUPERSEDES THE
      *    FAILED RUN, INCLUDING ANY COMMAND TIMINGS IT LEFT.
       POST-TONIGHT-TIMING.
           EVALUATE TRUE
              WHEN STI-STEP-START
                 MOVE "R" TO ST-STATE(FOUND-IDX)
                 MOVE STI-TIMESTAMP TO ST-START-STAMP(FOUND-IDX)
                 MOVE SPACES TO ST-END-STAMP(FOUND-IDX)
                 MOVE 0 TO ST-ELAPSED(FOUND-IDX) ST-RECORDS(FOUND-IDX)
                    ST-RETURN-CODE(FOUND-IDX)
                 IF ST-CMD-FIRST(FOUND-IDX) > 0
                    COMPUTE CMD-COUNT = ST-CMD-FIRST(FOUND-IDX) - 1
                    MOVE 0 TO ST-CMD-FIRST(FOUND-IDX)
                 END-IF
              WHEN STI-STEP-END
                 MOVE "E" TO ST-STATE(FOUND-IDX)
                 MOVE STI-TIMESTAMP TO ST-END-STAMP(FOUND-IDX)
                 IF STI-ELAPSED IS NUMERIC
                    MOVE STI-ELAPSED TO ST-ELAPSED(FOUND-IDX)
                 END-IF
                 IF STI-RECORD-COUNT IS NUMERIC
                    MOVE STI-RECORD-COUNT TO ST-RECORDS(FOUND-IDX)
                 END-IF
                 IF STI-RETURN-CODE IS NUMERIC
                    MOVE STI-RETURN-CODE TO ST-RETURN-CODE(FOUND-IDX)
                 END-IF
              WHEN STI-COMMAND
                 IF CMD-COUNT < CMD-MAX
                    ADD 1 TO CMD-COUNT
                    MOVE FOUND-IDX TO CMD-STEP-IDX(CMD-COUNT)
                    MOVE 0 TO CMD-ELAPSED(CMD-COUNT)
                       CMD-RESULT(CMD-COUNT)
                    IF STI-ELAPSED IS NUMERIC
                       MOVE STI-ELAPSED TO CMD-ELAPSED(CMD-COUNT)
                    END-IF
                    IF STI-RETURN-CODE IS NUMERIC
                       MOVE STI-RETURN-CODE TO CMD-RESULT(CMD-COUNT)
                    END-IF
                    MOVE STI-DETAIL TO CMD-TEXT(CMD-COUNT)
                    IF ST-CMD-FIRST(FOUND-IDX) = 0
                       MOVE CMD-COUNT TO ST-CMD-FIRST(FOUND-IDX)
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    KEEP THE LAST TEN BUSINESS DATES, OLDEST FIRST. THE FILE
      *    IS IN RUN ORDER, SO A REPEATED DATE IS A RERUN AND
      *    REPLACES THE NEWEST ENTRY.
       POST-HISTORY-TIMING.
           MOVE ST-HIST-COUNT(FOUND-IDX) TO HIST-IDX.
           IF HIST-IDX > 0
              AND ST-HIST-DATE(FOUND-IDX, HIST-IDX) = STI-RUN-DATE
              MOVE STI-ELAPSED TO ST-HIST-ELAPSED(FOUND-IDX, HIST-IDX)
           ELSE
              IF HIST-IDX = HIST-WINDOW-MAX
                 PERFORM SHIFT-STEP-HISTORY
                    VARYING HIST-IDX FROM 1 BY 1
                    UNTIL HIST-IDX >= HIST-WINDOW-MAX
              ELSE
                 ADD 1 TO ST-HIST-COUNT(FOUND-IDX)
              END-IF
              MOVE ST-HIST-COUNT(FOUND-IDX) TO HIST-IDX
              MOVE STI-RUN-DATE TO ST-HIST-DATE(FOUND-IDX, HIST-IDX)
              MOVE STI-ELAPSED TO ST-HIST-ELAPSED(FOUND-IDX, HIST-IDX)
           END-IF.

       SHIFT-STEP-HISTORY.
           MOVE ST-HIST(FOUND-IDX, HIST-IDX + 1)
              TO ST-HIST(FOUND-IDX, HIST-IDX).

       COMPUTE-TRAILING-AVERAGE.
           MOVE 0 TO HIST-SUM.
           PERFORM ADD-STEP-HISTORY
              VARYING HIST-IDX FROM 1 BY 1
              UNTIL HIST-IDX > ST-HIST-COUNT(STEP-IDX).
           IF ST-HIST-COUNT(STEP-IDX) > 0
              COMPUTE ST-AVG-SECS(STEP-IDX) ROUNDED =
                 HIST-SUM / ST-HIST-COUNT(STEP-IDX)
           ELSE
              MOVE 0 TO ST-AVG-SECS(STEP-IDX)
           END-IF.

       ADD-STEP-HISTORY.
           ADD ST-HIST-ELAPSED(STEP-IDX, HIST-IDX) TO HIST-SUM.

      *    THE LAST STEP IN WINDOW ORDER WITH ANY RECORD TONIGHT.
      *    STEPS BEFORE IT WITH NO RECORD DID NOT RUN; STEPS AFTER IT
      *    ARE STILL TO COME AND ARE PROJECTED.
       FIND-LAST-ACTIVE-STEP.
           IF NOT ST-NOT-STARTED(STEP-IDX)
              MOVE STEP-IDX TO LAST-ACTIVE-IDX
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP SLA REPORT FOR " TODAY-DATE-X
              " - RUN " RUN-CLOCK-X(1:8) " " RUN-CLOCK-X(9:2)
              ":" RUN-CLOCK-X(11:2) ":" RUN-CLOCK-X(13:2)
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "STEP     STATE     START    END      TARGET   "
              "ELAPSED   MAXIMUM   AVERAGE   VSAVG RECORDS   "
              "RC   FLAGS"
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    MEASURE ONE STEP AND ADVANCE THE PROJECTION CLOCK: AN
      *    ENDED STEP MOVES IT TO ITS ACTUAL END, A RUNNING STEP TO
      *    ITS START PLUS ITS AVERAGE (NOT EARLIER THAN NOW), AND A
      *    STEP STILL TO COME ADDS ITS AVERAGE - OR ITS MAXIMUM WITH
      *    NO HISTORY - FROM WHICHEVER IS LATER, THE CLOCK OR NOW.
       REPORT-ONE-STEP.
           ADD 1 TO STEPS-REPORTED.
           MOVE SPACES TO STEP-DETAIL-LINE.
           MOVE 1 TO FLAG-PTR.
           MOVE ST-STEP-ID(STEP-IDX) TO SDL-STEP-ID.
           IF ST-HAS-TARGET(STEP-IDX)
              MOVE SPACES TO SDL-TARGET
              STRING ST-TARGET-HH(STEP-IDX) ":" ST-TARGET-MI(STEP-IDX)
                 "+" ST-TARGET-DAY(STEP-IDX)
                 DELIMITED BY SIZE INTO SDL-TARGET
              END-STRING
           ELSE
              MOVE "NONE" TO SDL-TARGET
           END-IF.
           IF ST-MAX-SECS(STEP-IDX) > 0
              MOVE ST-MAX-SECS(STEP-IDX) TO FMT-DURATION-SECS
              PERFORM FORMAT-DURATION
              MOVE FMT-DURATION TO SDL-MAX
           ELSE
              MOVE "NONE" TO SDL-MAX
           END-IF.
           IF ST-AVG-SECS(STEP-IDX) > 0
              MOVE ST-AVG-SECS(STEP-IDX) TO FMT-DURATION-SECS
              PERFORM FORMAT-DURATION
              MOVE FMT-DURATION TO SDL-AVERAGE
           ELSE
              MOVE "NO HIST" TO SDL-AVERAGE
           END-IF.

           EVALUATE TRUE
              WHEN ST-ENDED(STEP-IDX)
                 PERFORM MEASURE-ENDED-STEP
              WHEN ST-RUNNING(STEP-IDX)
                 PERFORM MEASURE-RUNNING-STEP
              WHEN STEP-IDX < LAST-ACTIVE-IDX
                 MOVE "NOT RUN" TO SDL-STATE
              WHEN OTHER
                 PERFORM PROJECT-COMING-STEP
           END-EVALUATE.

           MOVE STEP-DETAIL-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ST-CMD-FIRST(STEP-IDX) > 0
              PERFORM REPORT-ONE-COMMAND
                 VARYING CMD-IDX FROM ST-CMD-FIRST(STEP-IDX) BY 1
                 UNTIL CMD-IDX > CMD-COUNT
           END-IF.

       MEASURE-ENDED-STEP.
           MOVE "ENDED" TO SDL-STATE.
           MOVE ST-START-STAMP(STEP-IDX) TO STW-STAMP.
           PERFORM FORMAT-STAMP-CLOCK.
           MOVE FMT-CLOCK TO SDL-START.
           MOVE ST-END-STAMP(STEP-IDX) TO STW-STAMP.
           PERFORM FORMAT-STAMP-CLOCK.
           MOVE FMT-CLOCK TO SDL-END.
           PERFORM STAMP-TO-SECONDS.
           MOVE STW-STAMP-SECS TO END-SECS.
           MOVE ST-ELAPSED(STEP-IDX) TO RUN-SECS.
           MOVE ST-ELAPSED(STEP-IDX) TO FMT-DURATION-SECS.
           PERFORM FORMAT-DURATION.
           MOVE FMT-DURATION TO SDL-ELAPSED.
           MOVE ST-RECORDS(STEP-IDX) TO SDL-RECORDS-EDIT.
           MOVE SDL-RECORDS-EDIT TO SDL-RECORDS.
           MOVE ST-RETURN-CODE(STEP-IDX) TO SDL-RETURN-CODE.
           PERFORM CHECK-STEP-BREACH.
           IF ST-AVG-SECS(STEP-IDX) > 0
              COMPUTE PCT-OF-AVG ROUNDED =
                 RUN-SECS * 100 / ST-AVG-SECS(STEP-IDX)
                 ON SIZE ERROR MOVE 99999 TO PCT-OF-AVG
              END-COMPUTE
              PERFORM SHOW-PCT-OF-AVERAGE
              IF PCT-OF-AVG > 150
                 STRING "SLOW " DELIMITED BY SIZE
                    INTO SDL-FLAGS WITH POINTER FLAG-PTR
                 END-STRING
              END-IF
           END-IF.
           IF END-SECS > PROJ-CLOCK-SECS
              MOVE END-SECS TO PROJ-CLOCK-SECS
           END-IF.

      *    A RUNNING STEP IS MEASURED AGAINST THE CLOCK: PAST ITS
      *    TARGET OR ITS MAXIMUM ALREADY IS A BREACH NOW.
       MEASURE-RUNNING-STEP.
           MOVE "RUNNING" TO SDL-STATE.
           MOVE ST-START-STAMP(STEP-IDX) TO STW-STAMP.
           PERFORM FORMAT-STAMP-CLOCK.
           MOVE FMT-CLOCK TO SDL-START.
           PERFORM STAMP-TO-SECONDS.
           IF NOW-SECS > STW-STAMP-SECS
              COMPUTE RUN-SECS = NOW-SECS - STW-STAMP-SECS
           ELSE
              MOVE 0 TO RUN-SECS
           END-IF.
           MOVE NOW-SECS TO END-SECS.
           MOVE RUN-SECS TO FMT-DURATION-SECS.
           PERFORM FORMAT-DURATION.
           MOVE FMT-DURATION TO SDL-ELAPSED.
           PERFORM CHECK-STEP-BREACH.
           IF ST-AVG-SECS(STEP-IDX) > 0
              COMPUTE PCT-OF-AVG ROUNDED =
                 RUN-SECS * 100 / ST-AVG-SECS(STEP-IDX)
                 ON SIZE ERROR MOVE 99999 TO PCT-OF-AVG
              END-COMPUTE
              PERFORM SHOW-PCT-OF-AVERAGE
           END-IF.
           COMPUTE ST-PROJ-END-SECS(STEP-IDX) =
              STW-STAMP-SECS + ST-AVG-SECS(STEP-IDX).
           IF ST-PROJ-END-SECS(STEP-IDX) < NOW-SECS
              MOVE NOW-SECS TO ST-PROJ-END-SECS(STEP-IDX)
           END-IF.
           MOVE ST-PROJ-END-SECS(STEP-IDX) TO FMT-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE FMT-CLOCK TO SDL-END.
           IF ST-PROJ-END-SECS(STEP-IDX) > PROJ-CLOCK-SECS
              MOVE ST-PROJ-END-SECS(STEP-IDX) TO PROJ-CLOCK-SECS
           END-IF.

       PROJECT-COMING-STEP.
           MOVE "PROJECTED" TO SDL-STATE.
           IF PROJ-CLOCK-SECS < NOW-SECS
              MOVE NOW-SECS TO PROJ-CLOCK-SECS
           END-IF.
           MOVE PROJ-CLOCK-SECS TO FMT-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE FMT-CLOCK TO SDL-START.
           IF ST-AVG-SECS(STEP-IDX) > 0
              MOVE ST-AVG-SECS(STEP-IDX) TO PROJ-STEP-SECS
           ELSE
              MOVE ST-MAX-SECS(STEP-IDX) TO PROJ-STEP-SECS
           END-IF.
           ADD PROJ-STEP-SECS TO PROJ-CLOCK-SECS.
           MOVE PROJ-CLOCK-SECS TO ST-PROJ-END-SECS(STEP-IDX).
           MOVE PROJ-CLOCK-SECS TO FMT-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE FMT-CLOCK TO SDL-END.
           IF ST-HAS-TARGET(STEP-IDX)
              AND PROJ-CLOCK-SECS > ST-TARGET-SECS(STEP-IDX)
              STRING "WILL BE LATE " DELIMITED BY SIZE
                 INTO SDL-FLAGS WITH POINTER FLAG-PTR
              END-STRING
           END-IF.

      *    END-SECS IS THE STEP'S END (OR NOW, WHILE IT RUNS) AND
      *    RUN-SECS ITS ELAPSED TIME. EITHER BREACH IS AN ALERT.
       CHECK-STEP-BREACH.
           IF ST-HAS-TARGET(STEP-IDX)
              AND END-SECS > ST-TARGET-SECS(STEP-IDX)
              ADD 1 TO ALERT-COUNT
              STRING "LATE " DELIMITED BY SIZE
                 INTO SDL-FLAGS WITH POINTER FLAG-PTR
              END-STRING
           END-IF.
           IF ST-MAX-SECS(STEP-IDX) > 0
              AND RUN-SECS > ST-MAX-SECS(STEP-IDX)
              ADD 1 TO ALERT-COUNT
              STRING "OVERMAX " DELIMITED BY SIZE
                 INTO SDL-FLAGS WITH POINTER FLAG-PTR
              END-STRING
           END-IF.

       SHOW-PCT-OF-AVERAGE.
           MOVE PCT-OF-AVG TO SDL-PCT-EDIT.
           MOVE SPACES TO SDL-PCT.
           STRING SDL-PCT-EDIT "%" DELIMITED BY SIZE INTO SDL-PCT
           END-STRING.

       REPORT-ONE-COMMAND.
           IF CMD-STEP-IDX(CMD-IDX) = STEP-IDX
              MOVE CMD-ELAPSED(CMD-IDX) TO FMT-DURATION-SECS
              PERFORM FORMAT-DURATION
              MOVE SPACES TO REPORT-LINE
              STRING "         CMD " FMT-DURATION
                 " RESULT " CMD-RESULT(CMD-IDX)
                 " " CMD-TEXT(CMD-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *    THE PROJECTION CLOCK NOW HOLDS THE END OF THE LAST STEP,
      *    ACTUAL OR PROJECTED. PAST THE DELIVERY CUTOFF IS AN ALERT.
       REPORT-WINDOW-END.
           MOVE PROJ-CLOCK-SECS TO FMT-SECS.
           PERFORM FORMAT-CLOCK-TIME.
           MOVE FMT-DATE TO WINDOW-END-DATE.
           MOVE FMT-CLOCK TO WINDOW-END-CLOCK.
           MOVE SPACES TO REPORT-LINE.
           IF CUTOFF-ON-FILE
              MOVE CUTOFF-SECS TO FMT-SECS
              PERFORM FORMAT-CLOCK-TIME
              IF PROJ-CLOCK-SECS > CUTOFF-SECS
                 ADD 1 TO ALERT-COUNT
                 MOVE "*** PAST" TO WINDOW-VERDICT
              ELSE
                 MOVE "WITHIN" TO WINDOW-VERDICT
              END-IF
              STRING "WINDOW: PROJECTED END " WINDOW-END-DATE " "
                 WINDOW-END-CLOCK " "
                 WINDOW-VERDICT DELIMITED BY "  "
                 " DELIVERY CUTOFF " FMT-DATE " " FMT-CLOCK
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "WINDOW: PROJECTED END " WINDOW-END-DATE " "
                 WINDOW-END-CLOCK " - NO DELIVERY CUTOFF ON STEPSLA"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SLA ALERTS: " ALERT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    HH:MM:SS OF THE STAMP IN STW-STAMP.
       FORMAT-STAMP-CLOCK.
           MOVE SPACES TO FMT-CLOCK.
           STRING STW-STAMP(9:2) ":" STW-STAMP(11:2) ":"
              STW-STAMP(13:2)
              DELIMITED BY SIZE INTO FMT-CLOCK
           END-STRING.

      *    DATE AND HH:MM:SS OF AN ABSOLUTE SECOND COUNT IN FMT-SECS.
       FORMAT-CLOCK-TIME.
           DIVIDE FMT-SECS BY 86400 GIVING FMT-DAY-NUMBER
              REMAINDER FMT-DAY-SECS.
           COMPUTE FMT-DATE =
              FUNCTION DATE-OF-INTEGER (FMT-DAY-NUMBER).
           DIVIDE FMT-DAY-SECS BY 3600 GIVING FMT-HH
              REMAINDER FMT-DAY-SECS.
           DIVIDE FMT-DAY-SECS BY 60 GIVING FMT-MI
              REMAINDER FMT-SS.
           MOVE SPACES TO FMT-CLOCK.
           STRING FMT-HH ":" FMT-MI ":" FMT-SS
              DELIMITED BY SIZE INTO FMT-CLOCK
           END-STRING.

      *    HHH:MM:SS OF A DURATION IN FMT-DURATION-SECS.
       FORMAT-DURATION.
           MOVE FMT-DURATION-SECS TO FMT-WHOLE-SECS.
           DIVIDE FMT-WHOLE-SECS BY 3600 GIVING FMT-DURATION-HH
              REMAINDER FMT-WHOLE-SECS.
           DIVIDE FMT-WHOLE-SECS BY 60 GIVING FMT-MI
              REMAINDER FMT-SS.
           MOVE SPACES TO FMT-DURATION.
           STRING FMT-DURATION-HH ":" FMT-MI ":" FMT-SS
              DELIMITED BY SIZE INTO FMT-DURATION
           END-STRING.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO SLA-REPORT-RECORD.
           WRITE SLA-REPORT-RECORD.

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
