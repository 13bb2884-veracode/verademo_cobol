      *      to use.
      *    - participates in suite run-control (step DOCENCR) and
      *      takes its cycle date from the processing calendar.
      *    - appends START and END records (elapsed time, extracts
      *      encrypted, return code) to the shared STEPTIME file for
      *      the step SLA report.
      *    RETURN-CODE: 0 every extract encrypted, 8 an extract had
      *    no encryption key mapping or its key was refused,
      *    16 a required file would not open or an ICSF call failed.
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
       01 CURRENT-EXTRACT-NAME PIC X(8).
       01 CURRENT-ENC-KEY-NAME PIC X(16).
       01 ENCRYPTED-DOC-STATUS PIC X(2).
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 TXN-EOF-SW            PIC X(1) VALUE "N".
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE RCTL-MY-STEP-ID TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE EXTRACTS-ENCRYPTED TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE CYCLE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
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
