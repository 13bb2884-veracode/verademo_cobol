      *    - statements run and rows returned, with counts of
      *      truncated results, skipped-bind statements, SQL errors
      *      and rolled-back DML pulled from the audit dispositions.
      *      Statements refused for want of a usable connection
      *      profile (NOCONNECT) count as refused, with the
      *      uncataloged ones.
      *      Extracts passed over because their frequency qualifier
      *      says they are not due (NOTSCHED) are listed on their
      *      own line - they are neither statements nor exceptions.
      *    - sign/verify attempted-vs-verified per algorithm family
      *      (and inbound verify accepted counts when present),
      *      parsed from the control-totals lines.
      *    - commands executed, with every non-zero exec-result and
      *      every REJECTED or DENIED command listed.
      *    - step timing from the step SLA report (SLARPT): each
      *      step's times against its targets and trailing average,
      *      with every SLA alert the report raised counted as an
      *      exception.
      *    - a single verdict line: CLEAN, or EXCEPTIONS with the
      *      count of things a day-shift owner should look at.
      *    A missing or stale (prior-date) input file is itself an
      *    or statements halved/doubled, SKIPBIND creep, rising
      *    command refusals, a sign/verify gap after a clean window)
      *    as TREND lines after the verdict.
      *    Like every NIGHTBAT step it appends START and END records
      *    (elapsed time, summary lines written, return code) to the
      *    shared STEPTIME file.
      *    RETURN-CODE 0 always: the summary reports, it does not
      *    gate the suite.
      *****************************
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS RUN-HISTORY-STATUS.

           SELECT OPTIONAL SLA-REPORT-FILE ASSIGN TO SLARPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SLA-REPORT-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
           05 FILLER                    PIC X(1).
           05 AUD-CATALOG-VERSION       PIC 9(4).
           05 FILLER                    PIC X(1).
           05 AUD-MASK-SET-NAME         PIC X(16).
           05 FILLER                    PIC X(1).
           05 AUD-MASK-SET-VERSION      PIC 9(4).
           05 FILLER                    PIC X(1).
           05 AUD-MASKED-COLUMNS        PIC 9(2).
           05 FILLER                    PIC X(1).
           05 AUD-EXTRACT-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 AUD-STATEMENT             PIC X(3991).
           05 FILLER                    PIC X(1).
           05 AUD-PROFILE-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 AUD-CHAIN-SEQ             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 AUD-CHAIN-HASH            PIC X(64).

       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-RECORD        PIC X(80).
           05 OPL-DISPOSITION           PIC X(8).
           05 FILLER                    PIC X(1).
           05 OPL-COMMAND               PIC X(80).
           05 FILLER                    PIC X(1).
           05 OPL-CHAIN-SEQ             PIC 9(9).
           05 FILLER                    PIC X(1).
           05 OPL-CHAIN-HASH            PIC X(64).

       FD  OPS-SUMMARY-FILE.
       01  OPS-SUMMARY-RECORD           PIC X(132).
           05 FILLER                   PIC X(1).
           05 RH-EXCEPTIONS            PIC 9(9).

      *    AS WRITTEN BY step-sla-report.
       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-RECORD            PIC X(132).

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 TODAY-DATE-X PIC X(8).

      * STATEMENT TOTALS FROM THE QUERY AUDIT LOG
           05 STMT-ROLLEDBK-COUNT PIC 9(9) VALUE 0.
           05 STMT-COMMITTED-COUNT PIC 9(9) VALUE 0.
           05 STMT-REFUSED-COUNT PIC 9(9) VALUE 0.
           05 EXTRACT-NOTSCHED-COUNT PIC 9(9) VALUE 0.

      * SIGN/VERIFY TOTALS PARSED FROM THE CONTROL-TOTALS LINES
       01 SIGN-TOTALS.
           05 CMD-NONZERO-COUNT PIC 9(9) VALUE 0.
           05 CMD-REFUSED-COUNT PIC 9(9) VALUE 0.

      * STEP TIMING FROM THE STEP SLA REPORT
       01 TIMING-TOTALS.
           05 SLA-ALERT-COUNT PIC 9(9) VALUE 0.
           05 SUMMARY-LINES-WRITTEN PIC 9(9) VALUE 0.

       01 EXCEPTION-COUNT PIC 9(9) VALUE 0.

      * ROLLING WINDOW OF THE MOST RECENT PRIOR RUNS, OLDEST FIRST.
       01 OPS-SUMMARY-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 RUN-HISTORY-STATUS PIC X(2).
       01 SLA-REPORT-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 AUDIT-EOF-SW          PIC X(1) VALUE "N".
              88 TOTALS-ARE-CURRENT         VALUE "Y".
           05 HISTORY-EOF-SW        PIC X(1) VALUE "N".
              88 HISTORY-AT-END             VALUE "Y".
           05 SLARPT-EOF-SW         PIC X(1) VALUE "N".
              88 SLA-REPORT-AT-END          VALUE "Y".
           05 SLARPT-AVAIL-SW       PIC X(1) VALUE "N".
              88 SLA-REPORT-AVAIL           VALUE "Y".
           05 SLARPT-CURRENT-SW     PIC X(1) VALUE "N".
              88 SLA-REPORT-IS-CURRENT      VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE "OPSUMMRY" TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           OPEN OUTPUT OPS-SUMMARY-FILE.
           IF OPS-SUMMARY-STATUS NOT = "00"
           PERFORM SUMMARIZE-AUDIT-LOG.
           PERFORM SUMMARIZE-CONTROL-TOTALS.
           PERFORM SUMMARIZE-OPERATIONS-LOG.
           PERFORM SUMMARIZE-STEP-TIMING.
           PERFORM WRITE-SUMMARY-REPORT.
           PERFORM LOAD-RUN-HISTORY.
           PERFORM WRITE-TREND-REPORT.

           CLOSE OPS-SUMMARY-FILE.
           MOVE 0 TO RETURN-CODE.
           MOVE SUMMARY-LINES-WRITTEN TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE SUMMARY'S "TODAY" IS THE BUSINESS DATE FROM THE
              AT END MOVE "Y" TO AUDIT-EOF-SW
              NOT AT END
                 IF AUD-TIMESTAMP(1:8) = TODAY-DATE-X
                    IF AUD-DISPOSITION = "NOTSCHED"
                       ADD 1 TO EXTRACT-NOTSCHED-COUNT
                    ELSE
                       PERFORM TALLY-STATEMENT-RECORD
                    END-IF
                 END-IF
           END-READ.

       TALLY-STATEMENT-RECORD.
           ADD 1 TO STMT-RUN-COUNT.
           IF AUD-ROW-COUNT IS NUMERIC
              ADD AUD-ROW-COUNT TO ROWS-RETURNED-TOTAL
           END-IF.
           EVALUATE AUD-DISPOSITION
              WHEN "TRUNCATED"
                 ADD 1 TO STMT-TRUNCATED-COUNT
              WHEN "SKIPBIND"
                 ADD 1 TO STMT-SKIPBIND-COUNT
              WHEN "SQLERROR"
                 ADD 1 TO STMT-SQLERROR-COUNT
              WHEN "ROLLEDBK"
                 ADD 1 TO STMT-ROLLEDBK-COUNT
              WHEN "COMMITTED"
                 ADD 1 TO STMT-COMMITTED-COUNT
              WHEN "UNCATLGD"
                 ADD 1 TO STMT-REFUSED-COUNT
              WHEN "SUPERSEDE"
                 ADD 1 TO STMT-REFUSED-COUNT
              WHEN "NOCONNECT"
                 ADD 1 TO STMT-REFUSED-COUNT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    PARSE THE SIGN/VERIFY CONTROL-TOTALS LINES. THE HEADER
      *    LINE CARRIES THE RUN TIMESTAMP, SO A STALE (PRIOR-DATE)
      *    TOTALS FILE IS DETECTED RATHER THAN REPORTED AS TONIGHT'S.
           END-STRING.
           PERFORM WRITE-SUMMARY-LINE.

      *    THE STEP SLA REPORT'S FIRST LINE CARRIES THE BUSINESS DATE
      *    IT MEASURED, SO A REPORT LEFT FROM AN EARLIER NIGHT IS
      *    DETECTED RATHER THAN REPORTED AS TONIGHT'S; ITS LAST LINE
      *    CARRIES THE ALERT COUNT.
       SUMMARIZE-STEP-TIMING.
           OPEN INPUT SLA-REPORT-FILE.
           IF SLA-REPORT-STATUS = "00"
              MOVE "Y" TO SLARPT-AVAIL-SW
              MOVE "N" TO SLARPT-EOF-SW
              PERFORM SCAN-SLA-REPORT-LINE
                 WITH TEST BEFORE
                 UNTIL SLA-REPORT-AT-END
              CLOSE SLA-REPORT-FILE
           ELSE
              IF SLA-REPORT-STATUS = "05"
                 CLOSE SLA-REPORT-FILE
              END-IF
           END-IF.

       SCAN-SLA-REPORT-LINE.
           READ SLA-REPORT-FILE
              AT END MOVE "Y" TO SLARPT-EOF-SW
              NOT AT END
                 IF SLA-REPORT-RECORD(1:20) = "STEP SLA REPORT FOR "
                    IF SLA-REPORT-RECORD(21:8) = TODAY-DATE-X
                       MOVE "Y" TO SLARPT-CURRENT-SW
                    END-IF
                 END-IF
                 IF SLA-REPORT-RECORD(1:12) = "SLA ALERTS: "
                    AND SLA-REPORT-RECORD(13:9) IS NUMERIC
                    MOVE SLA-REPORT-RECORD(13:9) TO SLA-ALERT-COUNT
                 END-IF
           END-READ.

      *    SECOND PASS OVER THE STEP SLA REPORT: EVERY LINE BELOW ITS
      *    TITLE GOES INTO THE SUMMARY AS IT STANDS.
       LIST-STEP-TIMING.
           OPEN INPUT SLA-REPORT-FILE.
           IF SLA-REPORT-STATUS = "00"
              MOVE "N" TO SLARPT-EOF-SW
              PERFORM LIST-ONE-TIMING-LINE
                 WITH TEST BEFORE
                 UNTIL SLA-REPORT-AT-END
              CLOSE SLA-REPORT-FILE
           END-IF.

       LIST-ONE-TIMING-LINE.
           READ SLA-REPORT-FILE
              AT END MOVE "Y" TO SLARPT-EOF-SW
              NOT AT END
                 IF SLA-REPORT-RECORD(1:20) NOT = "STEP SLA REPORT FOR "
                    MOVE SPACES TO SUMMARY-LINE
                    STRING "TIME: " SLA-REPORT-RECORD(1:126)
                       DELIMITED BY SIZE INTO SUMMARY-LINE
                    END-STRING
                    PERFORM WRITE-SUMMARY-LINE
                 END-IF
           END-READ.

       WRITE-SUMMARY-LINE.
           MOVE SUMMARY-LINE TO OPS-SUMMARY-RECORD.
           WRITE OPS-SUMMARY-RECORD.
           ADD 1 TO SUMMARY-LINES-WRITTEN.
           DISPLAY SUMMARY-LINE(1:120).

      *    PULL THE MOST RECENT PRIOR RUNS INTO THE ROLLING WINDOW.
                 DELIMITED BY SIZE INTO SUMMARY-LINE
              END-STRING
              PERFORM WRITE-SUMMARY-LINE
              IF EXTRACT-NOTSCHED-COUNT > 0
                 MOVE SPACES TO SUMMARY-LINE
                 STRING "SQL: EXTRACTS NOT SCHEDULED "
                        EXTRACT-NOTSCHED-COUNT
                        " (FREQUENCY - NOT DUE ON THE BUSINESS DATE)"
                    DELIMITED BY SIZE INTO SUMMARY-LINE
                 END-STRING
                 PERFORM WRITE-SUMMARY-LINE
              END-IF
              ADD STMT-TRUNCATED-COUNT TO EXCEPTION-COUNT
              ADD STMT-SKIPBIND-COUNT TO EXCEPTION-COUNT
              ADD STMT-SQLERROR-COUNT TO EXCEPTION-COUNT
              ADD 1 TO EXCEPTION-COUNT
           END-IF.

           IF SLA-REPORT-AVAIL AND SLA-REPORT-IS-CURRENT
              PERFORM LIST-STEP-TIMING
              ADD SLA-ALERT-COUNT TO EXCEPTION-COUNT
           ELSE
              IF SLA-REPORT-AVAIL
                 MOVE "TIME: STEP SLA REPORT IS STALE (PRIOR RUN)"
                    TO SUMMARY-LINE
              ELSE
                 MOVE "TIME: STEP SLA REPORT NOT AVAILABLE"
                    TO SUMMARY-LINE
              END-IF
              PERFORM WRITE-SUMMARY-LINE
              ADD 1 TO EXCEPTION-COUNT
           END-IF.

           MOVE SPACES TO SUMMARY-LINE.
           IF EXCEPTION-COUNT = 0
              MOVE "VERDICT: CLEAN" TO SUMMARY-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-SUMMARY-LINE.

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
