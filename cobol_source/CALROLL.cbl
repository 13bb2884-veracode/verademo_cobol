      *    in place of the wall clock, so the date moves only when
      *    this step says so - a rerun at 1am still belongs to last
      *    night's cycle.
      *    - with no control card the date rolls forward to the next
      *      processing day, stepping over the weekdays and holidays
      *      the optional HOLIDAY-CALENDAR-FILE (HOLCAL layout) marks
      *      as not processed; the holiday indicator is "H" when the
      *      new date is a holiday the suite still processes.
      *    - month-end is "M" when the next processing day falls in
      *      another month, so month-end work runs on the last
      *      processing day rather than on a calendar date the suite
      *      may not process.
      *    - the prior processing day and the business-day number
      *      within the month are written with the date, for the
      *      extract frequency schedule (see EXTSCHD).
      *    - an optional CALENDAR-ROLL-CARD-FILE record can instead
      *      SET an explicit date and indicators:
      *         ACTION (cols 1-4):  "ROLL" or "SET "
      *         DATE   (cols 6-13): CCYYMMDD, required for SET
      *         HOLIDAY (col 15):   "H", blank, or "*" to take it
      *                             from the holiday calendar
      *         MONTHEND (col 17):  "M", blank, or "*" to recompute
      *      An "H" on a ROLL card marks the new date a holiday even
      *      when the holiday calendar does not.
      *    RETURN-CODE: 0 date rolled/set, 8 nothing to roll (no
      *    current record and no SET date), a bad card, a bad holiday
      *    calendar record, or no processing day within 31 days,
      *    16 the calendar or holiday file would not open.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS ROLL-CARD-STATUS.

           SELECT OPTIONAL HOLIDAY-CALENDAR-FILE ASSIGN TO HOLCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS HOLIDAY-CAL-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
           05 FILLER                   PIC X(1).
           05 CRC-MONTH-END-IND        PIC X(1).

       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           COPY HOLCAL.

       WORKING-STORAGE SECTION.
       01 OLD-BUSINESS-DATE PIC X(8).
       01 NEW-BUSINESS-DATE PIC X(8).
       01 NEW-HOLIDAY-IND PIC X(1).
       01 NEW-MONTH-END-IND PIC X(1).
       01 NEW-PRIOR-DATE PIC X(8).
       01 NEW-BUSINESS-DAY-NUM PIC 9(2).

      * HOLIDAY CALENDAR - DATED ENTRIES AND NON-PROCESSING WEEKDAYS
       01 HOLIDAY-COUNT PIC 9(4) COMP VALUE 0.
       01 HOLIDAY-TABLE.
           05 HOLIDAY-ENTRY OCCURS 400 TIMES.
              10 HT-DATE PIC X(8).
              10 HT-TYPE PIC X(1).
              10 HT-DESCRIPTION PIC X(30).
       01 HOLIDAY-IDX PIC 9(4) COMP.
       01 NOPROC-TABLE.
           05 NOPROC-DAY PIC X(1) OCCURS 7 TIMES.
       01 DAY-NAME-VALUES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
       01 DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05 DAY-NAME PIC X(3) OCCURS 7 TIMES.
       01 DAY-IDX PIC 9(4) COMP.
       01 RULE-DAY PIC 9(1).
       01 HOLIDAY-RECORDS-READ PIC 9(5) VALUE 0.

      * THE DAY UNDER EXAMINATION WHILE WALKING THE CALENDAR
       01 SCAN-WORK.
           05 SCAN-INT PIC S9(9) COMP.
           05 SCAN-LIMIT-INT PIC S9(9) COMP.
           05 SCAN-DATE-NUM PIC 9(8).
           05 SCAN-DATE-X REDEFINES SCAN-DATE-NUM PIC X(8).
           05 SCAN-WEEKDAY PIC 9(1).
           05 SCAN-HOLIDAY-TYPE PIC X(1).
           05 SCAN-DESCRIPTION PIC X(30).
           05 DAYS-STEPPED PIC 9(4) COMP.

      * DATE ARITHMETIC WORK FIELDS
       01 DATE-WORK.
      * FILE STATUS / SWITCHES
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 ROLL-CARD-STATUS PIC X(2).
       01 HOLIDAY-CAL-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 CARD-PRESENT-SW       PIC X(1) VALUE "N".
              88 ROLL-FAILED                VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".
           05 HOLIDAY-EOF-SW        PIC X(1) VALUE "N".
              88 NO-MORE-HOLIDAYS           VALUE "Y".
           05 PROCESSING-DAY-SW     PIC X(1) VALUE "N".
              88 IS-PROCESSING-DAY          VALUE "Y".
           05 SHOW-SKIPS-SW         PIC X(1) VALUE "N".
              88 SHOW-SKIPPED-DAYS          VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM READ-ROLL-CARD.
           PERFORM READ-CURRENT-CALENDAR.
           PERFORM LOAD-HOLIDAY-CALENDAR.
           IF NOT RUN-HAD-FAILURE AND NOT ROLL-FAILED
              PERFORM DECIDE-NEW-DATE
           END-IF.
           IF NOT RUN-HAD-FAILURE AND NOT ROLL-FAILED
              PERFORM SET-PRIOR-AND-DAY-NUMBER
           END-IF.
           IF NOT RUN-HAD-FAILURE AND NOT ROLL-FAILED
              PERFORM WRITE-NEW-CALENDAR
           END-IF.
                    " -> " NEW-BUSINESS-DATE
                    " HOLIDAY '" NEW-HOLIDAY-IND
                    "' MONTH-END '" NEW-MONTH-END-IND "'"
                 DISPLAY "PRIOR PROCESSING DAY " NEW-PRIOR-DATE
                    "  BUSINESS DAY " NEW-BUSINESS-DAY-NUM
                    " OF THE MONTH"
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           END-IF.

      *    A SET CARD TAKES THE DATE AND INDICATORS AS GIVEN; A ROLL
      *    (CARD OR NO CARD) ADVANCES THE DATE ON FILE TO THE NEXT
      *    PROCESSING DAY. "*" IN THE CARD'S MONTH-END COLUMN, AND
      *    EVERY PLAIN ROLL, RECOMPUTES MONTH-END FROM THE CALENDAR.
       DECIDE-NEW-DATE.
           MOVE SPACE TO NEW-HOLIDAY-IND.
           MOVE SPACE TO NEW-MONTH-END-IND.
           IF ROLL-CARD-PRESENT AND CRC-ACTION = "SET"
              IF CRC-NEW-DATE IS NUMERIC
                 MOVE CRC-NEW-DATE TO NEW-BUSINESS-DATE
                 MOVE NEW-BUSINESS-DATE TO SCAN-DATE-NUM
                 COMPUTE SCAN-INT =
                    FUNCTION INTEGER-OF-DATE(SCAN-DATE-NUM)
                 PERFORM CLASSIFY-SCAN-DATE
                 IF NOT IS-PROCESSING-DAY
                    DISPLAY "WARNING - SET DATE " NEW-BUSINESS-DATE
                       " IS NOT A PROCESSING DAY ("
                       DAY-NAME(SCAN-WEEKDAY) " "
                       FUNCTION TRIM(SCAN-DESCRIPTION)
                       ") - SET AS GIVEN"
                 END-IF
                 IF CRC-HOLIDAY-IND = "*"
                    IF SCAN-HOLIDAY-TYPE NOT = SPACE
                       MOVE "H" TO NEW-HOLIDAY-IND
                    END-IF
                 ELSE
                    MOVE CRC-HOLIDAY-IND TO NEW-HOLIDAY-IND
                 END-IF
                 IF CRC-MONTH-END-IND = "*"
                    PERFORM COMPUTE-MONTH-END
                 ELSE
                 SET ROLL-FAILED TO TRUE
              ELSE
                 MOVE OLD-BUSINESS-DATE TO DATE-NUM
                 COMPUTE SCAN-INT =
                    FUNCTION INTEGER-OF-DATE(DATE-NUM)
                 MOVE "Y" TO SHOW-SKIPS-SW
                 PERFORM FIND-NEXT-PROCESSING-DAY
                 MOVE "N" TO SHOW-SKIPS-SW
                 IF NOT IS-PROCESSING-DAY
                    DISPLAY "*** NO PROCESSING DAY WITHIN 31 DAYS OF "
                       OLD-BUSINESS-DATE " - CHECK THE HOLIDAY "
                       "CALENDAR"
                    SET ROLL-FAILED TO TRUE
                 ELSE
                    MOVE SCAN-DATE-X TO NEW-BUSINESS-DATE
                    IF SCAN-HOLIDAY-TYPE = "P"
                       MOVE "H" TO NEW-HOLIDAY-IND
                    END-IF
                    IF ROLL-CARD-PRESENT AND CRC-HOLIDAY-IND = "H"
                       MOVE "H" TO NEW-HOLIDAY-IND
                    END-IF
                    PERFORM COMPUTE-MONTH-END
                 END-IF
              END-IF
           END-IF.

      *    THE BUSINESS DATE IS MONTH-END WHEN THE NEXT PROCESSING DAY
      *    FALLS IN A DIFFERENT MONTH (WITH NO HOLIDAY CALENDAR, WHEN
      *    THE FOLLOWING DAY DOES).
       COMPUTE-MONTH-END.
           MOVE NEW-BUSINESS-DATE TO DATE-NUM.
           COMPUTE SCAN-INT =
              FUNCTION INTEGER-OF-DATE(DATE-NUM).
           PERFORM FIND-NEXT-PROCESSING-DAY.
           IF SCAN-DATE-X(5:2) NOT = NEW-BUSINESS-DATE(5:2)
              MOVE "M" TO NEW-MONTH-END-IND
           ELSE
              MOVE SPACE TO NEW-MONTH-END-IND
           END-IF.

      *    WALK FORWARD FROM SCAN-INT TO THE NEXT PROCESSING DAY,
      *    GIVING UP AFTER 31 DAYS.
       FIND-NEXT-PROCESSING-DAY.
           MOVE 0 TO DAYS-STEPPED.
           PERFORM STEP-FORWARD-ONE-DAY
              WITH TEST AFTER
              UNTIL IS-PROCESSING-DAY OR DAYS-STEPPED NOT < 31.

       STEP-FORWARD-ONE-DAY.
           ADD 1 TO SCAN-INT.
           ADD 1 TO DAYS-STEPPED.
           PERFORM CLASSIFY-SCAN-DATE.
           IF SHOW-SKIPPED-DAYS AND NOT IS-PROCESSING-DAY
              DISPLAY "NOT A PROCESSING DAY - STEPPED OVER "
                 SCAN-DATE-X " " DAY-NAME(SCAN-WEEKDAY) " "
                 SCAN-DESCRIPTION
           END-IF.

       STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM SCAN-INT.
           ADD 1 TO DAYS-STEPPED.
           PERFORM CLASSIFY-SCAN-DATE.

      *    THE PRIOR PROCESSING DAY IS THE DATE JUST ROLLED FROM, OR
      *    FOR A SET DATE THE NEAREST EARLIER PROCESSING DAY. THE
      *    BUSINESS-DAY NUMBER COUNTS THE MONTH'S PROCESSING DAYS THAT
      *    ARE NOT HOLIDAYS, UP TO AND INCLUDING THE NEW DATE UNLESS
      *    IT IS ITSELF A HOLIDAY.
       SET-PRIOR-AND-DAY-NUMBER.
           IF OLD-DATE-ON-FILE
              AND NOT (ROLL-CARD-PRESENT AND CRC-ACTION = "SET")
              MOVE OLD-BUSINESS-DATE TO NEW-PRIOR-DATE
           ELSE
              MOVE SPACES TO NEW-PRIOR-DATE
              MOVE NEW-BUSINESS-DATE TO DATE-NUM
              COMPUTE SCAN-INT =
                 FUNCTION INTEGER-OF-DATE(DATE-NUM)
              MOVE 0 TO DAYS-STEPPED
              PERFORM STEP-BACK-ONE-DAY
                 WITH TEST AFTER
                 UNTIL IS-PROCESSING-DAY OR DAYS-STEPPED NOT < 31
              IF IS-PROCESSING-DAY
                 MOVE SCAN-DATE-X TO NEW-PRIOR-DATE
              END-IF
           END-IF.

           MOVE 0 TO NEW-BUSINESS-DAY-NUM.
           MOVE NEW-BUSINESS-DATE TO DATE-NUM.
           COMPUTE SCAN-LIMIT-INT =
              FUNCTION INTEGER-OF-DATE(DATE-NUM).
           MOVE NEW-BUSINESS-DATE TO NEXT-DATE-X.
           MOVE "01" TO NEXT-DATE-X(7:2).
           PERFORM COUNT-ONE-BUSINESS-DAY
              VARYING SCAN-INT
              FROM FUNCTION INTEGER-OF-DATE(NEXT-DATE-NUM) BY 1
              UNTIL SCAN-INT NOT < SCAN-LIMIT-INT.
           MOVE SCAN-LIMIT-INT TO SCAN-INT.
           PERFORM CLASSIFY-SCAN-DATE.
           IF IS-PROCESSING-DAY AND NEW-HOLIDAY-IND NOT = "H"
              ADD 1 TO NEW-BUSINESS-DAY-NUM
           END-IF.

       COUNT-ONE-BUSINESS-DAY.
           PERFORM CLASSIFY-SCAN-DATE.
           IF IS-PROCESSING-DAY AND SCAN-HOLIDAY-TYPE = SPACE
              ADD 1 TO NEW-BUSINESS-DAY-NUM
           END-IF.

      *    SCAN-INT -> ITS DATE, WEEKDAY (1 = MONDAY), ANY HOLIDAY
      *    ENTRY, AND WHETHER THE SUITE PROCESSES THAT DAY.
       CLASSIFY-SCAN-DATE.
           COMPUTE SCAN-DATE-NUM = FUNCTION DATE-OF-INTEGER(SCAN-INT).
           COMPUTE SCAN-WEEKDAY = FUNCTION MOD(SCAN-INT - 1, 7) + 1.
           MOVE SPACE TO SCAN-HOLIDAY-TYPE.
           MOVE SPACES TO SCAN-DESCRIPTION.
           PERFORM FIND-HOLIDAY-ENTRY
              VARYING HOLIDAY-IDX FROM 1 BY 1
              UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
                 OR SCAN-HOLIDAY-TYPE NOT = SPACE.
           MOVE "Y" TO PROCESSING-DAY-SW.
           IF SCAN-HOLIDAY-TYPE = "H"
              MOVE "N" TO PROCESSING-DAY-SW
           END-IF.
           IF NOPROC-DAY(SCAN-WEEKDAY) = "Y"
              MOVE "N" TO PROCESSING-DAY-SW
              IF SCAN-DESCRIPTION = SPACES
                 MOVE "NON-PROCESSING WEEKDAY" TO SCAN-DESCRIPTION
              END-IF
           END-IF.

       FIND-HOLIDAY-ENTRY.
           IF HT-DATE(HOLIDAY-IDX) = SCAN-DATE-X
              MOVE HT-TYPE(HOLIDAY-IDX) TO SCAN-HOLIDAY-TYPE
              MOVE HT-DESCRIPTION(HOLIDAY-IDX) TO SCAN-DESCRIPTION
           END-IF.

      *    THE HOLIDAY CALENDAR IS OPTIONAL; WITHOUT IT EVERY DAY IS
      *    A PROCESSING DAY. A RECORD THAT CANNOT BE READ AS A DATED
      *    ENTRY OR A *NOPROC RULE STOPS THE ROLL RATHER THAN LET THE
      *    DATE LAND ON A DAY THE SUITE WAS NEVER MEANT TO PROCESS.
       LOAD-HOLIDAY-CALENDAR.
           MOVE "NNNNNNN" TO NOPROC-TABLE.
           MOVE 0 TO HOLIDAY-COUNT.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF HOLIDAY-CAL-STATUS = "00"
              MOVE "N" TO HOLIDAY-EOF-SW
              PERFORM READ-HOLIDAY-RECORD
                 WITH TEST BEFORE
                 UNTIL NO-MORE-HOLIDAYS
              CLOSE HOLIDAY-CALENDAR-FILE
              DISPLAY "HOLIDAY CALENDAR: " HOLIDAY-COUNT
                 " DATED ENTRIES, NON-PROCESSING WEEKDAYS "
                 NOPROC-TABLE " (MON..SUN)"
           ELSE
              IF HOLIDAY-CAL-STATUS = "05"
                 CLOSE HOLIDAY-CALENDAR-FILE
                 DISPLAY "NO HOLIDAY CALENDAR - EVERY DAY IS A "
                    "PROCESSING DAY"
              ELSE
                 DISPLAY "*** UNABLE TO OPEN HOLIDAY-CALENDAR-FILE, "
                    "STATUS: " HOLIDAY-CAL-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

       READ-HOLIDAY-RECORD.
           READ HOLIDAY-CALENDAR-FILE
              AT END MOVE "Y" TO HOLIDAY-EOF-SW
              NOT AT END
                 ADD 1 TO HOLIDAY-RECORDS-READ
                 PERFORM TAKE-HOLIDAY-RECORD
           END-READ.

       TAKE-HOLIDAY-RECORD.
           IF HOL-RULE-KEYWORD = "*NOPROC"
              MOVE 0 TO RULE-DAY
              PERFORM FIND-RULE-WEEKDAY
                 VARYING DAY-IDX FROM 1 BY 1
                 UNTIL DAY-IDX > 7 OR RULE-DAY > 0
              IF RULE-DAY = 0
                 DISPLAY "*** HOLIDAY CALENDAR RECORD "
                    HOLIDAY-RECORDS-READ " - *NOPROC WEEKDAY '"
                    HOL-RULE-WEEKDAY "' IS NOT MON..SUN"
                 SET ROLL-FAILED TO TRUE
              ELSE
                 MOVE "Y" TO NOPROC-DAY(RULE-DAY)
              END-IF
           ELSE
              IF HOLIDAY-CALENDAR-RECORD(1:1) = "*"
                 OR HOLIDAY-CALENDAR-RECORD = SPACES
                 CONTINUE
              ELSE
                 IF HOL-DATE IS NUMERIC
                    AND (HOL-NOT-PROCESSED OR HOL-PROCESSED)
                    AND FUNCTION TEST-DATE-YYYYMMDD
                        (FUNCTION NUMVAL(HOL-DATE)) = 0
                    IF HOLIDAY-COUNT < 400
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOL-DATE TO HT-DATE(HOLIDAY-COUNT)
                       MOVE HOL-TYPE TO HT-TYPE(HOLIDAY-COUNT)
                       MOVE HOL-DESCRIPTION
                          TO HT-DESCRIPTION(HOLIDAY-COUNT)
                    ELSE
                       DISPLAY "*** HOLIDAY CALENDAR HAS MORE THAN "
                          "400 DATED ENTRIES - AGE OUT PAST YEARS"
                       SET ROLL-FAILED TO TRUE
                    END-IF
                 ELSE
                    DISPLAY "*** HOLIDAY CALENDAR RECORD "
                       HOLIDAY-RECORDS-READ " IS NOT 'ccyymmdd H|P "
                       "description': " HOLIDAY-CALENDAR-RECORD(1:20)
                    SET ROLL-FAILED TO TRUE
                 END-IF
              END-IF
           END-IF.

       FIND-RULE-WEEKDAY.
           IF DAY-NAME(DAY-IDX) = HOL-RULE-WEEKDAY
              MOVE DAY-IDX TO RULE-DAY
           END-IF.

       WRITE-NEW-CALENDAR.
           OPEN OUTPUT PROCESSING-CALENDAR-FILE.
           IF PROC-CALENDAR-STATUS = "00"
              MOVE NEW-HOLIDAY-IND TO CAL-HOLIDAY-IND
              MOVE NEW-MONTH-END-IND TO CAL-MONTH-END-IND
              MOVE FUNCTION CURRENT-DATE TO CAL-ROLL-TIMESTAMP
              MOVE NEW-PRIOR-DATE TO CAL-PRIOR-BUSINESS-DATE
              MOVE NEW-BUSINESS-DAY-NUM TO CAL-BUSINESS-DAY-NUM
              WRITE PROCESSING-CALENDAR-RECORD
              CLOSE PROCESSING-CALENDAR-FILE
           ELSE
