      *****************************************************************
      * EXTSCHD - EXTRACT FREQUENCY SCHEDULE WORK AREA                *
      *                                                                *
      * COPYed under a 01-level EXTRACT-SCHEDULE-WORK by every        *
      * program that has to know whether an extract is due on the     *
      * business date. The "*EXTRACT name" directive in SQLBATCH     *
      * may carry a frequency qualifier:                              *
      *   cols 10-17  extract name                                    *
      *   cols 19-26  DAILY (or blank), WEEKLY, MONTHEND, QTREND,     *
      *               BDAY                                            *
      *   cols 28-30  WEEKLY: day name MON..SUN; BDAY: nn             *
      * WEEKLY is due on the first processing day on or after the    *
      * named day (a named day that was skipped catches up on the    *
      * next run); MONTHEND and QTREND on the last processing day of *
      * the month / quarter; BDAY nn on the nn-th non-holiday         *
      * processing day of the month. The calendar fields are taken   *
      * from PROCCAL when the program reads it; without them the     *
      * date itself decides, as if every day were a processing day.  *
      *****************************************************************
      *    CAPTURED FROM THE PROCESSING CALENDAR RECORD.
           05 ESW-CALENDAR-SW          PIC X(1) VALUE "N".
              88 ESW-CALENDAR-READ     VALUE "Y".
           05 ESW-HOLIDAY-IND          PIC X(1) VALUE SPACE.
           05 ESW-MONTH-END-IND        PIC X(1) VALUE SPACE.
           05 ESW-PRIOR-DATE           PIC X(8) VALUE SPACES.
           05 ESW-PRIOR-DATE-NUM REDEFINES ESW-PRIOR-DATE
                                       PIC 9(8).
           05 ESW-BUSINESS-DAY-X       PIC X(2) VALUE SPACES.
           05 ESW-BUSINESS-DAY-NUM REDEFINES ESW-BUSINESS-DAY-X
                                       PIC 9(2).
      *    THE BUSINESS DATE AND WHAT FOLLOWS FROM IT.
           05 ESW-BUSINESS-DATE        PIC X(8).
           05 ESW-BUSINESS-DATE-NUM REDEFINES ESW-BUSINESS-DATE
                                       PIC 9(8).
           05 ESW-DATE-INT             PIC S9(9) COMP.
           05 ESW-NEXT-DATE-NUM        PIC 9(8).
           05 ESW-NEXT-DATE-X REDEFINES ESW-NEXT-DATE-NUM
                                       PIC X(8).
           05 ESW-WEEKDAY              PIC 9(1).
           05 ESW-GAP-DAYS             PIC S9(4) COMP.
      *    THE QUALIFIER BEING TESTED AND THE VERDICT.
           05 ESW-FREQUENCY            PIC X(8).
           05 ESW-FREQ-ARG             PIC X(3).
           05 ESW-SCHEDULE-TEXT        PIC X(12).
           05 ESW-NAMED-DAY            PIC 9(1).
           05 ESW-DAYS-SINCE           PIC S9(4) COMP.
           05 ESW-BDAY-ARG             PIC 9(2).
           05 ESW-DAY-IDX              PIC S9(4) COMP.
           05 ESW-DUE-SW               PIC X(1).
              88 ESW-EXTRACT-DUE       VALUE "Y".
           05 ESW-VALID-SW             PIC X(1).
              88 ESW-QUALIFIER-VALID   VALUE "Y".
      *    DAY NAMES IN INTEGER-OF-DATE ORDER (DAY 1 WAS A MONDAY).
           05 ESW-DAY-NAME-VALUES      PIC X(21)
                                       VALUE "MONTUEWEDTHUFRISATSUN".
           05 ESW-DAY-NAME-TABLE REDEFINES ESW-DAY-NAME-VALUES.
              10 ESW-DAY-NAME          PIC X(3) OCCURS 7 TIMES.
