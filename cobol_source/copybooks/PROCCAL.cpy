      * COPYed into the NIGHTBAT programs under a 01-level            *
      * PROCESSING-CALENDAR-RECORD. The single record carries the     *
      * official business date of the current processing cycle, with  *
      * holiday and month-end indicators, the prior processing day    *
      * and the business-day number within the month, and is advanced *
      * only by the explicit operator roll step (calendar-roll),      *
      * which skips the non-processing days on the holiday calendar   *
      * (HOLCAL). Month-end is the last processing day of the month.  *
      * Every suite program takes its cycle identity - RUNCTL stamps, *
      * HDR run dates, DOC keys, the summary's "today" - from this    *
      * date instead of the wall clock, so a suite that starts at     *
      * 23:50 and crosses midnight, or a rerun at 1am, still belongs  *
      * to one cycle. When the calendar is absent a program falls     *
      * back to the wall-clock date, so standalone and attended runs  *
      * keep working without it.                                      *
      *****************************************************************
           05 CAL-BUSINESS-DATE        PIC X(8).
           05 FILLER                   PIC X(1).
      *    "H" WHEN THE BUSINESS DATE IS A HOLIDAY.
           05 CAL-HOLIDAY-IND          PIC X(1).
           05 FILLER                   PIC X(1).
      *    "M" WHEN THE BUSINESS DATE IS THE LAST PROCESSING DAY OF
      *    ITS MONTH.
           05 CAL-MONTH-END-IND        PIC X(1).
           05 FILLER                   PIC X(1).
      *    WALL-CLOCK TIMESTAMP OF THE ROLL THAT SET THIS DATE.
           05 CAL-ROLL-TIMESTAMP      PIC X(21).
           05 FILLER                   PIC X(1).
      *    THE PROCESSING DAY BEFORE THIS ONE - THE LAST CYCLE THE
      *    SUITE RAN, WITH ANY NON-PROCESSING DAYS BETWEEN SKIPPED.
           05 CAL-PRIOR-BUSINESS-DATE  PIC X(8).
           05 FILLER                   PIC X(1).
      *    ORDINAL OF THE BUSINESS DATE AMONG ITS MONTH'S NON-HOLIDAY
      *    PROCESSING DAYS ("BUSINESS DAY N OF THE MONTH").
           05 CAL-BUSINESS-DAY-NUM     PIC X(2).
