      *****************************************************************
      * HOLCAL - HOLIDAY / PROCESSING-CALENDAR TABLE RECORD LAYOUT    *
      *                                                                *
      * COPYed under a 01-level HOLIDAY-CALENDAR-RECORD. One record   *
      * per dated exception to the processing calendar, plus weekday *
      * rules:                                                        *
      *   ccyymmdd H description - a holiday the suite does not      *
      *                            process; calendar-roll steps over *
      *                            it                                 *
      *   ccyymmdd P description - a holiday the suite still         *
      *                            processes; calendar-roll stops on *
      *                            it and sets CAL-HOLIDAY-IND "H"   *
      *   *NOPROC  ddd           - weekday (MON..SUN) that is never  *
      *                            a processing day                   *
      * Any other record starting "*" is a comment. A day that is    *
      * neither a NOPROC weekday nor an "H" holiday is a processing  *
      * day; with no table every day is one.                          *
      *****************************************************************
           05 HOL-DATED-ENTRY.
              10 HOL-DATE              PIC X(8).
              10 FILLER                PIC X(1).
              10 HOL-TYPE              PIC X(1).
                 88 HOL-NOT-PROCESSED  VALUE "H".
                 88 HOL-PROCESSED      VALUE "P".
              10 FILLER                PIC X(1).
              10 HOL-DESCRIPTION       PIC X(30).
           05 HOL-WEEKDAY-RULE REDEFINES HOL-DATED-ENTRY.
              10 HOL-RULE-KEYWORD      PIC X(8).
              10 FILLER                PIC X(1).
              10 HOL-RULE-WEEKDAY      PIC X(3).
              10 FILLER                PIC X(29).
