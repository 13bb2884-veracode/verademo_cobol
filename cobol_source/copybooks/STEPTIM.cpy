      *****************************************************************
      * STEPTIM - SHARED STEP-TIMING RECORD LAYOUT                    *
      *                                                                *
      * COPYed into the NIGHTBAT programs under a 01-level            *
      * STEP-TIMING-RECORD. Each step appends a START record once it *
      * knows it has work to do (a step fast-forwarded by RUNCTL      *
      * writes nothing) and an END record on every way out after     *
      * that, carrying the elapsed seconds since its START, the      *
      * step's record volume and its return code. x91_35_1 also      *
      * writes a CMD record per scheduled command with the command   *
      * text in STI-DETAIL. STI-RUN-DATE is the cycle's business     *
      * date; STI-TIMESTAMP is the wall clock, so a window that      *
      * runs past midnight still times correctly. The file is        *
      * DISP=MOD; the step SLA report takes the LAST START and END   *
      * for a date/step as current.                                  *
      *****************************************************************
           05 STI-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 STI-STEP-ID              PIC X(8).
           05 FILLER                   PIC X(1).
           05 STI-EVENT                PIC X(5).
              88 STI-STEP-START                VALUE "START".
              88 STI-STEP-END                  VALUE "END".
              88 STI-COMMAND                   VALUE "CMD".
           05 FILLER                   PIC X(1).
           05 STI-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 STI-ELAPSED              PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 STI-RECORD-COUNT         PIC 9(9).
           05 FILLER                   PIC X(1).
           05 STI-RETURN-CODE          PIC 9(4).
           05 FILLER                   PIC X(1).
           05 STI-DETAIL               PIC X(80).
