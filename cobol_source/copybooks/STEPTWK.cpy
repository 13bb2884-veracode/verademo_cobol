      *****************************************************************
      * STEPTWK - STEP-TIMING WORK AREA                               *
      *                                                                *
      * COPYed under a 01-level STEP-TIMING-WORK by every program     *
      * that writes or reads the step-timing file. STW-STEP-ID is    *
      * set by the program before its START record; the START stamp  *
      * is kept so the END record can carry the elapsed seconds.     *
      * Elapsed time is the difference of two CURRENT-DATE stamps    *
      * turned into seconds from the day number, so it holds across  *
      * midnight.                                                    *
      *****************************************************************
           05 STW-STEP-ID              PIC X(8).
           05 STW-STEP-START-STAMP     PIC X(21).
      *    THE RECORD BEING WRITTEN.
           05 STW-EVENT                PIC X(5).
           05 STW-RECORD-COUNT         PIC 9(9) VALUE 0.
           05 STW-RETURN-CODE          PIC 9(4) VALUE 0.
           05 STW-DETAIL               PIC X(80).
      *    AN INTERVAL - FROM AND TO STAMPS, ELAPSED SECONDS.
           05 STW-FROM-STAMP           PIC X(21).
           05 STW-TO-STAMP             PIC X(21).
           05 STW-ELAPSED              PIC 9(7)V99 VALUE 0.
      *    ONE STAMP BROKEN OUT AND TURNED INTO SECONDS.
           05 STW-STAMP                PIC X(21).
           05 STW-STAMP-PARTS REDEFINES STW-STAMP.
              10 STW-STAMP-DATE        PIC 9(8).
              10 STW-STAMP-HH          PIC 9(2).
              10 STW-STAMP-MI          PIC 9(2).
              10 STW-STAMP-SS          PIC 9(2).
              10 STW-STAMP-HS          PIC V99.
              10 FILLER                PIC X(5).
           05 STW-DAY-SECS             PIC 9(5).
           05 STW-STAMP-SECS           PIC S9(11)V99 COMP-3.
           05 STW-FROM-SECS            PIC S9(11)V99 COMP-3.
