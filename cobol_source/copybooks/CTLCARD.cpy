      *    CLEAN BATCH AND ROLLS THE WHOLE BATCH BACK OTHERWISE.
           05 CC-UPDATE-MODE           PIC X(1).
           05 CC-COMMIT-SCOPE          PIC X(1).
      *    THE NAMED CONNECTION PROFILE (CONNPROF) sql-injection-04
      *    CONNECTS UNDER UNTIL A "*CONNECT" DIRECTIVE SAYS OTHERWISE.
      *    WHEN SET, THE PROFILE'S USER ID TAKES THE PLACE OF
      *    CC-USERNAME.
           05 CC-CONNECT-PROFILE       PIC X(8).
           05 FILLER                   PIC X(13).
