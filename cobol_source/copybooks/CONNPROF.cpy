      *****************************************************************
      * CONNPROF - NAMED DATABASE CONNECTION PROFILE RECORD LAYOUT    *
      *                                                               *
      * COPYed under a 01-level CONNECTION-PROFILE-RECORD. One record *
      * per named profile an extract deck may connect under (the      *
      * control card's default profile, or a "*CONNECT name"          *
      * directive in SQL-BATCH-FILE):                                 *
      *   cols  1-8   profile name                                    *
      *   cols 10-25  database alias (blank = the default database)   *
      *   cols 27-46  database user id                                *
      *   cols 48-63  credential reference - the key of the secret    *
      *               on the credential store (CONNCRED), so no       *
      *               password is ever held here or compiled in       *
      *   cols 65-72  expiry date ccyymmdd - the last business date   *
      *               the profile may be used                         *
      * Records starting "*" are comments. The profile file is read   *
      * by the extract run and by preflight; the credential store is  *
      * readable by the batch user id alone.                          *
      *****************************************************************
           05 PRF-PROFILE-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 PRF-DB-ALIAS             PIC X(16).
           05 FILLER                   PIC X(1).
           05 PRF-USER-ID              PIC X(20).
           05 FILLER                   PIC X(1).
           05 PRF-CREDENTIAL-REF       PIC X(16).
           05 FILLER                   PIC X(1).
           05 PRF-EXPIRY-DATE          PIC X(8).
           05 FILLER                   PIC X(8).
