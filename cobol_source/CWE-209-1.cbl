      *   the extract for the statements that follow; the report is *
      *   split into named sections bracketed by BEGIN/END records *
      *   so each consuming system can pick out its own extract. *
      *   The extract name also goes on every QUERY-AUDIT-LOG record. *
      *   Other "*" records in the batch file are comments. *
      * - the report file carries integrity records: an "HDR" *
      *   record (run date/time and username) written when the *
      *   prepared. The catalog name and version run under are *
      *   carried on every QUERY-AUDIT-LOG record. The attended *
      *   terminal path is not catalog-checked. *
      * - an optional MASKING-RULES-FILE masks report columns by *
      *   extract name and column name before a detail row reaches *
      *   SQL-REPORT-FILE: LAST4 (all but the last 4 characters *
      *   starred), TOKEN (a fixed replacement), HASH (an ICSF *
      *   SHA-256 pseudonym, salted with the rule's token) or DROP *
      *   (column left out of the heading and every row). The STM *
      *   record lists the masked columns, the TRL count and hash *
      *   cover the rows as written, and the rule set name and *
      *   version in force go on every QUERY-AUDIT-LOG record. A *
      *   rules file that cannot be applied in full stops the run *
      *   before it connects, so no column leaves unmasked. *
      * - a "*UNIT name" directive in the batch file opens a posting *
      *   unit: under update mode with CC-COMMIT-SCOPE "B" the *
      *   statements that follow commit together at the next *UNIT *
      *   (or end of batch) if none of them failed, was skipped or *
      *   was refused, and roll back together otherwise, so one *
      *   unit's failure no longer costs the whole batch. Each *
      *   unit's outcome is audited as COMMITTED or ROLLEDBK with *
      *   the statement text "UNIT name ...". Bind values for a *
      *   unit come first from the optional UNIT-BINDS-FILE *
      *   (BIND-DEFAULTS-FILE name/value records under the unit's *
      *   name), then from BIND-DEFAULTS-FILE. *
      * - every QUERY-AUDIT-LOG record ends with a chain stamp: a *
      *   sequence number and a SHA-256 hash over the previous *
      *   record's hash and the record's own content (CHAINWRK), so *
      *   a record deleted, inserted or edited after the fact shows *
      *   up in audit-chain-verify. The run picks the chain up from *
      *   the last record on the log or, when housekeeping has moved *
      *   every chained record to history, from the latest anchor *
      *   for AUDITLOG on CHAIN-ANCHOR-FILE. *
      * - a batch run appends START and END records (elapsed time, *
      *   extract sections written, return code) to the shared *
      *   STEPTIME file for the step SLA report, on the stopped and *
      *   SQL-error exits as well as at normal end. *
      * - the "*EXTRACT name" directive may carry a frequency *
      *   qualifier in columns 19-30 (DAILY, WEEKLY ddd, MONTHEND, *
      *   QTREND, BDAY nn - see EXTSCHD) judged against the *
      *   processing calendar. The statements of an extract not due *
      *   on the business date are passed over, and the extract is *
      *   audited once as NOTSCHED rather than left to look missing. *
      *   The counts of extracts due, not scheduled, and due but *
      *   with no report section go to STEPTOTS for the *
      *   reconciliation. An unrecognized qualifier runs as DAILY. *
      * - the database session comes from a named connection *
      *   profile (CONNPROF: database alias, user id, credential *
      *   reference and expiry date) instead of a password compiled *
      *   into the program. The password is read from the *
      *   credential store (CONNCRED) under the profile's reference *
      *   at connect time and blanked once the connect has used it. *
      *   The control card names the default profile; a "*CONNECT *
      *   name" directive in the batch file switches the statements *
      *   that follow to another profile (a blank name returns to *
      *   the default). A batch run connects, or switches, only *
      *   when the next statement is actually run: batch-scope work *
      *   pending on the session being left is settled first, and a *
      *   posting unit open at the directive is settled there. A *
      *   missing, expired or unconnectable profile refuses its *
      *   statements as NOCONNECT. The profile name goes on every *
      *   QUERY-AUDIT-LOG record and every STM record. An attended *
      *   run with no profile prompts for the password; an *
      *   unattended one stops. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sql-injection-04.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TOTALS-STATUS.

           SELECT OPTIONAL MASKING-RULES-FILE ASSIGN TO MASKRULE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MASKING-RULES-STATUS.

           SELECT OPTIONAL UNIT-BINDS-FILE ASSIGN TO BNDUNIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS UNIT-BINDS-STATUS.

           SELECT OPTIONAL CHAIN-ANCHOR-FILE ASSIGN TO CHNANCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHAIN-ANCHOR-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

           SELECT OPTIONAL CONNECTION-PROFILE-FILE ASSIGN TO CONNPROF
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONNECT-PROFILE-STATUS.

           SELECT OPTIONAL CREDENTIAL-STORE-FILE ASSIGN TO CONNCRED
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CREDENTIAL-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-CARD-FILE.
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-CATALOG-VERSION     PIC 9(4).
           05 FILLER                    PIC X(1) VALUE SPACE.
      *    THE MASKING RULE SET AND VERSION IN FORCE FOR THE RUN
      *    (SPACES/ZERO WHEN NO RULES FILE WAS SUPPLIED) AND HOW MANY
      *    OF THIS STATEMENT'S COLUMNS IT MASKED OR DROPPED.
           05 AUDIT-MASK-SET-NAME       PIC X(16).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-MASK-SET-VERSION    PIC 9(4).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-MASKED-COLUMNS      PIC 9(2).
           05 FILLER                    PIC X(1) VALUE SPACE.
      *    THE EXTRACT THE STATEMENT RAN UNDER, SO A DOCUMENT CUT FROM
      *    THAT EXTRACT'S SECTION CAN BE TRACED BACK TO IT.
           05 AUDIT-EXTRACT-NAME        PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
      *    THE STATEMENT TEXT, THEN THE CONNECTION PROFILE IT RAN
      *    UNDER. THE PROFILE TAKES THE LAST 9 BYTES OF WHAT WAS THE
      *    4000-BYTE STATEMENT AREA, SO THE RECORD LENGTH AND THE
      *    CHAIN STAMP'S POSITION ARE UNCHANGED; TEXT BEYOND 3991
      *    BYTES IS NOT KEPT ON THE TRAIL.
           05 AUDIT-STATEMENT           PIC X(3991).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-PROFILE-NAME        PIC X(8).
      *    CHAIN STAMP - ALWAYS THE LAST FIELDS ON THE RECORD, THE
      *    HASH COVERING EVERY BYTE AHEAD OF IT (SEE CHAINWRK).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-CHAIN-SEQ           PIC 9(9).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 AUDIT-CHAIN-HASH          PIC X(64).

       FD  SQL-REPORT-FILE.
       01  SQL-REPORT-RECORD            PIC X(2000).
           05 CKPT-ROW-COUNT            PIC 9(9).
           05 CKPT-BATCH-SEQ            PIC 9(9).

      *    COLUMN MASKING RULES: ONE "*RULESET" RECORD NAMING AND
      *    VERSIONING THE SET, THEN ONE RULE PER EXTRACT AND COLUMN
      *    (EXTRACT "*ALL" APPLIES TO EVERY EXTRACT). OTHER RECORDS
      *    STARTING "*" ARE COMMENTS.
       FD  MASKING-RULES-FILE.
       01  MASKING-RULE-RECORD.
           05 MSK-EXTRACT-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 MSK-COLUMN-NAME           PIC X(30).
           05 FILLER                    PIC X(1).
           05 MSK-RULE-TYPE             PIC X(5).
           05 FILLER                    PIC X(1).
           05 MSK-TOKEN                 PIC X(20).
           05 FILLER                    PIC X(14).
       01  MASKING-RULESET-RECORD.
           05 MSR-TAG                   PIC X(9).
           05 MSR-SET-NAME              PIC X(16).
           05 FILLER                    PIC X(1).
           05 MSR-SET-VERSION           PIC X(4).
           05 FILLER                    PIC X(50).

      *    BIND VALUES SCOPED TO ONE POSTING UNIT: THE UNIT'S NAME,
      *    THEN A NAME/VALUE PAIR IN THE BIND-DEFAULTS-FILE SHAPE.
       FD  UNIT-BINDS-FILE.
       01  UNIT-BIND-RECORD.
           05 UBD-UNIT-NAME             PIC X(16).
           05 FILLER                    PIC X(1).
           05 UBD-BIND-NAME             PIC X(80).
           05 FILLER                    PIC X(1).
           05 UBD-BIND-VALUE            PIC X(80).

       FD  CHAIN-ANCHOR-FILE.
       01  CHAIN-ANCHOR-RECORD.
           COPY CHNANCH.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       FD  CONNECTION-PROFILE-FILE.
       01  CONNECTION-PROFILE-RECORD.
           COPY CONNPROF.

      *    THE CREDENTIAL STORE: ONE SECRET PER CREDENTIAL REFERENCE.
      *    A PASSWORD CHANGE IS A CHANGE TO THIS DATASET ALONE.
       FD  CREDENTIAL-STORE-FILE.
       01  CREDENTIAL-STORE-RECORD.
           05 CRD-CREDENTIAL-REF        PIC X(16).
           05 FILLER                    PIC X(1).
           05 CRD-SECRET                PIC X(20).
           05 FILLER                    PIC X(43).

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 USERNAME PIC X(20).
      *    THE PASSWORD IS HELD ONLY BETWEEN THE CREDENTIAL LOOKUP (OR
      *    THE ATTENDED PROMPT) AND THE CONNECT THAT USES IT.
       01 PASSWD PIC X(20) VALUE SPACES.
       01 DB-ALIAS PIC X(16) VALUE SPACES.
       01 BDSC PIC X(6) VALUE "BNDDSC".
       01 SDSC PIC X(6) VALUE "SELDSC".
       01 BNDCNT PIC S9(9) COMP.
       01 RUN-CONTROL-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TOTALS-STATUS PIC X(2).
       01 MASKING-RULES-STATUS PIC X(2).
       01 UNIT-BINDS-STATUS PIC X(2).
       01 CHAIN-ANCHOR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).
       01 CONNECT-PROFILE-STATUS PIC X(2).
       01 CREDENTIAL-STORE-STATUS PIC X(2).

      * SUITE RUN-CONTROL - THIS PROGRAM'S STEP IDENTITY AND TODAY
       01 RCTL-MY-STEP-ID PIC X(8) VALUE "SQLINJ04".
              88 STATEMENT-REFUSED           VALUE "Y".
           05 CATALOG-EOF-SW         PIC X(1) VALUE "N".
              88 CATALOG-AT-END              VALUE "Y".
           05 MASK-RULES-EOF-SW      PIC X(1) VALUE "N".
              88 MASK-RULES-AT-END           VALUE "Y".
           05 MASK-RULES-BAD-SW      PIC X(1) VALUE "N".
              88 MASK-RULES-INVALID          VALUE "Y".
           05 MASK-RULE-FOUND-SW     PIC X(1) VALUE "N".
              88 MASK-RULE-FOUND             VALUE "Y".
           05 UNIT-OPEN-SW           PIC X(1) VALUE "N".
              88 POSTING-UNIT-OPEN           VALUE "Y".
           05 UNIT-ERROR-SW          PIC X(1) VALUE "N".
              88 UNIT-HAD-ERROR              VALUE "Y".
           05 UNIT-BINDS-EOF-SW      PIC X(1) VALUE "N".
              88 UNIT-BINDS-AT-END           VALUE "Y".
           05 UNIT-BIND-FOUND-SW     PIC X(1) VALUE "N".
              88 UNIT-BIND-FOUND             VALUE "Y".
           05 EXTRACT-SKIP-SW        PIC X(1) VALUE "N".
              88 EXTRACT-NOT-DUE             VALUE "Y".
           05 DUE-PENDING-SW         PIC X(1) VALUE "N".
              88 DUE-EXTRACT-UNWRITTEN       VALUE "Y".
           05 SESSION-OPEN-SW        PIC X(1) VALUE "N".
              88 DB-SESSION-OPEN             VALUE "Y".
           05 PROFILE-FOUND-SW       PIC X(1) VALUE "N".
              88 PROFILE-ON-FILE             VALUE "Y".
           05 PROFILE-EOF-SW         PIC X(1) VALUE "N".
              88 CONNECT-PROFILES-AT-END     VALUE "Y".
           05 CREDENTIAL-FOUND-SW    PIC X(1) VALUE "N".
              88 CREDENTIAL-FOUND            VALUE "Y".
           05 CREDENTIAL-EOF-SW      PIC X(1) VALUE "N".
              88 CREDENTIALS-AT-END          VALUE "Y".
           05 PROFILE-USABLE-SW      PIC X(1) VALUE "N".
              88 PROFILE-USABLE              VALUE "Y".
           05 PROFILE-FAILED-SW      PIC X(1) VALUE "N".
              88 REQUESTED-PROFILE-FAILED    VALUE "Y".
           05 PROFILE-REJECT-SW      PIC X(1) VALUE "N".
              88 CONNECT-PROFILE-REJECTED    VALUE "Y".

      * COLUMN MASKING - THE RULES LOADED FROM MASKING-RULES-FILE,
      * THE SET NAME AND VERSION THEY WERE ISSUED UNDER, AND FOR THE
      * STATEMENT IN HAND THE RULE (IF ANY) RESOLVED FOR EACH SELECT-
      * LIST COLUMN IN SET-SEL-DSC.
       01 MASK-SET-NAME PIC X(16) VALUE SPACES.
       01 MASK-SET-VERSION PIC 9(4) VALUE 0.
       01 MASK-RULE-COUNT PIC S9(4) COMP VALUE 0.
       01 MASK-RULE-MAX PIC S9(4) COMP VALUE 200.
       01 MASK-RULE-IDX PIC S9(4) COMP.
       01 MASK-RULE-TABLE.
           05 MASK-RULE-ENTRY OCCURS 200 TIMES.
              10 MRT-EXTRACT-NAME PIC X(8).
              10 MRT-COLUMN-NAME PIC X(30).
              10 MRT-RULE-TYPE PIC X(5).
              10 MRT-TOKEN PIC X(20).
       01 SEL-MASK-TABLE.
           05 SEL-MASK-ENTRY OCCURS 20 TIMES.
              10 SEL-MASK-RULE PIC S9(4) COMP.
              10 SEL-MASK-TYPE PIC X(5).
       01 STMT-MASKED-COUNT PIC 9(2) VALUE 0.
       01 MASKED-COLUMN-LIST PIC X(900).
       01 MASKED-LIST-PTR PIC S9(4) COMP.
       01 MASK-VALUE-LEN PIC S9(4) COMP.
       01 MASK-DELIM-COUNT PIC 9(4).

      * COLUMN MASKING - ICSF ONE-WAY HASH (CSNBOWH) PARAMETERS FOR
      * THE HASH RULE. THE RULE'S TOKEN SALTS THE VALUE SO THE SAME
      * ACCOUNT NUMBER HASHES DIFFERENTLY FOR DIFFERENT PARTNERS, AND
      * THE FIRST 8 BYTES OF THE DIGEST GO OUT HEX-ENCODED.
       01 MASK-HASH-PARMS.
           05 MHP-RETURN-CODE PIC 9(8) COMP.
           05 MHP-REASON-CODE PIC 9(8) COMP.
           05 MHP-EXIT-DATA-LENGTH PIC 9(8) COMP VALUE 0.
           05 MHP-EXIT-DATA PIC X(4).
           05 MHP-RULE-ARRAY-COUNT PIC 9(8) COMP VALUE 2.
           05 MHP-RULE-ARRAY.
              10 FILLER PIC X(8) VALUE "SHA-256 ".
              10 FILLER PIC X(8) VALUE "ONLY    ".
           05 MHP-TEXT-LENGTH PIC 9(8) COMP.
           05 MHP-TEXT PIC X(260).
           05 MHP-CHAIN-VECTOR-LENGTH PIC 9(8) COMP VALUE 128.
           05 MHP-CHAIN-VECTOR PIC X(128).
           05 MHP-HASH-LENGTH PIC 9(8) COMP VALUE 32.
           05 MHP-HASH PIC X(32).
       01 MASK-TEXT-PTR PIC S9(4) COMP.
       01 HEX-DIGIT-TABLE PIC X(16) VALUE "0123456789ABCDEF".

      * QUERY-AUDIT-LOG HASH CHAIN
       01 AUDIT-CHAIN-WORK.
           COPY CHAINWRK.
       01 MASK-HEX-WORK.
           05 MASK-BYTE-IDX PIC S9(4) COMP.
           05 MASK-BYTE-VALUE PIC 9(4) COMP.
           05 MASK-HEX-POS PIC S9(4) COMP.
           05 MASK-HEX-HIGH PIC 9(4) COMP.
           05 MASK-HEX-LOW PIC 9(4) COMP.
           05 MASK-HEX-TEXT PIC X(16).
       01 STM-CHAR-PTR PIC S9(4) COMP.

      * APPROVED-STATEMENT CATALOG - THE ENTRY THE CURRENT STATEMENT
      * RESOLVED TO (CARRIED ONTO ITS AUDIT RECORD), THE NAME A "="
          88 COMMIT-PER-STATEMENT VALUE "S".
          88 COMMIT-PER-BATCH VALUE "B".
       01 STMT-DISPOSITION PIC X(9).

      * POSTING UNITS - THE UNIT NOW OPEN AND THE BIND VALUES LOADED
      * FOR IT FROM UNIT-BINDS-FILE.
       01 CURRENT-UNIT-NAME PIC X(16) VALUE SPACES.
       01 UNIT-BIND-COUNT PIC S9(4) COMP VALUE 0.
       01 UNIT-BIND-MAX PIC S9(4) COMP VALUE 50.
       01 UNIT-BIND-IDX PIC S9(4) COMP.
       01 UNIT-BIND-TABLE.
           05 UNIT-BIND-ENTRY OCCURS 50 TIMES.
              10 UBT-BIND-NAME PIC X(80).
              10 UBT-BIND-VALUE PIC X(80).
      * SQLERRD(3) SNAPSHOT TAKEN WHILE IT STILL DESCRIBES THE
      * STATEMENT - THE CLOSE (AND ANY COMMIT) THAT FOLLOW REFRESH
      * THE SQLCA, SO READING IT AT AUDIT TIME WOULD RECORD THE
       01 CURRENT-EXTRACT-NAME PIC X(8) VALUE "SQLRPT".
       01 LAST-EXTRACT-NAME PIC X(8) VALUE SPACES.

      * EXTRACT SCHEDULE - WHETHER THE EXTRACT NAMED BY THE LAST
      * "*EXTRACT" DIRECTIVE IS DUE ON THE BUSINESS DATE, AND THE
      * COUNTS HANDED TO THE RECONCILIATION THROUGH STEPTOTS.
       01 EXTRACT-SCHEDULE-WORK.
           COPY EXTSCHD.
       01 EXTRACTS-DUE PIC 9(9) VALUE 0.
       01 EXTRACTS-NOT-SCHEDULED PIC 9(9) VALUE 0.
       01 DUE-NOT-WRITTEN PIC 9(9) VALUE 0.
       01 STATEMENTS-NOT-SCHEDULED PIC 9(9) VALUE 0.

      * CONNECTION PROFILES - THE CONTROL CARD'S DEFAULT, THE ONE THE
      * LAST "*CONNECT" ASKED FOR, THE ONE THE OPEN SESSION IS UNDER,
      * AND THE PROFILE RECORD LAST LOOKED UP.
       01 DEFAULT-PROFILE-NAME PIC X(8) VALUE SPACES.
       01 REQUESTED-PROFILE-NAME PIC X(8) VALUE SPACES.
       01 ACTIVE-PROFILE-NAME PIC X(8) VALUE SPACES.
       01 DIRECTIVE-PROFILE-NAME PIC X(8).
       01 PROFILE-PROBLEM PIC X(60).
       01 PROFILE-WORK.
           05 PRW-DB-ALIAS PIC X(16).
           05 PRW-USER-ID PIC X(20).
           05 PRW-CREDENTIAL-REF PIC X(16).
           05 PRW-EXPIRY-DATE PIC X(8).
      * THE STATEMENT WAITING TO RUN, HELD WHILE A PROFILE SWITCH
      * SETTLES AND AUDITS THE OLD SESSION'S PENDING WORK.
       01 SWITCH-HOLD-STATEMENT PIC X(4000).
       01 SWITCH-HOLD-CATALOG-NAME PIC X(16).
       01 SWITCH-HOLD-CATALOG-VERSION PIC 9(4).
       01 SWITCH-HOLD-CATALOGED-SW PIC X(1).
       01 SESSIONS-OPENED PIC 9(9) VALUE 0.
       01 STATEMENTS-NOT-CONNECTED PIC 9(9) VALUE 0.

      * PIPELINE INTERFACE COUNT - EXTRACT SECTIONS THIS RUN WROTE,
      * HANDED TO THE END-OF-SUITE RECONCILIATION THROUGH STEPTOTS.
       01 SECTIONS-WRITTEN PIC 9(9) VALUE 0.
              MOVE 0 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF BATCH-MODE-ON
              MOVE RCTL-MY-STEP-ID TO STW-STEP-ID
              PERFORM WRITE-STEP-START
           END-IF.

           PERFORM OPEN-CONTROL-FILES.

      *    A MASKING RULES FILE THAT CANNOT BE APPLIED IN FULL ENDS
      *    THE RUN HERE, BEFORE THE CONNECT - AN EXTRACT MUST NEVER
      *    GO OUT WITH A COLUMN THE RULE SET MEANT TO MASK IN CLEAR.
      *    SQL-REPORT-FILE WAS NOT OPENED, SO NOTHING IS LEFT BEHIND
      *    FOR THE BRIDGE TO PICK UP.
           IF MASK-RULES-INVALID
              DISPLAY "*** MASKING-RULES-FILE REJECTED - RUN STOPPED"
              PERFORM CLOSE-CONTROL-FILES
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-BATCH-STEP-END
              STOP RUN
           END-IF.

           PERFORM GET-USERNAME.

      *    THE SINGLE-STATEMENT PATHS CONNECT BEFORE THE STATEMENT IS
      *    ASKED FOR, SO THEIR PROFILE IS SETTLED NOW. AN UNATTENDED
      *    CC-SQL-TEXT STATEMENT HAS NOBODY TO TYPE A PASSWORD AND
      *    NEEDS A USABLE PROFILE ON THE CARD; WITHOUT ONE THE RUN
      *    STOPS HERE, BEFORE SQL-REPORT-FILE IS OPENED, SO NO
      *    HEADERLESS REPORT IS LEFT FOR THE BRIDGE TO PICK UP.
           IF NOT BATCH-MODE-ON
              PERFORM CHECK-ATTENDED-PROFILE
           END-IF.
           IF CONNECT-PROFILE-REJECTED
              DISPLAY "*** CONNECTION PROFILE " REQUESTED-PROFILE-NAME
                 " " PROFILE-PROBLEM
              DISPLAY "*** NO DATABASE SESSION - RUN STOPPED"
              PERFORM CLOSE-CONTROL-FILES
              MOVE 16 TO RETURN-CODE
              PERFORM WRITE-BATCH-STEP-END
              STOP RUN
           END-IF.

           PERFORM OPEN-REPORT-FILE.

      *    EVERY REPORT FILE LEADS WITH ITS "HDR" INTEGRITY RECORD -
      *    A RESTARTED REPORT RUN REBUILDS THE FILE FROM SCRATCH, SO
      *    IT GETS A FRESH ONE TOO.
              PERFORM WRITE-REPORT-HEADER
           END-IF.

      *    A BATCH RUN CONNECTS WHEN ITS FIRST STATEMENT IS REACHED,
      *    UNDER WHICHEVER PROFILE IS IN FORCE BY THEN (SEE
      *    SWITCH-CONNECT-PROFILE). AN ATTENDED RUN WITH NO PROFILE
      *    ON THE CARD IS ASKED FOR ITS PASSWORD.
           IF NOT BATCH-MODE-ON
              IF REQUESTED-PROFILE-NAME = SPACES
                 DISPLAY "PASSWORD: " WITH NO ADVANCING
                 ACCEPT PASSWD
                 MOVE SPACES TO DB-ALIAS
              END-IF
              PERFORM OPEN-DB-SESSION
              IF NOT DB-SESSION-OPEN
                 GO TO SQL-ERROR
              END-IF
           END-IF.

      *    REQ 001/014 - RUN EITHER ONE STATEMENT OR A WHOLE BATCH.

           MOVE "N" TO NO-MORE-STATEMENTS-SW.
           PERFORM PROCESS-ONE-STATEMENT
              WITH TEST BEFORE
              UNTIL NO-MORE-STATEMENTS.
           IF BATCH-MODE-ON
              PERFORM CHECK-DUE-EXTRACT-WRITTEN
              DISPLAY "EXTRACTS DUE: " EXTRACTS-DUE
                 "  NOT SCHEDULED: " EXTRACTS-NOT-SCHEDULED
                 " (" STATEMENTS-NOT-SCHEDULED " STATEMENTS NOT RUN)"
              DISPLAY "DATABASE SESSIONS OPENED: " SESSIONS-OPENED
                 "  STATEMENTS REFUSED NOCONNECT: "
                 STATEMENTS-NOT-CONNECTED
           END-IF.

           DISPLAY " ".
           DISPLAY "HAVE A GOOD DAY!".

      *    CLEAN UP AND TERMINATE.

           IF DB-SESSION-OPEN
              EXEC SQL DEALLOCATE DESCRIPTOR :BDSC END-EXEC
              EXEC SQL DEALLOCATE DESCRIPTOR :SDSC END-EXEC
           END-IF.
           PERFORM FINALIZE-DML-WORK.
           PERFORM CLOSE-CONTROL-FILES.
           IF BATCH-MODE-ON
              PERFORM STAMP-RUN-CONTROL
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM WRITE-BATCH-STEP-END.
           STOP RUN.

      *    DISPLAY ORACLE ERROR MESSAGE AND CODE.
      *    DML STILL PENDING IS ROLLED BACK THROUGH FINALIZE-DML-WORK
      *    AND ITS BATCH-OUTCOME AUDIT RECORD IS WRITTEN - THE TRAIL
      *    KEEPS MATCHING WHAT THE DATABASE DID EVEN ON THIS PATH.
      *    A POSTING UNIT CAUGHT OPEN HERE ROLLS BACK THE SAME WAY.
           SET RUN-HAD-SQL-ERROR TO TRUE.
           MOVE "Y" TO UNIT-ERROR-SW.
           PERFORM FINALIZE-DML-WORK.
           PERFORM CLOSE-CONTROL-FILES.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-BATCH-STEP-END.
           STOP RUN.

      *    PERFORMED SUBROUTINES BEGIN HERE:
                 NOT AT END
                    IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO TODAY-DATE-X
                       MOVE "Y" TO ESW-CALENDAR-SW
                       MOVE CAL-HOLIDAY-IND TO ESW-HOLIDAY-IND
                       MOVE CAL-MONTH-END-IND TO ESW-MONTH-END-IND
                       MOVE CAL-PRIOR-BUSINESS-DATE TO ESW-PRIOR-DATE
                       MOVE CAL-BUSINESS-DAY-NUM TO ESW-BUSINESS-DAY-X
                    END-IF
              END-READ
              CLOSE PROCESSING-CALENDAR-FILE
                 CLOSE PROCESSING-CALENDAR-FILE
              END-IF
           END-IF.
           PERFORM SET-SCHEDULE-CALENDAR.

      *    SETTLE WHAT THE SCHEDULE TESTS NEED FROM THE BUSINESS DATE:
      *    ITS WEEKDAY, HOW MANY CALENDAR DAYS HAVE PASSED SINCE THE
      *    PRIOR PROCESSING DAY, MONTH-END AND THE BUSINESS-DAY NUMBER.
      *    WITHOUT THE CALENDAR FIELDS EVERY DAY IS A PROCESSING DAY.
       SET-SCHEDULE-CALENDAR.
           MOVE TODAY-DATE-X TO ESW-BUSINESS-DATE.
           COMPUTE ESW-DATE-INT =
              FUNCTION INTEGER-OF-DATE(ESW-BUSINESS-DATE-NUM).
           COMPUTE ESW-WEEKDAY =
              FUNCTION MOD(ESW-DATE-INT - 1, 7) + 1.
           MOVE 1 TO ESW-GAP-DAYS.
           IF ESW-PRIOR-DATE IS NUMERIC
              AND ESW-PRIOR-DATE-NUM > 19000000
              AND ESW-PRIOR-DATE < ESW-BUSINESS-DATE
              COMPUTE ESW-GAP-DAYS = ESW-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(ESW-PRIOR-DATE-NUM)
              IF ESW-GAP-DAYS > 7
                 MOVE 7 TO ESW-GAP-DAYS
              END-IF
           END-IF.
           IF NOT ESW-CALENDAR-READ
              COMPUTE ESW-NEXT-DATE-NUM =
                 FUNCTION DATE-OF-INTEGER(ESW-DATE-INT + 1)
              IF ESW-NEXT-DATE-X(5:2) NOT = ESW-BUSINESS-DATE(5:2)
                 MOVE "M" TO ESW-MONTH-END-IND
              END-IF
           END-IF.
           IF ESW-BUSINESS-DAY-X IS NOT NUMERIC
              OR ESW-BUSINESS-DAY-X = "00"
              MOVE ESW-BUSINESS-DATE(7:2) TO ESW-BUSINESS-DAY-X
           END-IF.

      *    JUDGE ONE FREQUENCY QUALIFIER (ESW-FREQUENCY/ESW-FREQ-ARG)
      *    AGAINST THE BUSINESS DATE. AN UNRECOGNIZED QUALIFIER IS
      *    FLAGGED AND TREATED AS DAILY, SO A TYPO NEVER SILENTLY
      *    STOPS AN EXTRACT.
       CHECK-EXTRACT-DUE.
           MOVE "N" TO ESW-DUE-SW.
           MOVE "Y" TO ESW-VALID-SW.
           MOVE SPACES TO ESW-SCHEDULE-TEXT.
           EVALUATE ESW-FREQUENCY
              WHEN SPACES
              WHEN "DAILY"
                 MOVE "DAILY" TO ESW-SCHEDULE-TEXT
                 MOVE "Y" TO ESW-DUE-SW
              WHEN "WEEKLY"
                 PERFORM CHECK-WEEKLY-DUE
              WHEN "MONTHEND"
                 MOVE "MONTHEND" TO ESW-SCHEDULE-TEXT
                 IF ESW-MONTH-END-IND = "M"
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              WHEN "QTREND"
                 MOVE "QTREND" TO ESW-SCHEDULE-TEXT
                 IF ESW-MONTH-END-IND = "M"
                    AND (ESW-BUSINESS-DATE(5:2) = "03" OR "06"
                         OR "09" OR "12")
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              WHEN "BDAY"
                 PERFORM CHECK-BUSINESS-DAY-DUE
              WHEN OTHER
                 MOVE "N" TO ESW-VALID-SW
           END-EVALUATE.
           IF NOT ESW-QUALIFIER-VALID
              MOVE "DAILY" TO ESW-SCHEDULE-TEXT
              MOVE "Y" TO ESW-DUE-SW
           END-IF.

      *    A WEEKLY EXTRACT IS DUE WHEN ITS NAMED DAY FALLS WITHIN THE
      *    DAYS SINCE THE PRIOR PROCESSING DAY - ON THE DAY ITSELF, OR
      *    ON THE FIRST PROCESSING DAY AFTER IT WHEN IT WAS SKIPPED.
       CHECK-WEEKLY-DUE.
           MOVE 0 TO ESW-NAMED-DAY.
           PERFORM FIND-NAMED-WEEKDAY
              VARYING ESW-DAY-IDX FROM 1 BY 1
              UNTIL ESW-DAY-IDX > 7 OR ESW-NAMED-DAY > 0.
           IF ESW-NAMED-DAY = 0
              MOVE "N" TO ESW-VALID-SW
           ELSE
              MOVE SPACES TO ESW-SCHEDULE-TEXT
              STRING "WEEKLY " ESW-FREQ-ARG
                 DELIMITED BY SIZE INTO ESW-SCHEDULE-TEXT
              END-STRING
              COMPUTE ESW-DAYS-SINCE =
                 FUNCTION MOD(ESW-WEEKDAY - ESW-NAMED-DAY + 7, 7)
              IF ESW-DAYS-SINCE < ESW-GAP-DAYS
                 MOVE "Y" TO ESW-DUE-SW
              END-IF
           END-IF.

       FIND-NAMED-WEEKDAY.
           IF ESW-DAY-NAME(ESW-DAY-IDX) = ESW-FREQ-ARG
              MOVE ESW-DAY-IDX TO ESW-NAMED-DAY
           END-IF.

      *    BDAY nn IS DUE ON THE nn-TH NON-HOLIDAY PROCESSING DAY OF
      *    THE MONTH, AS NUMBERED BY THE CALENDAR ROLL.
       CHECK-BUSINESS-DAY-DUE.
           IF ESW-FREQ-ARG(1:2) IS NOT NUMERIC
              OR ESW-FREQ-ARG(3:1) NOT = SPACE
              MOVE "N" TO ESW-VALID-SW
           ELSE
              MOVE ESW-FREQ-ARG(1:2) TO ESW-BDAY-ARG
              IF ESW-BDAY-ARG < 1 OR ESW-BDAY-ARG > 23
                 MOVE "N" TO ESW-VALID-SW
              ELSE
                 MOVE SPACES TO ESW-SCHEDULE-TEXT
                 STRING "BDAY " ESW-FREQ-ARG(1:2)
                    DELIMITED BY SIZE INTO ESW-SCHEDULE-TEXT
                 END-STRING
                 IF ESW-HOLIDAY-IND NOT = "H"
                    AND ESW-BUSINESS-DAY-NUM = ESW-BDAY-ARG
                    MOVE "Y" TO ESW-DUE-SW
                 END-IF
              END-IF
           END-IF.

       OPEN-CONTROL-FILES.
           OPEN INPUT PARM-CARD-FILE.
                 COMMIT-SCOPE
           END-IF.

           PERFORM FIND-AUDIT-CHAIN-TAIL.
           OPEN EXTEND QUERY-AUDIT-LOG.
           IF AUDIT-LOG-STATUS NOT = "00"
              OPEN OUTPUT QUERY-AUDIT-LOG
           END-IF.

           PERFORM LOAD-MASKING-RULES.

      *    REQ 012/REVIEW - PEEK AT RESTART-CHECKPOINT-FILE BEFORE
      *    OPENING SQL-REPORT-FILE, SO A RESTARTED RUN CAN BE TOLD
      *    APART FROM A FRESH ONE, AND SO THE BATCH-FILE FAST-FORWARD
              CLOSE RESTART-CHECKPOINT-FILE
           END-IF.

           OPEN INPUT BIND-DEFAULTS-FILE.
           IF BIND-DEFAULTS-STATUS = "00"
              MOVE "Y" TO BIND-DEFAULTS-SW
           ELSE
              MOVE "N" TO BIND-DEFAULTS-SW
           END-IF.

           OPEN INPUT STATEMENT-CATALOG-FILE.
           IF STATEMENT-CATALOG-STATUS = "00"
              MOVE "Y" TO CATALOG-AVAIL-SW
           ELSE
              MOVE "N" TO CATALOG-AVAIL-SW
           END-IF.

       OPEN-REPORT-FILE.
      *    REQ 002 - ONLY GENERATE THE CSV REPORT WHEN THE OPERATOR
      *    ASKED FOR IT ON THE CONTROL CARD; OTHERWISE LEAVE
      *    SQL-REPORT-FILE UNOPENED SO SQLRPT.CSV IS NEITHER CREATED
      *    SECTION AND ROW IS REGENERATED AND THE INTEGRITY RECORDS
      *    COVER THE WHOLE FILE.
           IF PARM-CARD-PRESENT AND CC-REPORT-FLAG = "Y"
              AND NOT MASK-RULES-INVALID
              IF RUN-IS-RESUMING
                 DISPLAY "REPORT RUN RESTARTED - REGENERATING THE"
                    " WHOLE REPORT, CHECKPOINT SKIPPING SUPPRESSED"
              MOVE "N" TO REPORT-MODE-SW
           END-IF.

       CLOSE-CONTROL-FILES.
           CLOSE PARM-CARD-FILE.
           CLOSE SQL-BATCH-FILE.
      *    DOWNSTREAM SYSTEMS SPLIT THE REPORT ON THE DELIMITERS
      *    INSTEAD OF GUESSING WHERE ONE EXTRACT STOPS.
       ENSURE-EXTRACT-SECTION.
           MOVE "N" TO DUE-PENDING-SW.
           IF REPORT-MODE-ON
              IF NOT REPORT-SECTION-OPEN
                 OR CURRENT-EXTRACT-NAME NOT = LAST-EXTRACT-NAME
              MOVE "SECTIONS-WRITTEN" TO STT-COUNTER-NAME
              MOVE SECTIONS-WRITTEN TO STT-COUNT
              WRITE STEP-TOTALS-RECORD
      *       THE SCHEDULE COUNTS LET THE RECONCILIATION TELL AN
      *       EXTRACT THAT WAS NOT DUE FROM ONE THAT WENT MISSING.
              IF REPORT-MODE-ON
                 MOVE "EXTRACTS-DUE" TO STT-COUNTER-NAME
                 MOVE EXTRACTS-DUE TO STT-COUNT
                 WRITE STEP-TOTALS-RECORD
                 MOVE "NOT-SCHEDULED" TO STT-COUNTER-NAME
                 MOVE EXTRACTS-NOT-SCHEDULED TO STT-COUNT
                 WRITE STEP-TOTALS-RECORD
                 MOVE "DUE-NOT-WRITTEN" TO STT-COUNTER-NAME
                 MOVE DUE-NOT-WRITTEN TO STT-COUNT
                 WRITE STEP-TOTALS-RECORD
              END-IF
              CLOSE STEP-TOTALS-FILE
           ELSE
              DISPLAY "*** UNABLE TO WRITE STEP-TOTALS-FILE, "

      *    REQ 014 - GET USERNAME FROM THE CONTROL CARD WHEN ONE IS
      *    PRESENT, OTHERWISE FALL BACK TO THE ORIGINAL ACCEPT.
      *    A DEFAULT CONNECTION PROFILE ON THE CARD SUPPLIES THE USER
      *    ID INSTEAD; WHETHER THE PROFILE CAN ACTUALLY BE USED IS
      *    SETTLED WHEN THE SESSION IS OPENED.
       GET-USERNAME.
           MOVE SPACES TO DEFAULT-PROFILE-NAME.
           IF PARM-CARD-PRESENT
              MOVE CC-CONNECT-PROFILE TO DEFAULT-PROFILE-NAME
           END-IF.
           MOVE DEFAULT-PROFILE-NAME TO REQUESTED-PROFILE-NAME.
           IF DEFAULT-PROFILE-NAME NOT = SPACES
              PERFORM LOOKUP-CONNECT-PROFILE
              IF PROFILE-ON-FILE
                 MOVE PRW-USER-ID TO USERNAME
              ELSE
                 MOVE CC-USERNAME TO USERNAME
              END-IF
              DISPLAY "USERNAME (FROM PROFILE " DEFAULT-PROFILE-NAME
                 "): " USERNAME
           ELSE
              IF PARM-CARD-PRESENT AND CC-USERNAME NOT = SPACES
                 MOVE CC-USERNAME TO USERNAME
                 DISPLAY "USERNAME (FROM CONTROL CARD): " USERNAME
              ELSE
                 DISPLAY "USERNAME: " WITH NO ADVANCING
      *          CWEID 248
                 ACCEPT USERNAME *> CWEID 248
              END-IF
           END-IF.

      *    THE SINGLE-STATEMENT PATHS: A PROFILE NAMED ON THE CARD
      *    MUST BE USABLE, AND AN UNATTENDED STATEMENT MUST HAVE ONE.
       CHECK-ATTENDED-PROFILE.
           IF REQUESTED-PROFILE-NAME NOT = SPACES
              PERFORM RESOLVE-CONNECT-PROFILE
              IF NOT PROFILE-USABLE
                 SET CONNECT-PROFILE-REJECTED TO TRUE
              END-IF
           ELSE
              IF PARM-CARD-PRESENT AND CC-SQL-TEXT NOT = SPACES
                 MOVE SPACES TO PROFILE-PROBLEM
                 MOVE "NOT NAMED - AN UNATTENDED STATEMENT NEEDS ONE"
                    TO PROFILE-PROBLEM
                 SET CONNECT-PROFILE-REJECTED TO TRUE
              END-IF
           END-IF.

      *    LOOK REQUESTED-PROFILE-NAME UP AND DECIDE WHETHER IT CAN BE
      *    CONNECTED UNDER TONIGHT: ON FILE, NOT EXPIRED AS OF THE
      *    BUSINESS DATE, COMPLETE, AND ITS CREDENTIAL ON THE STORE.
      *    PROFILE-PROBLEM SAYS WHY NOT.
       RESOLVE-CONNECT-PROFILE.
           MOVE "N" TO PROFILE-USABLE-SW.
           MOVE SPACES TO PROFILE-PROBLEM.
           IF REQUESTED-PROFILE-NAME = SPACES
              MOVE "NOT NAMED ON THE CONTROL CARD OR A *CONNECT"
                 TO PROFILE-PROBLEM
           ELSE
              PERFORM LOOKUP-CONNECT-PROFILE
              EVALUATE TRUE
                 WHEN NOT PROFILE-ON-FILE
                    MOVE "IS NOT ON THE CONNECTION-PROFILE FILE"
                       TO PROFILE-PROBLEM
                 WHEN PRW-EXPIRY-DATE IS NOT NUMERIC
                    MOVE "HAS NO VALID EXPIRY DATE"
                       TO PROFILE-PROBLEM
                 WHEN PRW-EXPIRY-DATE < TODAY-DATE-X
                    STRING "EXPIRED " PRW-EXPIRY-DATE
                       DELIMITED BY SIZE INTO PROFILE-PROBLEM
                    END-STRING
                 WHEN PRW-USER-ID = SPACES
                    OR PRW-CREDENTIAL-REF = SPACES
                    MOVE "HAS NO USER ID OR NO CREDENTIAL REFERENCE"
                       TO PROFILE-PROBLEM
                 WHEN OTHER
                    PERFORM FETCH-PROFILE-CREDENTIAL
                    IF CREDENTIAL-FOUND
                       MOVE "Y" TO PROFILE-USABLE-SW
                    ELSE
                       STRING "CREDENTIAL "
                          FUNCTION TRIM(PRW-CREDENTIAL-REF TRAILING)
                          " IS NOT ON THE CREDENTIAL STORE"
                          DELIMITED BY SIZE INTO PROFILE-PROBLEM
                       END-STRING
                    END-IF
              END-EVALUATE
           END-IF.

       LOOKUP-CONNECT-PROFILE.
           MOVE "N" TO PROFILE-FOUND-SW.
           MOVE SPACES TO PROFILE-WORK.
           OPEN INPUT CONNECTION-PROFILE-FILE.
           IF CONNECT-PROFILE-STATUS = "00"
              MOVE "N" TO PROFILE-EOF-SW
              PERFORM READ-CONNECT-PROFILE
                 WITH TEST BEFORE
                 UNTIL CONNECT-PROFILES-AT-END OR PROFILE-ON-FILE
              CLOSE CONNECTION-PROFILE-FILE
           ELSE
              IF CONNECT-PROFILE-STATUS = "05"
                 CLOSE CONNECTION-PROFILE-FILE
              END-IF
           END-IF.

       READ-CONNECT-PROFILE.
           READ CONNECTION-PROFILE-FILE
              AT END MOVE "Y" TO PROFILE-EOF-SW
              NOT AT END
                 IF PRF-PROFILE-NAME = REQUESTED-PROFILE-NAME
                    AND PRF-PROFILE-NAME(1:1) NOT = "*"
                    MOVE "Y" TO PROFILE-FOUND-SW
                    MOVE PRF-DB-ALIAS TO PRW-DB-ALIAS
                    MOVE PRF-USER-ID TO PRW-USER-ID
                    MOVE PRF-CREDENTIAL-REF TO PRW-CREDENTIAL-REF
                    MOVE PRF-EXPIRY-DATE TO PRW-EXPIRY-DATE
                 END-IF
           END-READ.

      *    FETCH THE SECRET FILED UNDER THE PROFILE'S CREDENTIAL
      *    REFERENCE INTO PASSWD FOR THE CONNECT THAT FOLLOWS.
       FETCH-PROFILE-CREDENTIAL.
           MOVE "N" TO CREDENTIAL-FOUND-SW.
           MOVE SPACES TO PASSWD.
           OPEN INPUT CREDENTIAL-STORE-FILE.
           IF CREDENTIAL-STORE-STATUS = "00"
              MOVE "N" TO CREDENTIAL-EOF-SW
              PERFORM READ-CREDENTIAL-RECORD
                 WITH TEST BEFORE
                 UNTIL CREDENTIALS-AT-END OR CREDENTIAL-FOUND
              CLOSE CREDENTIAL-STORE-FILE
           ELSE
              IF CREDENTIAL-STORE-STATUS = "05"
                 CLOSE CREDENTIAL-STORE-FILE
              END-IF
           END-IF.

       READ-CREDENTIAL-RECORD.
           READ CREDENTIAL-STORE-FILE
              AT END MOVE "Y" TO CREDENTIAL-EOF-SW
              NOT AT END
                 IF CRD-CREDENTIAL-REF = PRW-CREDENTIAL-REF
                    MOVE "Y" TO CREDENTIAL-FOUND-SW
                    MOVE CRD-SECRET TO PASSWD
                 END-IF
           END-READ.

      *    CONNECT AS USERNAME/PASSWD - UNDER THE RESOLVED PROFILE'S
      *    USER ID AND DATABASE ALIAS WHEN ONE IS IN FORCE - AND SET
      *    THE SESSION UP: NLS DATE FORMAT AND THE TWO DESCRIPTORS.
      *    THE PASSWORD IS BLANKED AS SOON AS THE CONNECT HAS USED IT.
       OPEN-DB-SESSION.
           IF REQUESTED-PROFILE-NAME NOT = SPACES
              MOVE PRW-USER-ID TO USERNAME
              MOVE PRW-DB-ALIAS TO DB-ALIAS
           END-IF.
           IF DB-ALIAS = SPACES
              EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
              END-EXEC
           ELSE
              EXEC SQL CONNECT :USERNAME IDENTIFIED BY :PASSWD
                 USING :DB-ALIAS
              END-EXEC
           END-IF.
           MOVE SPACES TO PASSWD.
           IF SQLCODE NOT = 0
              MOVE "N" TO SESSION-OPEN-SW
           ELSE
              MOVE "Y" TO SESSION-OPEN-SW
              MOVE REQUESTED-PROFILE-NAME TO ACTIVE-PROFILE-NAME
              ADD 1 TO SESSIONS-OPENED
              IF ACTIVE-PROFILE-NAME = SPACES
                 DISPLAY "CONNECTED TO ORACLE AS USER: ", USERNAME
              ELSE
                 DISPLAY "CONNECTED TO ORACLE AS USER: " USERNAME
                    " PROFILE: " ACTIVE-PROFILE-NAME
                    " DATABASE: " DB-ALIAS
              END-IF

      *       DATE COLUMNS ARE COERCED TO CHARACTER FOR THE REPORT, SO
      *       PIN THE SESSION DATE FORMAT TO AN ISO CENTURY DATE; A
      *       FAILURE HERE IS NOT FATAL BUT IS WORTH SHOWING.
              EXEC SQL EXECUTE IMMEDIATE :NLS-SETUP-STATEMENT END-EXEC
              IF SQLCODE NOT = 0
                 DISPLAY "UNABLE TO SET SESSION DATE FORMAT"
                 DISPLAY SQLERRMC
              END-IF

      *       ALLOCATE THE BIND AND SELECT DESCRIPTORS. THE SELECT
      *       DESCRIPTOR IS ALLOCATED WITH THE ARRAY DIMENSION SO THE
      *       BLOCK FETCH AND THE ARRAY GETS IN UNLOAD-BLOCK-COLUMN
      *       MOVE WHOLE COLUMNS PER ROUND TRIP.
              EXEC SQL ALLOCATE DESCRIPTOR :BDSC WITH MAX 20 END-EXEC
              EXEC SQL FOR :FETCH-BLOCK-SIZE
                 ALLOCATE DESCRIPTOR :SDSC WITH MAX 20 END-EXEC
           END-IF.

      *    LEAVE THE OPEN SESSION BEFORE A SWITCH: ITS PENDING BATCH-
      *    SCOPE WORK IS SETTLED (AND AUDITED UNDER ITS OWN PROFILE)
      *    BY THE COMMIT OR ROLLBACK THAT RELEASES IT.
       CLOSE-DB-SESSION.
           IF DB-SESSION-OPEN
              EXEC SQL DEALLOCATE DESCRIPTOR :BDSC END-EXEC
              EXEC SQL DEALLOCATE DESCRIPTOR :SDSC END-EXEC
              PERFORM SETTLE-PENDING-DML
              MOVE "N" TO DML-PENDING-SW
              MOVE "N" TO SESSION-OPEN-SW
              MOVE SPACES TO ACTIVE-PROFILE-NAME
           END-IF.

      *    BRING THE SESSION ONTO REQUESTED-PROFILE-NAME FOR THE BATCH
      *    STATEMENT ABOUT TO RUN. A PROFILE THAT CANNOT BE RESOLVED
      *    LEAVES THE CURRENT SESSION AS IT IS; ONE WHOSE CONNECT FAILS
      *    LEAVES NONE OPEN. EITHER WAY IT IS MARKED FAILED SO ITS
      *    REMAINING STATEMENTS ARE REFUSED WITHOUT ANOTHER ATTEMPT.
       SWITCH-CONNECT-PROFILE.
           IF NOT REQUESTED-PROFILE-FAILED
              PERFORM RESOLVE-CONNECT-PROFILE
              IF PROFILE-USABLE
                 PERFORM CLOSE-SWITCHED-SESSION
                 PERFORM OPEN-DB-SESSION
                 IF NOT DB-SESSION-OPEN
                    DISPLAY SQLERRMC
                    MOVE "N" TO PROFILE-USABLE-SW
                    MOVE SPACES TO PROFILE-PROBLEM
                    MOVE "CONNECT FAILED" TO PROFILE-PROBLEM
                 END-IF
              END-IF
              IF NOT PROFILE-USABLE
                 MOVE "Y" TO PROFILE-FAILED-SW
                 MOVE SPACES TO PASSWD
                 DISPLAY "*** CONNECTION PROFILE "
                    REQUESTED-PROFILE-NAME " " PROFILE-PROBLEM
                 DISPLAY "*** STATEMENTS UNDER IT ARE REFUSED"
                    " (NOCONNECT)"
              END-IF
           END-IF.

      *    THE NEXT STATEMENT IS ALREADY ASSEMBLED (AND MATCHED TO
      *    ITS CATALOG ENTRY) WHEN THE SWITCH COMES; THE OLD SESSION'S
      *    SETTLEMENT AUDIT RECORD IS BUILT IN THE SAME FIELDS, SO
      *    THEY ARE HELD ACROSS IT AND PUT BACK FOR THE STATEMENT.
       CLOSE-SWITCHED-SESSION.
           MOVE DYN-STATEMENT TO SWITCH-HOLD-STATEMENT.
           MOVE CURRENT-CATALOG-NAME TO SWITCH-HOLD-CATALOG-NAME.
           MOVE CURRENT-CATALOG-VERSION TO SWITCH-HOLD-CATALOG-VERSION.
           MOVE STMT-CATALOGED-SW TO SWITCH-HOLD-CATALOGED-SW.
           PERFORM CLOSE-DB-SESSION.
           MOVE SWITCH-HOLD-STATEMENT TO DYN-STATEMENT.
           MOVE SWITCH-HOLD-CATALOG-NAME TO CURRENT-CATALOG-NAME.
           MOVE SWITCH-HOLD-CATALOG-VERSION TO CURRENT-CATALOG-VERSION.
           MOVE SWITCH-HOLD-CATALOGED-SW TO STMT-CATALOGED-SW.
           MOVE "N" TO DML-STMT-SW.
           MOVE SPACES TO STMT-DISPOSITION.

      *    REQ 001/014 - SUPPLY THE NEXT SQL STATEMENT TO RUN, EITHER
      *    FROM THE BATCH FILE, THE CONTROL CARD, OR THE TERMINAL.
      *    REQ 012/REVIEW - IN BATCH MODE, KEEP READING (WITHOUT
      *    AND SKIPPING OTHER "*" COMMENT RECORDS ALONG THE WAY. THE
      *    CONTINUATION PROBE MAY ALREADY HAVE CONSUMED THE END OF
      *    FILE; A SECOND READ THERE WOULD BE A READ PAST THE AT-END
      *    CONDITION, SO THE EOF SWITCH IS CHECKED FIRST. WHILE THE
      *    CURRENT EXTRACT IS NOT DUE, ITS STATEMENTS AND THEIR "+"
      *    CONTINUATIONS ARE PASSED OVER THE SAME WAY.
       GET-BASE-BATCH-RECORD.
           IF BATCH-RECORD-HELD
              MOVE SQL-BATCH-HOLD TO SQL-BATCH-WORK
           IF NOT NO-MORE-STATEMENTS
              IF SQW-CONTINUATION = "*"
                 IF SQL-BATCH-WORK(1:9) = "*EXTRACT "
                    PERFORM TAKE-EXTRACT-DIRECTIVE
                 END-IF
                 IF SQL-BATCH-WORK(1:6) = "*UNIT "
                    PERFORM BEGIN-POSTING-UNIT
                 END-IF
                 IF SQL-BATCH-WORK(1:9) = "*CONNECT "
                    PERFORM TAKE-CONNECT-DIRECTIVE
                 END-IF
              ELSE
                 IF EXTRACT-NOT-DUE
                    IF SQW-CONTINUATION NOT = "+"
                       ADD 1 TO STATEMENTS-NOT-SCHEDULED
                    END-IF
                 ELSE
      *             A RECORD WHOSE FIRST COLUMN IS "=" REFERENCES AN
      *             APPROVED-CATALOG STATEMENT BY NAME (COLUMNS 2-17)
      *             INSTEAD OF CARRYING FREE-FORM TEXT.
                    IF SQW-CONTINUATION = "="
                       MOVE SQL-BATCH-WORK(2:16)
                          TO REQUESTED-CATALOG-NAME
                       MOVE "Y" TO CATALOG-REF-SW
                    END-IF
                    MOVE "Y" TO BASE-READY-SW
                 END-IF
              END-IF
           END-IF.

      *    A NEW EXTRACT BEGINS: SETTLE THE ONE BEFORE IT, THEN JUDGE
      *    THE NEW ONE'S FREQUENCY QUALIFIER AGAINST THE BUSINESS
      *    DATE. A RESTARTED RUN RE-READS THE DIRECTIVES IT FAST-
      *    FORWARDS PAST; THOSE WERE AUDITED BY THE RUN THAT FIRST
      *    REACHED THEM, SO ONLY ONES BEYOND THE CHECKPOINT ARE.
       TAKE-EXTRACT-DIRECTIVE.
           PERFORM CHECK-DUE-EXTRACT-WRITTEN.
           MOVE SQL-BATCH-WORK(10:8) TO CURRENT-EXTRACT-NAME.
           MOVE SQL-BATCH-WORK(19:8) TO ESW-FREQUENCY.
           MOVE SQL-BATCH-WORK(28:3) TO ESW-FREQ-ARG.
           PERFORM CHECK-EXTRACT-DUE.
           IF NOT ESW-QUALIFIER-VALID
              DISPLAY "*** EXTRACT " CURRENT-EXTRACT-NAME
                 " FREQUENCY '" ESW-FREQUENCY " " ESW-FREQ-ARG
                 "' NOT RECOGNIZED - RUN AS DAILY"
           END-IF.
           IF ESW-EXTRACT-DUE
              MOVE "N" TO EXTRACT-SKIP-SW
              MOVE "Y" TO DUE-PENDING-SW
              ADD 1 TO EXTRACTS-DUE
           ELSE
              MOVE "Y" TO EXTRACT-SKIP-SW
              ADD 1 TO EXTRACTS-NOT-SCHEDULED
              DISPLAY "EXTRACT " CURRENT-EXTRACT-NAME " ("
                 ESW-SCHEDULE-TEXT ") NOT SCHEDULED FOR "
                 TODAY-DATE-X " - SKIPPED"
              IF NOT RUN-IS-RESUMING
                 OR WS-BATCH-SEQ > LAST-COMPLETED-BATCH-SEQ
                 PERFORM AUDIT-EXTRACT-NOT-SCHEDULED
              END-IF
           END-IF.

      *    A "*CONNECT name" DIRECTIVE (NAME IN COLUMNS 10-17; BLANK
      *    RETURNS TO THE CONTROL CARD'S DEFAULT) NAMES THE PROFILE
      *    THE STATEMENTS THAT FOLLOW RUN UNDER. THE SWITCH ITSELF
      *    WAITS FOR THE NEXT STATEMENT ACTUALLY RUN, SO A PROFILE
      *    NAMED ONLY FOR EXTRACTS NOT DUE IS NEVER CONNECTED. A
      *    POSTING UNIT CANNOT SPAN TWO SESSIONS, SO ONE OPEN WHEN THE
      *    PROFILE CHANGES IS SETTLED HERE.
       TAKE-CONNECT-DIRECTIVE.
           MOVE SQL-BATCH-WORK(10:8) TO DIRECTIVE-PROFILE-NAME.
           IF DIRECTIVE-PROFILE-NAME = SPACES
              MOVE DEFAULT-PROFILE-NAME TO DIRECTIVE-PROFILE-NAME
           END-IF.
           IF DIRECTIVE-PROFILE-NAME NOT = REQUESTED-PROFILE-NAME
              PERFORM SETTLE-POSTING-UNIT
              MOVE DIRECTIVE-PROFILE-NAME TO REQUESTED-PROFILE-NAME
              MOVE "N" TO PROFILE-FAILED-SW
           END-IF.
           DISPLAY "CONNECTION PROFILE: " REQUESTED-PROFILE-NAME.

      *    A DUE EXTRACT WHOSE STATEMENTS NEVER OPENED A REPORT
      *    SECTION (REFUSED, SKIPPED OR FAILED) IS COUNTED, SO THE
      *    RECONCILIATION REPORTS IT MISSING RATHER THAN NOT DUE.
       CHECK-DUE-EXTRACT-WRITTEN.
           IF DUE-EXTRACT-UNWRITTEN AND REPORT-MODE-ON
              ADD 1 TO DUE-NOT-WRITTEN
              DISPLAY "*** EXTRACT " CURRENT-EXTRACT-NAME
                 " WAS DUE BUT WROTE NO REPORT SECTION"
           END-IF.
           MOVE "N" TO DUE-PENDING-SW.

      *    ONE AUDIT RECORD PER EXTRACT NOT DUE, WRITTEN THE WAY A
      *    POSTING UNIT'S OUTCOME IS: NO STATEMENT RAN, SO THE
      *    STATEMENT TEXT NAMES THE EXTRACT AND ITS SCHEDULE.
       AUDIT-EXTRACT-NOT-SCHEDULED.
           MOVE "N" TO STMT-ERROR-SW.
           MOVE "N" TO BIND-MISSING-SW.
           MOVE "N" TO STMT-REFUSED-SW.
           MOVE "N" TO TRUNCATED-SW.
           MOVE SPACES TO CURRENT-CATALOG-NAME.
           MOVE 0 TO CURRENT-CATALOG-VERSION.
           MOVE "Y" TO DML-STMT-SW.
           MOVE 0 TO ROW-COUNT.
           MOVE 0 TO SAVED-AFFECTED-ROWS.
           MOVE 0 TO STMT-MASKED-COUNT.
           MOVE "NOTSCHED" TO STMT-DISPOSITION.
           MOVE SPACES TO DYN-STATEMENT.
           STRING "EXTRACT " CURRENT-EXTRACT-NAME " "
                  ESW-SCHEDULE-TEXT " NOT SCHEDULED ON "
                  TODAY-DATE-X " - STATEMENTS NOT RUN"
              DELIMITED BY SIZE INTO DYN-STATEMENT
           END-STRING.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE SPACES TO DYN-STATEMENT.
           MOVE "N" TO DML-STMT-SW.

       READ-CONTINUATION-RECORD.
           READ SQL-BATCH-FILE INTO SQL-BATCH-WORK
              AT END
           MOVE "N" TO DML-STMT-SW.
           MOVE SPACES TO STMT-DISPOSITION.
           MOVE 0 TO SAVED-AFFECTED-ROWS.
           MOVE 0 TO STMT-MASKED-COUNT.
           MOVE SPACES TO MASKED-COLUMN-LIST.
           MOVE 1 TO MASKED-LIST-PTR.
           PERFORM CHECK-RESTART-CHECKPOINT.

      *    AN UNATTENDED STATEMENT - ONE THAT CAME FROM THE BATCH
              PERFORM MATCH-CATALOG-TEXT
           END-IF.

      *    A BATCH STATEMENT RUNS UNDER THE PROFILE IN FORCE - THE
      *    CONTROL CARD'S DEFAULT OR THE LAST "*CONNECT" - SO THE
      *    SESSION IS OPENED, OR SWITCHED, HERE WHEN IT DIFFERS. A
      *    PROFILE THAT CANNOT BE USED REFUSES ITS STATEMENTS.
           IF BATCH-MODE-ON AND NOT STATEMENT-REFUSED
              IF NOT DB-SESSION-OPEN
                 OR ACTIVE-PROFILE-NAME NOT = REQUESTED-PROFILE-NAME
                 PERFORM SWITCH-CONNECT-PROFILE
              END-IF
              IF REQUESTED-PROFILE-FAILED
                 SET STATEMENT-REFUSED TO TRUE
                 MOVE "NOCONNECT" TO REFUSAL-DISPOSITION
              END-IF
           END-IF.

           IF STATEMENT-REFUSED
              IF REFUSAL-DISPOSITION = "NOCONNECT"
                 ADD 1 TO STATEMENTS-NOT-CONNECTED
                 DISPLAY "STATEMENT REFUSED - NO SESSION UNDER PROFILE "
                    REQUESTED-PROFILE-NAME ": " DYN-STATEMENT(1:60)
              ELSE
                 DISPLAY "STATEMENT REFUSED - NOT AN ACTIVE APPROVED-"
                    "CATALOG STATEMENT: " DYN-STATEMENT(1:80)
              END-IF
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              PERFORM PREPARE-AND-RUN-STATEMENT

              IF SELCNT > 0
                    PERFORM ENSURE-EXTRACT-SECTION
                    MOVE SPACES TO REPORT-LINE
                    MOVE 0 TO REPORT-LINE-LEN
                    MOVE 0 TO REPORT-FIELD-COUNT
                    VARYING SEL-INDEX FROM 1 BY 1
                    UNTIL SEL-INDEX > SELCNT
                    DISPLAY " "
      *             THE STM RECORD GOES OUT ONCE EVERY COLUMN HAS
      *             BEEN MATCHED AGAINST THE MASKING RULES, SO IT CAN
      *             NAME THE ONES MASKED; IT STILL PRECEDES THE
      *             HEADING IN THE FILE.
                    PERFORM WRITE-STATEMENT-HEADER
                    PERFORM WRITE-REPORT-LINE
              END-IF

      *    WRITTEN TO THE AUDIT TRAIL. A RUN WITH NOTHING PENDING
      *    ENDS WITH THE SAME ROLLBACK RELEASE AS ALWAYS.
       FINALIZE-DML-WORK.
           PERFORM SETTLE-POSTING-UNIT.
           PERFORM SETTLE-PENDING-DML.

      *    COMMIT OR ROLL BACK THE BATCH-SCOPE WORK STILL PENDING ON
      *    THE SESSION AND RELEASE IT.
       SETTLE-PENDING-DML.
           IF DML-WORK-PENDING
              MOVE "N" TO STMT-ERROR-SW
              MOVE "N" TO BIND-MISSING-SW
              MOVE "Y" TO DML-STMT-SW
              MOVE 0 TO ROW-COUNT
              MOVE 0 TO SAVED-AFFECTED-ROWS
              MOVE 0 TO STMT-MASKED-COUNT
              IF NOT RUN-HAD-SQL-ERROR
                 EXEC SQL COMMIT WORK RELEASE END-EXEC
                 IF SQLCODE = 0
              EXEC SQL ROLLBACK WORK RELEASE END-EXEC
           END-IF.

      *    A "*UNIT name" DIRECTIVE: SETTLE THE UNIT BEFORE IT, THEN
      *    OPEN THIS ONE WITH ITS OWN BIND VALUES.
       BEGIN-POSTING-UNIT.
           PERFORM SETTLE-POSTING-UNIT.
           MOVE SQL-BATCH-WORK(7:16) TO CURRENT-UNIT-NAME.
           MOVE "Y" TO UNIT-OPEN-SW.
           MOVE "N" TO UNIT-ERROR-SW.
           PERFORM LOAD-UNIT-BINDS.
           DISPLAY "POSTING UNIT: " CURRENT-UNIT-NAME
              "  BIND VALUES: " UNIT-BIND-COUNT.

      *    CLOSE THE OPEN POSTING UNIT. UNDER UPDATE MODE WITH BATCH
      *    SCOPE ITS PENDING WORK COMMITS WHEN EVERY STATEMENT IN IT
      *    RAN CLEAN AND ROLLS BACK OTHERWISE, AND THE OUTCOME IS
      *    AUDITED UNDER THE UNIT'S NAME - EVEN FOR A UNIT THAT
      *    CHANGED NOTHING - SO WHOEVER BUILT THE UNITS CAN TELL
      *    WHICH WENT IN. IN ANY OTHER MODE A UNIT IS ONLY A LABEL.
       SETTLE-POSTING-UNIT.
           IF POSTING-UNIT-OPEN
              AND UPDATE-MODE-ON AND COMMIT-PER-BATCH
              MOVE "N" TO STMT-ERROR-SW
              MOVE "N" TO BIND-MISSING-SW
              MOVE "N" TO STMT-REFUSED-SW
              MOVE SPACES TO CURRENT-CATALOG-NAME
              MOVE 0 TO CURRENT-CATALOG-VERSION
              MOVE "Y" TO DML-STMT-SW
              MOVE 0 TO ROW-COUNT
              MOVE 0 TO SAVED-AFFECTED-ROWS
              MOVE 0 TO STMT-MASKED-COUNT
              MOVE SPACES TO DYN-STATEMENT
              IF NOT UNIT-HAD-ERROR
                 EXEC SQL COMMIT WORK END-EXEC
                 IF SQLCODE = 0
                    MOVE "COMMITTED" TO STMT-DISPOSITION
                    STRING "UNIT " CURRENT-UNIT-NAME
                           " COMMIT - PENDING CHANGES APPLIED"
                       DELIMITED BY SIZE INTO DYN-STATEMENT
                    END-STRING
                 ELSE
                    MOVE "ROLLEDBK" TO STMT-DISPOSITION
                    STRING "UNIT " CURRENT-UNIT-NAME
                           " COMMIT FAILED - CHANGES NOT APPLIED"
                       DELIMITED BY SIZE INTO DYN-STATEMENT
                    END-STRING
                    DISPLAY SQLERRMC
                 END-IF
              ELSE
                 EXEC SQL ROLLBACK WORK END-EXEC
                 MOVE "ROLLEDBK" TO STMT-DISPOSITION
                 STRING "UNIT " CURRENT-UNIT-NAME
                        " ROLLBACK - UNIT HAD ERRORS"
                    DELIMITED BY SIZE INTO DYN-STATEMENT
                 END-STRING
              END-IF
              DISPLAY DYN-STATEMENT(1:80)
              PERFORM WRITE-AUDIT-RECORD
              MOVE SPACES TO DYN-STATEMENT
              MOVE "N" TO DML-STMT-SW
              MOVE "N" TO DML-PENDING-SW
           END-IF.
           MOVE "N" TO UNIT-OPEN-SW.
           MOVE "N" TO UNIT-ERROR-SW.
           MOVE SPACES TO CURRENT-UNIT-NAME.
           MOVE 0 TO UNIT-BIND-COUNT.

      *    PICK THIS UNIT'S NAME/VALUE PAIRS OUT OF UNIT-BINDS-FILE.
       LOAD-UNIT-BINDS.
           MOVE 0 TO UNIT-BIND-COUNT.
           OPEN INPUT UNIT-BINDS-FILE.
           IF UNIT-BINDS-STATUS = "00"
              MOVE "N" TO UNIT-BINDS-EOF-SW
              PERFORM READ-UNIT-BIND
                 WITH TEST BEFORE
                 UNTIL UNIT-BINDS-AT-END
              CLOSE UNIT-BINDS-FILE
           ELSE
              IF UNIT-BINDS-STATUS = "05"
                 CLOSE UNIT-BINDS-FILE
              END-IF
           END-IF.

       READ-UNIT-BIND.
           READ UNIT-BINDS-FILE
              AT END MOVE "Y" TO UNIT-BINDS-EOF-SW
              NOT AT END
                 IF UBD-UNIT-NAME = CURRENT-UNIT-NAME
                    IF UNIT-BIND-COUNT < UNIT-BIND-MAX
                       ADD 1 TO UNIT-BIND-COUNT
                       MOVE UBD-BIND-NAME
                          TO UBT-BIND-NAME(UNIT-BIND-COUNT)
                       MOVE UBD-BIND-VALUE
                          TO UBT-BIND-VALUE(UNIT-BIND-COUNT)
                    ELSE
                       DISPLAY "*** TOO MANY BIND VALUES FOR UNIT "
                          CURRENT-UNIT-NAME " - UNIT WILL ROLL BACK"
                       MOVE "Y" TO UNIT-ERROR-SW
                    END-IF
                 END-IF
           END-READ.

       SCAN-UNIT-BINDS.
           IF UBT-BIND-NAME(UNIT-BIND-IDX) = BNDNAME
              MOVE UBT-BIND-VALUE(UNIT-BIND-IDX) TO BNDVAL
              MOVE "Y" TO BIND-FOUND-SW
              MOVE "Y" TO UNIT-BIND-FOUND-SW
           END-IF.

      *    DECIDE WHAT HAPPENS TO A NON-QUERY STATEMENT'S CHANGES.
      *    PER-STATEMENT SCOPE COMMITS RIGHT HERE; PER-BATCH SCOPE
      *    LEAVES THE WORK PENDING FOR A SINGLE COMMIT AT END OF A
      *    JUST FINISHED: WHO RAN IT, WHAT IT WAS, WHEN, AND HOW MANY
      *    ROWS CAME BACK.
       WRITE-AUDIT-RECORD.
      *    ANY STATEMENT IN A POSTING UNIT THAT DID NOT RUN CLEAN
      *    CONDEMNS THE WHOLE UNIT TO ROLL BACK.
           IF POSTING-UNIT-OPEN
              AND (STATEMENT-HAD-SQL-ERROR OR BIND-VALUE-MISSING
                   OR STATEMENT-REFUSED)
              MOVE "Y" TO UNIT-ERROR-SW
           END-IF.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP.
      *    CYCLE-DATE THE RECORD: THE DATE PORTION IS THE BUSINESS
           MOVE ROW-COUNT TO AUDIT-ROW-COUNT.
           MOVE CURRENT-CATALOG-NAME TO AUDIT-CATALOG-NAME.
           MOVE CURRENT-CATALOG-VERSION TO AUDIT-CATALOG-VERSION.
           MOVE MASK-SET-NAME TO AUDIT-MASK-SET-NAME.
           MOVE MASK-SET-VERSION TO AUDIT-MASK-SET-VERSION.
           MOVE STMT-MASKED-COUNT TO AUDIT-MASKED-COLUMNS.
           MOVE CURRENT-EXTRACT-NAME TO AUDIT-EXTRACT-NAME.
      *    A STATEMENT THAT RAN WAS UNDER THE OPEN SESSION'S PROFILE;
      *    ONE REFUSED OR NOT SCHEDULED CARRIES THE PROFILE IT WOULD
      *    HAVE RUN UNDER.
           IF STATEMENT-REFUSED OR STMT-DISPOSITION = "NOTSCHED"
              MOVE REQUESTED-PROFILE-NAME TO AUDIT-PROFILE-NAME
           ELSE
              MOVE ACTIVE-PROFILE-NAME TO AUDIT-PROFILE-NAME
           END-IF.
           IF STATEMENT-REFUSED
              MOVE REFUSAL-DISPOSITION TO AUDIT-DISPOSITION
           ELSE
              IF STATEMENT-HAD-SQL-ERROR
                 MOVE "SQLERROR" TO AUDIT-DISPOSITION
              ELSE
                 IF BIND-VALUE-MISSING
                    MOVE "SKIPBIND" TO AUDIT-DISPOSITION
                 ELSE
                    IF STATEMENT-IS-DML
                       MOVE STMT-DISPOSITION TO AUDIT-DISPOSITION
                    ELSE
                       IF RESULT-TRUNCATED
                          MOVE "TRUNCATED" TO AUDIT-DISPOSITION
                       ELSE
                          MOVE "EXECUTED" TO AUDIT-DISPOSITION
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.
           IF SAVED-AFFECTED-ROWS >= 0
              AND SAVED-AFFECTED-ROWS < 1000000000
           ELSE
              MOVE 0 TO AUDIT-AFFECTED-ROWS
           END-IF.
           PERFORM STAMP-AUDIT-CHAIN.
           WRITE AUDIT-LOG-RECORD.
           IF AUDIT-LOG-STATUS = "00"
              MOVE AUDIT-CHAIN-SEQ TO CHN-LAST-SEQ
              MOVE AUDIT-CHAIN-HASH TO CHN-LAST-HASH
           END-IF.

      *    PICK THE HASH CHAIN UP WHERE THE LOG LEFT IT: THE LAST
      *    CHAINED RECORD ON QUERY-AUDIT-LOG, OR - WHEN HOUSEKEEPING
      *    HAS MOVED EVERY CHAINED RECORD TO HISTORY - THE LATEST
      *    ANCHOR IT SET. A LOG THAT HAS NEVER BEEN CHAINED STARTS
      *    FROM THE GENESIS HASH.
       FIND-AUDIT-CHAIN-TAIL.
           MOVE 0 TO CHN-LAST-SEQ.
           MOVE CHN-GENESIS-HASH TO CHN-LAST-HASH.
           OPEN INPUT QUERY-AUDIT-LOG.
           IF AUDIT-LOG-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-AUDIT-CHAIN-RECORD
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE QUERY-AUDIT-LOG
           END-IF.
           IF CHN-LAST-SEQ = 0
              MOVE "AUDITLOG" TO CHN-TRAIL-NAME
              PERFORM FIND-CHAIN-ANCHOR
           END-IF.

       READ-AUDIT-CHAIN-RECORD.
           READ QUERY-AUDIT-LOG
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF AUDIT-CHAIN-SEQ IS NUMERIC
                    MOVE AUDIT-CHAIN-SEQ TO CHN-LAST-SEQ
                    MOVE AUDIT-CHAIN-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

       FIND-CHAIN-ANCHOR.
           OPEN INPUT CHAIN-ANCHOR-FILE.
           IF CHAIN-ANCHOR-STATUS = "00"
              MOVE "N" TO CHN-SCAN-EOF-SW
              PERFORM READ-CHAIN-ANCHOR
                 WITH TEST BEFORE
                 UNTIL CHN-SCAN-AT-END
              CLOSE CHAIN-ANCHOR-FILE
           ELSE
              IF CHAIN-ANCHOR-STATUS = "05"
                 CLOSE CHAIN-ANCHOR-FILE
              END-IF
           END-IF.

       READ-CHAIN-ANCHOR.
           READ CHAIN-ANCHOR-FILE
              AT END MOVE "Y" TO CHN-SCAN-EOF-SW
              NOT AT END
                 IF CHA-TRAIL = CHN-TRAIL-NAME
                    AND CHA-ANCHOR-SEQ IS NUMERIC
                    AND CHA-ANCHOR-SEQ > CHN-LAST-SEQ
                    MOVE CHA-ANCHOR-SEQ TO CHN-LAST-SEQ
                    MOVE CHA-ANCHOR-HASH TO CHN-LAST-HASH
                 END-IF
           END-READ.

      *    STAMP THE RECORD IN HAND AS THE NEXT LINK: SEQUENCE ONE
      *    PAST THE LAST RECORD, HASH OVER THE LAST RECORD'S HASH
      *    FOLLOWED BY EVERYTHING AHEAD OF THIS RECORD'S HASH FIELD.
       STAMP-AUDIT-CHAIN.
           ADD 1 TO CHN-LAST-SEQ GIVING AUDIT-CHAIN-SEQ.
           COMPUTE CHN-CONTENT-LEN = LENGTH OF AUDIT-LOG-RECORD - 64.
           MOVE CHN-LAST-HASH TO CHP-TEXT(1:64).
           MOVE AUDIT-LOG-RECORD(1:CHN-CONTENT-LEN)
              TO CHP-TEXT(65:CHN-CONTENT-LEN).
           COMPUTE CHP-TEXT-LENGTH = CHN-CONTENT-LEN + 64.
           PERFORM COMPUTE-CHAIN-HASH.
           MOVE CHN-NEW-HASH TO AUDIT-CHAIN-HASH.

      *    THE HASH SERVICE FAILING MUST NOT COST THE AUDIT RECORD:
      *    IT IS WRITTEN MARKED UNHASHED, AND THE VERIFIER SAYS SO.
       COMPUTE-CHAIN-HASH.
           MOVE 0 TO CHP-EXIT-DATA-LENGTH.
           MOVE LOW-VALUES TO CHP-CHAIN-VECTOR.
           MOVE 128 TO CHP-CHAIN-VECTOR-LENGTH.
           MOVE 32 TO CHP-HASH-LENGTH.
           CALL "CSNBOWH" USING CHP-RETURN-CODE
                                CHP-REASON-CODE
                                CHP-EXIT-DATA-LENGTH
                                CHP-EXIT-DATA
                                CHP-RULE-ARRAY-COUNT
                                CHP-RULE-ARRAY
                                CHP-TEXT-LENGTH
                                CHP-TEXT
                                CHP-CHAIN-VECTOR-LENGTH
                                CHP-CHAIN-VECTOR
                                CHP-HASH-LENGTH
                                CHP-HASH.
           IF CHP-RETURN-CODE > 4
              DISPLAY "*** CSNBOWH FAILED, RC " CHP-RETURN-CODE
                 " REASON " CHP-REASON-CODE
                 " - AUDIT RECORD CHAINED UNHASHED"
              MOVE CHN-UNHASHED-MARK TO CHN-NEW-HASH
           ELSE
              MOVE SPACES TO CHN-NEW-HASH
              PERFORM HEX-ENCODE-CHAIN-BYTE
                 VARYING CHX-BYTE-IDX FROM 1 BY 1
                 UNTIL CHX-BYTE-IDX > 32
           END-IF.

       HEX-ENCODE-CHAIN-BYTE.
           COMPUTE CHX-BYTE-VALUE =
              FUNCTION ORD(CHP-HASH(CHX-BYTE-IDX:1)) - 1.
           DIVIDE CHX-BYTE-VALUE BY 16 GIVING CHX-HEX-HIGH
              REMAINDER CHX-HEX-LOW.
           COMPUTE CHX-HEX-POS = (CHX-BYTE-IDX * 2) - 1.
           MOVE CHX-HEX-DIGITS(CHX-HEX-HIGH + 1:1)
              TO CHN-NEW-HASH(CHX-HEX-POS:1).
           MOVE CHX-HEX-DIGITS(CHX-HEX-LOW + 1:1)
              TO CHN-NEW-HASH(CHX-HEX-POS + 1:1).

      *    REQ 012 - IF A CHECKPOINT WAS LEFT BEHIND FOR THIS EXACT
      *    STATEMENT TEXT, SKIP RE-DISPLAYING, RE-REPORTING AND

           MOVE SPACES TO BNDVAL.
           MOVE "N" TO BIND-FOUND-SW.
      *    A POSTING UNIT'S OWN VALUES COME BEFORE THE DEFAULTS.
           IF POSTING-UNIT-OPEN AND UNIT-BIND-COUNT > 0
              MOVE "N" TO UNIT-BIND-FOUND-SW
              PERFORM SCAN-UNIT-BINDS
                 VARYING UNIT-BIND-IDX FROM 1 BY 1
                 UNTIL UNIT-BIND-IDX > UNIT-BIND-COUNT
                    OR UNIT-BIND-FOUND
           END-IF.
           IF BIND-DEFAULTS-AVAIL AND NOT BIND-DEFAULT-FOUND
              MOVE BNDNAME TO BND-DEF-NAME
              READ BIND-DEFAULTS-FILE
                 INVALID KEY MOVE "N" TO BIND-FOUND-SW
           DISPLAY " ", SELNAME-ARR(1:HEADING-LEN) WITH NO ADVANCING.

      *    REQ 002 - APPEND THE SAME HEADING TO THE REPORT LINE.
      *    A DROPPED COLUMN IS LEFT OUT OF THE HEADING AS WELL AS
      *    EVERY ROW, SO THE COLUMNS STAY ALIGNED.
           PERFORM RESOLVE-COLUMN-MASK.
           IF REPORT-MODE-ON
              AND SEL-MASK-TYPE(SEL-INDEX) NOT = "DROP"
              MOVE SPACES TO REPORT-FIELD-VALUE
              MOVE SELNAME-ARR(1:HEADING-LEN) TO REPORT-FIELD-VALUE
              PERFORM APPEND-REPORT-FIELD.
              WITH NO ADVANCING.

      *    REQ 002 - APPEND THE SAME COLUMN VALUE TO THE REPORT LINE.
      *    A MASKED COLUMN IS MASKED HERE, BEFORE IT JOINS THE LINE,
      *    SO THE TRAILER COUNT AND HASH COVER THE ROW AS WRITTEN.
      *    NULL STAYS AN EMPTY FIELD WHATEVER THE RULE.
           IF REPORT-MODE-ON
              AND SEL-MASK-TYPE(SEL-INDEX) NOT = "DROP"
              MOVE SPACES TO REPORT-FIELD-VALUE
              IF NOT COLUMN-IS-NULL
                 MOVE SELDATA(1:SELLEN) TO REPORT-FIELD-VALUE
                 IF SEL-MASK-RULE(SEL-INDEX) > 0
                    PERFORM APPLY-COLUMN-MASK
                 END-IF
              END-IF
              PERFORM APPEND-REPORT-FIELD.

      *    LOAD MASKING-RULES-FILE INTO THE RULE TABLE. THE FILE IS
      *    OPTIONAL - WITHOUT IT NOTHING IS MASKED, EXACTLY AS BEFORE.
      *    ONCE IT IS PRESENT EVERY RULE IN IT MUST BE USABLE AND THE
      *    SET MUST BE NAMED AND VERSIONED, OR THE RUN IS STOPPED.
       LOAD-MASKING-RULES.
           MOVE 0 TO MASK-RULE-COUNT.
           MOVE SPACES TO MASK-SET-NAME.
           MOVE 0 TO MASK-SET-VERSION.
           OPEN INPUT MASKING-RULES-FILE.
           EVALUATE MASKING-RULES-STATUS
              WHEN "00"
                 MOVE "N" TO MASK-RULES-EOF-SW
                 PERFORM READ-MASKING-RULE
                    WITH TEST BEFORE UNTIL MASK-RULES-AT-END
                 CLOSE MASKING-RULES-FILE
                 IF MASK-RULE-COUNT > 0 AND MASK-SET-NAME = SPACES
                    DISPLAY "*** MASKING RULES CARRY NO *RULESET "
                       "NAME AND VERSION"
                    SET MASK-RULES-INVALID TO TRUE
                 END-IF
                 DISPLAY "MASKING RULE SET " MASK-SET-NAME
                    " VERSION " MASK-SET-VERSION
                    " RULES LOADED: " MASK-RULE-COUNT
              WHEN "05"
                 CLOSE MASKING-RULES-FILE
              WHEN OTHER
                 DISPLAY "*** MASKING-RULES-FILE OPEN FAILED, STATUS "
                    MASKING-RULES-STATUS
                 SET MASK-RULES-INVALID TO TRUE
           END-EVALUATE.

       READ-MASKING-RULE.
           READ MASKING-RULES-FILE
              AT END MOVE "Y" TO MASK-RULES-EOF-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN MSR-TAG = "*RULESET "
                       PERFORM TAKE-MASK-RULESET
                    WHEN MSK-EXTRACT-NAME = "*ALL"
                       PERFORM TAKE-MASK-RULE
                    WHEN MASKING-RULE-RECORD(1:1) = "*"
                       CONTINUE
                    WHEN MASKING-RULE-RECORD = SPACES
                       CONTINUE
                    WHEN OTHER
                       PERFORM TAKE-MASK-RULE
                 END-EVALUATE
           END-READ.

       TAKE-MASK-RULESET.
           MOVE MSR-SET-NAME TO MASK-SET-NAME.
           IF MSR-SET-VERSION IS NUMERIC
              MOVE MSR-SET-VERSION TO MASK-SET-VERSION
           ELSE
              DISPLAY "*** MASKING RULE SET VERSION NOT NUMERIC: "
                 MSR-SET-VERSION
              SET MASK-RULES-INVALID TO TRUE
           END-IF.

      *    A TOKEN HOLDING THE REPORT DELIMITER WOULD SPLIT THE FIELD
      *    AND THROW EVERY LATER COLUMN OUT OF LINE, SO IT IS REFUSED
      *    HERE RATHER THAN DISCOVERED BY THE RECEIVING SYSTEM.
       TAKE-MASK-RULE.
           MOVE 0 TO MASK-DELIM-COUNT.
           INSPECT MSK-TOKEN TALLYING MASK-DELIM-COUNT
              FOR ALL REPORT-DELIM.
           EVALUATE TRUE
              WHEN MSK-COLUMN-NAME = SPACES
                 DISPLAY "*** MASKING RULE HAS NO COLUMN NAME: "
                    MASKING-RULE-RECORD
                 SET MASK-RULES-INVALID TO TRUE
              WHEN MSK-RULE-TYPE NOT = "LAST4"
                   AND MSK-RULE-TYPE NOT = "TOKEN"
                   AND MSK-RULE-TYPE NOT = "HASH"
                   AND MSK-RULE-TYPE NOT = "DROP"
                 DISPLAY "*** UNKNOWN MASKING RULE TYPE: "
                    MASKING-RULE-RECORD
                 SET MASK-RULES-INVALID TO TRUE
              WHEN MASK-DELIM-COUNT > 0
                 DISPLAY "*** MASKING TOKEN HOLDS THE REPORT "
                    "DELIMITER: " MASKING-RULE-RECORD
                 SET MASK-RULES-INVALID TO TRUE
              WHEN MASK-RULE-COUNT >= MASK-RULE-MAX
                 DISPLAY "*** MORE THAN " MASK-RULE-MAX
                    " MASKING RULES: " MASKING-RULE-RECORD
                 SET MASK-RULES-INVALID TO TRUE
              WHEN OTHER
                 ADD 1 TO MASK-RULE-COUNT
                 MOVE MSK-EXTRACT-NAME
                    TO MRT-EXTRACT-NAME(MASK-RULE-COUNT)
                 MOVE MSK-COLUMN-NAME
                    TO MRT-COLUMN-NAME(MASK-RULE-COUNT)
                 MOVE MSK-RULE-TYPE TO MRT-RULE-TYPE(MASK-RULE-COUNT)
                 MOVE MSK-TOKEN TO MRT-TOKEN(MASK-RULE-COUNT)
      *          A TOKEN RULE WITH NO TOKEN WOULD WRITE AN EMPTY
      *          FIELD THAT READS AS SQL NULL; STAR IT INSTEAD.
                 IF MSK-RULE-TYPE = "TOKEN" AND MSK-TOKEN = SPACES
                    MOVE "*****" TO MRT-TOKEN(MASK-RULE-COUNT)
                 END-IF
           END-EVALUATE.

      *    FIND THE RULE, IF ANY, FOR THE SELECT-LIST ITEM JUST
      *    DESCRIBED: A RULE FOR THE CURRENT EXTRACT OR FOR "*ALL"
      *    NAMING THE COLUMN. THE FIRST MATCHING RULE IN THE FILE
      *    WINS. A MATCH IS COUNTED AND NOTED FOR THE STM RECORD.
       RESOLVE-COLUMN-MASK.
           MOVE 0 TO SEL-MASK-RULE(SEL-INDEX).
           MOVE SPACES TO SEL-MASK-TYPE(SEL-INDEX).
           IF MASK-RULE-COUNT > 0
              MOVE "N" TO MASK-RULE-FOUND-SW
              PERFORM SCAN-MASK-RULE
                 VARYING MASK-RULE-IDX FROM 1 BY 1
                 UNTIL MASK-RULE-IDX > MASK-RULE-COUNT
                    OR MASK-RULE-FOUND
              IF MASK-RULE-FOUND
                 SUBTRACT 1 FROM MASK-RULE-IDX
                 MOVE MASK-RULE-IDX TO SEL-MASK-RULE(SEL-INDEX)
                 MOVE MRT-RULE-TYPE(MASK-RULE-IDX)
                    TO SEL-MASK-TYPE(SEL-INDEX)
                 ADD 1 TO STMT-MASKED-COUNT
                 STRING " " DELIMITED BY SIZE
                        FUNCTION TRIM(SELNAME-ARR(1:30) TRAILING)
                           DELIMITED BY SIZE
                        "=" DELIMITED BY SIZE
                        FUNCTION TRIM(MRT-RULE-TYPE(MASK-RULE-IDX)
                           TRAILING) DELIMITED BY SIZE
                    INTO MASKED-COLUMN-LIST
                    WITH POINTER MASKED-LIST-PTR
                 END-STRING
              END-IF
           END-IF.

       SCAN-MASK-RULE.
           IF (MRT-EXTRACT-NAME(MASK-RULE-IDX) = CURRENT-EXTRACT-NAME
               OR MRT-EXTRACT-NAME(MASK-RULE-IDX) = "*ALL")
              AND MRT-COLUMN-NAME(MASK-RULE-IDX) = SELNAME-ARR(1:30)
              AND SELNAME-ARR(31:50) = SPACES
              MOVE "Y" TO MASK-RULE-FOUND-SW
           END-IF.

      *    MASK THE NON-NULL VALUE IN REPORT-FIELD-VALUE BY THE RULE
      *    RESOLVED FOR THIS COLUMN. DROP NEVER GETS HERE.
       APPLY-COLUMN-MASK.
           MOVE SEL-MASK-RULE(SEL-INDEX) TO MASK-RULE-IDX.
           EVALUATE MRT-RULE-TYPE(MASK-RULE-IDX)
              WHEN "LAST4"
                 PERFORM MASK-KEEP-LAST-FOUR
              WHEN "TOKEN"
                 MOVE MRT-TOKEN(MASK-RULE-IDX) TO REPORT-FIELD-VALUE
              WHEN "HASH"
                 PERFORM MASK-HASH-VALUE
           END-EVALUATE.

      *    STAR ALL BUT THE LAST 4 CHARACTERS; A VALUE OF 4 OR FEWER
      *    CHARACTERS IS STARRED COMPLETELY, SINCE KEEPING IT WOULD
      *    KEEP ALL OF IT.
       MASK-KEEP-LAST-FOUR.
           IF REPORT-FIELD-VALUE NOT = SPACES
              MOVE FUNCTION LENGTH(
                 FUNCTION TRIM(REPORT-FIELD-VALUE TRAILING))
                 TO MASK-VALUE-LEN
              IF MASK-VALUE-LEN > 4
                 INSPECT REPORT-FIELD-VALUE(1:MASK-VALUE-LEN - 4)
                    REPLACING CHARACTERS BY "*"
              ELSE
                 INSPECT REPORT-FIELD-VALUE(1:MASK-VALUE-LEN)
                    REPLACING CHARACTERS BY "*"
              END-IF
           END-IF.

      *    REPLACE THE VALUE WITH A SALTED SHA-256 PSEUDONYM: THE SAME
      *    VALUE UNDER THE SAME RULE ALWAYS GIVES THE SAME 16 HEX
      *    CHARACTERS, SO THE RECEIVER CAN STILL JOIN ON IT. IF THE
      *    HASH SERVICE FAILS THE VALUE IS WITHHELD, NEVER SENT CLEAR.
       MASK-HASH-VALUE.
           MOVE SPACES TO MHP-TEXT.
           MOVE 1 TO MASK-TEXT-PTR.
           IF MRT-TOKEN(MASK-RULE-IDX) NOT = SPACES
              STRING FUNCTION TRIM(MRT-TOKEN(MASK-RULE-IDX) TRAILING)
                        DELIMITED BY SIZE
                 INTO MHP-TEXT
                 WITH POINTER MASK-TEXT-PTR
              END-STRING
           END-IF.
           STRING FUNCTION TRIM(REPORT-FIELD-VALUE TRAILING)
                     DELIMITED BY SIZE
              INTO MHP-TEXT
              WITH POINTER MASK-TEXT-PTR
           END-STRING.
           COMPUTE MHP-TEXT-LENGTH = MASK-TEXT-PTR - 1.
           MOVE 0 TO MHP-EXIT-DATA-LENGTH.
           MOVE LOW-VALUES TO MHP-CHAIN-VECTOR.
           MOVE 128 TO MHP-CHAIN-VECTOR-LENGTH.
           MOVE 32 TO MHP-HASH-LENGTH.
           CALL "CSNBOWH" USING MHP-RETURN-CODE
                                MHP-REASON-CODE
                                MHP-EXIT-DATA-LENGTH
                                MHP-EXIT-DATA
                                MHP-RULE-ARRAY-COUNT
                                MHP-RULE-ARRAY
                                MHP-TEXT-LENGTH
                                MHP-TEXT
                                MHP-CHAIN-VECTOR-LENGTH
                                MHP-CHAIN-VECTOR
                                MHP-HASH-LENGTH
                                MHP-HASH.
           MOVE SPACES TO REPORT-FIELD-VALUE.
           IF MHP-RETURN-CODE > 4
              DISPLAY "*** CSNBOWH FAILED, RC " MHP-RETURN-CODE
                 " REASON " MHP-REASON-CODE " - COLUMN "
                 MRT-COLUMN-NAME(MASK-RULE-IDX) " WITHHELD"
              MOVE "*****" TO REPORT-FIELD-VALUE
           ELSE
              MOVE SPACES TO MASK-HEX-TEXT
              PERFORM HEX-ENCODE-MASK-BYTE
                 VARYING MASK-BYTE-IDX FROM 1 BY 1
                 UNTIL MASK-BYTE-IDX > 8
              MOVE MASK-HEX-TEXT TO REPORT-FIELD-VALUE
           END-IF.

       HEX-ENCODE-MASK-BYTE.
           COMPUTE MASK-BYTE-VALUE =
              FUNCTION ORD(MHP-HASH(MASK-BYTE-IDX:1)) - 1.
           DIVIDE MASK-BYTE-VALUE BY 16 GIVING MASK-HEX-HIGH
              REMAINDER MASK-HEX-LOW.
           COMPUTE MASK-HEX-POS = (MASK-BYTE-IDX * 2) - 1.
           MOVE HEX-DIGIT-TABLE(MASK-HEX-HIGH + 1:1)
              TO MASK-HEX-TEXT(MASK-HEX-POS:1).
           MOVE HEX-DIGIT-TABLE(MASK-HEX-LOW + 1:1)
              TO MASK-HEX-TEXT(MASK-HEX-POS + 1:1).

      *    REQ 002 - BUILD ONE DELIMITED FIELD, FROM
      *    REPORT-FIELD-VALUE, ONTO THE END OF REPORT-LINE. FIELDS
      *    ARE COUNTED (NOT LENGTH-TESTED) SO AN EMPTY FIELD - THE
           COMPUTE REPORT-LINE-LEN = REPORT-CHAR-PTR - 1.

      *    IDENTIFY THE STATEMENT WHOSE COLUMNS FOLLOW, SO A SECTION
      *    HOLDING SEVERAL STATEMENTS STAYS SELF-DESCRIBING. WHEN ANY
      *    COLUMN WAS MASKED THE RECORD GOES ON TO NAME THE RULE SET
      *    AND VERSION AND EACH MASKED COLUMN WITH ITS RULE, E.G.
      *    "MASK CUSTPII/0003: ACCT_NO=LAST4 SSN=DROP".
       WRITE-STATEMENT-HEADER.
           IF REPORT-MODE-ON
              MOVE SPACES TO SQL-REPORT-RECORD
              MOVE 1 TO STM-CHAR-PTR
              STRING "STM " WS-BATCH-SEQ " " CURRENT-EXTRACT-NAME
                     " " ACTIVE-PROFILE-NAME
                     " " DYN-STATEMENT(1:60) DELIMITED BY SIZE
                 INTO SQL-REPORT-RECORD
                 WITH POINTER STM-CHAR-PTR
              END-STRING
              IF STMT-MASKED-COUNT > 0
                 STRING " MASK " DELIMITED BY SIZE
                        FUNCTION TRIM(MASK-SET-NAME TRAILING)
                           DELIMITED BY SIZE
                        "/" MASK-SET-VERSION ":" DELIMITED BY SIZE
                        MASKED-COLUMN-LIST(1:MASKED-LIST-PTR - 1)
                           DELIMITED BY SIZE
                    INTO SQL-REPORT-RECORD
                    WITH POINTER STM-CHAR-PTR
                 END-STRING
              END-IF
              WRITE SQL-REPORT-RECORD
           END-IF.

              MOVE REPORT-LINE(1:REPORT-LINE-LEN) TO SQL-REPORT-RECORD
              WRITE SQL-REPORT-RECORD
           END-IF.

      *    ONLY AN UNATTENDED BATCH RUN IS A TIMED NIGHTBAT STEP.
       WRITE-BATCH-STEP-END.
           IF BATCH-MODE-ON
              MOVE SECTIONS-WRITTEN TO STW-RECORD-COUNT
              PERFORM WRITE-STEP-END
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
