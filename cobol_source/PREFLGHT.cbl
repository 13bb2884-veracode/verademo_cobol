      *      KEY-REGISTRY-FILE, active, effective and not expired as
      *      of the run date; a blank encryption key field is a
      *      finding (the encrypt step blocks on it at night).
      *    - each *EXTRACT directive's frequency qualifier (see
      *      EXTSCHD) is judged against tonight's business date the
      *      way the night run will judge it. An extract not due
      *      tonight is listed and its map/key checks are left to the
      *      preflight before its next due date; an unrecognized
      *      qualifier is a warning (the night run treats it as
      *      DAILY).
      *    - every connection profile tonight's deck names - the
      *      control card's default and each "*CONNECT" directive -
      *      must be on CONNECTION-PROFILE-FILE, complete, and not
      *      expired as of the run date, or the night run refuses its
      *      statements NOCONNECT; a statement due tonight with no
      *      profile in force at all is refused the same way. A
      *      profile named only for extracts not due tonight is a
      *      warning, as is one expiring within the next 7 days. The
      *      credential store itself is not opened here.
      *    - every partner PARTNER-EXTRACT-MAP-FILE sends a due
      *      extract to must have been told of the key that signs it,
      *      when that key came in through an approved ROTATE or ADD
      *      on KEY-CHANGE-AUDIT-FILE: no notice on the
      *      KEY-NOTICE-LEDGER-FILE key-change-notify keeps is a
      *      finding - the partner would reject tonight's files. Keys
      *      in service before the change trail began are taken as
      *      known.
      *    - every COMMAND-SCHEDULE-FILE command must be on the
      *      approved-command list x91_35_1 enforces at night.
      *    - SIGNING-CONTROL-FILE presence is reported (its absence
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL PARTNER-EXTRACT-MAP-FILE ASSIGN TO PTRXMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARTNER-XMAP-STATUS.

           SELECT OPTIONAL KEY-CHANGE-AUDIT-FILE ASSIGN TO KEYAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHANGE-AUDIT-STATUS.

           SELECT OPTIONAL KEY-NOTICE-LEDGER-FILE ASSIGN TO KEYNTLG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS KNL-KEY
              FILE STATUS IS NOTICE-LEDGER-STATUS.

           SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO PARMCARD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-CARD-STATUS.

           SELECT OPTIONAL CONNECTION-PROFILE-FILE ASSIGN TO CONNPROF
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CONNECT-PROFILE-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

      *    LAYOUT AS READ BY partner-bundle.
       FD  PARTNER-EXTRACT-MAP-FILE.
       01  PARTNER-EXTRACT-MAP-RECORD.
           05 XMP-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 XMP-PARTNER-ID           PIC X(8).

      *    LAYOUT AS WRITTEN BY key-registry-maint; ONLY THE ACTION
      *    AND THE KEY NAMES ARE NEEDED HERE.
       FD  KEY-CHANGE-AUDIT-FILE.
       01  KEY-CHANGE-AUDIT-RECORD.
           05 FILLER                   PIC X(64).
           05 KCA-ACTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 KCA-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 KCA-NEW-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(225).

       FD  KEY-NOTICE-LEDGER-FILE.
       01  KEY-NOTICE-LEDGER-RECORD.
           COPY KEYNTLG.

      *    THE NIGHT RUN'S CONTROL CARD, FOR ITS DEFAULT PROFILE.
       FD  PARM-CARD-FILE.
       01  PARM-CARD-RECORD.
           COPY CTLCARD.

       FD  CONNECTION-PROFILE-FILE.
       01  CONNECTION-PROFILE-RECORD.
           COPY CONNPROF.

       WORKING-STORAGE SECTION.
       01 TODAY-DATE-X PIC X(8).

       01 EXTRACT-NAME-TABLE.
           05 DECK-EXTRACT-NAME OCCURS 50 TIMES PIC X(8).
       01 EXTRACT-IDX PIC S9(4) COMP.
       01 EXTRACT-SLOT PIC S9(4) COMP.
       01 CURRENT-EXTRACT-NAME PIC X(8).

      * EACH COLLECTED EXTRACT'S SCHEDULE FOR TONIGHT, IN STEP WITH
      * EXTRACT-NAME-TABLE. AN EXTRACT NAMED TWICE IS DUE WHEN EITHER
      * DIRECTIVE IS.
       01 EXTRACT-SCHEDULE-WORK.
           COPY EXTSCHD.
       01 EXTRACT-SCHEDULE-TABLE.
           05 DECK-EXTRACT-SCHEDULE OCCURS 50 TIMES.
              10 DECK-SCHEDULE-TEXT PIC X(12).
              10 DECK-DUE-SW PIC X(1).

      * CONNECTION PROFILES THE DECK CONNECTS UNDER: THE CONTROL
      * CARD'S DEFAULT AND EVERY "*CONNECT" NAME, EACH MARKED WHEN A
      * STATEMENT OF AN EXTRACT DUE TONIGHT RUNS UNDER IT.
       01 DEFAULT-PROFILE-NAME PIC X(8) VALUE SPACES.
       01 CURRENT-PROFILE-NAME PIC X(8) VALUE SPACES.
       01 PROFILE-NAME-COUNT PIC S9(4) COMP VALUE 0.
       01 PROFILE-NAME-TABLE.
           05 DECK-PROFILE OCCURS 20 TIMES.
              10 DECK-PROFILE-NAME PIC X(8).
              10 DECK-PROFILE-USED-SW PIC X(1).
       01 PROFILE-IDX PIC S9(4) COMP.
       01 PROFILE-SLOT PIC S9(4) COMP.
       01 PROFILE-WORK.
           05 PRW-DB-ALIAS PIC X(16).
           05 PRW-USER-ID PIC X(20).
           05 PRW-CREDENTIAL-REF PIC X(16).
           05 PRW-EXPIRY-DATE PIC X(8).
       01 PROFILE-PROBLEM PIC X(60).
       01 PROFILE-CONSEQUENCE PIC X(40).
       01 PROFILE-PREFIX-LEN PIC S9(4) COMP.
       01 PROFILE-WARN-DATE PIC 9(8).
       01 PROFILE-WARN-DATE-X REDEFINES PROFILE-WARN-DATE PIC X(8).
       01 UNPROFILED-STATEMENTS PIC 9(9) VALUE 0.
       01 CURRENT-FAMILY PIC X(1).
       01 CURRENT-KEY-NAME PIC X(16).
       01 CURRENT-ENC-KEY-NAME PIC X(16).
      * THE APPROVED CHANGE THAT BROUGHT THE SIGNING KEY IN, IF ANY.
       01 KEY-INTRO-ACTION PIC X(8).
       01 REQUESTED-CATALOG-NAME PIC X(16).

      * APPROVED COMMAND TABLE - MUST MATCH THE ONE COMPILED INTO
       01 COMMAND-SCHEDULE-STATUS PIC X(2).
       01 PREFLIGHT-REPORT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 PARM-CARD-STATUS PIC X(2).
       01 PARTNER-XMAP-STATUS PIC X(2).
       01 CHANGE-AUDIT-STATUS PIC X(2).
       01 NOTICE-LEDGER-STATUS PIC X(2).
       01 CONNECT-PROFILE-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 BATCH-EOF-SW          PIC X(1) VALUE "N".
              88 EXTRACT-NAME-KNOWN         VALUE "Y".
           05 CALENDAR-SW           PIC X(1) VALUE "N".
              88 CALENDAR-DATE-USED         VALUE "Y".
           05 CURRENT-DUE-SW        PIC X(1) VALUE "Y".
              88 CURRENT-EXTRACT-DUE        VALUE "Y".
           05 PROFILE-KNOWN-SW      PIC X(1) VALUE "N".
              88 PROFILE-NAME-KNOWN         VALUE "Y".
           05 PROFILE-FOUND-SW      PIC X(1) VALUE "N".
              88 PROFILE-ON-FILE            VALUE "Y".
           05 PROFILE-FILE-SW       PIC X(1) VALUE "N".
              88 PROFILE-FILE-READ          VALUE "Y".
           05 PROFILE-EOF-SW        PIC X(1) VALUE "N".
              88 CONNECT-PROFILES-AT-END    VALUE "Y".
           05 NOTICE-LEDGER-SW      PIC X(1) VALUE "N".
              88 NOTICE-LEDGER-AVAIL        VALUE "Y".
           05 LEDGER-HIT-SW         PIC X(1) VALUE "N".
              88 PARTNER-WAS-NOTIFIED       VALUE "Y".
           05 CHANGE-AUDIT-EOF-SW   PIC X(1) VALUE "N".
              88 CHANGE-AUDIT-AT-END        VALUE "Y".
           05 XMAP-EOF-SW           PIC X(1) VALUE "N".
              88 XMAP-AT-END                VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
              END-IF

              PERFORM OPEN-LOOKUP-FILES
              PERFORM GET-DEFAULT-PROFILE
              PERFORM CHECK-SQL-BATCH-DECK
              PERFORM CHECK-EXTRACT-MAPPINGS
              PERFORM CHECK-CONNECT-PROFILES
              PERFORM CHECK-COMMAND-SCHEDULE
              PERFORM CHECK-SIGNING-CONTROL
              PERFORM CLOSE-LOOKUP-FILES
                    IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO TODAY-DATE-X
                       MOVE "Y" TO CALENDAR-SW
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

       OPEN-LOOKUP-FILES.
           OPEN INPUT BIND-DEFAULTS-FILE.
              MOVE "N" TO KEY-REGISTRY-SW
           END-IF.

      *    AN ABSENT LEDGER IS NOT A WARNING IN ITSELF: NO NOTICE HAS
      *    GONE OUT YET, AND ANY KEY THAT NEEDED ONE IS A FINDING.
           OPEN INPUT KEY-NOTICE-LEDGER-FILE.
           IF NOTICE-LEDGER-STATUS = "00"
              MOVE "Y" TO NOTICE-LEDGER-SW
           ELSE
              MOVE "N" TO NOTICE-LEDGER-SW
              IF NOTICE-LEDGER-STATUS = "05"
                 CLOSE KEY-NOTICE-LEDGER-FILE
              ELSE
                 PERFORM WRITE-WARNING-PREFIX
                 STRING LINE-PREFIX(1:10)
                    "KEY-NOTICE-LEDGER-FILE NOT AVAILABLE, STATUS "
                    NOTICE-LEDGER-STATUS
                    " - NO PARTNER COUNTS AS NOTIFIED"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF BIND-DEFAULTS-AVAIL
              CLOSE BIND-DEFAULTS-FILE
           END-IF.
           IF NOTICE-LEDGER-AVAIL
              CLOSE KEY-NOTICE-LEDGER-FILE
           END-IF.
           IF CATALOG-AVAIL
              CLOSE STATEMENT-CATALOG-FILE
           END-IF.
                    MOVE SQL-BATCH-WORK(10:8)
                       TO CURRENT-EXTRACT-NAME
                    PERFORM NOTE-EXTRACT-NAME
                    PERFORM NOTE-EXTRACT-SCHEDULE
                 END-IF
                 IF SQL-BATCH-WORK(1:9) = "*CONNECT "
                    MOVE SQL-BATCH-WORK(10:8) TO CURRENT-PROFILE-NAME
                    IF CURRENT-PROFILE-NAME = SPACES
                       MOVE DEFAULT-PROFILE-NAME
                          TO CURRENT-PROFILE-NAME
                    ELSE
                       PERFORM NOTE-PROFILE-NAME
                    END-IF
                 END-IF
              WHEN SQW-CONTINUATION = "+"
                 IF STATEMENT-OPEN
                 ADD 1 TO STMT-SEQ
                 MOVE SQL-BATCH-WORK(2:16) TO REQUESTED-CATALOG-NAME
                 PERFORM CHECK-CATALOG-NAME
                 PERFORM NOTE-PROFILE-USE
              WHEN OTHER
                 PERFORM FINISH-OPEN-STATEMENT
                 ADD 1 TO STMT-SEQ
                 PERFORM NOTE-PROFILE-USE
                 MOVE SPACES TO DYN-STATEMENT
                 MOVE 1 TO STMT-CHAR-PTR
                 MOVE SQL-BATCH-WORK TO STMT-PIECE
      *    AND KEY-REGISTRY CROSS-CHECKS AFTER THE DECK PASS.
       NOTE-EXTRACT-NAME.
           MOVE "N" TO NAME-KNOWN-SW.
           MOVE 0 TO EXTRACT-SLOT.
           PERFORM SCAN-KNOWN-EXTRACT-NAME
              VARYING EXTRACT-IDX FROM 1 BY 1
              UNTIL EXTRACT-IDX > EXTRACT-NAME-COUNT
              ADD 1 TO EXTRACT-NAME-COUNT
              MOVE CURRENT-EXTRACT-NAME
                 TO DECK-EXTRACT-NAME(EXTRACT-NAME-COUNT)
              MOVE EXTRACT-NAME-COUNT TO EXTRACT-SLOT
              MOVE SPACES TO DECK-SCHEDULE-TEXT(EXTRACT-SLOT)
              MOVE "N" TO DECK-DUE-SW(EXTRACT-SLOT)
           END-IF.

       SCAN-KNOWN-EXTRACT-NAME.
           IF DECK-EXTRACT-NAME(EXTRACT-IDX) = CURRENT-EXTRACT-NAME
              MOVE "Y" TO NAME-KNOWN-SW
              MOVE EXTRACT-IDX TO EXTRACT-SLOT
           END-IF.

      *    JUDGE THE DIRECTIVE'S FREQUENCY QUALIFIER AS THE NIGHT RUN
      *    WILL. A TYPO'D QUALIFIER WOULD QUIETLY RUN THE EXTRACT
      *    EVERY NIGHT, SO IT IS WORTH A WARNING.
       NOTE-EXTRACT-SCHEDULE.
           MOVE SQL-BATCH-WORK(19:8) TO ESW-FREQUENCY.
           MOVE SQL-BATCH-WORK(28:3) TO ESW-FREQ-ARG.
           PERFORM CHECK-EXTRACT-DUE.
           MOVE ESW-DUE-SW TO CURRENT-DUE-SW.
           IF NOT ESW-QUALIFIER-VALID
              PERFORM WRITE-WARNING-PREFIX
              STRING LINE-PREFIX(1:10)
                 "EXTRACT " CURRENT-EXTRACT-NAME
                 " FREQUENCY '" ESW-FREQUENCY " " ESW-FREQ-ARG
                 "' NOT RECOGNIZED - NIGHT RUN TREATS IT AS DAILY"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           IF EXTRACT-SLOT > 0
              IF DECK-SCHEDULE-TEXT(EXTRACT-SLOT) = SPACES
                 OR ESW-EXTRACT-DUE
                 MOVE ESW-SCHEDULE-TEXT
                    TO DECK-SCHEDULE-TEXT(EXTRACT-SLOT)
              END-IF
              IF ESW-EXTRACT-DUE
                 MOVE "Y" TO DECK-DUE-SW(EXTRACT-SLOT)
              END-IF
           END-IF.

      *    THE NIGHT RUN CONNECTS UNDER THE CONTROL CARD'S PROFILE
      *    UNTIL A "*CONNECT" NAMES ANOTHER.
       GET-DEFAULT-PROFILE.
           OPEN INPUT PARM-CARD-FILE.
           IF PARM-CARD-STATUS = "00"
              READ PARM-CARD-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE CC-CONNECT-PROFILE TO DEFAULT-PROFILE-NAME
              END-READ
              CLOSE PARM-CARD-FILE
           ELSE
              IF PARM-CARD-STATUS = "05"
                 CLOSE PARM-CARD-FILE
              END-IF
           END-IF.
           MOVE DEFAULT-PROFILE-NAME TO CURRENT-PROFILE-NAME.
           IF DEFAULT-PROFILE-NAME NOT = SPACES
              PERFORM NOTE-PROFILE-NAME
           END-IF.

      *    REMEMBER EACH DISTINCT PROFILE NAME FOR THE CHECKS AFTER
      *    THE DECK PASS.
       NOTE-PROFILE-NAME.
           MOVE "N" TO PROFILE-KNOWN-SW.
           MOVE 0 TO PROFILE-SLOT.
           PERFORM SCAN-KNOWN-PROFILE-NAME
              VARYING PROFILE-IDX FROM 1 BY 1
              UNTIL PROFILE-IDX > PROFILE-NAME-COUNT
                 OR PROFILE-NAME-KNOWN.
           IF NOT PROFILE-NAME-KNOWN
              AND PROFILE-NAME-COUNT < 20
              ADD 1 TO PROFILE-NAME-COUNT
              MOVE CURRENT-PROFILE-NAME
                 TO DECK-PROFILE-NAME(PROFILE-NAME-COUNT)
              MOVE "N" TO DECK-PROFILE-USED-SW(PROFILE-NAME-COUNT)
              MOVE PROFILE-NAME-COUNT TO PROFILE-SLOT
           END-IF.

       SCAN-KNOWN-PROFILE-NAME.
           IF DECK-PROFILE-NAME(PROFILE-IDX) = CURRENT-PROFILE-NAME
              MOVE "Y" TO PROFILE-KNOWN-SW
              MOVE PROFILE-IDX TO PROFILE-SLOT
           END-IF.

      *    A STATEMENT OF AN EXTRACT DUE TONIGHT WILL RUN UNDER THE
      *    PROFILE IN FORCE, SO THAT PROFILE MUST BE USABLE TONIGHT.
       NOTE-PROFILE-USE.
           IF CURRENT-EXTRACT-DUE
              IF CURRENT-PROFILE-NAME = SPACES
                 ADD 1 TO UNPROFILED-STATEMENTS
              ELSE
                 PERFORM NOTE-PROFILE-NAME
                 IF PROFILE-SLOT > 0
                    MOVE "Y" TO DECK-PROFILE-USED-SW(PROFILE-SLOT)
                 END-IF
              END-IF
           END-IF.

      *    EVERY ":NAME" IN THE STATEMENT MUST HAVE A BIND DEFAULT ON
      *    EVERY EXTRACT THE DECK NAMES MUST RESOLVE TO A SIGNING
      *    KEY TONIGHT: A SIGNMAP RECORD WITH A SUPPORTED FAMILY,
      *    POINTING AT A REGISTERED, ACTIVE, IN-DATE KEY.
      *    AN EXTRACT NOT DUE TONIGHT IS NEVER BRIDGED, SIGNED OR
      *    ENCRYPTED TONIGHT; ITS CHECKS WAIT FOR THE PREFLIGHT BEFORE
      *    ITS NEXT DUE DATE, WHEN THE KEY DATES THAT MATTER APPLY.
       CHECK-EXTRACT-MAPPINGS.
           PERFORM CHECK-ONE-EXTRACT-MAPPING
              VARYING EXTRACT-IDX FROM 1 BY 1
       CHECK-ONE-EXTRACT-MAPPING.
           MOVE DECK-EXTRACT-NAME(EXTRACT-IDX)
              TO CURRENT-EXTRACT-NAME.
           IF DECK-DUE-SW(EXTRACT-IDX) = "Y"
              PERFORM CHECK-DUE-EXTRACT-MAPPING
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "EXTRACT " CURRENT-EXTRACT-NAME " ("
                 DECK-SCHEDULE-TEXT(EXTRACT-IDX)
                 ") NOT SCHEDULED FOR " TODAY-DATE-X
                 " - SIGNMAP AND KEY CHECKS DEFERRED TO ITS DUE DATE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-DUE-EXTRACT-MAPPING.
           PERFORM LOOKUP-SIGNING-MAP.
           IF NOT MAP-ENTRY-FOUND
              PERFORM WRITE-FINDING-PREFIX
                 PERFORM WRITE-REPORT-LINE
              END-IF
              PERFORM CHECK-MAPPED-KEY
              PERFORM CHECK-PARTNER-KEY-NOTICES
      *       THE ENCRYPT STEP NEEDS THE MAP'S FIFTH FIELD TOO: NO
      *       ENCRYPTION KEY, OR ONE THE REGISTRY WOULD REFUSE,
      *       FAILS STEP025 WITH RC 8 AT NIGHT.
                 END-IF
           END-READ.

      *    A PARTNER VERIFYING TONIGHT'S SIGNATURE MUST ALREADY HOLD
      *    THE PUBLIC HALF OF THE SIGNING KEY. ONLY A KEY BROUGHT IN BY
      *    AN APPROVED ROTATE OR ADD NEEDS A NOTICE ON THE LEDGER.
       CHECK-PARTNER-KEY-NOTICES.
           MOVE SPACES TO KEY-INTRO-ACTION.
           IF CURRENT-KEY-NAME NOT = SPACES
              PERFORM FIND-KEY-INTRODUCTION
           END-IF.
           IF KEY-INTRO-ACTION NOT = SPACES
              OPEN INPUT PARTNER-EXTRACT-MAP-FILE
              IF PARTNER-XMAP-STATUS = "00"
                 MOVE "N" TO XMAP-EOF-SW
                 PERFORM CHECK-ONE-PARTNER-NOTICE
                    WITH TEST BEFORE
                    UNTIL XMAP-AT-END
                 CLOSE PARTNER-EXTRACT-MAP-FILE
              ELSE
                 IF PARTNER-XMAP-STATUS = "05"
                    CLOSE PARTNER-EXTRACT-MAP-FILE
                 END-IF
              END-IF
           END-IF.

       FIND-KEY-INTRODUCTION.
           OPEN INPUT KEY-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS = "00"
              MOVE "N" TO CHANGE-AUDIT-EOF-SW
              PERFORM SCAN-KEY-CHANGE-AUDIT
                 WITH TEST BEFORE
                 UNTIL CHANGE-AUDIT-AT-END
              CLOSE KEY-CHANGE-AUDIT-FILE
           ELSE
              IF CHANGE-AUDIT-STATUS = "05"
                 CLOSE KEY-CHANGE-AUDIT-FILE
              END-IF
           END-IF.

       SCAN-KEY-CHANGE-AUDIT.
           READ KEY-CHANGE-AUDIT-FILE
              AT END MOVE "Y" TO CHANGE-AUDIT-EOF-SW
              NOT AT END
                 IF KCA-ACTION = "ROTATE"
                    AND KCA-NEW-KEY-NAME = CURRENT-KEY-NAME
                    MOVE KCA-ACTION TO KEY-INTRO-ACTION
                 END-IF
                 IF KCA-ACTION = "ADD"
                    AND KCA-KEY-NAME = CURRENT-KEY-NAME
                    MOVE KCA-ACTION TO KEY-INTRO-ACTION
                 END-IF
           END-READ.

       CHECK-ONE-PARTNER-NOTICE.
           READ PARTNER-EXTRACT-MAP-FILE
              AT END MOVE "Y" TO XMAP-EOF-SW
              NOT AT END
                 IF XMP-EXTRACT-NAME = CURRENT-EXTRACT-NAME
                    AND XMP-PARTNER-ID NOT = SPACES
                    MOVE "N" TO LEDGER-HIT-SW
                    IF NOTICE-LEDGER-AVAIL
                       MOVE XMP-PARTNER-ID TO KNL-PARTNER-ID
                       MOVE CURRENT-KEY-NAME TO KNL-KEY-NAME
                       MOVE KEY-INTRO-ACTION TO KNL-ACTION
                       READ KEY-NOTICE-LEDGER-FILE
                          INVALID KEY CONTINUE
                          NOT INVALID KEY MOVE "Y" TO LEDGER-HIT-SW
                       END-READ
                    END-IF
                    IF NOT PARTNER-WAS-NOTIFIED
                       PERFORM WRITE-FINDING-PREFIX
                       STRING LINE-PREFIX(1:8)
                          "EXTRACT " CURRENT-EXTRACT-NAME
                          " SIGNS WITH KEY "
                          FUNCTION TRIM(CURRENT-KEY-NAME TRAILING)
                          " - PARTNER " XMP-PARTNER-ID
                          " WAS NEVER SENT ITS KEY-CHANGE NOTICE"
                          " (RUN KEYNOTE)"
                          DELIMITED BY SIZE INTO REPORT-LINE
                       END-STRING
                       PERFORM WRITE-REPORT-LINE
                    END-IF
                 END-IF
           END-READ.

       CHECK-MAPPED-KEY.
           IF NOT KEY-REGISTRY-AVAIL
              PERFORM WRITE-WARNING-PREFIX
              PERFORM WRITE-REPORT-LINE
           END-IF.

      *    EVERY PROFILE THE DECK NAMES MUST BE ON FILE, COMPLETE AND
      *    IN DATE. ONE THAT A STATEMENT RUNS UNDER TONIGHT IS A
      *    FINDING - THE NIGHT RUN REFUSES ITS STATEMENTS NOCONNECT;
      *    ONE NAMED ONLY FOR EXTRACTS NOT DUE TONIGHT IS A WARNING.
       CHECK-CONNECT-PROFILES.
           IF UNPROFILED-STATEMENTS > 0
              PERFORM WRITE-FINDING-PREFIX
              STRING LINE-PREFIX(1:8)
                 UNPROFILED-STATEMENTS " STATEMENT(S) DUE TONIGHT"
                 " HAVE NO CONNECTION PROFILE (NONE ON THE CONTROL"
                 " CARD OR A *CONNECT) - WILL BE REFUSED NOCONNECT"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           COMPUTE PROFILE-WARN-DATE =
              FUNCTION DATE-OF-INTEGER(ESW-DATE-INT + 7).
           PERFORM CHECK-ONE-CONNECT-PROFILE
              VARYING PROFILE-IDX FROM 1 BY 1
              UNTIL PROFILE-IDX > PROFILE-NAME-COUNT.

       CHECK-ONE-CONNECT-PROFILE.
           MOVE DECK-PROFILE-NAME(PROFILE-IDX) TO CURRENT-PROFILE-NAME.
           PERFORM LOOKUP-CONNECT-PROFILE.
           MOVE SPACES TO PROFILE-PROBLEM.
           EVALUATE TRUE
              WHEN NOT PROFILE-FILE-READ
                 MOVE "CANNOT BE CHECKED - NO CONNECTION-PROFILE FILE"
                    TO PROFILE-PROBLEM
              WHEN NOT PROFILE-ON-FILE
                 MOVE "IS NOT ON THE CONNECTION-PROFILE FILE"
                    TO PROFILE-PROBLEM
              WHEN PRW-EXPIRY-DATE IS NOT NUMERIC
                 MOVE "HAS NO VALID EXPIRY DATE" TO PROFILE-PROBLEM
              WHEN PRW-EXPIRY-DATE < TODAY-DATE-X
                 STRING "EXPIRED " PRW-EXPIRY-DATE
                    DELIMITED BY SIZE INTO PROFILE-PROBLEM
                 END-STRING
              WHEN PRW-USER-ID = SPACES
                 OR PRW-CREDENTIAL-REF = SPACES
                 MOVE "HAS NO USER ID OR NO CREDENTIAL REFERENCE"
                    TO PROFILE-PROBLEM
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF PROFILE-PROBLEM NOT = SPACES
              IF DECK-PROFILE-USED-SW(PROFILE-IDX) = "Y"
                 PERFORM WRITE-FINDING-PREFIX
                 MOVE 8 TO PROFILE-PREFIX-LEN
                 MOVE " - ITS STATEMENTS WILL BE REFUSED NOCONNECT"
                    TO PROFILE-CONSEQUENCE
              ELSE
                 PERFORM WRITE-WARNING-PREFIX
                 MOVE 10 TO PROFILE-PREFIX-LEN
                 MOVE " - NO STATEMENT DUE TONIGHT RUNS UNDER IT"
                    TO PROFILE-CONSEQUENCE
              END-IF
              STRING LINE-PREFIX(1:PROFILE-PREFIX-LEN)
                 "CONNECTION PROFILE " CURRENT-PROFILE-NAME " "
                 FUNCTION TRIM(PROFILE-PROBLEM TRAILING)
                 PROFILE-CONSEQUENCE
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           ELSE
              IF PRW-EXPIRY-DATE <= PROFILE-WARN-DATE-X
                 PERFORM WRITE-WARNING-PREFIX
                 STRING LINE-PREFIX(1:10)
                    "CONNECTION PROFILE " CURRENT-PROFILE-NAME
                    " EXPIRES " PRW-EXPIRY-DATE
                    " - RENEW IT BEFORE IT LAPSES"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 END-STRING
                 PERFORM WRITE-REPORT-LINE
              END-IF
           END-IF.

       LOOKUP-CONNECT-PROFILE.
           MOVE "N" TO PROFILE-FOUND-SW.
           MOVE "N" TO PROFILE-FILE-SW.
           MOVE SPACES TO PROFILE-WORK.
           OPEN INPUT CONNECTION-PROFILE-FILE.
           IF CONNECT-PROFILE-STATUS = "00"
              MOVE "Y" TO PROFILE-FILE-SW
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
                 IF PRF-PROFILE-NAME = CURRENT-PROFILE-NAME
                    AND PRF-PROFILE-NAME(1:1) NOT = "*"
                    MOVE "Y" TO PROFILE-FOUND-SW
                    MOVE PRF-DB-ALIAS TO PRW-DB-ALIAS
                    MOVE PRF-USER-ID TO PRW-USER-ID
                    MOVE PRF-CREDENTIAL-REF TO PRW-CREDENTIAL-REF
                    MOVE PRF-EXPIRY-DATE TO PRW-EXPIRY-DATE
                 END-IF
           END-READ.

      *    EVERY SCHEDULED COMMAND MUST BE ON THE APPROVED LIST OR
      *    X91_35_1 REJECTS IT AT NIGHT AND STOPS THE SCHEDULE.
       CHECK-COMMAND-SCHEDULE.
