       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. catalog-maint.
      *****************************
      *    Supported maintenance for STATEMENT-CATALOG-FILE, the
      *    indexed file of approved statements sql-injection-04 runs
      *    unattended and PREFLGHT checks the SQL batch deck
      *    against. Until now its 4000-byte records were hand-edited
      *    with utilities. Modeled on key-registry-maint, including
      *    DUAL CONTROL: no statement text or status changes until a
      *    second user approves the parked request.
      *    - driven by transaction cards on CAT-MAINT-TXN-FILE:
      *         ADD     <name> <statement text>
      *         VERSION <name> <new statement text>
      *         RETIRE  <name>
      *         APPROVE <name>
      *         CANCEL  <name>
      *         LIST
      *      (action 1-8, statement name 10-25, text 27-80). Any
      *      number of following cards with "+" in column 1 carry
      *      the rest of the text in columns 2-80, joined with one
      *      space exactly as sql-injection-04 joins SQL-BATCH-FILE
      *      continuations, so a deck statement and its catalog text
      *      compare equal.
      *    - statement names are at most 11 characters, leaving room
      *      for the "#nnnn" of their version history names.
      *    - ADD of an existing name, VERSION/RETIRE of a missing or
      *      no longer active one, missing or over-long text, text
      *      already active under another name, a second request for
      *      a name already pending, and an APPROVE by the requester
      *      are all rejected.
      *    - VERSION keeps the old text: on approval it is written
      *      back as a superseded ("S") entry named <name>#<old
      *      version> and the entry under <name> takes the new text
      *      at the next version number. The old text therefore
      *      still matches a catalog entry, and is refused as
      *      superseded rather than run or reported uncataloged.
      *    - RETIRE marks the entry superseded, so it is refused by
      *      name and by text. Any "=" reference to a name being
      *      retired that is still in SQL-BATCH-FILE is flagged on the
      *      listing with the *EXTRACT it falls under, both when the
      *      retirement is requested and when it is applied, and for
      *      every pending retirement on a LIST.
      *    - every transaction is echoed to CAT-MAINT-LIST-FILE with
      *      its result; every APPLIED change is appended to
      *      CATALOG-CHANGE-AUDIT-FILE with requester, approver,
      *      versions, statuses and the before and after text.
      *    - an optional PARM-CARD-FILE control card (shared CTLCARD
      *      layout) supplies the user id for an unattended run.
      *    RETURN-CODE: 0 all transactions applied or parked,
      *    4 a name being retired is still referenced by the batch
      *    deck, 8 one or more rejected, 16 a required file would not
      *    open.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-CARD-FILE ASSIGN TO PARMCARD
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PARM-CARD-STATUS.

           SELECT CAT-MAINT-TXN-FILE ASSIGN TO CATTXN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAINT-TXN-STATUS.

           SELECT OPTIONAL STATEMENT-CATALOG-FILE ASSIGN TO SQLCATLG
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CAT-STMT-NAME
              FILE STATUS IS STATEMENT-CATALOG-STATUS.

           SELECT OPTIONAL CATALOG-PENDING-FILE ASSIGN TO CATPEND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CPD-STMT-NAME
              FILE STATUS IS CATALOG-PENDING-STATUS.

           SELECT OPTIONAL SQL-BATCH-FILE ASSIGN TO SQLBATCH
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SQL-BATCH-STATUS.

           SELECT CAT-MAINT-LIST-FILE ASSIGN TO CATLIST
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS MAINT-LIST-STATUS.

           SELECT CATALOG-CHANGE-AUDIT-FILE ASSIGN TO CATAUDIT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS CHANGE-AUDIT-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
       FD  PARM-CARD-FILE.
       01  PARM-CARD-RECORD.
           COPY CTLCARD.

       FD  CAT-MAINT-TXN-FILE.
       01  CAT-MAINT-TXN-RECORD        PIC X(80).

      *    LAYOUT AS READ BY sql-injection-04 AND PREFLGHT.
       FD  STATEMENT-CATALOG-FILE.
       01  STATEMENT-CATALOG-RECORD.
           05 CAT-STMT-NAME             PIC X(16).
           05 CAT-VERSION               PIC 9(4).
           05 CAT-STATUS                PIC X(1).
              88 CAT-STMT-ACTIVE        VALUE "A".
              88 CAT-STMT-SUPERSEDED    VALUE "S".
           05 CAT-STMT-TEXT             PIC X(4000).

      *    ONE PARKED REQUEST PER STATEMENT NAME, WAITING FOR A
      *    SECOND USER'S APPROVE. THE NAME DOUBLES AS THE LOCK, AS ON
      *    KEY-PENDING-FILE.
       FD  CATALOG-PENDING-FILE.
       01  CATALOG-PENDING-RECORD.
           05 CPD-STMT-NAME            PIC X(16).
           05 CPD-ACTION               PIC X(8).
           05 CPD-REQUESTED-BY         PIC X(20).
           05 CPD-REQUEST-TIMESTAMP    PIC X(21).
           05 CPD-STMT-TEXT            PIC X(4000).

       FD  SQL-BATCH-FILE.
       01  SQL-BATCH-RECORD             PIC X(80).

       FD  CAT-MAINT-LIST-FILE.
       01  CAT-MAINT-LIST-RECORD       PIC X(240).

       FD  CATALOG-CHANGE-AUDIT-FILE.
       01  CATALOG-CHANGE-AUDIT-RECORD.
           05 CCA-TIMESTAMP            PIC X(21).
           05 FILLER                   PIC X(1).
           05 CCA-REQUESTED-BY         PIC X(20).
           05 FILLER                   PIC X(1).
           05 CCA-APPROVED-BY          PIC X(20).
           05 FILLER                   PIC X(1).
           05 CCA-ACTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 CCA-STMT-NAME            PIC X(16).
           05 FILLER                   PIC X(1).
           05 CCA-OLD-VERSION          PIC 9(4).
           05 FILLER                   PIC X(1).
           05 CCA-OLD-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 CCA-NEW-VERSION          PIC 9(4).
           05 FILLER                   PIC X(1).
           05 CCA-NEW-STATUS           PIC X(1).
           05 FILLER                   PIC X(1).
           05 CCA-HISTORY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 CCA-BEFORE-TEXT          PIC X(4000).
           05 FILLER                   PIC X(1).
           05 CCA-AFTER-TEXT           PIC X(4000).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       WORKING-STORAGE SECTION.
       01 MAINT-USER PIC X(20).
       01 TODAY-DATE-X PIC X(8).
       01 TXN-RESULT PIC X(60).

      * THE HEADER CARD OF THE TRANSACTION IN HAND, AND THE CARD
      * READ PAST ITS LAST CONTINUATION, HELD FOR THE NEXT CALL
       01 CATALOG-TXN-WORK.
           05 CTX-ACTION               PIC X(8).
           05 FILLER                   PIC X(1).
           05 CTX-STMT-NAME            PIC X(16).
           05 FILLER                   PIC X(1).
           05 CTX-TEXT                 PIC X(54).
       01 CATALOG-TXN-CONT REDEFINES CATALOG-TXN-WORK.
           05 CTC-CONTINUATION         PIC X(1).
           05 FILLER                   PIC X(79).
       01 CATALOG-CONT-WORK.
           05 CCW-CONTINUATION         PIC X(1).
           05 CCW-TEXT                 PIC X(79).
       01 CATALOG-TXN-HOLD PIC X(80).

      * STATEMENT TEXT ASSEMBLED FROM THE HEADER AND "+" CARDS
       01 TXN-STMT-TEXT PIC X(4000).
       01 TEXT-PIECE PIC X(79).
       01 TEXT-CHAR-PTR PIC S9(4) COMP.

      * BEFORE AND AFTER IMAGES FOR THE CHANGE AUDIT
       01 CHANGE-IMAGES.
           05 OLD-VERSION PIC 9(4).
           05 OLD-STATUS PIC X(1).
           05 NEW-VERSION PIC 9(4).
           05 NEW-STATUS PIC X(1).
           05 HISTORY-STMT-NAME PIC X(16).
           05 BEFORE-TEXT PIC X(4000).
           05 AFTER-TEXT PIC X(4000).

      * SQL-BATCH-FILE REFERENCE SCAN
       01 CHECK-STMT-NAME PIC X(16).
       01 BATCH-EXTRACT-NAME PIC X(8).
       01 BATCH-RECORD-NUMBER PIC 9(9).
       01 NAME-RESERVED-COUNT PIC 9(4).

      * TRANSACTION COUNTS FOR THE END-OF-RUN SUMMARY LINE
       01 MAINT-TOTALS.
           05 TXN-PENDED-COUNT PIC 9(9) VALUE 0.
           05 TXN-APPLIED-COUNT PIC 9(9) VALUE 0.
           05 TXN-REJECTED-COUNT PIC 9(9) VALUE 0.
           05 BATCH-REFS-FLAGGED PIC 9(9) VALUE 0.

      * FILE STATUS / SWITCHES
       01 PARM-CARD-STATUS PIC X(2).
       01 MAINT-TXN-STATUS PIC X(2).
       01 STATEMENT-CATALOG-STATUS PIC X(2).
       01 CATALOG-PENDING-STATUS PIC X(2).
       01 SQL-BATCH-STATUS PIC X(2).
       01 MAINT-LIST-STATUS PIC X(2).
       01 CHANGE-AUDIT-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 PARM-CARD-SW          PIC X(1) VALUE "N".
              88 PARM-CARD-PRESENT          VALUE "Y".
           05 NO-MORE-TXN-SW        PIC X(1) VALUE "N".
              88 NO-MORE-TRANSACTIONS       VALUE "Y".
           05 TXN-EOF-SW            PIC X(1) VALUE "N".
              88 TXN-FILE-AT-END            VALUE "Y".
           05 TXN-HOLD-SW           PIC X(1) VALUE "N".
              88 TXN-CARD-HELD              VALUE "Y".
           05 TEXT-COMPLETE-SW      PIC X(1) VALUE "N".
              88 TEXT-COMPLETE              VALUE "Y".
           05 TEXT-OVERFLOW-SW      PIC X(1) VALUE "N".
              88 TEXT-OVERFLOWED            VALUE "Y".
           05 CATALOG-FILE-SW       PIC X(1) VALUE "N".
              88 CATALOG-FILE-AVAIL         VALUE "Y".
           05 PENDING-FILE-SW       PIC X(1) VALUE "N".
              88 PENDING-FILE-AVAIL         VALUE "Y".
           05 CATALOG-FOUND-SW      PIC X(1) VALUE "N".
              88 CATALOG-RECORD-FOUND       VALUE "Y".
           05 PENDING-FOUND-SW      PIC X(1) VALUE "N".
              88 PENDING-RECORD-FOUND       VALUE "Y".
           05 TXN-VALID-SW          PIC X(1) VALUE "N".
              88 TRANSACTION-VALID          VALUE "Y".
           05 CATALOG-EOF-SW        PIC X(1) VALUE "N".
              88 CATALOG-AT-END             VALUE "Y".
           05 PENDING-EOF-SW        PIC X(1) VALUE "N".
              88 PENDING-AT-END             VALUE "Y".
           05 BATCH-EOF-SW          PIC X(1) VALUE "N".
              88 BATCH-AT-END               VALUE "Y".
           05 RETIRE-CHECK-SW       PIC X(1) VALUE "N".
              88 RETIRE-CHECK-WANTED        VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              PERFORM GET-NEXT-TXN
              PERFORM PROCESS-TXN
                 WITH TEST BEFORE
                 UNTIL NO-MORE-TRANSACTIONS
              PERFORM WRITE-RUN-SUMMARY
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF TXN-REJECTED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF BATCH-REFS-FLAGGED > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           STOP RUN.

      *    WITH NO CALENDAR ON FILE THE WALL-CLOCK DATE STANDS.
       GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE-X.
           OPEN INPUT PROCESSING-CALENDAR-FILE.
           IF PROC-CALENDAR-STATUS = "00"
              READ PROCESSING-CALENDAR-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CAL-BUSINESS-DATE IS NUMERIC
                       MOVE CAL-BUSINESS-DATE TO TODAY-DATE-X
                    END-IF
              END-READ
              CLOSE PROCESSING-CALENDAR-FILE
           ELSE
              IF PROC-CALENDAR-STATUS = "05"
                 CLOSE PROCESSING-CALENDAR-FILE
              END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT PARM-CARD-FILE.
           IF PARM-CARD-STATUS = "00"
              READ PARM-CARD-FILE
                 AT END MOVE "N" TO PARM-CARD-SW
                 NOT AT END MOVE "Y" TO PARM-CARD-SW
              END-READ
           ELSE
              MOVE "N" TO PARM-CARD-SW
           END-IF.

           IF PARM-CARD-PRESENT AND CC-USERNAME NOT = SPACES
              MOVE CC-USERNAME TO MAINT-USER
           ELSE
              DISPLAY "USER ID: " WITH NO ADVANCING
              ACCEPT MAINT-USER
           END-IF.

           OPEN INPUT CAT-MAINT-TXN-FILE.
           IF MAINT-TXN-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN CAT-MAINT-TXN-FILE, "
                 "STATUS: " MAINT-TXN-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

      *    I-O SO ENTRIES CAN BE READ BACK FOR VALIDATION AND
      *    REWRITTEN ON APPROVAL; AN OPTIONAL FILE NOT PRESENT YET
      *    OPENS EMPTY WITH STATUS 05 AND IS CREATED ON FIRST WRITE.
           OPEN I-O STATEMENT-CATALOG-FILE.
           IF STATEMENT-CATALOG-STATUS = "00"
              OR STATEMENT-CATALOG-STATUS = "05"
              MOVE "Y" TO CATALOG-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN STATEMENT-CATALOG-FILE, "
                 "STATUS: " STATEMENT-CATALOG-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN I-O CATALOG-PENDING-FILE.
           IF CATALOG-PENDING-STATUS = "00"
              OR CATALOG-PENDING-STATUS = "05"
              MOVE "Y" TO PENDING-FILE-SW
           ELSE
              DISPLAY "*** UNABLE TO OPEN CATALOG-PENDING-FILE, "
                 "STATUS: " CATALOG-PENDING-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT CAT-MAINT-LIST-FILE.
           IF MAINT-LIST-STATUS NOT = "00"
              AND MAINT-LIST-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN CAT-MAINT-LIST-FILE, "
                 "STATUS: " MAINT-LIST-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN EXTEND CATALOG-CHANGE-AUDIT-FILE.
           IF CHANGE-AUDIT-STATUS NOT = "00"
              OPEN OUTPUT CATALOG-CHANGE-AUDIT-FILE
           END-IF.
           IF CHANGE-AUDIT-STATUS NOT = "00"
              AND CHANGE-AUDIT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN CATALOG-CHANGE-AUDIT-FILE, "
                 "STATUS: " CHANGE-AUDIT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE PARM-CARD-FILE.
           CLOSE CAT-MAINT-TXN-FILE.
           IF CATALOG-FILE-AVAIL
              CLOSE STATEMENT-CATALOG-FILE
           END-IF.
           IF PENDING-FILE-AVAIL
              CLOSE CATALOG-PENDING-FILE
           END-IF.
           CLOSE CAT-MAINT-LIST-FILE.
           CLOSE CATALOG-CHANGE-AUDIT-FILE.

      *    ASSEMBLE ONE TRANSACTION: A HEADER CARD PLUS ANY "+"
      *    CONTINUATION CARDS BEHIND IT. THE FIRST CARD READ PAST THE
      *    LAST CONTINUATION IS HELD FOR THE NEXT CALL, AND THE EOF
      *    SWITCH IS TESTED FIRST SO THE PROBE THAT FOUND END OF FILE
      *    IS NEVER FOLLOWED BY A SECOND READ.
       GET-NEXT-TXN.
           MOVE SPACES TO TXN-STMT-TEXT.
           MOVE 1 TO TEXT-CHAR-PTR.
           MOVE "N" TO TEXT-OVERFLOW-SW.
           IF TXN-CARD-HELD
              MOVE CATALOG-TXN-HOLD TO CATALOG-TXN-WORK
              MOVE "N" TO TXN-HOLD-SW
           ELSE
              IF TXN-FILE-AT-END
                 MOVE "Y" TO NO-MORE-TXN-SW
              ELSE
                 READ CAT-MAINT-TXN-FILE INTO CATALOG-TXN-WORK
                    AT END
                       MOVE "Y" TO TXN-EOF-SW
                       MOVE "Y" TO NO-MORE-TXN-SW
                 END-READ
              END-IF
           END-IF.
      *    A STRAY "+" CARD WITH NO HEADER IN FRONT OF IT FALLS
      *    THROUGH TO PROCESS-TXN AND IS REJECTED AS AN UNKNOWN
      *    ACTION, SO IT SHOWS ON THE LISTING.
           IF NOT NO-MORE-TRANSACTIONS
              AND CTC-CONTINUATION NOT = "+"
              IF CTX-TEXT NOT = SPACES
                 MOVE CTX-TEXT TO TEXT-PIECE
                 PERFORM APPEND-TEXT-PIECE
              END-IF
              MOVE "N" TO TEXT-COMPLETE-SW
              PERFORM READ-CONTINUATION-CARD
                 WITH TEST BEFORE
                 UNTIL TEXT-COMPLETE
           END-IF.

       READ-CONTINUATION-CARD.
           IF TXN-FILE-AT-END
              MOVE "Y" TO TEXT-COMPLETE-SW
           ELSE
              READ CAT-MAINT-TXN-FILE INTO CATALOG-CONT-WORK
                 AT END
                    MOVE "Y" TO TXN-EOF-SW
                    MOVE "Y" TO TEXT-COMPLETE-SW
                 NOT AT END
                    IF CCW-CONTINUATION = "+"
                       MOVE CCW-TEXT TO TEXT-PIECE
                       PERFORM APPEND-TEXT-PIECE
                    ELSE
                       MOVE CATALOG-CONT-WORK TO CATALOG-TXN-HOLD
                       MOVE "Y" TO TXN-HOLD-SW
                       MOVE "Y" TO TEXT-COMPLETE-SW
                    END-IF
              END-READ
           END-IF.

       APPEND-TEXT-PIECE.
           IF TEXT-CHAR-PTR > 1
              STRING " " DELIMITED BY SIZE
                     FUNCTION TRIM(TEXT-PIECE TRAILING)
                        DELIMITED BY SIZE
                 INTO TXN-STMT-TEXT
                 WITH POINTER TEXT-CHAR-PTR
                 ON OVERFLOW
                    MOVE "Y" TO TEXT-OVERFLOW-SW
              END-STRING
           ELSE
              STRING FUNCTION TRIM(TEXT-PIECE TRAILING)
                        DELIMITED BY SIZE
                 INTO TXN-STMT-TEXT
                 WITH POINTER TEXT-CHAR-PTR
              END-STRING
           END-IF.

      *    DISPATCH ONE TRANSACTION. EVERY TRANSACTION, PARKED,
      *    APPLIED OR REJECTED, LEAVES A LINE ON THE LISTING; ONLY
      *    APPLIED CHANGES REACH THE CHANGE-AUDIT TRAIL.
       PROCESS-TXN.
           MOVE SPACES TO TXN-RESULT.
           MOVE "N" TO RETIRE-CHECK-SW.

           EVALUATE CTX-ACTION
              WHEN "ADD"
                 PERFORM REQUEST-ADD
              WHEN "VERSION"
                 PERFORM REQUEST-VERSION
              WHEN "RETIRE"
                 PERFORM REQUEST-RETIRE
              WHEN "APPROVE"
                 PERFORM APPLY-APPROVE
              WHEN "CANCEL"
                 PERFORM APPLY-CANCEL
              WHEN "LIST"
                 PERFORM LIST-CATALOG-AND-PENDING
              WHEN OTHER
                 MOVE "REJECTED - UNKNOWN ACTION" TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
           END-EVALUATE.

           IF CTX-ACTION NOT = "LIST"
              PERFORM WRITE-TXN-LIST-LINE
           END-IF.
           IF RETIRE-CHECK-WANTED
              MOVE CTX-STMT-NAME TO CHECK-STMT-NAME
              PERFORM CHECK-BATCH-REFERENCES
           END-IF.
           PERFORM GET-NEXT-TXN.

      *    ---- REQUEST ACTIONS: VALIDATE, THEN PARK FOR APPROVAL ----

       REQUEST-ADD.
           MOVE "Y" TO TXN-VALID-SW.
           IF CTX-STMT-NAME = SPACES
              MOVE "REJECTED - STATEMENT NAME MISSING" TO TXN-RESULT
              PERFORM REJECT-TXN
           END-IF.
      *    "#" IS RESERVED FOR THE NAMES VERSION HISTORY IS KEPT
      *    UNDER, SO A NEW ENTRY CAN NEVER COLLIDE WITH ONE.
           IF TRANSACTION-VALID
              MOVE 0 TO NAME-RESERVED-COUNT
              INSPECT CTX-STMT-NAME
                 TALLYING NAME-RESERVED-COUNT FOR ALL "#"
              IF NAME-RESERVED-COUNT > 0
                 MOVE "REJECTED - # NOT ALLOWED IN STATEMENT NAME"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
      *    THE HISTORY NAME NEEDS THE LAST FIVE BYTES OF THE KEY FOR
      *    "#NNNN", SO A NAME OF MORE THAN 11 BYTES COULD NOT BE
      *    VERSIONED WITHOUT COLLIDING WITH ANOTHER NAME'S HISTORY.
           IF TRANSACTION-VALID
              IF CTX-STMT-NAME(12:5) NOT = SPACES
                 MOVE "REJECTED - NAME LONGER THAN 11 CHARACTERS"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              PERFORM READ-CATALOG-RECORD
              IF CATALOG-RECORD-FOUND
                 MOVE "REJECTED - NAME ALREADY IN CATALOG"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              PERFORM CHECK-TXN-TEXT
           END-IF.
           IF TRANSACTION-VALID
              PERFORM PARK-PENDING-REQUEST
           END-IF.

       REQUEST-VERSION.
           MOVE "Y" TO TXN-VALID-SW.
           PERFORM READ-CATALOG-RECORD.
           IF NOT CATALOG-RECORD-FOUND
              MOVE "REJECTED - NAME NOT IN CATALOG" TO TXN-RESULT
              PERFORM REJECT-TXN
           END-IF.
           IF TRANSACTION-VALID
              IF NOT CAT-STMT-ACTIVE
                 MOVE "REJECTED - ENTRY IS NOT ACTIVE" TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              IF CAT-VERSION = 9999
                 MOVE "REJECTED - VERSION NUMBER EXHAUSTED"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
      *    AN ENTRY LOADED BY HAND BEFORE THIS PROGRAM MAY HAVE A
      *    LONGER NAME; ITS HISTORY NAME COULD BE ANOTHER ENTRY'S.
           IF TRANSACTION-VALID
              IF CTX-STMT-NAME(12:5) NOT = SPACES
                 MOVE "REJECTED - NAME TOO LONG FOR VERSION HISTORY"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              PERFORM CHECK-TXN-TEXT
           END-IF.
           IF TRANSACTION-VALID
              PERFORM PARK-PENDING-REQUEST
           END-IF.

       REQUEST-RETIRE.
           MOVE "Y" TO TXN-VALID-SW.
           PERFORM READ-CATALOG-RECORD.
           IF NOT CATALOG-RECORD-FOUND
              MOVE "REJECTED - NAME NOT IN CATALOG" TO TXN-RESULT
              PERFORM REJECT-TXN
           END-IF.
           IF TRANSACTION-VALID
              IF NOT CAT-STMT-ACTIVE
                 MOVE "REJECTED - ENTRY IS NOT ACTIVE" TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              PERFORM PARK-PENDING-REQUEST
           END-IF.
           IF TRANSACTION-VALID
              MOVE "Y" TO RETIRE-CHECK-SW
           END-IF.

      *    NEW TEXT MUST BE PRESENT, FIT THE 4000-BYTE TEXT AREA, AND
      *    NOT ALREADY BE THE TEXT OF AN ACTIVE ENTRY - A FREE-FORM
      *    DECK STATEMENT MATCHING TWO ACTIVE ENTRIES WOULD RUN UNDER
      *    WHICHEVER NAME THE SCAN HAPPENED TO REACH FIRST.
       CHECK-TXN-TEXT.
           IF TXN-STMT-TEXT = SPACES
              MOVE "REJECTED - STATEMENT TEXT MISSING" TO TXN-RESULT
              PERFORM REJECT-TXN
           END-IF.
           IF TRANSACTION-VALID
              IF TEXT-OVERFLOWED
                 MOVE "REJECTED - TEXT LONGER THAN 4000 BYTES"
                    TO TXN-RESULT
                 PERFORM REJECT-TXN
              END-IF
           END-IF.
           IF TRANSACTION-VALID
              MOVE "N" TO CATALOG-EOF-SW
              MOVE LOW-VALUES TO CAT-STMT-NAME
              START STATEMENT-CATALOG-FILE KEY NOT < CAT-STMT-NAME
                 INVALID KEY MOVE "Y" TO CATALOG-EOF-SW
              END-START
              PERFORM SCAN-ACTIVE-TEXT
                 WITH TEST BEFORE
                 UNTIL CATALOG-AT-END OR NOT TRANSACTION-VALID
           END-IF.

       SCAN-ACTIVE-TEXT.
           READ STATEMENT-CATALOG-FILE NEXT RECORD
              AT END MOVE "Y" TO CATALOG-EOF-SW
              NOT AT END
                 IF CAT-STMT-ACTIVE
                    AND CAT-STMT-TEXT = TXN-STMT-TEXT
                    MOVE SPACES TO TXN-RESULT
                    STRING "REJECTED - TEXT ALREADY ACTIVE AS "
                       CAT-STMT-NAME DELIMITED BY SIZE
                       INTO TXN-RESULT
                    END-STRING
                    PERFORM REJECT-TXN
                 END-IF
           END-READ.

       REJECT-TXN.
           MOVE "N" TO TXN-VALID-SW.
           ADD 1 TO TXN-REJECTED-COUNT.

      *    PARK THE VALIDATED REQUEST. ONE PENDING REQUEST PER NAME:
      *    A SECOND REQUEST WHILE ONE WAITS IS REJECTED, NOT QUEUED,
      *    SO AN APPROVER ALWAYS KNOWS EXACTLY WHAT AN APPROVE WILL
      *    APPLY.
       PARK-PENDING-REQUEST.
           PERFORM READ-PENDING-RECORD.
           IF PENDING-RECORD-FOUND
              MOVE "REJECTED - REQUEST ALREADY PENDING FOR NAME"
                 TO TXN-RESULT
              PERFORM REJECT-TXN
           ELSE
              MOVE SPACES TO CATALOG-PENDING-RECORD
              MOVE CTX-STMT-NAME TO CPD-STMT-NAME
              MOVE CTX-ACTION TO CPD-ACTION
              MOVE MAINT-USER TO CPD-REQUESTED-BY
              MOVE FUNCTION CURRENT-DATE TO CPD-REQUEST-TIMESTAMP
              MOVE TXN-STMT-TEXT TO CPD-STMT-TEXT
              WRITE CATALOG-PENDING-RECORD
                 INVALID KEY
                    MOVE "REJECTED - PENDING WRITE FAILED"
                       TO TXN-RESULT
                    PERFORM REJECT-TXN
                 NOT INVALID KEY
                    MOVE "PENDING - AWAITING SECOND APPROVER"
                       TO TXN-RESULT
                    ADD 1 TO TXN-PENDED-COUNT
              END-WRITE
           END-IF.

      *    ---- APPROVE: THE SECOND PAIR OF EYES APPLIES IT ----

       APPLY-APPROVE.
           MOVE 0 TO OLD-VERSION.
           MOVE SPACE TO OLD-STATUS.
           MOVE 0 TO NEW-VERSION.
           MOVE SPACE TO NEW-STATUS.
           MOVE SPACES TO HISTORY-STMT-NAME.
           MOVE SPACES TO BEFORE-TEXT.
           MOVE SPACES TO AFTER-TEXT.
           PERFORM READ-PENDING-RECORD.
           IF NOT PENDING-RECORD-FOUND
              MOVE "REJECTED - NOTHING PENDING FOR NAME" TO TXN-RESULT
              ADD 1 TO TXN-REJECTED-COUNT
           ELSE
              IF CPD-REQUESTED-BY = MAINT-USER
      *          DUAL CONTROL IS THE WHOLE POINT: THE REQUESTER
      *          CANNOT ALSO BE THE APPROVER.
                 MOVE "REJECTED - APPROVER IS THE REQUESTER"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
              ELSE
                 EVALUATE CPD-ACTION
                    WHEN "ADD"
                       PERFORM APPLY-PENDING-ADD
                    WHEN "VERSION"
                       PERFORM APPLY-PENDING-VERSION
                    WHEN "RETIRE"
                       PERFORM APPLY-PENDING-RETIRE
                    WHEN OTHER
                       MOVE "REJECTED - PENDING ACTION UNKNOWN"
                          TO TXN-RESULT
                       ADD 1 TO TXN-REJECTED-COUNT
                 END-EVALUATE
                 IF TXN-RESULT(1:7) = "APPLIED"
                    PERFORM DELETE-PENDING-RECORD
                    PERFORM WRITE-CHANGE-AUDIT
                    ADD 1 TO TXN-APPLIED-COUNT
                    IF CPD-ACTION = "RETIRE"
                       MOVE "Y" TO RETIRE-CHECK-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.

       APPLY-PENDING-ADD.
           MOVE SPACES TO STATEMENT-CATALOG-RECORD.
           MOVE CPD-STMT-NAME TO CAT-STMT-NAME.
           MOVE 1 TO CAT-VERSION.
           MOVE "A" TO CAT-STATUS.
           MOVE CPD-STMT-TEXT TO CAT-STMT-TEXT.
           WRITE STATEMENT-CATALOG-RECORD
              INVALID KEY
                 MOVE "REJECTED - CATALOG WRITE FAILED"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
              NOT INVALID KEY
                 MOVE CAT-VERSION TO NEW-VERSION
                 MOVE CAT-STATUS TO NEW-STATUS
                 MOVE CAT-STMT-TEXT TO AFTER-TEXT
                 MOVE "APPLIED - STATEMENT ADDED" TO TXN-RESULT
           END-WRITE.

      *    THE OUTGOING TEXT IS WRITTEN BACK FIRST, SUPERSEDED, UNDER
      *    <NAME>#<OLD VERSION>; ONLY WHEN THAT SUCCEEDS DOES THE
      *    ENTRY UNDER <NAME> TAKE THE NEW TEXT, SO NO APPROVED TEXT
      *    IS EVER LOST AND A HALF-APPLIED VERSION IS BACKED OUT.
       APPLY-PENDING-VERSION.
           MOVE CPD-STMT-NAME TO CAT-STMT-NAME.
           READ STATEMENT-CATALOG-FILE
              INVALID KEY
                 MOVE "REJECTED - ENTRY NO LONGER IN CATALOG"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
              NOT INVALID KEY
                 IF NOT CAT-STMT-ACTIVE
                    MOVE "REJECTED - ENTRY NO LONGER ACTIVE"
                       TO TXN-RESULT
                    ADD 1 TO TXN-REJECTED-COUNT
                 ELSE
                    MOVE CAT-VERSION TO OLD-VERSION
                    MOVE CAT-STATUS TO OLD-STATUS
                    MOVE CAT-STMT-TEXT TO BEFORE-TEXT
                    PERFORM WRITE-VERSION-HISTORY
                 END-IF
           END-READ.

       WRITE-VERSION-HISTORY.
           MOVE SPACES TO HISTORY-STMT-NAME.
           STRING FUNCTION TRIM(CPD-STMT-NAME(1:11) TRAILING)
                  "#" OLD-VERSION DELIMITED BY SIZE
              INTO HISTORY-STMT-NAME
           END-STRING.
           MOVE HISTORY-STMT-NAME TO CAT-STMT-NAME.
           MOVE "S" TO CAT-STATUS.
           WRITE STATEMENT-CATALOG-RECORD
              INVALID KEY
                 MOVE "REJECTED - VERSION HISTORY NAME IN USE"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
              NOT INVALID KEY
                 PERFORM PUBLISH-NEW-VERSION
           END-WRITE.

       PUBLISH-NEW-VERSION.
           MOVE CPD-STMT-NAME TO CAT-STMT-NAME.
           MOVE CPD-STMT-TEXT TO CAT-STMT-TEXT.
           COMPUTE CAT-VERSION = OLD-VERSION + 1.
           MOVE "A" TO CAT-STATUS.
           REWRITE STATEMENT-CATALOG-RECORD
              INVALID KEY
                 MOVE "REJECTED - CATALOG REWRITE FAILED"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
                 MOVE HISTORY-STMT-NAME TO CAT-STMT-NAME
                 DELETE STATEMENT-CATALOG-FILE
                    INVALID KEY
                       DISPLAY "*** UNABLE TO BACK OUT VERSION HISTORY "
                          HISTORY-STMT-NAME
                 END-DELETE
              NOT INVALID KEY
                 MOVE CAT-VERSION TO NEW-VERSION
                 MOVE CAT-STATUS TO NEW-STATUS
                 MOVE CAT-STMT-TEXT TO AFTER-TEXT
                 MOVE "APPLIED - NEW VERSION PUBLISHED" TO TXN-RESULT
           END-REWRITE.

      *    A RETIRED ENTRY KEEPS ITS TEXT AND VERSION AND IS MARKED
      *    SUPERSEDED, SO sql-injection-04 AND PREFLGHT REFUSE IT BY
      *    NAME AND BY TEXT RATHER THAN REPORTING IT UNCATALOGED.
       APPLY-PENDING-RETIRE.
           MOVE CPD-STMT-NAME TO CAT-STMT-NAME.
           READ STATEMENT-CATALOG-FILE
              INVALID KEY
                 MOVE "REJECTED - ENTRY NO LONGER IN CATALOG"
                    TO TXN-RESULT
                 ADD 1 TO TXN-REJECTED-COUNT
              NOT INVALID KEY
                 MOVE CAT-VERSION TO OLD-VERSION
                 MOVE CAT-STATUS TO OLD-STATUS
                 MOVE CAT-STMT-TEXT TO BEFORE-TEXT
                 MOVE "S" TO CAT-STATUS
                 REWRITE STATEMENT-CATALOG-RECORD
                    INVALID KEY
                       MOVE "REJECTED - CATALOG REWRITE FAILED"
                          TO TXN-RESULT
                       ADD 1 TO TXN-REJECTED-COUNT
                    NOT INVALID KEY
                       MOVE CAT-VERSION TO NEW-VERSION
                       MOVE CAT-STATUS TO NEW-STATUS
                       MOVE CAT-STMT-TEXT TO AFTER-TEXT
                       MOVE "APPLIED - ENTRY RETIRED" TO TXN-RESULT
                 END-REWRITE
           END-READ.

      *    ---- CANCEL: WITHDRAW A PARKED REQUEST ----

       APPLY-CANCEL.
           PERFORM READ-PENDING-RECORD.
           IF NOT PENDING-RECORD-FOUND
              MOVE "REJECTED - NOTHING PENDING FOR NAME" TO TXN-RESULT
              ADD 1 TO TXN-REJECTED-COUNT
           ELSE
              PERFORM DELETE-PENDING-RECORD
              MOVE "CANCELLED - PENDING REQUEST WITHDRAWN"
                 TO TXN-RESULT
           END-IF.

       READ-CATALOG-RECORD.
           MOVE "N" TO CATALOG-FOUND-SW.
           MOVE CTX-STMT-NAME TO CAT-STMT-NAME.
           READ STATEMENT-CATALOG-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO CATALOG-FOUND-SW
           END-READ.

       READ-PENDING-RECORD.
           MOVE "N" TO PENDING-FOUND-SW.
           MOVE CTX-STMT-NAME TO CPD-STMT-NAME.
           READ CATALOG-PENDING-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY MOVE "Y" TO PENDING-FOUND-SW
           END-READ.

       DELETE-PENDING-RECORD.
           MOVE CTX-STMT-NAME TO CPD-STMT-NAME.
           DELETE CATALOG-PENDING-FILE
              INVALID KEY
                 DISPLAY "*** UNABLE TO CLEAR PENDING REQUEST FOR "
                    CTX-STMT-NAME
           END-DELETE.

      *    A RETIRED NAME STILL CALLED FOR BY A "=" RECORD IN THE SQL
      *    BATCH DECK WILL BE REFUSED EVERY NIGHT FROM NOW ON. LIST
      *    EACH SUCH REFERENCE WITH THE *EXTRACT IT FALLS UNDER SO
      *    THE DECK CAN BE CHANGED BEFORE THE PARTNER NOTICES. THE
      *    DECK IS RE-OPENED PER CHECK SO EVERY SCAN SEES THE WHOLE
      *    FILE; WITH NO DECK PRESENT THERE IS NOTHING TO FLAG.
       CHECK-BATCH-REFERENCES.
           OPEN INPUT SQL-BATCH-FILE.
           IF SQL-BATCH-STATUS = "00"
              MOVE "SQLRPT" TO BATCH-EXTRACT-NAME
              MOVE 0 TO BATCH-RECORD-NUMBER
              MOVE "N" TO BATCH-EOF-SW
              PERFORM SCAN-BATCH-RECORD
                 WITH TEST BEFORE
                 UNTIL BATCH-AT-END
              CLOSE SQL-BATCH-FILE
           ELSE
              IF SQL-BATCH-STATUS = "05"
                 CLOSE SQL-BATCH-FILE
              END-IF
           END-IF.

       SCAN-BATCH-RECORD.
           READ SQL-BATCH-FILE
              AT END MOVE "Y" TO BATCH-EOF-SW
              NOT AT END
                 ADD 1 TO BATCH-RECORD-NUMBER
                 IF SQL-BATCH-RECORD(1:9) = "*EXTRACT "
                    MOVE SQL-BATCH-RECORD(10:8) TO BATCH-EXTRACT-NAME
                 ELSE
                    IF SQL-BATCH-RECORD(1:1) = "="
                       AND SQL-BATCH-RECORD(2:16) = CHECK-STMT-NAME
                       PERFORM WRITE-BATCH-REFERENCE-LINE
                    END-IF
                 END-IF
           END-READ.

       WRITE-BATCH-REFERENCE-LINE.
           ADD 1 TO BATCH-REFS-FLAGGED.
           MOVE SPACES TO CAT-MAINT-LIST-RECORD.
           STRING "WARNING - ="
                  FUNCTION TRIM(CHECK-STMT-NAME TRAILING)
                  " IS BEING RETIRED BUT SQLBATCH RECORD "
                  BATCH-RECORD-NUMBER
                  " STILL REFERENCES IT UNDER *EXTRACT "
                  BATCH-EXTRACT-NAME
                  DELIMITED BY SIZE
              INTO CAT-MAINT-LIST-RECORD
           END-STRING.
           WRITE CAT-MAINT-LIST-RECORD.
           DISPLAY CAT-MAINT-LIST-RECORD(1:120).

      *    ONE LISTING LINE PER TRANSACTION: WHO ASKED FOR WHAT, AND
      *    WHAT BECAME OF IT.
       WRITE-TXN-LIST-LINE.
           MOVE SPACES TO CAT-MAINT-LIST-RECORD.
           STRING CTX-ACTION " "
                  FUNCTION TRIM(CTX-STMT-NAME TRAILING)
                  " BY " FUNCTION TRIM(MAINT-USER TRAILING)
                  " : " TXN-RESULT
                  DELIMITED BY SIZE
              INTO CAT-MAINT-LIST-RECORD
           END-STRING.
           WRITE CAT-MAINT-LIST-RECORD.
           DISPLAY CAT-MAINT-LIST-RECORD(1:120).

      *    DUMP THE CATALOG AND THE PENDING QUEUE, IN NAME ORDER.
       LIST-CATALOG-AND-PENDING.
           MOVE SPACES TO CAT-MAINT-LIST-RECORD.
           MOVE "CURRENT STATEMENT CATALOG:" TO CAT-MAINT-LIST-RECORD.
           WRITE CAT-MAINT-LIST-RECORD.
           MOVE "N" TO CATALOG-EOF-SW.
           MOVE LOW-VALUES TO CAT-STMT-NAME.
           START STATEMENT-CATALOG-FILE KEY NOT < CAT-STMT-NAME
              INVALID KEY MOVE "Y" TO CATALOG-EOF-SW
           END-START.
           PERFORM LIST-NEXT-CATALOG-ENTRY
              WITH TEST BEFORE
              UNTIL CATALOG-AT-END.
           MOVE SPACES TO CAT-MAINT-LIST-RECORD.
           MOVE "PENDING REQUESTS AWAITING APPROVAL:"
              TO CAT-MAINT-LIST-RECORD.
           WRITE CAT-MAINT-LIST-RECORD.
           MOVE "N" TO PENDING-EOF-SW.
           MOVE LOW-VALUES TO CPD-STMT-NAME.
           START CATALOG-PENDING-FILE KEY NOT < CPD-STMT-NAME
              INVALID KEY MOVE "Y" TO PENDING-EOF-SW
           END-START.
           PERFORM LIST-NEXT-PENDING-ENTRY
              WITH TEST BEFORE
              UNTIL PENDING-AT-END.
           MOVE "LIST" TO TXN-RESULT.

       LIST-NEXT-CATALOG-ENTRY.
           READ STATEMENT-CATALOG-FILE NEXT RECORD
              AT END MOVE "Y" TO CATALOG-EOF-SW
              NOT AT END
                 MOVE SPACES TO CAT-MAINT-LIST-RECORD
                 STRING "  " CAT-STMT-NAME
                    " V" CAT-VERSION
                    " ST " CAT-STATUS
                    " <" CAT-STMT-TEXT(1:160)
                    DELIMITED BY SIZE
                    INTO CAT-MAINT-LIST-RECORD
                 END-STRING
                 WRITE CAT-MAINT-LIST-RECORD
           END-READ.

       LIST-NEXT-PENDING-ENTRY.
           READ CATALOG-PENDING-FILE NEXT RECORD
              AT END MOVE "Y" TO PENDING-EOF-SW
              NOT AT END
                 MOVE SPACES TO CAT-MAINT-LIST-RECORD
                 STRING "  " CPD-STMT-NAME
                    " " CPD-ACTION
                    " REQUESTED " CPD-REQUEST-TIMESTAMP
                    " BY " FUNCTION TRIM(CPD-REQUESTED-BY TRAILING)
                    DELIMITED BY SIZE
                    INTO CAT-MAINT-LIST-RECORD
                 END-STRING
                 WRITE CAT-MAINT-LIST-RECORD
                 IF CPD-ACTION = "RETIRE"
                    MOVE CPD-STMT-NAME TO CHECK-STMT-NAME
                    PERFORM CHECK-BATCH-REFERENCES
                 END-IF
           END-READ.

      *    WHO REQUESTED AND WHO APPROVED WHICH CATALOG CHANGE, WHEN,
      *    WITH THE TEXT BEFORE AND AFTER IT WAS APPLIED.
       WRITE-CHANGE-AUDIT.
           MOVE SPACES TO CATALOG-CHANGE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO CCA-TIMESTAMP.
           MOVE CPD-REQUESTED-BY TO CCA-REQUESTED-BY.
           MOVE MAINT-USER TO CCA-APPROVED-BY.
           MOVE CPD-ACTION TO CCA-ACTION.
           MOVE CPD-STMT-NAME TO CCA-STMT-NAME.
           MOVE OLD-VERSION TO CCA-OLD-VERSION.
           MOVE OLD-STATUS TO CCA-OLD-STATUS.
           MOVE NEW-VERSION TO CCA-NEW-VERSION.
           MOVE NEW-STATUS TO CCA-NEW-STATUS.
           MOVE HISTORY-STMT-NAME TO CCA-HISTORY-NAME.
           MOVE BEFORE-TEXT TO CCA-BEFORE-TEXT.
           MOVE AFTER-TEXT TO CCA-AFTER-TEXT.
           WRITE CATALOG-CHANGE-AUDIT-RECORD.

       WRITE-RUN-SUMMARY.
           MOVE SPACES TO CAT-MAINT-LIST-RECORD.
           STRING "REQUESTS PENDED: " TXN-PENDED-COUNT
                  "  APPLIED: " TXN-APPLIED-COUNT
                  "  REJECTED: " TXN-REJECTED-COUNT
                  "  BATCH REFERENCES FLAGGED: " BATCH-REFS-FLAGGED
                  DELIMITED BY SIZE
              INTO CAT-MAINT-LIST-RECORD
           END-STRING.
           WRITE CAT-MAINT-LIST-RECORD.
           DISPLAY CAT-MAINT-LIST-RECORD(1:120).
