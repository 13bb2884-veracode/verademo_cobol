       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. extract-delta.
      *****************************
      *    Day-over-day delta of the night's outbound extracts.
      *    extract-sign-bridge stores every extract's full content in
      *    DOCUMENT-FILE under extract-name + run-date, so the
      *    previous delivery of each extract is already on file next
      *    to tonight's; until now nothing compared them.
      *    - reads SIGN-TRANSACTION-FILE (one record per extract
      *      bridged tonight) and fetches tonight's document by
      *      TXN-DOC-KEY.
      *    - the prior document is the extract's most recent earlier
      *      delivery: the run date is stepped back a day at a time,
      *      up to PRIOR-LOOKBACK-DAYS, until a document is found.
      *      Weekends, holidays and extracts that do not run every
      *      day are compared with the delivery before, not skipped.
      *      No earlier document at all is a FIRST DELIVERY, not a
      *      failure - every row is reported as added.
      *    - rows are matched on the key column named for the
      *      extract in its SIGNING-MAP-FILE record (sixth field,
      *      columns 46-75); a row whose key is in both documents
      *      with different content is CHANGED, a key only tonight is
      *      ADDED, a key only in the prior document is REMOVED. An
      *      extract with no key column mapped is matched on the
      *      whole row, so it shows only additions and removals.
      *    - DELTA-REPORT-FILE is the readable report; DELTA-FILE is
      *      the machine-readable delta, one "H" heading record, one
      *      "A"/"D"/"C" record per added, removed or changed row and
      *      one "T" totals record per extract, fit to be sent in
      *      place of the full extract to a partner that takes
      *      deltas only.
      *    - read-only on DOCUMENT-FILE and rewrites its own outputs
      *      whole, so it takes no part in suite run-control; a
      *      resubmit simply produces the same delta again.
      *    - appends START and END records (elapsed time, extracts
      *      read, return code) to the shared STEPTIME file for the
      *      step SLA report.
      *    RETURN-CODE: 0 clean, 4 tonight's document was missing
      *    for an extract in the transaction file, 16 a required
      *    file would not open.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGN-TRANSACTION-FILE ASSIGN TO SIGNTXN
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIGN-TRANSACTION-STATUS.

           SELECT OPTIONAL DOCUMENT-FILE ASSIGN TO DOCFILE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS DOC-KEY
              FILE STATUS IS DOCUMENT-FILE-STATUS.

           SELECT OPTIONAL SIGNING-MAP-FILE ASSIGN TO SIGNMAP
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SIGNING-MAP-STATUS.

           SELECT DELTA-REPORT-FILE ASSIGN TO DLTARPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DELTA-REPORT-STATUS.

           SELECT DELTA-FILE ASSIGN TO DLTAFILE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DELTA-FILE-STATUS.

           SELECT OPTIONAL PROCESSING-CALENDAR-FILE ASSIGN TO PROCCAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS PROC-CALENDAR-STATUS.

           SELECT OPTIONAL STEP-TIMING-FILE ASSIGN TO STEPTIME
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS STEP-TIMING-STATUS.

      *****************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      *    LAYOUT AS WRITTEN BY extract-sign-bridge.
       FD  SIGN-TRANSACTION-FILE.
       01  SIGN-TRANSACTION-RECORD.
           05 TXN-FAMILY               PIC X(1).
           05 TXN-KEY-NAME             PIC X(16).
           05 TXN-MESSAGE              PIC X(80).
           05 TXN-DOC-ID               PIC X(16).
           05 TXN-DOC-KEY              PIC X(16).

       FD  DOCUMENT-FILE.
       01  DOCUMENT-RECORD.
           05 DOC-KEY                  PIC X(16).
           05 DOC-TEXT                 PIC X(5000).

      *    THE SIGNING MAP, EXTENDED WITH THE DELTA KEY COLUMN IN ITS
      *    SIXTH FIELD. DECKS WITHOUT IT READ BACK WITH SPACES THERE,
      *    WHICH MEANS "MATCH ON THE WHOLE ROW".
       FD  SIGNING-MAP-FILE.
       01  SIGNING-MAP-RECORD.
           05 MAP-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 MAP-FAMILY               PIC X(1).
           05 FILLER                   PIC X(1).
           05 MAP-KEY-NAME             PIC X(16).
           05 FILLER                   PIC X(1).
           05 MAP-ENC-KEY-NAME         PIC X(16).
           05 FILLER                   PIC X(1).
           05 MAP-DELTA-KEY-COLUMN     PIC X(30).

       FD  DELTA-REPORT-FILE.
       01  DELTA-REPORT-RECORD         PIC X(132).

      *    ONE RECORD PER DELTA ITEM. THE "T" RECORD CARRIES THE
      *    EXTRACT'S COUNTS IN PLACE OF ROW TEXT, SO A RECEIVER CAN
      *    PROVE IT HAS EVERY ITEM.
       FD  DELTA-FILE.
       01  DELTA-RECORD.
           05 DLT-RECORD-TYPE          PIC X(1).
              88 DLT-HEADING                   VALUE "H".
              88 DLT-ROW-ADDED                 VALUE "A".
              88 DLT-ROW-REMOVED               VALUE "D".
              88 DLT-ROW-CHANGED               VALUE "C".
              88 DLT-TOTALS                    VALUE "T".
           05 FILLER                   PIC X(1).
           05 DLT-EXTRACT-NAME         PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLT-RUN-DATE             PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLT-PRIOR-DATE           PIC X(8).
           05 FILLER                   PIC X(1).
           05 DLT-KEY-VALUE            PIC X(60).
           05 FILLER                   PIC X(1).
           05 DLT-ROW-TEXT             PIC X(2000).
           05 DLT-TOTALS-AREA REDEFINES DLT-ROW-TEXT.
              10 DLT-ADDED-COUNT       PIC 9(9).
              10 FILLER                PIC X(1).
              10 DLT-REMOVED-COUNT     PIC 9(9).
              10 FILLER                PIC X(1).
              10 DLT-CHANGED-COUNT     PIC 9(9).
              10 FILLER                PIC X(1).
              10 DLT-UNCHANGED-COUNT   PIC 9(9).
              10 FILLER                PIC X(1961).

       FD  PROCESSING-CALENDAR-FILE.
       01  PROCESSING-CALENDAR-RECORD.
           COPY PROCCAL.

       FD  STEP-TIMING-FILE.
       01  STEP-TIMING-RECORD.
           COPY STEPTIM.

       WORKING-STORAGE SECTION.
      * STEP TIMING - START STAMP, INTERVAL ARITHMETIC
       01 STEP-TIMING-WORK.
           COPY STEPTWK.

       01 TODAY-DATE-X PIC X(8).
       01 CURRENT-EXTRACT-NAME PIC X(8).
       01 CURRENT-RUN-DATE PIC X(8).
       01 PRIOR-RUN-DATE PIC X(8).
       01 DELTA-KEY-COLUMN PIC X(30).

      * HOW FAR BACK TO LOOK FOR THE PREVIOUS DELIVERY - LONG ENOUGH
      * TO REACH LAST QUARTER'S RUN OF A QUARTER-END EXTRACT.
       01 PRIOR-LOOKBACK-DAYS PIC S9(4) COMP VALUE 100.
       01 LOOKBACK-IDX PIC S9(4) COMP.
       01 DATE-NUM PIC 9(8).
       01 DATE-INT PIC S9(9) COMP.
       01 PROBE-DATE-NUM PIC 9(8).
       01 PROBE-DATE-X REDEFINES PROBE-DATE-NUM PIC X(8).
       01 PROBE-DOC-KEY PIC X(16).

      * TONIGHT'S AND THE PRIOR DOCUMENT TEXT, AND THE DOCUMENT BEING
      * TAKEN APART. A DOCUMENT IS THE SECTION'S REPORT RECORDS
      * JOINED WITH "|".
       01 CURRENT-DOC-TEXT PIC X(5000).
       01 PRIOR-DOC-TEXT PIC X(5000).
       01 PARSE-DOC-TEXT PIC X(5000).
       01 PARSE-DOC-LEN PIC S9(4) COMP.
       01 PARSE-PTR PIC S9(4) COMP.
       01 PIECE-START PIC S9(4) COMP.
       01 PIECE-LEN PIC S9(4) COMP.
       01 PIECE-TEXT PIC X(2000).
       01 TRAIL-SPACE-COUNT PIC S9(4) COMP.
       01 DOC-RECORD-DELIM PIC X(1) VALUE "|".
       01 REPORT-DELIM PIC X(1) VALUE ",".

      * THE DATA ROWS OF A DOCUMENT: WHERE EACH SITS IN THE TEXT AND
      * ITS KEY VALUE. THE SAME LAYOUT THREE TIMES - THE PARSE WORK
      * TABLE IS MOVED WHOLE TO THE CURRENT OR PRIOR TABLE.
       01 PARSE-ROW-COUNT PIC S9(4) COMP.
       01 PARSE-ROW-TABLE.
           05 PARSE-ROW-ENTRY OCCURS 2500 TIMES.
              10 PARSE-ROW-KEY         PIC X(60).
              10 PARSE-ROW-START       PIC S9(4) COMP.
              10 PARSE-ROW-LEN         PIC S9(4) COMP.
              10 PARSE-ROW-MATCH-SW    PIC X(1).
       01 CUR-ROW-COUNT PIC S9(4) COMP.
       01 CUR-ROW-TABLE.
           05 CUR-ROW-ENTRY OCCURS 2500 TIMES.
              10 CUR-ROW-KEY           PIC X(60).
              10 CUR-ROW-START         PIC S9(4) COMP.
              10 CUR-ROW-LEN           PIC S9(4) COMP.
              10 CUR-ROW-MATCH-SW      PIC X(1).
       01 PRI-ROW-COUNT PIC S9(4) COMP.
       01 PRI-ROW-TABLE.
           05 PRI-ROW-ENTRY OCCURS 2500 TIMES.
              10 PRI-ROW-KEY           PIC X(60).
              10 PRI-ROW-START         PIC S9(4) COMP.
              10 PRI-ROW-LEN           PIC S9(4) COMP.
              10 PRI-ROW-MATCH-SW      PIC X(1).
                 88 PRI-ROW-MATCHED            VALUE "Y".
       01 ROW-MAX PIC S9(4) COMP VALUE 2500.
       01 CUR-IDX PIC S9(4) COMP.
       01 PRI-IDX PIC S9(4) COMP.
       01 MATCH-IDX PIC S9(4) COMP.

      * THE FIRST HEADING LINE OF TONIGHT'S DOCUMENT, AND WHERE THE
      * KEY COLUMN SITS IN THE HEADING IN FORCE
       01 PARSE-HEADING-START PIC S9(4) COMP.
       01 PARSE-HEADING-LEN PIC S9(4) COMP.
       01 CUR-HEADING-START PIC S9(4) COMP.
       01 CUR-HEADING-LEN PIC S9(4) COMP.
       01 KEY-COL-POS PIC S9(4) COMP.
       01 FIELD-IDX PIC S9(4) COMP.
       01 FIELD-PTR PIC S9(4) COMP.
       01 FIELD-VALUE PIC X(200).

      * PER-EXTRACT AND RUN COUNTS
       01 ADDED-COUNT PIC 9(9).
       01 REMOVED-COUNT PIC 9(9).
       01 CHANGED-COUNT PIC 9(9).
       01 UNCHANGED-COUNT PIC 9(9).
       01 EXTRACTS-READ PIC 9(9) VALUE 0.
       01 EXTRACTS-COMPARED PIC 9(9) VALUE 0.
       01 FIRST-DELIVERIES PIC 9(9) VALUE 0.
       01 DOCUMENTS-MISSING PIC 9(9) VALUE 0.
       01 ROW-CHANGE-LABEL PIC X(9).
       01 REPORT-LINE PIC X(132).

      * FILE STATUS / SWITCHES
       01 SIGN-TRANSACTION-STATUS PIC X(2).
       01 DOCUMENT-FILE-STATUS PIC X(2).
       01 SIGNING-MAP-STATUS PIC X(2).
       01 DELTA-REPORT-STATUS PIC X(2).
       01 DELTA-FILE-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 TXN-EOF-SW            PIC X(1) VALUE "N".
              88 NO-MORE-TRANSACTIONS       VALUE "Y".
           05 DOCUMENT-FILE-SW      PIC X(1) VALUE "N".
              88 DOCUMENT-FILE-AVAIL        VALUE "Y".
           05 MAP-FOUND-SW          PIC X(1) VALUE "N".
              88 MAP-ENTRY-FOUND            VALUE "Y".
           05 MAP-EOF-SW            PIC X(1) VALUE "N".
              88 MAP-FILE-AT-END            VALUE "Y".
           05 CURRENT-DOC-SW        PIC X(1) VALUE "N".
              88 CURRENT-DOC-FOUND          VALUE "Y".
           05 PRIOR-DOC-SW          PIC X(1) VALUE "N".
              88 PRIOR-DOC-FOUND            VALUE "Y".
           05 EXPECT-HEADING-SW     PIC X(1) VALUE "N".
              88 EXPECTING-HEADING          VALUE "Y".
           05 ROWS-DROPPED-SW       PIC X(1) VALUE "N".
              88 ROWS-DROPPED               VALUE "Y".
           05 ROW-FOUND-SW          PIC X(1) VALUE "N".
              88 ROW-MATCH-FOUND            VALUE "Y".
           05 DOC-MISSING-SW        PIC X(1) VALUE "N".
              88 DOCUMENT-WAS-MISSING       VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE "DOCDELTA" TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.

           PERFORM OPEN-FILES.
           IF NOT RUN-HAD-FAILURE
              MOVE SPACES TO REPORT-LINE
              STRING "EXTRACT DELTA REPORT FOR " TODAY-DATE-X
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              MOVE "N" TO TXN-EOF-SW
              PERFORM GET-NEXT-TRANSACTION
              PERFORM DELTA-ONE-EXTRACT
                 WITH TEST BEFORE
                 UNTIL NO-MORE-TRANSACTIONS
              MOVE SPACES TO REPORT-LINE
              STRING "EXTRACTS " EXTRACTS-READ
                 " COMPARED " EXTRACTS-COMPARED
                 " FIRST DELIVERIES " FIRST-DELIVERIES
                 " DOCUMENTS MISSING " DOCUMENTS-MISSING
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM CLOSE-FILES.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF DOCUMENT-WAS-MISSING
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE EXTRACTS-READ TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE CYCLE DATE COMES FROM THE PROCESSING CALENDAR, NOT THE
      *    WALL CLOCK. WITH NO CALENDAR ON FILE THE WALL-CLOCK DATE
      *    STANDS.
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
           OPEN INPUT SIGN-TRANSACTION-FILE.
           IF SIGN-TRANSACTION-STATUS NOT = "00"
              DISPLAY "*** UNABLE TO OPEN SIGN-TRANSACTION-FILE, "
                 "STATUS: " SIGN-TRANSACTION-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN INPUT DOCUMENT-FILE.
           IF DOCUMENT-FILE-STATUS = "00"
              MOVE "Y" TO DOCUMENT-FILE-SW
           ELSE
              MOVE "N" TO DOCUMENT-FILE-SW
              DISPLAY "*** UNABLE TO OPEN DOCUMENT-FILE, STATUS: "
                 DOCUMENT-FILE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT DELTA-REPORT-FILE.
           IF DELTA-REPORT-STATUS NOT = "00"
              AND DELTA-REPORT-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN DELTA-REPORT-FILE, "
                 "STATUS: " DELTA-REPORT-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

           OPEN OUTPUT DELTA-FILE.
           IF DELTA-FILE-STATUS NOT = "00"
              AND DELTA-FILE-STATUS NOT = "05"
              DISPLAY "*** UNABLE TO OPEN DELTA-FILE, STATUS: "
                 DELTA-FILE-STATUS
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       CLOSE-FILES.
           CLOSE SIGN-TRANSACTION-FILE.
           IF DOCUMENT-FILE-AVAIL
              CLOSE DOCUMENT-FILE
           END-IF.
           CLOSE DELTA-REPORT-FILE.
           CLOSE DELTA-FILE.

       GET-NEXT-TRANSACTION.
           READ SIGN-TRANSACTION-FILE
              AT END MOVE "Y" TO TXN-EOF-SW
              NOT AT END ADD 1 TO EXTRACTS-READ
           END-READ.

      *    ONE EXTRACT: FETCH TONIGHT'S DOCUMENT, FIND THE PREVIOUS
      *    DELIVERY, AND EITHER COMPARE THE TWO OR REPORT A FIRST
      *    DELIVERY.
       DELTA-ONE-EXTRACT.
           MOVE TXN-DOC-KEY(1:8) TO CURRENT-EXTRACT-NAME.
           MOVE TXN-DOC-KEY(9:8) TO CURRENT-RUN-DATE.
           PERFORM LOOKUP-DELTA-KEY-COLUMN.

           MOVE "N" TO CURRENT-DOC-SW.
           MOVE TXN-DOC-KEY TO DOC-KEY.
           READ DOCUMENT-FILE
              INVALID KEY
                 DISPLAY "*** DOCUMENT " TXN-DOC-KEY
                    " NOT ON DOCUMENT-FILE - NO DELTA"
              NOT INVALID KEY
                 MOVE "Y" TO CURRENT-DOC-SW
                 MOVE DOC-TEXT TO CURRENT-DOC-TEXT
           END-READ.

           IF NOT CURRENT-DOC-FOUND
              ADD 1 TO DOCUMENTS-MISSING
              SET DOCUMENT-WAS-MISSING TO TRUE
              MOVE SPACES TO REPORT-LINE
              STRING "EXTRACT " CURRENT-EXTRACT-NAME " "
                 CURRENT-RUN-DATE
                 " - TONIGHT'S DOCUMENT NOT ON FILE, NO DELTA"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
           ELSE
              MOVE CURRENT-DOC-TEXT TO PARSE-DOC-TEXT
              PERFORM PARSE-DOCUMENT
              MOVE PARSE-ROW-TABLE TO CUR-ROW-TABLE
              MOVE PARSE-ROW-COUNT TO CUR-ROW-COUNT
              MOVE PARSE-HEADING-START TO CUR-HEADING-START
              MOVE PARSE-HEADING-LEN TO CUR-HEADING-LEN
              PERFORM FIND-PRIOR-DOCUMENT
              MOVE 0 TO ADDED-COUNT
              MOVE 0 TO REMOVED-COUNT
              MOVE 0 TO CHANGED-COUNT
              MOVE 0 TO UNCHANGED-COUNT
              PERFORM WRITE-EXTRACT-HEADING
              IF PRIOR-DOC-FOUND
                 ADD 1 TO EXTRACTS-COMPARED
                 MOVE PRIOR-DOC-TEXT TO PARSE-DOC-TEXT
                 PERFORM PARSE-DOCUMENT
                 MOVE PARSE-ROW-TABLE TO PRI-ROW-TABLE
                 MOVE PARSE-ROW-COUNT TO PRI-ROW-COUNT
                 PERFORM COMPARE-CURRENT-ROW
                    VARYING CUR-IDX FROM 1 BY 1
                    UNTIL CUR-IDX > CUR-ROW-COUNT
                 PERFORM REPORT-REMOVED-ROW
                    VARYING PRI-IDX FROM 1 BY 1
                    UNTIL PRI-IDX > PRI-ROW-COUNT
              ELSE
                 ADD 1 TO FIRST-DELIVERIES
                 PERFORM REPORT-FIRST-DELIVERY-ROW
                    VARYING CUR-IDX FROM 1 BY 1
                    UNTIL CUR-IDX > CUR-ROW-COUNT
              END-IF
              PERFORM WRITE-EXTRACT-TOTALS
           END-IF.
           PERFORM GET-NEXT-TRANSACTION.

      *    THE KEY COLUMN FOR AN EXTRACT COMES FROM ITS SIGNING MAP
      *    RECORD; THE FILE IS RE-SCANNED PER EXTRACT.
       LOOKUP-DELTA-KEY-COLUMN.
           MOVE SPACES TO DELTA-KEY-COLUMN.
           MOVE "N" TO MAP-FOUND-SW.
           OPEN INPUT SIGNING-MAP-FILE.
           IF SIGNING-MAP-STATUS = "00"
              MOVE "N" TO MAP-EOF-SW
              PERFORM SCAN-SIGNING-MAP
                 WITH TEST BEFORE
                 UNTIL MAP-FILE-AT-END OR MAP-ENTRY-FOUND
              CLOSE SIGNING-MAP-FILE
           ELSE
              IF SIGNING-MAP-STATUS = "05"
                 CLOSE SIGNING-MAP-FILE
              END-IF
           END-IF.

       SCAN-SIGNING-MAP.
           READ SIGNING-MAP-FILE
              AT END MOVE "Y" TO MAP-EOF-SW
              NOT AT END
                 IF MAP-EXTRACT-NAME = CURRENT-EXTRACT-NAME
                    MOVE "Y" TO MAP-FOUND-SW
                    MOVE MAP-DELTA-KEY-COLUMN TO DELTA-KEY-COLUMN
                 END-IF
           END-READ.

      *    STEP BACK FROM THE RUN DATE A DAY AT A TIME UNTIL AN
      *    EARLIER DOCUMENT FOR THE EXTRACT TURNS UP.
       FIND-PRIOR-DOCUMENT.
           MOVE "N" TO PRIOR-DOC-SW.
           MOVE SPACES TO PRIOR-RUN-DATE.
           IF CURRENT-RUN-DATE IS NUMERIC
              MOVE CURRENT-RUN-DATE TO DATE-NUM
              COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
              PERFORM PROBE-PRIOR-DATE
                 VARYING LOOKBACK-IDX FROM 1 BY 1
                 UNTIL LOOKBACK-IDX > PRIOR-LOOKBACK-DAYS
                    OR PRIOR-DOC-FOUND
           END-IF.

       PROBE-PRIOR-DATE.
           COMPUTE PROBE-DATE-NUM =
              FUNCTION DATE-OF-INTEGER(DATE-INT - LOOKBACK-IDX).
           MOVE SPACES TO PROBE-DOC-KEY.
           STRING CURRENT-EXTRACT-NAME PROBE-DATE-X
              DELIMITED BY SIZE INTO PROBE-DOC-KEY
           END-STRING.
           MOVE PROBE-DOC-KEY TO DOC-KEY.
           READ DOCUMENT-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "Y" TO PRIOR-DOC-SW
                 MOVE PROBE-DATE-X TO PRIOR-RUN-DATE
                 MOVE DOC-TEXT TO PRIOR-DOC-TEXT
           END-READ.

      *    TAKE PARSE-DOC-TEXT APART AT THE "|" RECORD DELIMITER. AN
      *    STM RECORD IS FOLLOWED BY ITS COLUMN HEADING, WHICH SETS
      *    WHERE THE KEY COLUMN SITS FOR THE ROWS AFTER IT; EVERY
      *    OTHER RECORD IS A DATA ROW.
       PARSE-DOCUMENT.
           MOVE 0 TO PARSE-ROW-COUNT.
           MOVE 0 TO PARSE-HEADING-START.
           MOVE 0 TO PARSE-HEADING-LEN.
           MOVE 0 TO KEY-COL-POS.
           MOVE "N" TO EXPECT-HEADING-SW.
           MOVE "N" TO ROWS-DROPPED-SW.
           MOVE 0 TO TRAIL-SPACE-COUNT.
           INSPECT FUNCTION REVERSE(PARSE-DOC-TEXT)
              TALLYING TRAIL-SPACE-COUNT FOR LEADING SPACES.
           COMPUTE PARSE-DOC-LEN = 5000 - TRAIL-SPACE-COUNT.
           MOVE 1 TO PARSE-PTR.
           PERFORM TAKE-DOCUMENT-PIECE
              WITH TEST BEFORE
              UNTIL PARSE-PTR > PARSE-DOC-LEN.
           IF ROWS-DROPPED
              DISPLAY "EXTRACT " CURRENT-EXTRACT-NAME
                 " HAS MORE THAN " ROW-MAX " ROWS - REST NOT COMPARED"
           END-IF.

       TAKE-DOCUMENT-PIECE.
           MOVE PARSE-PTR TO PIECE-START.
           MOVE SPACES TO PIECE-TEXT.
           MOVE 0 TO PIECE-LEN.
           UNSTRING PARSE-DOC-TEXT(1:PARSE-DOC-LEN)
              DELIMITED BY DOC-RECORD-DELIM
              INTO PIECE-TEXT COUNT IN PIECE-LEN
              WITH POINTER PARSE-PTR
           END-UNSTRING.
           EVALUATE TRUE
              WHEN PIECE-TEXT(1:4) = "STM "
                 MOVE "Y" TO EXPECT-HEADING-SW
              WHEN EXPECTING-HEADING
                 MOVE "N" TO EXPECT-HEADING-SW
                 IF PARSE-HEADING-START = 0
                    MOVE PIECE-START TO PARSE-HEADING-START
                    MOVE PIECE-LEN TO PARSE-HEADING-LEN
                 END-IF
                 PERFORM LOCATE-KEY-COLUMN
              WHEN PARSE-ROW-COUNT >= ROW-MAX
                 MOVE "Y" TO ROWS-DROPPED-SW
              WHEN OTHER
                 ADD 1 TO PARSE-ROW-COUNT
                 MOVE PIECE-START TO PARSE-ROW-START(PARSE-ROW-COUNT)
                 MOVE PIECE-LEN TO PARSE-ROW-LEN(PARSE-ROW-COUNT)
                 MOVE "N" TO PARSE-ROW-MATCH-SW(PARSE-ROW-COUNT)
                 PERFORM TAKE-ROW-KEY
           END-EVALUATE.

      *    FIND THE KEY COLUMN'S POSITION IN THE HEADING JUST TAKEN;
      *    ZERO WHEN THE EXTRACT HAS NO KEY COLUMN OR THIS STATEMENT
      *    DOES NOT SELECT IT.
       LOCATE-KEY-COLUMN.
           MOVE 0 TO KEY-COL-POS.
           IF DELTA-KEY-COLUMN NOT = SPACES
              MOVE 1 TO FIELD-PTR
              PERFORM MATCH-HEADING-FIELD
                 VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > 20 OR KEY-COL-POS > 0
                    OR FIELD-PTR > PIECE-LEN
           END-IF.

       MATCH-HEADING-FIELD.
           MOVE SPACES TO FIELD-VALUE.
           UNSTRING PIECE-TEXT(1:PIECE-LEN)
              DELIMITED BY REPORT-DELIM
              INTO FIELD-VALUE
              WITH POINTER FIELD-PTR
           END-UNSTRING.
           IF FIELD-VALUE(1:30) = DELTA-KEY-COLUMN
              MOVE FIELD-IDX TO KEY-COL-POS
           END-IF.

      *    A ROW'S KEY IS THE VALUE IN THE KEY COLUMN; WITHOUT A KEY
      *    COLUMN THE KEY IS LEFT BLANK AND ROWS MATCH ON THEIR WHOLE
      *    TEXT.
       TAKE-ROW-KEY.
           MOVE SPACES TO PARSE-ROW-KEY(PARSE-ROW-COUNT).
           IF KEY-COL-POS > 0 AND PIECE-LEN > 0
              MOVE 1 TO FIELD-PTR
              PERFORM TAKE-ROW-FIELD
                 VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > KEY-COL-POS
              MOVE FIELD-VALUE TO PARSE-ROW-KEY(PARSE-ROW-COUNT)
           END-IF.

       TAKE-ROW-FIELD.
           MOVE SPACES TO FIELD-VALUE.
           IF FIELD-PTR <= PIECE-LEN
              UNSTRING PIECE-TEXT(1:PIECE-LEN)
                 DELIMITED BY REPORT-DELIM
                 INTO FIELD-VALUE
                 WITH POINTER FIELD-PTR
              END-UNSTRING
           END-IF.

      *    MATCH ONE OF TONIGHT'S ROWS TO AN UNMATCHED PRIOR ROW WITH
      *    THE SAME KEY (OR, KEYLESS, THE SAME TEXT).
       COMPARE-CURRENT-ROW.
           MOVE "N" TO ROW-FOUND-SW.
           MOVE 0 TO MATCH-IDX.
           PERFORM MATCH-PRIOR-ROW
              VARYING PRI-IDX FROM 1 BY 1
              UNTIL PRI-IDX > PRI-ROW-COUNT OR ROW-MATCH-FOUND.
           IF ROW-MATCH-FOUND
              MOVE "Y" TO PRI-ROW-MATCH-SW(MATCH-IDX)
              IF CUR-ROW-LEN(CUR-IDX) = PRI-ROW-LEN(MATCH-IDX)
                 AND (CUR-ROW-LEN(CUR-IDX) = 0
                  OR CURRENT-DOC-TEXT(CUR-ROW-START(CUR-IDX):
                        CUR-ROW-LEN(CUR-IDX))
                   = PRIOR-DOC-TEXT(PRI-ROW-START(MATCH-IDX):
                        PRI-ROW-LEN(MATCH-IDX)))
                 ADD 1 TO UNCHANGED-COUNT
              ELSE
                 ADD 1 TO CHANGED-COUNT
                 MOVE "CHANGED" TO ROW-CHANGE-LABEL
                 PERFORM WRITE-CURRENT-ROW-DELTA
              END-IF
           ELSE
              ADD 1 TO ADDED-COUNT
              MOVE "ADDED" TO ROW-CHANGE-LABEL
              PERFORM WRITE-CURRENT-ROW-DELTA
           END-IF.

       MATCH-PRIOR-ROW.
           IF NOT PRI-ROW-MATCHED(PRI-IDX)
              IF CUR-ROW-KEY(CUR-IDX) NOT = SPACES
                 IF PRI-ROW-KEY(PRI-IDX) = CUR-ROW-KEY(CUR-IDX)
                    MOVE "Y" TO ROW-FOUND-SW
                    MOVE PRI-IDX TO MATCH-IDX
                 END-IF
              ELSE
                 IF PRI-ROW-KEY(PRI-IDX) = SPACES
                    AND PRI-ROW-LEN(PRI-IDX) = CUR-ROW-LEN(CUR-IDX)
                    IF CUR-ROW-LEN(CUR-IDX) = 0
                       MOVE "Y" TO ROW-FOUND-SW
                       MOVE PRI-IDX TO MATCH-IDX
                    ELSE
                       IF CURRENT-DOC-TEXT(CUR-ROW-START(CUR-IDX):
                             CUR-ROW-LEN(CUR-IDX))
                          = PRIOR-DOC-TEXT(PRI-ROW-START(PRI-IDX):
                             PRI-ROW-LEN(PRI-IDX))
                          MOVE "Y" TO ROW-FOUND-SW
                          MOVE PRI-IDX TO MATCH-IDX
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    A PRIOR ROW NO ROW OF TONIGHT'S CLAIMED HAS BEEN REMOVED.
       REPORT-REMOVED-ROW.
           IF NOT PRI-ROW-MATCHED(PRI-IDX)
              ADD 1 TO REMOVED-COUNT
              MOVE SPACES TO DELTA-RECORD
              MOVE "D" TO DLT-RECORD-TYPE
              MOVE PRI-ROW-KEY(PRI-IDX) TO DLT-KEY-VALUE
              IF PRI-ROW-LEN(PRI-IDX) > 0
                 MOVE PRIOR-DOC-TEXT(PRI-ROW-START(PRI-IDX):
                    PRI-ROW-LEN(PRI-IDX)) TO DLT-ROW-TEXT
              END-IF
              PERFORM WRITE-DELTA-RECORD
              MOVE "REMOVED" TO ROW-CHANGE-LABEL
              PERFORM WRITE-ROW-REPORT-LINE
           END-IF.

      *    WITH NOTHING TO COMPARE AGAINST, EVERY ROW IS NEW.
       REPORT-FIRST-DELIVERY-ROW.
           ADD 1 TO ADDED-COUNT.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "A" TO DLT-RECORD-TYPE.
           MOVE CUR-ROW-KEY(CUR-IDX) TO DLT-KEY-VALUE.
           IF CUR-ROW-LEN(CUR-IDX) > 0
              MOVE CURRENT-DOC-TEXT(CUR-ROW-START(CUR-IDX):
                 CUR-ROW-LEN(CUR-IDX)) TO DLT-ROW-TEXT
           END-IF.
           PERFORM WRITE-DELTA-RECORD.

       WRITE-CURRENT-ROW-DELTA.
           MOVE SPACES TO DELTA-RECORD.
           IF ROW-CHANGE-LABEL = "CHANGED"
              MOVE "C" TO DLT-RECORD-TYPE
           ELSE
              MOVE "A" TO DLT-RECORD-TYPE
           END-IF.
           MOVE CUR-ROW-KEY(CUR-IDX) TO DLT-KEY-VALUE.
           IF CUR-ROW-LEN(CUR-IDX) > 0
              MOVE CURRENT-DOC-TEXT(CUR-ROW-START(CUR-IDX):
                 CUR-ROW-LEN(CUR-IDX)) TO DLT-ROW-TEXT
           END-IF.
           PERFORM WRITE-DELTA-RECORD.
           PERFORM WRITE-ROW-REPORT-LINE.

      *    ONE REPORT LINE PER ADDED, REMOVED OR CHANGED ROW: THE KEY
      *    AND THE START OF THE ROW AS DELIVERED (OR, FOR A REMOVED
      *    ROW, AS LAST DELIVERED).
       WRITE-ROW-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " ROW-CHANGE-LABEL " " DLT-KEY-VALUE(1:30) " "
              DLT-ROW-TEXT(1:88)
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    THE EXTRACT'S REPORT HEADING AND ITS "H" DELTA RECORD,
      *    WHICH CARRIES TONIGHT'S COLUMN HEADING SO THE DELTA FILE
      *    DESCRIBES ITS OWN ROWS.
       WRITE-EXTRACT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           IF PRIOR-DOC-FOUND
              STRING "EXTRACT " CURRENT-EXTRACT-NAME " "
                 CURRENT-RUN-DATE " COMPARED WITH " PRIOR-RUN-DATE
                 " KEY " DELTA-KEY-COLUMN
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           ELSE
              STRING "EXTRACT " CURRENT-EXTRACT-NAME " "
                 CURRENT-RUN-DATE " FIRST DELIVERY - NO EARLIER "
                 "DOCUMENT ON FILE, EVERY ROW REPORTED AS ADDED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF PRIOR-DOC-FOUND AND DELTA-KEY-COLUMN = SPACES
              MOVE "  NO KEY COLUMN MAPPED - ROWS MATCHED WHOLE, "
                 TO REPORT-LINE
              MOVE "CHANGES SHOW AS REMOVED PLUS ADDED"
                 TO REPORT-LINE(46:)
              PERFORM WRITE-REPORT-LINE
           END-IF.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "H" TO DLT-RECORD-TYPE.
           MOVE DELTA-KEY-COLUMN TO DLT-KEY-VALUE.
           IF CUR-HEADING-LEN > 0
              MOVE CURRENT-DOC-TEXT(CUR-HEADING-START:CUR-HEADING-LEN)
                 TO DLT-ROW-TEXT
           END-IF.
           PERFORM WRITE-DELTA-RECORD.

       WRITE-EXTRACT-TOTALS.
           MOVE SPACES TO DELTA-RECORD.
           MOVE "T" TO DLT-RECORD-TYPE.
           MOVE ADDED-COUNT TO DLT-ADDED-COUNT.
           MOVE REMOVED-COUNT TO DLT-REMOVED-COUNT.
           MOVE CHANGED-COUNT TO DLT-CHANGED-COUNT.
           MOVE UNCHANGED-COUNT TO DLT-UNCHANGED-COUNT.
           PERFORM WRITE-DELTA-RECORD.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ADDED " ADDED-COUNT " REMOVED " REMOVED-COUNT
              " CHANGED " CHANGED-COUNT " UNCHANGED " UNCHANGED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

      *    EVERY DELTA RECORD CARRIES THE EXTRACT AND BOTH DATES.
       WRITE-DELTA-RECORD.
           MOVE CURRENT-EXTRACT-NAME TO DLT-EXTRACT-NAME.
           MOVE CURRENT-RUN-DATE TO DLT-RUN-DATE.
           MOVE PRIOR-RUN-DATE TO DLT-PRIOR-DATE.
           WRITE DELTA-RECORD.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO DELTA-REPORT-RECORD.
           WRITE DELTA-REPORT-RECORD.
           DISPLAY REPORT-LINE(1:110).

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
