       IDENTIFICATION DIVISION.
      ***************************
       PROGRAM-ID. extract-quality-check.
      *****************************
      *    Content data-quality check on SQL-REPORT-FILE. RPTCHECK
      *    proves the report is complete (HDR date, TRL present,
      *    count and hash agree); this step looks at what is inside
      *    each "*** EXTRACT name BEGIN/END ***" section before the
      *    bridge turns it into a signed document. Rules come from
      *    DATA-QUALITY-RULES-FILE, one rule per extract and column
      *    (extract "*ALL" applies to every extract):
      *      NOTEMPTY  the column may not be empty (SQL NULL or blank)
      *      RANGE     the value must be numeric and within the
      *                operand "low,high" (either bound may be left
      *                empty for an open range)
      *      NOTAFTER  the value must be a date (YYYY-MM-DD or
      *                YYYYMMDD) no later than the business date
      *      INLIST    the value must be one of the comma-separated
      *                operand values
      *      UNIQUE    no value may appear twice in the column within
      *                one extract section
      *    RANGE, NOTAFTER, INLIST and UNIQUE pass an empty value; a
      *    column that must be filled carries a NOTEMPTY rule too.
      *    Columns are found by name in the heading line that follows
      *    each STM record, so a section holding several statements
      *    is checked statement by statement. A rule whose column is
      *    in none of its extract's headings is itself an exception.
      *    Every violation goes to DATA-QUALITY-EXCEPTION-FILE with
      *    the extract, the data row number within the section, the
      *    column, the rule, its severity and the offending value.
      *    Each rule carries a severity of WARN or BLOCK.
      *    Runs between STEP012 and STEP015. Like RPTCHECK it is
      *    read-only and takes no part in suite run-control, so a
      *    resubmit re-checks whatever report is on file now.
      *    Appends START and END records (elapsed time, rows checked,
      *    return code) to the shared STEPTIME file for the step SLA
      *    report.
      *    RETURN-CODE: 0 no exceptions, 4 WARN exceptions only
      *    (the bridge still runs), 8 at least one BLOCK exception
      *    (the bridge and the signing chain are skipped), 16 a file
      *    would not open or the rules file is unusable.
      *****************************
       ENVIRONMENT DIVISION.
      *****************************************************************
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
      *****************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SQL-REPORT-FILE ASSIGN TO SQLRPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS SQL-REPORT-STATUS.

           SELECT OPTIONAL DATA-QUALITY-RULES-FILE ASSIGN TO DQRULES
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DQ-RULES-STATUS.

           SELECT DATA-QUALITY-EXCEPTION-FILE ASSIGN TO DQEXCPT
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS DQ-EXCEPTION-STATUS.

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
       FD  SQL-REPORT-FILE.
       01  SQL-REPORT-RECORD            PIC X(2000).

      *    ONE RULE PER RECORD; RECORDS STARTING "*" (OTHER THAN AN
      *    "*ALL" RULE) ARE COMMENTS.
       FD  DATA-QUALITY-RULES-FILE.
       01  DQ-RULE-RECORD.
           05 DQR-EXTRACT-NAME          PIC X(8).
           05 FILLER                    PIC X(1).
           05 DQR-COLUMN-NAME           PIC X(30).
           05 FILLER                    PIC X(1).
           05 DQR-RULE-TYPE             PIC X(8).
           05 FILLER                    PIC X(1).
           05 DQR-SEVERITY              PIC X(5).
           05 FILLER                    PIC X(1).
           05 DQR-OPERAND               PIC X(65).

       FD  DATA-QUALITY-EXCEPTION-FILE.
       01  DQ-EXCEPTION-RECORD          PIC X(132).

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

      * THE RULES, AS LOADED. RULE-APPLIES AND RULE-COL-POS ARE SET
      * PER SECTION AND PER HEADING; RULE-FOUND-IN-SECTION REMEMBERS
      * WHETHER ANY HEADING IN THE SECTION CARRIED THE COLUMN.
       01 DQ-RULE-COUNT PIC S9(4) COMP VALUE 0.
       01 DQ-RULE-MAX PIC S9(4) COMP VALUE 200.
       01 DQ-RULE-IDX PIC S9(4) COMP.
       01 RULES-LOADED PIC 9(4) VALUE 0.
       01 DQ-RULE-TABLE.
           05 DQ-RULE-ENTRY OCCURS 200 TIMES.
              10 RULE-EXTRACT-NAME     PIC X(8).
              10 RULE-COLUMN-NAME      PIC X(30).
              10 RULE-TYPE             PIC X(8).
              10 RULE-SEVERITY         PIC X(5).
                 88 RULE-IS-BLOCKING           VALUE "BLOCK".
              10 RULE-LIST-TEXT        PIC X(67).
              10 RULE-LOW-VALUE        PIC S9(13)V9(4).
              10 RULE-HIGH-VALUE       PIC S9(13)V9(4).
              10 RULE-HAS-LOW-SW       PIC X(1).
                 88 RULE-HAS-LOW               VALUE "Y".
              10 RULE-HAS-HIGH-SW      PIC X(1).
                 88 RULE-HAS-HIGH              VALUE "Y".
              10 RULE-APPLIES-SW       PIC X(1).
                 88 RULE-APPLIES               VALUE "Y".
              10 RULE-COL-POS          PIC S9(4) COMP.
              10 RULE-FOUND-SW         PIC X(1).
                 88 RULE-FOUND-IN-SECTION      VALUE "Y".
              10 RULE-KEY-FULL-SW      PIC X(1).
                 88 RULE-KEY-TABLE-FULL        VALUE "Y".

      * VALUES ALREADY SEEN UNDER EACH UNIQUE RULE IN THE CURRENT
      * SECTION
       01 KEY-SEEN-COUNT PIC S9(8) COMP VALUE 0.
       01 KEY-SEEN-MAX PIC S9(8) COMP VALUE 20000.
       01 KEY-SEEN-IDX PIC S9(8) COMP.
       01 KEY-SEEN-TABLE.
           05 KEY-SEEN-ENTRY OCCURS 20000 TIMES.
              10 KEY-SEEN-RULE         PIC S9(4) COMP.
              10 KEY-SEEN-VALUE        PIC X(60).

      * THE CURRENT REPORT LINE SPLIT AT THE REPORT DELIMITER - THE
      * HEADING'S COLUMN NAMES, THEN EACH DETAIL ROW'S VALUES
       01 REPORT-DELIM PIC X(1) VALUE ",".
       01 FIELD-MAX PIC S9(4) COMP VALUE 20.
       01 FIELD-IDX PIC S9(4) COMP.
       01 FIELD-PTR PIC S9(4) COMP.
       01 LINE-LEN PIC S9(4) COMP.
       01 TRAIL-SPACE-COUNT PIC S9(4) COMP.
       01 FIELD-TABLE.
           05 FIELD-VALUE OCCURS 20 TIMES PIC X(200).
       01 HEADING-TABLE.
           05 HEADING-NAME OCCURS 20 TIMES PIC X(30).

      * RULE EVALUATION WORK
       01 CHECK-VALUE PIC X(200).
       01 CHECK-NUMBER PIC S9(13)V9(4).
       01 CHECK-DATE-X PIC X(8).
       01 LIST-PROBE PIC X(204).
       01 LIST-PROBE-PTR PIC S9(4) COMP.
       01 LIST-HIT-COUNT PIC 9(4).

      * SECTION AND RUN COUNTS
       01 CURRENT-EXTRACT-NAME PIC X(8) VALUE SPACES.
       01 SECTION-ROW-COUNT PIC 9(9) VALUE 0.
       01 SECTION-WARN-COUNT PIC 9(9) VALUE 0.
       01 SECTION-BLOCK-COUNT PIC 9(9) VALUE 0.
       01 SECTIONS-CHECKED PIC 9(9) VALUE 0.
       01 ROWS-CHECKED PIC 9(9) VALUE 0.
       01 WARN-COUNT PIC 9(9) VALUE 0.
       01 BLOCK-COUNT PIC 9(9) VALUE 0.

       01 REPORT-LINE PIC X(132).
       01 EXCEPTION-LINE.
           05 EXL-EXTRACT-NAME          PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 EXL-ROW-NUMBER            PIC 9(9).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 EXL-COLUMN-NAME           PIC X(30).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 EXL-RULE-TYPE             PIC X(8).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 EXL-SEVERITY              PIC X(5).
           05 FILLER                    PIC X(1) VALUE SPACE.
           05 EXL-VALUE                 PIC X(60).
           05 FILLER                    PIC X(7) VALUE SPACES.

      * FILE STATUS / SWITCHES
       01 SQL-REPORT-STATUS PIC X(2).
       01 DQ-RULES-STATUS PIC X(2).
       01 DQ-EXCEPTION-STATUS PIC X(2).
       01 PROC-CALENDAR-STATUS PIC X(2).
       01 STEP-TIMING-STATUS PIC X(2).

       01 WS-SWITCHES.
           05 REPORT-EOF-SW         PIC X(1) VALUE "N".
              88 REPORT-AT-END              VALUE "Y".
           05 RULES-EOF-SW          PIC X(1) VALUE "N".
              88 RULES-AT-END               VALUE "Y".
           05 IN-SECTION-SW         PIC X(1) VALUE "N".
              88 INSIDE-SECTION             VALUE "Y".
           05 EXPECT-HEADING-SW     PIC X(1) VALUE "N".
              88 EXPECTING-HEADING          VALUE "Y".
           05 KEY-FOUND-SW          PIC X(1) VALUE "N".
              88 KEY-ALREADY-SEEN           VALUE "Y".
           05 RUN-FAILED-SW         PIC X(1) VALUE "N".
              88 RUN-HAD-FAILURE            VALUE "Y".

      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
       MAIN-RTN.
           PERFORM GET-BUSINESS-DATE.
           MOVE "DQCHECK" TO STW-STEP-ID.
           PERFORM WRITE-STEP-START.
           PERFORM LOAD-QUALITY-RULES.

           IF NOT RUN-HAD-FAILURE
              OPEN OUTPUT DATA-QUALITY-EXCEPTION-FILE
              IF DQ-EXCEPTION-STATUS NOT = "00"
                 AND DQ-EXCEPTION-STATUS NOT = "05"
                 DISPLAY "*** UNABLE TO OPEN DATA-QUALITY-EXCEPTION-"
                    "FILE, STATUS: " DQ-EXCEPTION-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.

           IF NOT RUN-HAD-FAILURE
              MOVE SPACES TO REPORT-LINE
              STRING "EXTRACT DATA-QUALITY EXCEPTIONS FOR "
                 TODAY-DATE-X " - RULES LOADED: " RULES-LOADED
                 DELIMITED BY SIZE INTO REPORT-LINE
              END-STRING
              PERFORM WRITE-REPORT-LINE
              OPEN INPUT SQL-REPORT-FILE
              IF SQL-REPORT-STATUS NOT = "00"
                 DISPLAY "*** UNABLE TO OPEN SQL-REPORT-FILE, STATUS: "
                    SQL-REPORT-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
              ELSE
                 PERFORM GET-NEXT-REPORT-RECORD
                 PERFORM CHECK-REPORT-RECORD
                    WITH TEST BEFORE
                    UNTIL REPORT-AT-END
                 CLOSE SQL-REPORT-FILE
                 PERFORM WRITE-RUN-SUMMARY
              END-IF
              CLOSE DATA-QUALITY-EXCEPTION-FILE
           END-IF.

           IF RUN-HAD-FAILURE
              MOVE 16 TO RETURN-CODE
           ELSE
              IF BLOCK-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              ELSE
                 IF WARN-COUNT > 0
                    MOVE 4 TO RETURN-CODE
                 ELSE
                    MOVE 0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
           MOVE ROWS-CHECKED TO STW-RECORD-COUNT.
           PERFORM WRITE-STEP-END.
           STOP RUN.

      *    THE NOTAFTER LIMIT IS THE BUSINESS DATE FROM THE
      *    PROCESSING CALENDAR, NOT THE WALL CLOCK, SO A CHECK RUN
      *    AFTER MIDNIGHT STILL JUDGES LAST NIGHT'S CYCLE. WITH NO
      *    CALENDAR ON FILE THE WALL-CLOCK DATE STANDS.
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

      *    THE RULES FILE IS OPTIONAL - WITHOUT IT EVERY SECTION
      *    PASSES. ONCE IT IS THERE, EVERY RULE IN IT MUST BE USABLE:
      *    A RULE THAT CANNOT BE APPLIED WOULD LET THROUGH EXACTLY
      *    THE DATA IT WAS WRITTEN TO STOP.
       LOAD-QUALITY-RULES.
           OPEN INPUT DATA-QUALITY-RULES-FILE.
           EVALUATE DQ-RULES-STATUS
              WHEN "00"
                 MOVE "N" TO RULES-EOF-SW
                 PERFORM READ-QUALITY-RULE
                    WITH TEST BEFORE UNTIL RULES-AT-END
                 CLOSE DATA-QUALITY-RULES-FILE
                 MOVE DQ-RULE-COUNT TO RULES-LOADED
                 DISPLAY "DATA-QUALITY RULES LOADED: " RULES-LOADED
              WHEN "05"
                 CLOSE DATA-QUALITY-RULES-FILE
                 DISPLAY "NO DATA-QUALITY RULES FILE - CONTENT NOT "
                    "CHECKED"
              WHEN OTHER
                 DISPLAY "*** UNABLE TO OPEN DATA-QUALITY-RULES-FILE, "
                    "STATUS: " DQ-RULES-STATUS
                 SET RUN-HAD-FAILURE TO TRUE
           END-EVALUATE.

       READ-QUALITY-RULE.
           READ DATA-QUALITY-RULES-FILE
              AT END MOVE "Y" TO RULES-EOF-SW
              NOT AT END
                 EVALUATE TRUE
                    WHEN DQR-EXTRACT-NAME = "*ALL"
                       PERFORM TAKE-QUALITY-RULE
                    WHEN DQ-RULE-RECORD(1:1) = "*"
                       CONTINUE
                    WHEN DQ-RULE-RECORD = SPACES
                       CONTINUE
                    WHEN OTHER
                       PERFORM TAKE-QUALITY-RULE
                 END-EVALUATE
           END-READ.

       TAKE-QUALITY-RULE.
           EVALUATE TRUE
              WHEN DQR-COLUMN-NAME = SPACES
                 DISPLAY "*** DATA-QUALITY RULE HAS NO COLUMN NAME: "
                    DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              WHEN DQR-RULE-TYPE NOT = "NOTEMPTY"
                   AND DQR-RULE-TYPE NOT = "RANGE"
                   AND DQR-RULE-TYPE NOT = "NOTAFTER"
                   AND DQR-RULE-TYPE NOT = "INLIST"
                   AND DQR-RULE-TYPE NOT = "UNIQUE"
                 DISPLAY "*** UNKNOWN DATA-QUALITY RULE TYPE: "
                    DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              WHEN DQR-SEVERITY NOT = "WARN"
                   AND DQR-SEVERITY NOT = "BLOCK"
                 DISPLAY "*** DATA-QUALITY RULE SEVERITY MUST BE "
                    "WARN OR BLOCK: " DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              WHEN DQR-RULE-TYPE = "INLIST" AND DQR-OPERAND = SPACES
                 DISPLAY "*** INLIST RULE WITH NO VALUES: "
                    DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              WHEN DQ-RULE-COUNT >= DQ-RULE-MAX
                 DISPLAY "*** MORE THAN " DQ-RULE-MAX
                    " DATA-QUALITY RULES: " DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              WHEN OTHER
                 ADD 1 TO DQ-RULE-COUNT
                 MOVE DQ-RULE-COUNT TO DQ-RULE-IDX
                 MOVE DQR-EXTRACT-NAME TO RULE-EXTRACT-NAME(DQ-RULE-IDX)
                 MOVE DQR-COLUMN-NAME TO RULE-COLUMN-NAME(DQ-RULE-IDX)
                 MOVE DQR-RULE-TYPE TO RULE-TYPE(DQ-RULE-IDX)
                 MOVE DQR-SEVERITY TO RULE-SEVERITY(DQ-RULE-IDX)
                 MOVE SPACES TO RULE-LIST-TEXT(DQ-RULE-IDX)
                 MOVE 0 TO RULE-LOW-VALUE(DQ-RULE-IDX)
                 MOVE 0 TO RULE-HIGH-VALUE(DQ-RULE-IDX)
                 MOVE "N" TO RULE-HAS-LOW-SW(DQ-RULE-IDX)
                 MOVE "N" TO RULE-HAS-HIGH-SW(DQ-RULE-IDX)
                 MOVE "N" TO RULE-APPLIES-SW(DQ-RULE-IDX)
                 MOVE 0 TO RULE-COL-POS(DQ-RULE-IDX)
                 MOVE "N" TO RULE-FOUND-SW(DQ-RULE-IDX)
                 MOVE "N" TO RULE-KEY-FULL-SW(DQ-RULE-IDX)
                 EVALUATE DQR-RULE-TYPE
                    WHEN "RANGE"
                       PERFORM TAKE-RANGE-OPERAND
                    WHEN "INLIST"
      *                THE LIST IS HELD WITH A DELIMITER AT EACH END,
      *                SO ",value," FINDS A WHOLE ENTRY AND NEVER A
      *                PIECE OF ONE.
                       STRING REPORT-DELIM DELIMITED BY SIZE
                              FUNCTION TRIM(DQR-OPERAND)
                                 DELIMITED BY SIZE
                              REPORT-DELIM DELIMITED BY SIZE
                          INTO RULE-LIST-TEXT(DQ-RULE-IDX)
                       END-STRING
                 END-EVALUATE
           END-EVALUATE.

      *    "low,high" - EITHER BOUND MAY BE EMPTY; A BOUND THAT IS
      *    THERE MUST BE A NUMBER.
       TAKE-RANGE-OPERAND.
           MOVE SPACES TO FIELD-VALUE(1) FIELD-VALUE(2).
           UNSTRING DQR-OPERAND DELIMITED BY REPORT-DELIM
              INTO FIELD-VALUE(1) FIELD-VALUE(2)
           END-UNSTRING.
           IF FIELD-VALUE(1) NOT = SPACES
              IF FUNCTION TEST-NUMVAL(FIELD-VALUE(1)) = 0
                 COMPUTE RULE-LOW-VALUE(DQ-RULE-IDX) =
                    FUNCTION NUMVAL(FIELD-VALUE(1))
                 MOVE "Y" TO RULE-HAS-LOW-SW(DQ-RULE-IDX)
              ELSE
                 DISPLAY "*** RANGE LOW BOUND NOT NUMERIC: "
                    DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.
           IF FIELD-VALUE(2) NOT = SPACES
              IF FUNCTION TEST-NUMVAL(FIELD-VALUE(2)) = 0
                 COMPUTE RULE-HIGH-VALUE(DQ-RULE-IDX) =
                    FUNCTION NUMVAL(FIELD-VALUE(2))
                 MOVE "Y" TO RULE-HAS-HIGH-SW(DQ-RULE-IDX)
              ELSE
                 DISPLAY "*** RANGE HIGH BOUND NOT NUMERIC: "
                    DQ-RULE-RECORD
                 SET RUN-HAD-FAILURE TO TRUE
              END-IF
           END-IF.
           IF NOT RULE-HAS-LOW(DQ-RULE-IDX)
              AND NOT RULE-HAS-HIGH(DQ-RULE-IDX)
              DISPLAY "*** RANGE RULE WITH NO BOUNDS: " DQ-RULE-RECORD
              SET RUN-HAD-FAILURE TO TRUE
           END-IF.

       GET-NEXT-REPORT-RECORD.
           READ SQL-REPORT-FILE
              AT END MOVE "Y" TO REPORT-EOF-SW
           END-READ.

      *    WALK THE REPORT THE WAY RPTCHECK DOES: SECTION DELIMITERS
      *    OPEN AND CLOSE AN EXTRACT, EACH STM RECORD IS FOLLOWED BY
      *    ITS COLUMN-HEADING LINE, AND EVERYTHING ELSE INSIDE A
      *    SECTION IS A DETAIL ROW.
       CHECK-REPORT-RECORD.
           EVALUATE TRUE
              WHEN SQL-REPORT-RECORD(1:4) = "HDR "
                 CONTINUE
              WHEN SQL-REPORT-RECORD(1:4) = "TRL "
                 CONTINUE
              WHEN SQL-REPORT-RECORD(1:12) = "*** EXTRACT "
                 IF SQL-REPORT-RECORD(22:5) = "BEGIN"
                    IF INSIDE-SECTION
                       PERFORM END-EXTRACT-SECTION
                    END-IF
                    PERFORM BEGIN-EXTRACT-SECTION
                 ELSE
                    IF INSIDE-SECTION
                       PERFORM END-EXTRACT-SECTION
                    END-IF
                 END-IF
                 MOVE "N" TO EXPECT-HEADING-SW
              WHEN SQL-REPORT-RECORD(1:4) = "STM "
                 MOVE "Y" TO EXPECT-HEADING-SW
              WHEN INSIDE-SECTION
                 IF EXPECTING-HEADING
                    MOVE "N" TO EXPECT-HEADING-SW
                    PERFORM TAKE-HEADING-LINE
                 ELSE
                    PERFORM CHECK-DETAIL-ROW
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM GET-NEXT-REPORT-RECORD.

      *    A NEW SECTION: WORK OUT WHICH RULES APPLY TO ITS EXTRACT,
      *    AND START ITS ROW NUMBERS AND UNIQUE-KEY MEMORY AFRESH.
       BEGIN-EXTRACT-SECTION.
           MOVE "Y" TO IN-SECTION-SW.
           MOVE SQL-REPORT-RECORD(13:8) TO CURRENT-EXTRACT-NAME.
           MOVE 0 TO SECTION-ROW-COUNT.
           MOVE 0 TO SECTION-WARN-COUNT.
           MOVE 0 TO SECTION-BLOCK-COUNT.
           MOVE 0 TO KEY-SEEN-COUNT.
           ADD 1 TO SECTIONS-CHECKED.
           PERFORM SELECT-SECTION-RULE
              VARYING DQ-RULE-IDX FROM 1 BY 1
              UNTIL DQ-RULE-IDX > DQ-RULE-COUNT.

       SELECT-SECTION-RULE.
           MOVE 0 TO RULE-COL-POS(DQ-RULE-IDX).
           MOVE "N" TO RULE-FOUND-SW(DQ-RULE-IDX).
           MOVE "N" TO RULE-KEY-FULL-SW(DQ-RULE-IDX).
           IF RULE-EXTRACT-NAME(DQ-RULE-IDX) = CURRENT-EXTRACT-NAME
              OR RULE-EXTRACT-NAME(DQ-RULE-IDX) = "*ALL"
              MOVE "Y" TO RULE-APPLIES-SW(DQ-RULE-IDX)
           ELSE
              MOVE "N" TO RULE-APPLIES-SW(DQ-RULE-IDX)
           END-IF.

      *    CLOSE THE SECTION: A RULE WHOSE COLUMN NEVER APPEARED IN
      *    ANY OF ITS HEADINGS COULD NOT BE CHECKED, AND SAYS SO AT
      *    ITS OWN SEVERITY; THEN THE SECTION'S TOTALS LINE.
       END-EXTRACT-SECTION.
           MOVE "N" TO IN-SECTION-SW.
           PERFORM CHECK-RULE-COLUMN-SEEN
              VARYING DQ-RULE-IDX FROM 1 BY 1
              UNTIL DQ-RULE-IDX > DQ-RULE-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXTRACT " CURRENT-EXTRACT-NAME
              " ROWS " SECTION-ROW-COUNT
              " WARN " SECTION-WARN-COUNT
              " BLOCK " SECTION-BLOCK-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.

       CHECK-RULE-COLUMN-SEEN.
           IF RULE-APPLIES(DQ-RULE-IDX)
              AND NOT RULE-FOUND-IN-SECTION(DQ-RULE-IDX)
              MOVE 0 TO EXL-ROW-NUMBER
              MOVE "** COLUMN NOT IN EXTRACT **" TO CHECK-VALUE
              PERFORM WRITE-EXCEPTION
           END-IF.

      *    A HEADING LINE NAMES THE COLUMNS OF THE STATEMENT THAT
      *    FOLLOWS; EACH RULE FOR THE EXTRACT IS POINTED AT ITS
      *    COLUMN'S POSITION, OR AT NOTHING FOR THIS STATEMENT.
       TAKE-HEADING-LINE.
           PERFORM SPLIT-REPORT-LINE.
           PERFORM TAKE-HEADING-NAME
              VARYING FIELD-IDX FROM 1 BY 1
              UNTIL FIELD-IDX > FIELD-MAX.
           PERFORM LOCATE-RULE-COLUMN
              VARYING DQ-RULE-IDX FROM 1 BY 1
              UNTIL DQ-RULE-IDX > DQ-RULE-COUNT.

       TAKE-HEADING-NAME.
           MOVE FIELD-VALUE(FIELD-IDX) TO HEADING-NAME(FIELD-IDX).

       LOCATE-RULE-COLUMN.
           MOVE 0 TO RULE-COL-POS(DQ-RULE-IDX).
           IF RULE-APPLIES(DQ-RULE-IDX)
              PERFORM MATCH-HEADING-NAME
                 VARYING FIELD-IDX FROM 1 BY 1
                 UNTIL FIELD-IDX > FIELD-MAX
                    OR RULE-COL-POS(DQ-RULE-IDX) > 0
           END-IF.

       MATCH-HEADING-NAME.
           IF HEADING-NAME(FIELD-IDX) = RULE-COLUMN-NAME(DQ-RULE-IDX)
              MOVE FIELD-IDX TO RULE-COL-POS(DQ-RULE-IDX)
              MOVE "Y" TO RULE-FOUND-SW(DQ-RULE-IDX)
           END-IF.

      *    ONE DATA ROW: NUMBER IT WITHIN THE SECTION AND PUT IT
      *    THROUGH EVERY RULE POINTED AT ONE OF ITS COLUMNS.
       CHECK-DETAIL-ROW.
           ADD 1 TO SECTION-ROW-COUNT.
           ADD 1 TO ROWS-CHECKED.
           PERFORM SPLIT-REPORT-LINE.
           PERFORM APPLY-QUALITY-RULE
              VARYING DQ-RULE-IDX FROM 1 BY 1
              UNTIL DQ-RULE-IDX > DQ-RULE-COUNT.

      *    SPLIT THE CURRENT RECORD AT THE REPORT DELIMITER. A ROW
      *    SHORTER THAN ITS HEADING LEAVES THE MISSING TRAILING
      *    COLUMNS EMPTY, WHICH IS HOW THE WRITER REPRESENTS NULL.
       SPLIT-REPORT-LINE.
           MOVE 0 TO TRAIL-SPACE-COUNT.
           INSPECT FUNCTION REVERSE(SQL-REPORT-RECORD)
              TALLYING TRAIL-SPACE-COUNT FOR LEADING SPACES.
           COMPUTE LINE-LEN = 2000 - TRAIL-SPACE-COUNT.
           MOVE 1 TO FIELD-PTR.
           PERFORM SPLIT-ONE-FIELD
              VARYING FIELD-IDX FROM 1 BY 1
              UNTIL FIELD-IDX > FIELD-MAX.

       SPLIT-ONE-FIELD.
           MOVE SPACES TO FIELD-VALUE(FIELD-IDX).
           IF FIELD-PTR <= LINE-LEN
              UNSTRING SQL-REPORT-RECORD(1:LINE-LEN)
                 DELIMITED BY REPORT-DELIM
                 INTO FIELD-VALUE(FIELD-IDX)
                 WITH POINTER FIELD-PTR
              END-UNSTRING
           END-IF.

       APPLY-QUALITY-RULE.
           IF RULE-APPLIES(DQ-RULE-IDX)
              AND RULE-COL-POS(DQ-RULE-IDX) > 0
              MOVE FIELD-VALUE(RULE-COL-POS(DQ-RULE-IDX))
                 TO CHECK-VALUE
              MOVE SECTION-ROW-COUNT TO EXL-ROW-NUMBER
              EVALUATE RULE-TYPE(DQ-RULE-IDX)
                 WHEN "NOTEMPTY"
                    IF CHECK-VALUE = SPACES
                       PERFORM WRITE-EXCEPTION
                    END-IF
                 WHEN "RANGE"
                    IF CHECK-VALUE NOT = SPACES
                       PERFORM CHECK-RANGE-RULE
                    END-IF
                 WHEN "NOTAFTER"
                    IF CHECK-VALUE NOT = SPACES
                       PERFORM CHECK-NOTAFTER-RULE
                    END-IF
                 WHEN "INLIST"
                    IF CHECK-VALUE NOT = SPACES
                       PERFORM CHECK-INLIST-RULE
                    END-IF
                 WHEN "UNIQUE"
                    IF CHECK-VALUE NOT = SPACES
                       PERFORM CHECK-UNIQUE-RULE
                    END-IF
              END-EVALUATE
           END-IF.

      *    A VALUE THAT IS NOT A NUMBER AT ALL FAILS THE RANGE TOO.
       CHECK-RANGE-RULE.
           IF FUNCTION TEST-NUMVAL(CHECK-VALUE) NOT = 0
              PERFORM WRITE-EXCEPTION
           ELSE
              COMPUTE CHECK-NUMBER = FUNCTION NUMVAL(CHECK-VALUE)
              IF (RULE-HAS-LOW(DQ-RULE-IDX)
                  AND CHECK-NUMBER < RULE-LOW-VALUE(DQ-RULE-IDX))
                 OR (RULE-HAS-HIGH(DQ-RULE-IDX)
                  AND CHECK-NUMBER > RULE-HIGH-VALUE(DQ-RULE-IDX))
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.

      *    DATE COLUMNS COME OUT OF THE EXTRACT AS THE ISO
      *    YYYY-MM-DD SET UP AT CONNECT TIME; A PLAIN YYYYMMDD IS
      *    TAKEN AS WELL. ANYTHING ELSE IS NOT A DATE AND FAILS.
       CHECK-NOTAFTER-RULE.
           IF CHECK-VALUE(5:1) = "-" AND CHECK-VALUE(8:1) = "-"
              STRING CHECK-VALUE(1:4) CHECK-VALUE(6:2)
                 CHECK-VALUE(9:2) DELIMITED BY SIZE
                 INTO CHECK-DATE-X
              END-STRING
           ELSE
              MOVE CHECK-VALUE(1:8) TO CHECK-DATE-X
           END-IF.
           IF CHECK-DATE-X IS NOT NUMERIC
              PERFORM WRITE-EXCEPTION
           ELSE
              IF CHECK-DATE-X > TODAY-DATE-X
                 PERFORM WRITE-EXCEPTION
              END-IF
           END-IF.

       CHECK-INLIST-RULE.
           MOVE SPACES TO LIST-PROBE.
           MOVE 1 TO LIST-PROBE-PTR.
           STRING REPORT-DELIM DELIMITED BY SIZE
                  FUNCTION TRIM(CHECK-VALUE) DELIMITED BY SIZE
                  REPORT-DELIM DELIMITED BY SIZE
              INTO LIST-PROBE
              WITH POINTER LIST-PROBE-PTR
           END-STRING.
           SUBTRACT 1 FROM LIST-PROBE-PTR.
           MOVE 0 TO LIST-HIT-COUNT.
           IF LIST-PROBE-PTR <= 67
              INSPECT RULE-LIST-TEXT(DQ-RULE-IDX)
                 TALLYING LIST-HIT-COUNT
                 FOR ALL LIST-PROBE(1:LIST-PROBE-PTR)
           END-IF.
           IF LIST-HIT-COUNT = 0
              PERFORM WRITE-EXCEPTION
           END-IF.

      *    UNIQUENESS HOLDS WITHIN ONE EXTRACT SECTION. THE MEMORY OF
      *    VALUES SEEN IS FINITE; WHEN IT FILLS, THE RULE SAYS ONCE
      *    THAT THE REST OF THE SECTION WENT UNCHECKED RATHER THAN
      *    PASSING IT SILENTLY.
       CHECK-UNIQUE-RULE.
           MOVE "N" TO KEY-FOUND-SW.
           PERFORM MATCH-SEEN-KEY
              VARYING KEY-SEEN-IDX FROM 1 BY 1
              UNTIL KEY-SEEN-IDX > KEY-SEEN-COUNT
                 OR KEY-ALREADY-SEEN.
           IF KEY-ALREADY-SEEN
              PERFORM WRITE-EXCEPTION
           ELSE
              IF KEY-SEEN-COUNT < KEY-SEEN-MAX
                 ADD 1 TO KEY-SEEN-COUNT
                 MOVE DQ-RULE-IDX TO KEY-SEEN-RULE(KEY-SEEN-COUNT)
                 MOVE CHECK-VALUE TO KEY-SEEN-VALUE(KEY-SEEN-COUNT)
              ELSE
                 IF NOT RULE-KEY-TABLE-FULL(DQ-RULE-IDX)
                    MOVE "Y" TO RULE-KEY-FULL-SW(DQ-RULE-IDX)
                    MOVE "** TOO MANY ROWS - REST NOT CHECKED **"
                       TO CHECK-VALUE
                    PERFORM WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF.

       MATCH-SEEN-KEY.
           IF KEY-SEEN-RULE(KEY-SEEN-IDX) = DQ-RULE-IDX
              AND KEY-SEEN-VALUE(KEY-SEEN-IDX) = CHECK-VALUE
              MOVE "Y" TO KEY-FOUND-SW
           END-IF.

      *    ONE EXCEPTION LINE FOR THE CURRENT RULE; EXL-ROW-NUMBER
      *    AND CHECK-VALUE ARE SET BY THE CALLER.
       WRITE-EXCEPTION.
           MOVE CURRENT-EXTRACT-NAME TO EXL-EXTRACT-NAME.
           MOVE RULE-COLUMN-NAME(DQ-RULE-IDX) TO EXL-COLUMN-NAME.
           MOVE RULE-TYPE(DQ-RULE-IDX) TO EXL-RULE-TYPE.
           MOVE RULE-SEVERITY(DQ-RULE-IDX) TO EXL-SEVERITY.
           MOVE CHECK-VALUE TO EXL-VALUE.
           IF RULE-IS-BLOCKING(DQ-RULE-IDX)
              ADD 1 TO BLOCK-COUNT
              ADD 1 TO SECTION-BLOCK-COUNT
           ELSE
              ADD 1 TO WARN-COUNT
              ADD 1 TO SECTION-WARN-COUNT
           END-IF.
           MOVE EXCEPTION-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *    A REPORT THAT ENDS INSIDE A SECTION (RPTCHECK HAS ALREADY
      *    JUDGED ITS COMPLETENESS) STILL HAS THE OPEN SECTION CLOSED
      *    OFF, SO ITS MISSING-COLUMN CHECK AND TOTALS ARE NOT LOST.
       WRITE-RUN-SUMMARY.
           IF INSIDE-SECTION
              PERFORM END-EXTRACT-SECTION
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTIONS " SECTIONS-CHECKED
              " ROWS " ROWS-CHECKED
              " WARN " WARN-COUNT
              " BLOCK " BLOCK-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           PERFORM WRITE-REPORT-LINE.
           IF BLOCK-COUNT > 0
              DISPLAY "BLOCKING DATA-QUALITY EXCEPTIONS - EXTRACT "
                 "MUST NOT BE BRIDGED TO SIGNING"
           END-IF.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO DQ-EXCEPTION-RECORD.
           WRITE DQ-EXCEPTION-RECORD.
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
