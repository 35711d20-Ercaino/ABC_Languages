      * HELLO-PLAN
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloPlan_Cobol helloPlan_Cobol.cob
      *   ./helloPlan_Cobol [STREAMS] [WINDOW-END] [START]
      *
      * Batch-window planner. The control-file driver runs every
      * HELLO.CONTROL record in series, and as HELLO-CTLBLD adds
      * registered environments the verification step is pushing
      * against the end of the batch window. This program estimates
      * each control record's run time, splits the records into N
      * parallel streams balanced by expected duration, and prints a
      * projected finish per stream against the window end, so
      * operations know before the window opens whether verification
      * will fit.
      *
      * A record's estimate is the sum of the HELLO.BASELINE average
      * elapsed centiseconds (BASE-AVG-CS) for the checks that will
      * actually run for its environment: the check table and the
      * per-environment enabled rules come from HELLO.CHECKCAT the
      * way HELLO-WORLD builds them (the five built-in checks when
      * there is no catalog), and a control record's 'N' slot flags
      * leave those slots out. An enabled check with no baseline
      * sample for the environment is costed at the environment's
      * mean baselined check; an environment with no baseline sample
      * for any enabled check is flagged UNKNOWN-DURATION and costed
      * at the longest known record, so it cannot make a stream look
      * shorter than it is.
      *
      * Balancing is longest-estimate-first onto the least-loaded
      * stream. Inside each stream the records keep their
      * HELLO.CONTROL order, which HELLO-CTLBLD writes stalest-first.
      * Stream n is written to HELLO.CTLSn and run with HW_STREAM=n
      * (see HELLO-WORLD); the streams run concurrently under the
      * suite lock. Stream files above N, left by an earlier wider
      * plan, are emptied so a stray stream has nothing to run. An
      * empty or missing HELLO.CONTROL empties all nine, so no stream
      * re-runs an earlier night's plan.
      *
      * Arguments and environment variables:
      *   argument 1        number of streams, 1-9 (HW_PLAN_STREAMS
      *                     next, default 2)
      *   argument 2        window end HHMM (HW_WINDOW_END next,
      *                     default 0600); an end at or before the
      *                     start is taken as the next day
      *   argument 3        stream start HHMM (HW_PLAN_START next,
      *                     default now)
      *
      * Files:
      *   HELLO.CONTROL   driver control file (input, see HELLO-CTLBLD)
      *   HELLO.CHECKCAT  optional check catalog (see HELLO-WORLD)
      *   HELLO.BASELINE  rolling per-check-per-environment timings
      *   HELLO.CTLSn     stream control files, driver layout
      *
      * RETURN-CODE 0 = every stream fits the window, 4 = a stream
      * is projected to overrun, an environment has no baseline or
      * there are no environments to plan, 8 = control file missing
      * or unreadable, or a stream file could not be written.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-PLAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-CONTROL-FILE ASSIGN TO 'HELLO.CONTROL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT HELLO-CHECKCAT-FILE ASSIGN TO 'HELLO.CHECKCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT HELLO-BASELINE-FILE ASSIGN TO 'HELLO.BASELINE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASELINE-FILE-STATUS.
           SELECT HELLO-STREAM-FILE
               ASSIGN USING WS-STREAM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STREAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CONTROL-FILE.
       01  CTL-RECORD.
           05  CTL-ENV-NAME            PIC X(4).
           05  FILLER                  PIC X(1).
           05  CTL-GREETING            PIC X(20).
           05  FILLER                  PIC X(1).
           05  CTL-CHECK-FLAGS.
               10  CTL-CHECK-FLAG OCCURS 10 TIMES
                                       PIC X(1).
           05  FILLER                  PIC X(44).

       FD  HELLO-CHECKCAT-FILE.
       01  CCAT-RECORD.
           05  CCAT-CHECK-NUMBER       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  CCAT-ENV-NAME           PIC X(4).
           05  FILLER                  PIC X(1).
           05  CCAT-ENABLED-FLAG       PIC X(1).
           05  FILLER                  PIC X(71).

       FD  HELLO-BASELINE-FILE.
       01  BASE-RECORD.
           05  BASE-ENV-NAME           PIC X(4).
           05  BASE-CHECK-NUMBER       PIC 9(2).
           05  BASE-AVG-CS             PIC 9(7).
           05  BASE-SAMPLE-COUNT       PIC 9(5).
           05  FILLER                  PIC X(14).

       FD  HELLO-STREAM-FILE.
       01  STREAM-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-CONTROL-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-CAT-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-BASELINE-FILE-STATUS     PIC X(2)  VALUE '00'.
       01  WS-STREAM-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-STREAM-FILE-NAME         PIC X(16) VALUE SPACES.

       01  WS-CONTROL-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-CONTROL-EOF                    VALUE 'Y'.
       01  WS-CAT-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-CAT-EOF                        VALUE 'Y'.
       01  WS-BASELINE-EOF-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-BASELINE-EOF                   VALUE 'Y'.

       01  WS-PLAN-ERROR-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-PLAN-ERROR                     VALUE 'Y'.
       01  WS-CONTROL-MISSING-FLAG     PIC X(1)  VALUE 'N'.
           88  WS-CONTROL-MISSING                VALUE 'Y'.

      *    Streams, window end and start, from the arguments or their
      *    environment variables. Numeric arguments arrive
      *    left-justified and are accumulated digit by digit.
       01  WS-PARM-WORK.
           05  WS-NUM-ARG              PIC X(8)  VALUE SPACES.
           05  WS-NUM-VALUE            PIC 9(5)  VALUE 0.
           05  WS-NUM-DIGITS           PIC 9(2)  VALUE 0 COMP.
           05  WS-NUM-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-NUM-DIGIT            PIC 9(1)  VALUE 0.
           05  WS-NUM-BAD-FLAG         PIC X(1)  VALUE 'N'.
           05  WS-STREAM-COUNT         PIC 9(1)  VALUE 2.
           05  WS-STREAM-MAX           PIC 9(1)  VALUE 9.
           05  WS-WINDOW-END-HHMM      PIC 9(4)  VALUE 0600.
           05  WS-WINDOW-END-PARTS REDEFINES WS-WINDOW-END-HHMM.
               10  WS-WINDOW-END-HH    PIC 9(2).
               10  WS-WINDOW-END-MM    PIC 9(2).
           05  WS-START-HHMM           PIC 9(4)  VALUE 0.
           05  WS-START-PARTS REDEFINES WS-START-HHMM.
               10  WS-START-HH         PIC 9(2).
               10  WS-START-MM         PIC 9(2).

      *    Clock arithmetic in centiseconds from midnight of the
      *    start day; a day is 8,640,000.
       01  WS-CLOCK-WORK.
           05  WS-DAY-CS               PIC 9(9)  VALUE 8640000.
           05  WS-START-CS             PIC 9(9)  VALUE 0.
           05  WS-WINDOW-END-CS        PIC 9(9)  VALUE 0.
           05  WS-FINISH-CS            PIC 9(9)  VALUE 0.
           05  WS-MARGIN-CS            PIC 9(9)  VALUE 0.
           05  WS-FMT-CS               PIC 9(9)  VALUE 0.
           05  WS-FMT-DAYS             PIC 9(3)  VALUE 0.
           05  WS-FMT-REM              PIC 9(9)  VALUE 0.
           05  WS-FMT-HH               PIC 9(2)  VALUE 0.
           05  WS-FMT-MM               PIC 9(2)  VALUE 0.
           05  WS-FMT-SS               PIC 9(2)  VALUE 0.
           05  WS-FMT-TEXT             PIC X(12) VALUE SPACES.

      *    Check table and per-environment rules, built as HELLO-WORLD
      *    builds them (1200/1270 there): the first catalog record
      *    for a check number makes the entry, every record adds an
      *    environment rule, 'ALL ' or blank is the default rule.
       01  WS-CHECK-LIMITS.
           05  WS-CHECK-MAX            PIC 9(2)  VALUE 20 COMP.
           05  WS-CHECK-COUNT          PIC 9(2)  VALUE 0  COMP.
           05  WS-CHECK-OVERFLOW       PIC 9(5)  VALUE 0.
           05  WS-CAT-MODE-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-CATALOG-MODE               VALUE 'Y'.
           05  WS-CAT-RECORDS-BAD      PIC 9(5)  VALUE 0.
       01  WS-CHECK-TABLE.
           05  WS-CHECK-ENTRY OCCURS 20 TIMES INDEXED BY WS-CHECK-IDX.
               10  WS-CHECK-NUMBER     PIC 9(2).
               10  WS-CHECK-RULE-COUNT PIC 9(2)  COMP.
               10  WS-CHECK-ENV-RULE OCCURS 8 TIMES.
                   15  WS-CHECK-RULE-ENV
                                       PIC X(4).
                   15  WS-CHECK-RULE-FLAG
                                       PIC X(1).

       01  WS-CAT-WORK.
           05  WS-CAT-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-CAT-FOUND            PIC X(1)  VALUE 'N'.
           05  WS-RULE-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-RULE-DEFAULT         PIC X(1)  VALUE 'Y'.
           05  WS-RULE-EXACT           PIC X(1)  VALUE ' '.
           05  WS-CHECK-ENABLED-FLAG   PIC X(1)  VALUE 'Y'.

       01  WS-BASE-LIMITS.
           05  WS-BASE-MAX             PIC 9(3)  VALUE 200 COMP.
           05  WS-BASE-COUNT           PIC 9(3)  VALUE 0   COMP.
           05  WS-BASE-OVERFLOW        PIC 9(5)  VALUE 0.
           05  WS-BASE-FOUND           PIC X(1)  VALUE 'N'.
           05  WS-BASE-FOUND-CS        PIC 9(7)  VALUE 0.
       01  WS-BASE-TABLE.
           05  WS-BASE-ENTRY OCCURS 200 TIMES INDEXED BY WS-BASE-IDX.
               10  WS-BASE-ENV         PIC X(4).
               10  WS-BASE-CHECK       PIC 9(2).
               10  WS-BASE-AVG-CS      PIC 9(7).

      *    Control records in file order (sized to match HELLO-CTLBLD
      *    and HELLO-WORLD), with their estimates and stream.
       01  WS-PLN-LIMITS.
           05  WS-PLN-MAX              PIC 9(2)  VALUE 24 COMP.
           05  WS-PLN-COUNT            PIC 9(2)  VALUE 0  COMP.
           05  WS-PLN-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-PLN-TABLE.
           05  WS-PLN-ENTRY OCCURS 24 TIMES INDEXED BY WS-PLN-IDX.
               10  WS-PLN-RECORD       PIC X(80).
               10  WS-PLN-ENV          PIC X(4).
               10  WS-PLN-CHECKS       PIC 9(2).
               10  WS-PLN-UNBASED      PIC 9(2).
               10  WS-PLN-EST-CS       PIC 9(9).
               10  WS-PLN-UNKNOWN-FLAG PIC X(1).
               10  WS-PLN-STREAM       PIC 9(1).

       01  WS-STR-TABLE.
           05  WS-STR-ENTRY OCCURS 9 TIMES.
               10  WS-STR-RECORDS      PIC 9(2).
               10  WS-STR-LOAD-CS      PIC 9(9).
               10  WS-STR-UNKNOWN      PIC 9(2).

       01  WS-ESTIMATE-WORK.
           05  WS-STR-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-BEST-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-PICK-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-PICK-CS              PIC 9(9)  VALUE 0.
           05  WS-ASSIGNED             PIC 9(2)  VALUE 0 COMP.
           05  WS-KNOWN-CS             PIC 9(9)  VALUE 0.
           05  WS-KNOWN-CHECKS         PIC 9(2)  VALUE 0.
           05  WS-LONGEST-KNOWN-CS     PIC 9(9)  VALUE 0.
           05  WS-TOTAL-CS             PIC 9(9)  VALUE 0.
           05  WS-UNKNOWN-ENVS         PIC 9(2)  VALUE 0.
           05  WS-OVERRUN-STREAMS      PIC 9(2)  VALUE 0.
           05  WS-STREAM-RECS-WRITTEN  PIC 9(5)  VALUE 0.

       01  WS-PLAN-LINE.
           05  WS-PL-RECNO             PIC Z9.
           05  FILLER                  PIC X(2).
           05  WS-PL-ENV               PIC X(4).
           05  FILLER                  PIC X(2).
           05  WS-PL-CHECKS            PIC Z9.
           05  FILLER                  PIC X(2).
           05  WS-PL-EST               PIC X(12).
           05  FILLER                  PIC X(2).
           05  WS-PL-STREAM            PIC 9(1).
           05  FILLER                  PIC X(3).
           05  WS-PL-NOTE              PIC X(40).

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZ9.
           05  WS-ED-SMALL             PIC Z9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-CHECK-CATALOG
           PERFORM 2200-LOAD-BASELINE-FILE
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           PERFORM 2400-LOAD-CONTROL-FILE
           IF NOT WS-PLAN-ERROR
               IF WS-PLN-COUNT > 0
                   PERFORM 3000-ESTIMATE-RECORDS
                   PERFORM 4000-BALANCE-STREAMS
               END-IF
               PERFORM 5000-WRITE-STREAM-FILES
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           IF NOT WS-PLAN-ERROR AND WS-PLN-COUNT > 0
               PERFORM 6000-PRINT-RECORD-SECTION
               PERFORM 6500-PRINT-STREAM-SECTION
           END-IF
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOPLN' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-TIME(1:4) TO WS-START-HHMM
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NUM-ARG
           END-ACCEPT
           IF WS-NUM-ARG = SPACES
               ACCEPT WS-NUM-ARG FROM ENVIRONMENT 'HW_PLAN_STREAMS'
           END-IF
           IF WS-NUM-ARG NOT = SPACES
               PERFORM 1250-ACCUMULATE-NUM-ARG
               IF WS-NUM-BAD-FLAG = 'Y' OR WS-NUM-VALUE = 0
                       OR WS-NUM-VALUE > WS-STREAM-MAX
                   DISPLAY 'PLAN: STREAMS ''' WS-NUM-ARG
                       ''' INVALID, USING 2'
               ELSE
                   MOVE WS-NUM-VALUE TO WS-STREAM-COUNT
               END-IF
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NUM-ARG
           END-ACCEPT
           IF WS-NUM-ARG = SPACES
               ACCEPT WS-NUM-ARG FROM ENVIRONMENT 'HW_WINDOW_END'
           END-IF
           IF WS-NUM-ARG NOT = SPACES
               PERFORM 1250-ACCUMULATE-NUM-ARG
               IF WS-NUM-BAD-FLAG = 'Y' OR WS-NUM-DIGITS NOT = 4
                       OR WS-NUM-ARG(1:2) > '23'
                       OR WS-NUM-ARG(3:2) > '59'
                   DISPLAY 'PLAN: WINDOW END ''' WS-NUM-ARG
                       ''' INVALID, USING 0600'
               ELSE
                   MOVE WS-NUM-VALUE TO WS-WINDOW-END-HHMM
               END-IF
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NUM-ARG
           END-ACCEPT
           IF WS-NUM-ARG = SPACES
               ACCEPT WS-NUM-ARG FROM ENVIRONMENT 'HW_PLAN_START'
           END-IF
           IF WS-NUM-ARG NOT = SPACES
               PERFORM 1250-ACCUMULATE-NUM-ARG
               IF WS-NUM-BAD-FLAG = 'Y' OR WS-NUM-DIGITS NOT = 4
                       OR WS-NUM-ARG(1:2) > '23'
                       OR WS-NUM-ARG(3:2) > '59'
                   DISPLAY 'PLAN: START ''' WS-NUM-ARG
                       ''' INVALID, USING NOW'
               ELSE
                   MOVE WS-NUM-VALUE TO WS-START-HHMM
               END-IF
           END-IF
           COMPUTE WS-START-CS
               = (WS-START-HH * 60 + WS-START-MM) * 6000
           COMPUTE WS-WINDOW-END-CS
               = (WS-WINDOW-END-HH * 60 + WS-WINDOW-END-MM) * 6000
           IF WS-WINDOW-END-CS NOT > WS-START-CS
               ADD WS-DAY-CS TO WS-WINDOW-END-CS
           END-IF.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'BATCH-WINDOW PLAN: ' WS-STREAM-COUNT
               ' STREAM(S), START ' WS-START-HHMM
               ', WINDOW END ' WS-WINDOW-END-HHMM.

      *    Accumulate the digits of WS-NUM-ARG into WS-NUM-VALUE and
      *    count them; a non-digit before the first space, or more
      *    than five digits, sets WS-NUM-BAD-FLAG.
       1250-ACCUMULATE-NUM-ARG.
           MOVE 'N' TO WS-NUM-BAD-FLAG
           MOVE 0 TO WS-NUM-VALUE
           MOVE 0 TO WS-NUM-DIGITS
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > 8
                   OR WS-NUM-ARG(WS-NUM-SUB:1) = SPACE
                   OR WS-NUM-BAD-FLAG = 'Y'
               IF WS-NUM-ARG(WS-NUM-SUB:1) IS NUMERIC
                       AND WS-NUM-SUB < 6
                   MOVE WS-NUM-ARG(WS-NUM-SUB:1) TO WS-NUM-DIGIT
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-NUM-DIGIT
                   ADD 1 TO WS-NUM-DIGITS
               ELSE
                   MOVE 'Y' TO WS-NUM-BAD-FLAG
               END-IF
           END-PERFORM.

      *    No catalog means the driver's five built-in checks, numbered
      *    by slot and enabled everywhere.
       2000-LOAD-CHECK-CATALOG.
           MOVE LOW-VALUES TO WS-CHECK-TABLE
           OPEN INPUT HELLO-CHECKCAT-FILE
           EVALUATE WS-CAT-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CAT-MODE-FLAG
                   PERFORM 2010-READ-CATALOG-RECORD
                       UNTIL WS-CAT-EOF
                   CLOSE HELLO-CHECKCAT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2000-LOAD-CHECK-CATALOG' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.CHECKCAT' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-CAT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           END-EVALUATE
           IF WS-CHECK-COUNT = 0
               MOVE 'N' TO WS-CAT-MODE-FLAG
               MOVE 5 TO WS-CHECK-COUNT
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                   MOVE WS-CHECK-IDX TO WS-CHECK-NUMBER(WS-CHECK-IDX)
                   MOVE 0 TO WS-CHECK-RULE-COUNT(WS-CHECK-IDX)
               END-PERFORM
           END-IF.

       2010-READ-CATALOG-RECORD.
           READ HELLO-CHECKCAT-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-FLAG
               NOT AT END
                   IF CCAT-CHECK-NUMBER IS NUMERIC
                           AND CCAT-CHECK-NUMBER > 0
                           AND CCAT-CHECK-NUMBER <= WS-CHECK-MAX
                       PERFORM 2020-POST-CATALOG-RECORD
                   ELSE
                       ADD 1 TO WS-CAT-RECORDS-BAD
                   END-IF
           END-READ.

       2020-POST-CATALOG-RECORD.
           MOVE 'N' TO WS-CAT-FOUND
           MOVE 0 TO WS-CAT-SUB
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                   OR WS-CAT-FOUND = 'Y'
               IF WS-CHECK-NUMBER(WS-CHECK-IDX) = CCAT-CHECK-NUMBER
                   MOVE 'Y' TO WS-CAT-FOUND
                   SET WS-CAT-SUB TO WS-CHECK-IDX
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND = 'N'
               IF WS-CHECK-COUNT < WS-CHECK-MAX
                   ADD 1 TO WS-CHECK-COUNT
                   MOVE WS-CHECK-COUNT TO WS-CAT-SUB
                   MOVE CCAT-CHECK-NUMBER
                       TO WS-CHECK-NUMBER(WS-CAT-SUB)
                   MOVE 0 TO WS-CHECK-RULE-COUNT(WS-CAT-SUB)
               ELSE
                   ADD 1 TO WS-CHECK-OVERFLOW
               END-IF
           END-IF
           IF WS-CAT-SUB > 0
               IF WS-CHECK-RULE-COUNT(WS-CAT-SUB) < 8
                   ADD 1 TO WS-CHECK-RULE-COUNT(WS-CAT-SUB)
                   MOVE WS-CHECK-RULE-COUNT(WS-CAT-SUB)
                       TO WS-RULE-SUB
                   IF CCAT-ENV-NAME = SPACES
                       MOVE 'ALL' TO WS-CHECK-RULE-ENV
                           (WS-CAT-SUB WS-RULE-SUB)
                   ELSE
                       MOVE CCAT-ENV-NAME TO WS-CHECK-RULE-ENV
                           (WS-CAT-SUB WS-RULE-SUB)
                   END-IF
                   IF CCAT-ENABLED-FLAG = 'N'
                       MOVE 'N' TO WS-CHECK-RULE-FLAG
                           (WS-CAT-SUB WS-RULE-SUB)
                   ELSE
                       MOVE 'Y' TO WS-CHECK-RULE-FLAG
                           (WS-CAT-SUB WS-RULE-SUB)
                   END-IF
               END-IF
           END-IF.

      *    Only baselines with samples count; no baseline file means
      *    every environment is unknown-duration.
       2200-LOAD-BASELINE-FILE.
           OPEN INPUT HELLO-BASELINE-FILE
           EVALUATE WS-BASELINE-FILE-STATUS
               WHEN '00'
                   PERFORM 2210-READ-BASELINE-RECORD
                       UNTIL WS-BASELINE-EOF
                   CLOSE HELLO-BASELINE-FILE
               WHEN '35'
                   DISPLAY 'PLAN: NO HELLO.BASELINE - EVERY'
                       ' ENVIRONMENT IS UNKNOWN-DURATION'
               WHEN OTHER
                   MOVE '2200-LOAD-BASELINE-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.BASELINE' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-BASELINE-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           END-EVALUATE.

       2210-READ-BASELINE-RECORD.
           READ HELLO-BASELINE-FILE
               AT END
                   MOVE 'Y' TO WS-BASELINE-EOF-FLAG
               NOT AT END
                   IF BASE-AVG-CS IS NUMERIC
                           AND BASE-SAMPLE-COUNT IS NUMERIC
                           AND BASE-CHECK-NUMBER IS NUMERIC
                           AND BASE-SAMPLE-COUNT > 0
                       IF WS-BASE-COUNT < WS-BASE-MAX
                           ADD 1 TO WS-BASE-COUNT
                           MOVE BASE-ENV-NAME
                               TO WS-BASE-ENV(WS-BASE-COUNT)
                           MOVE BASE-CHECK-NUMBER
                               TO WS-BASE-CHECK(WS-BASE-COUNT)
                           MOVE BASE-AVG-CS
                               TO WS-BASE-AVG-CS(WS-BASE-COUNT)
                       ELSE
                           ADD 1 TO WS-BASE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       2400-LOAD-CONTROL-FILE.
           OPEN INPUT HELLO-CONTROL-FILE
           EVALUATE WS-CONTROL-FILE-STATUS
               WHEN '00'
                   PERFORM 2410-READ-CONTROL-RECORD
                       UNTIL WS-CONTROL-EOF
                   CLOSE HELLO-CONTROL-FILE
                   IF WS-PLN-COUNT = 0
                       DISPLAY 'PLAN: HELLO.CONTROL IS EMPTY -'
                           ' NO ENVIRONMENTS TO PLAN'
                   END-IF
               WHEN '35'
                   DISPLAY 'PLAN: NO HELLO.CONTROL - RUN HELLO-CTLBLD'
                       ' FIRST'
                   MOVE 'Y' TO WS-CONTROL-MISSING-FLAG
               WHEN OTHER
                   MOVE '2400-LOAD-CONTROL-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.CONTROL' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-CONTROL-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-PLAN-ERROR-FLAG
           END-EVALUATE.

       2410-READ-CONTROL-RECORD.
           READ HELLO-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-FLAG
               NOT AT END
                   IF WS-PLN-COUNT < WS-PLN-MAX
                       ADD 1 TO WS-PLN-COUNT
                       MOVE CTL-RECORD TO WS-PLN-RECORD(WS-PLN-COUNT)
                       MOVE CTL-ENV-NAME TO WS-PLN-ENV(WS-PLN-COUNT)
                   ELSE
                       ADD 1 TO WS-PLN-OVERFLOW
                   END-IF
           END-READ.

      *    First pass costs the baselined checks and notes the
      *    longest fully-known record; the second costs the
      *    unknown-duration records at that figure.
       3000-ESTIMATE-RECORDS.
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-COUNT
               PERFORM 3100-ESTIMATE-ONE-RECORD
           END-PERFORM
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-COUNT
               IF WS-PLN-UNKNOWN-FLAG(WS-PLN-IDX) = 'Y'
                   MOVE WS-LONGEST-KNOWN-CS
                       TO WS-PLN-EST-CS(WS-PLN-IDX)
                   ADD 1 TO WS-UNKNOWN-ENVS
               END-IF
               ADD WS-PLN-EST-CS(WS-PLN-IDX) TO WS-TOTAL-CS
           END-PERFORM.

       3100-ESTIMATE-ONE-RECORD.
           MOVE WS-PLN-RECORD(WS-PLN-IDX) TO CTL-RECORD
           MOVE 0 TO WS-PLN-CHECKS(WS-PLN-IDX)
           MOVE 0 TO WS-PLN-UNBASED(WS-PLN-IDX)
           MOVE 0 TO WS-PLN-EST-CS(WS-PLN-IDX)
           MOVE 'N' TO WS-PLN-UNKNOWN-FLAG(WS-PLN-IDX)
           MOVE 0 TO WS-PLN-STREAM(WS-PLN-IDX)
           MOVE 0 TO WS-KNOWN-CS
           MOVE 0 TO WS-KNOWN-CHECKS
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
               PERFORM 3200-JUDGE-CHECK-ENABLED
               IF WS-CHECK-ENABLED-FLAG = 'Y'
                   ADD 1 TO WS-PLN-CHECKS(WS-PLN-IDX)
                   PERFORM 3300-FIND-BASELINE
                   IF WS-BASE-FOUND = 'Y'
                       ADD 1 TO WS-KNOWN-CHECKS
                       ADD WS-BASE-FOUND-CS TO WS-KNOWN-CS
                   ELSE
                       ADD 1 TO WS-PLN-UNBASED(WS-PLN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PLN-CHECKS(WS-PLN-IDX) = 0
                   CONTINUE
               WHEN WS-KNOWN-CHECKS = 0
                   MOVE 'Y' TO WS-PLN-UNKNOWN-FLAG(WS-PLN-IDX)
               WHEN OTHER
                   COMPUTE WS-PLN-EST-CS(WS-PLN-IDX)
                       = WS-KNOWN-CS
                       + WS-KNOWN-CS * WS-PLN-UNBASED(WS-PLN-IDX)
                         / WS-KNOWN-CHECKS
                   IF WS-PLN-EST-CS(WS-PLN-IDX) > WS-LONGEST-KNOWN-CS
                       MOVE WS-PLN-EST-CS(WS-PLN-IDX)
                           TO WS-LONGEST-KNOWN-CS
                   END-IF
           END-EVALUATE.

      *    Same rule as HELLO-WORLD 2060: a control 'N' in the check's
      *    slot (1-10) leaves it out, otherwise an exact environment
      *    rule outranks the 'ALL' default and no rule means enabled.
       3200-JUDGE-CHECK-ENABLED.
           MOVE 'Y' TO WS-CHECK-ENABLED-FLAG
           IF WS-CHECK-IDX <= 10
               IF CTL-CHECK-FLAG(WS-CHECK-IDX) = 'N'
                   MOVE 'N' TO WS-CHECK-ENABLED-FLAG
               END-IF
           END-IF
           IF WS-CATALOG-MODE AND WS-CHECK-ENABLED-FLAG = 'Y'
               MOVE 'Y' TO WS-RULE-DEFAULT
               MOVE SPACE TO WS-RULE-EXACT
               PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                       UNTIL WS-RULE-SUB
                           > WS-CHECK-RULE-COUNT(WS-CHECK-IDX)
                   IF WS-CHECK-RULE-ENV(WS-CHECK-IDX WS-RULE-SUB)
                           = CTL-ENV-NAME
                       MOVE WS-CHECK-RULE-FLAG
                           (WS-CHECK-IDX WS-RULE-SUB)
                           TO WS-RULE-EXACT
                   END-IF
                   IF WS-CHECK-RULE-ENV(WS-CHECK-IDX WS-RULE-SUB)
                           = 'ALL'
                       MOVE WS-CHECK-RULE-FLAG
                           (WS-CHECK-IDX WS-RULE-SUB)
                           TO WS-RULE-DEFAULT
                   END-IF
               END-PERFORM
               IF WS-RULE-EXACT NOT = SPACE
                   MOVE WS-RULE-EXACT TO WS-CHECK-ENABLED-FLAG
               ELSE
                   MOVE WS-RULE-DEFAULT TO WS-CHECK-ENABLED-FLAG
               END-IF
           END-IF.

       3300-FIND-BASELINE.
           MOVE 'N' TO WS-BASE-FOUND
           MOVE 0 TO WS-BASE-FOUND-CS
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > WS-BASE-COUNT
                   OR WS-BASE-FOUND = 'Y'
               IF WS-BASE-ENV(WS-BASE-IDX) = CTL-ENV-NAME
                       AND WS-BASE-CHECK(WS-BASE-IDX)
                           = WS-CHECK-NUMBER(WS-CHECK-IDX)
                   MOVE 'Y' TO WS-BASE-FOUND
                   MOVE WS-BASE-AVG-CS(WS-BASE-IDX)
                       TO WS-BASE-FOUND-CS
               END-IF
           END-PERFORM.

      *    Longest estimate first (file order breaks ties) onto the
      *    least-loaded stream (lowest number breaks ties).
       4000-BALANCE-STREAMS.
           INITIALIZE WS-STR-TABLE
           MOVE 0 TO WS-ASSIGNED
           PERFORM 4100-ASSIGN-NEXT-RECORD
               UNTIL WS-ASSIGNED >= WS-PLN-COUNT.

       4100-ASSIGN-NEXT-RECORD.
           MOVE 0 TO WS-PICK-SUB
           MOVE 0 TO WS-PICK-CS
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-COUNT
               IF WS-PLN-STREAM(WS-PLN-IDX) = 0
                   IF WS-PICK-SUB = 0
                           OR WS-PLN-EST-CS(WS-PLN-IDX) > WS-PICK-CS
                       SET WS-PICK-SUB TO WS-PLN-IDX
                       MOVE WS-PLN-EST-CS(WS-PLN-IDX) TO WS-PICK-CS
                   END-IF
               END-IF
           END-PERFORM
           MOVE 1 TO WS-BEST-SUB
           PERFORM VARYING WS-STR-SUB FROM 2 BY 1
                   UNTIL WS-STR-SUB > WS-STREAM-COUNT
               IF WS-STR-LOAD-CS(WS-STR-SUB)
                       < WS-STR-LOAD-CS(WS-BEST-SUB)
                   MOVE WS-STR-SUB TO WS-BEST-SUB
               END-IF
           END-PERFORM
           MOVE WS-BEST-SUB TO WS-PLN-STREAM(WS-PICK-SUB)
           ADD 1 TO WS-STR-RECORDS(WS-BEST-SUB)
           ADD WS-PICK-CS TO WS-STR-LOAD-CS(WS-BEST-SUB)
           IF WS-PLN-UNKNOWN-FLAG(WS-PICK-SUB) = 'Y'
               ADD 1 TO WS-STR-UNKNOWN(WS-BEST-SUB)
           END-IF
           ADD 1 TO WS-ASSIGNED.

      *    Every stream file 1-9 is rewritten: the planned streams
      *    with their records in control-file order, the rest empty.
       5000-WRITE-STREAM-FILES.
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STREAM-MAX
                   OR WS-PLAN-ERROR
               PERFORM 5100-WRITE-ONE-STREAM
           END-PERFORM.

       5100-WRITE-ONE-STREAM.
           MOVE SPACES TO WS-STREAM-FILE-NAME
           MOVE WS-STR-SUB TO WS-ED-SMALL
           STRING 'HELLO.CTLS' WS-ED-SMALL(2:1)
               DELIMITED BY SIZE INTO WS-STREAM-FILE-NAME
           OPEN OUTPUT HELLO-STREAM-FILE
           IF WS-STREAM-FILE-STATUS NOT = '00'
               MOVE '5100-WRITE-ONE-STREAM' TO ERRH-PARAGRAPH
               MOVE WS-STREAM-FILE-NAME TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-STREAM-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-PLAN-ERROR-FLAG
           ELSE
               PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                       UNTIL WS-PLN-IDX > WS-PLN-COUNT
                       OR WS-PLAN-ERROR
                   IF WS-PLN-STREAM(WS-PLN-IDX) = WS-STR-SUB
                       PERFORM 5200-WRITE-STREAM-RECORD
                   END-IF
               END-PERFORM
               CLOSE HELLO-STREAM-FILE
           END-IF.

       5200-WRITE-STREAM-RECORD.
           MOVE WS-PLN-RECORD(WS-PLN-IDX) TO STREAM-RECORD
           WRITE STREAM-RECORD
           IF WS-STREAM-FILE-STATUS NOT = '00'
               MOVE '5200-WRITE-STREAM-RECORD' TO ERRH-PARAGRAPH
               MOVE WS-STREAM-FILE-NAME TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-STREAM-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-PLAN-ERROR-FLAG
           ELSE
               ADD 1 TO WS-STREAM-RECS-WRITTEN
           END-IF.

       6000-PRINT-RECORD-SECTION.
           DISPLAY ' '
           DISPLAY 'CONTROL RECORDS (STALEST FIRST)'
           DISPLAY 'NO  ENV   CK  ESTIMATE      S   NOTE'
           DISPLAY '------------------------------------------------'
               '----------------'
           PERFORM VARYING WS-PLN-IDX FROM 1 BY 1
                   UNTIL WS-PLN-IDX > WS-PLN-COUNT
               PERFORM 6100-PRINT-RECORD-LINE
           END-PERFORM.

       6100-PRINT-RECORD-LINE.
           MOVE SPACES TO WS-PLAN-LINE
           MOVE WS-PLN-IDX TO WS-PL-RECNO
           MOVE WS-PLN-ENV(WS-PLN-IDX) TO WS-PL-ENV
           MOVE WS-PLN-CHECKS(WS-PLN-IDX) TO WS-PL-CHECKS
           MOVE WS-PLN-EST-CS(WS-PLN-IDX) TO WS-FMT-CS
           PERFORM 7100-FORMAT-DURATION
           MOVE WS-FMT-TEXT TO WS-PL-EST
           MOVE WS-PLN-STREAM(WS-PLN-IDX) TO WS-PL-STREAM
           EVALUATE TRUE
               WHEN WS-PLN-UNKNOWN-FLAG(WS-PLN-IDX) = 'Y'
                   MOVE 'UNKNOWN-DURATION - NO BASELINE SAMPLES'
                       TO WS-PL-NOTE
               WHEN WS-PLN-CHECKS(WS-PLN-IDX) = 0
                   MOVE 'NO CHECKS ENABLED' TO WS-PL-NOTE
               WHEN WS-PLN-UNBASED(WS-PLN-IDX) > 0
                   MOVE WS-PLN-UNBASED(WS-PLN-IDX) TO WS-ED-SMALL
                   STRING WS-ED-SMALL ' CHECK(S) AT ENV MEAN'
                       DELIMITED BY SIZE INTO WS-PL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           DISPLAY WS-PLAN-LINE.

       6500-PRINT-STREAM-SECTION.
           DISPLAY ' '
           DISPLAY 'PROJECTED FINISH BY STREAM'
           PERFORM VARYING WS-STR-SUB FROM 1 BY 1
                   UNTIL WS-STR-SUB > WS-STREAM-COUNT
               PERFORM 6600-PRINT-STREAM-LINE
           END-PERFORM
           IF WS-UNKNOWN-ENVS > 0
               MOVE WS-UNKNOWN-ENVS TO WS-ED-SMALL
               DISPLAY ' '
               DISPLAY 'WARNING: ' WS-ED-SMALL
                   ' ENVIRONMENT(S) UNKNOWN-DURATION, COSTED AT THE'
                   ' LONGEST KNOWN RECORD'
           END-IF.

       6600-PRINT-STREAM-LINE.
           MOVE WS-STR-SUB TO WS-ED-SMALL
           MOVE WS-STR-LOAD-CS(WS-STR-SUB) TO WS-FMT-CS
           PERFORM 7100-FORMAT-DURATION
           DISPLAY ' '
           DISPLAY 'STREAM ' WS-ED-SMALL(2:1) ': HELLO.CTLS'
               WS-ED-SMALL(2:1) ' (HW_STREAM=' WS-ED-SMALL(2:1)
               ')  RECORDS ' WS-STR-RECORDS(WS-STR-SUB)
               '  ESTIMATE ' WS-FMT-TEXT
           COMPUTE WS-FINISH-CS
               = WS-START-CS + WS-STR-LOAD-CS(WS-STR-SUB)
           MOVE WS-FINISH-CS TO WS-FMT-CS
           PERFORM 7200-FORMAT-CLOCK
           IF WS-FINISH-CS > WS-WINDOW-END-CS
               ADD 1 TO WS-OVERRUN-STREAMS
               COMPUTE WS-MARGIN-CS = WS-FINISH-CS - WS-WINDOW-END-CS
               DISPLAY '  PROJECTED FINISH ' WS-FMT-TEXT
                   ' *** OVERRUNS WINDOW END ' WS-WINDOW-END-HHMM
           ELSE
               COMPUTE WS-MARGIN-CS = WS-WINDOW-END-CS - WS-FINISH-CS
               DISPLAY '  PROJECTED FINISH ' WS-FMT-TEXT
                   ' FITS WINDOW END ' WS-WINDOW-END-HHMM
           END-IF
           MOVE WS-MARGIN-CS TO WS-FMT-CS
           PERFORM 7100-FORMAT-DURATION
           IF WS-FINISH-CS > WS-WINDOW-END-CS
               DISPLAY '  OVER BY ' WS-FMT-TEXT
           ELSE
               DISPLAY '  SPARE   ' WS-FMT-TEXT
           END-IF
           IF WS-STR-UNKNOWN(WS-STR-SUB) > 0
               DISPLAY '  INCLUDES ' WS-STR-UNKNOWN(WS-STR-SUB)
                   ' UNKNOWN-DURATION ENVIRONMENT(S)'
           END-IF.

      *    Centiseconds to HH:MM:SS.CC (hours run past 24 for a
      *    long estimate).
       7100-FORMAT-DURATION.
           DIVIDE WS-FMT-CS BY 360000 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 6000 GIVING WS-FMT-MM
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 100 GIVING WS-FMT-SS
               REMAINDER WS-FMT-REM
           MOVE SPACES TO WS-FMT-TEXT
           STRING WS-FMT-HH ':' WS-FMT-MM ':' WS-FMT-SS '.'
               WS-FMT-REM(8:2)
               DELIMITED BY SIZE INTO WS-FMT-TEXT.

      *    Centiseconds from start-day midnight to a clock time
      *    HH:MM:SS, with '+n' for each day carried.
       7200-FORMAT-CLOCK.
           DIVIDE WS-FMT-CS BY WS-DAY-CS GIVING WS-FMT-DAYS
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 360000 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 6000 GIVING WS-FMT-MM
               REMAINDER WS-FMT-REM
           DIVIDE WS-FMT-REM BY 100 GIVING WS-FMT-SS
           MOVE SPACES TO WS-FMT-TEXT
           IF WS-FMT-DAYS > 0
               STRING WS-FMT-HH ':' WS-FMT-MM ':' WS-FMT-SS ' +'
                   WS-FMT-DAYS(3:1)
                   DELIMITED BY SIZE INTO WS-FMT-TEXT
           ELSE
               STRING WS-FMT-HH ':' WS-FMT-MM ':' WS-FMT-SS
                   DELIMITED BY SIZE INTO WS-FMT-TEXT
           END-IF.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'BATCH-WINDOW PLAN TOTALS'
           MOVE WS-PLN-COUNT TO WS-ED-COUNT
           DISPLAY 'CONTROL RECORDS READ .... ' WS-ED-COUNT
           MOVE WS-CHECK-COUNT TO WS-ED-COUNT
           DISPLAY 'CHECKS IN TABLE ......... ' WS-ED-COUNT
           MOVE WS-BASE-COUNT TO WS-ED-COUNT
           DISPLAY 'BASELINES LOADED ........ ' WS-ED-COUNT
           MOVE WS-UNKNOWN-ENVS TO WS-ED-COUNT
           DISPLAY 'UNKNOWN-DURATION ENVS ... ' WS-ED-COUNT
           MOVE WS-STREAM-RECS-WRITTEN TO WS-ED-COUNT
           DISPLAY 'STREAM RECORDS WRITTEN .. ' WS-ED-COUNT
           MOVE WS-OVERRUN-STREAMS TO WS-ED-COUNT
           DISPLAY 'STREAMS OVERRUNNING ..... ' WS-ED-COUNT
           MOVE WS-TOTAL-CS TO WS-FMT-CS
           PERFORM 7100-FORMAT-DURATION
           DISPLAY 'SERIAL ESTIMATE ......... ' WS-FMT-TEXT
           IF WS-PLN-OVERFLOW > 0
               DISPLAY 'CONTROL RECORDS DROPPED - TABLE FULL: '
                   WS-PLN-OVERFLOW
           END-IF
           IF WS-BASE-OVERFLOW > 0
               DISPLAY 'BASELINES NOT HELD - TABLE FULL: '
                   WS-BASE-OVERFLOW
           END-IF
           IF WS-CHECK-OVERFLOW > 0 OR WS-CAT-RECORDS-BAD > 0
               DISPLAY 'CATALOG RECORDS IGNORED: '
                   WS-CAT-RECORDS-BAD ' BAD, '
                   WS-CHECK-OVERFLOW ' BEYOND TABLE'
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-PLAN-ERROR OR WS-CONTROL-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OVERRUN-STREAMS > 0 OR WS-UNKNOWN-ENVS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-PLN-COUNT = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock around reading HELLO.CONTROL and writing the
      *    stream files, so a plan never interleaves with a build or
      *    a driver run loading its control file. The calls are
      *    guarded so a missing HELLO-LOCK module degrades to the old
      *    unserialized behaviour with a loud warning.
       9850-ACQUIRE-SUITE-LOCK.
           MOVE 'ACQ' TO LOCK-REQUEST
           MOVE 0 TO LOCK-RETRY-LIMIT
           MOVE '00' TO LOCK-STATUS
           CALL 'HELLO-LOCK' USING LOCK-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'LOCK MODULE UNAVAILABLE - UPDATES NOT'
                       ' SERIALIZED'
           END-CALL
           IF LOCK-STATUS NOT = '00'
               DISPLAY 'WARNING: SUITE LOCK NOT HELD (STATUS='
                   LOCK-STATUS ') - UPDATES NOT SERIALIZED'
           END-IF.

       9860-RELEASE-SUITE-LOCK.
           MOVE 'REL' TO LOCK-REQUEST
           CALL 'HELLO-LOCK' USING LOCK-PARAMETERS
               ON EXCEPTION
                   CONTINUE
           END-CALL.

      *    One door to the common error handler: stamp the job-header
      *    identification, then hand the already-filled condition
      *    fields to HELLO-ERRH. The call is guarded so a missing
      *    handler module degrades to a plain DISPLAY rather than an
      *    abend.
       9800-CALL-ERROR-HANDLER.
           MOVE WS-JOB-NAME TO ERRH-JOB-NAME
           MOVE WS-RUN-DATE TO ERRH-RUN-DATE
           MOVE WS-RUN-TIME TO ERRH-RUN-TIME
           MOVE WS-OPERATOR-ID TO ERRH-OPERATOR-ID
           MOVE 'HELLO-PLAN' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
