      * HELLO-FLAKY
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloFlaky_Cobol helloFlaky_Cobol.cob
      *   ./helloFlaky_Cobol [DAYS] [PERCENT]
      *
      * Flaky-check analysis. A check that flips PASS/FAIL/PASS on
      * the same host and toolchain resets ENVREG-CONSEC-FAIL-COUNT
      * every time it passes, so it never reaches an escalation
      * threshold and nobody looks at it. This report walks
      * HELLO.RESULTS over a period and, for every environment, check,
      * host (CHKRES-HOST-NAME) and toolchain fingerprint
      * (CHKRES-FPRINT-HASH) - the fingerprint held constant, so a
      * toolchain change never counts as a flip - counts the runs,
      * the failures and the result transitions, and computes a flip
      * rate: transitions as a percentage of the chances to flip
      * (runs less one). Only PASS and FAIL count as outcomes; a
      * SKIPped run neither breaks nor makes a flip.
      *
      * Sections:
      *   - FLAKY CHECKS: every environment/check/host/fingerprint
      *     group with at least 4 runs whose flip rate is at or above
      *     the threshold, with how many of its flips fell on a run
      *     that also left an E- or F-severity HELLO.DIAG snapshot
      *     (same run serial);
      *   - BY ENVIRONMENT AND CHECK: the hosts where each flagged
      *     check flips, out of the hosts that ran it, and a verdict:
      *     flips that mostly line up with diagnostics point at the
      *     environment (investigate it; disabling the check would
      *     hide real trouble), flips that mostly do not point at
      *     the check itself;
      *   - RECOMMENDED HELLO.CHECKCAT DISABLES: for each check
      *     judged unreliable, the environment rule card (check
      *     number cols 1-2, environment cols 4-7, 'N' in col 9; the
      *     other columns blank, so the check keeps its catalog
      *     definition) that disables it there until investigated.
      *
      * Arguments and environment variables:
      *   argument 1        period in days, runs dated on or after
      *                     today less the period (HW_FLAKY_DAYS
      *                     next, default 30)
      *   argument 2        flip-rate threshold percent, 1-100
      *                     (HW_FLAKY_PCT next, default 20)
      *
      * RETURN-CODE 0 = no flaky checks, 4 = flaky checks listed,
      * 8 = no results to analyse or a file unreadable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-FLAKY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-DIAG-FILE ASSIGN TO 'HELLO.DIAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESULTS-FILE.

           COPY CHKRES.

       FD  HELLO-DIAG-FILE.
       01  DIAG-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-DIAG-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.
       01  WS-DIAG-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DIAG-EOF                       VALUE 'Y'.

       01  WS-FLAKY-ERROR-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-FLAKY-ERROR                    VALUE 'Y'.

      *    Fixed-position view of the HELLO.DIAG snapshot line (see
      *    HELLO-ERRH); only the identifying fields matter here.
       01  WS-DIAG-LINE.
           05  WS-DIAG-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-JOB-NAME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-PROGRAM         PIC X(12).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-PARAGRAPH       PIC X(30).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-FILE-NAME       PIC X(16).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-OPERATION       PIC X(10).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-STATUS          PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-SEVERITY        PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-RC              PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-RUN-SERIAL      PIC X(8).
           05  FILLER                  PIC X(8).

      *    Period and threshold, from the arguments or their
      *    environment variables. Numeric arguments arrive
      *    left-justified ('30', '15') and are accumulated digit by
      *    digit.
       01  WS-PARM-WORK.
           05  WS-NUM-ARG              PIC X(8)  VALUE SPACES.
           05  WS-NUM-VALUE            PIC 9(5)  VALUE 0.
           05  WS-NUM-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-NUM-DIGIT            PIC 9(1)  VALUE 0.
           05  WS-NUM-BAD-FLAG         PIC X(1)  VALUE 'N'.
           05  WS-PERIOD-DAYS          PIC 9(4)  VALUE 30.
           05  WS-THRESHOLD-PCT        PIC 9(3)  VALUE 20.
           05  WS-MIN-RUNS             PIC 9(3)  VALUE 4.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-CUTOFF-DATE          PIC 9(8)  VALUE 0.

      *    Run serials that left an E- or F-severity snapshot in the
      *    period. W snapshots (routine end-of-data conditions) are
      *    left out so they cannot make every flip look explained.
       01  WS-DSER-LIMITS.
           05  WS-DSER-MAX             PIC 9(4)  VALUE 2000 COMP.
           05  WS-DSER-COUNT           PIC 9(4)  VALUE 0    COMP.
           05  WS-DSER-OVERFLOW        PIC 9(7)  VALUE 0.
       01  WS-DSER-TABLE.
           05  WS-DSER-SERIAL OCCURS 2000 TIMES
                   INDEXED BY WS-DSER-IDX
                                       PIC 9(8).

      *    One group per environment, check, host and fingerprint,
      *    in the order first seen. HELLO.RESULTS is appended in run
      *    order, so each group's results arrive chronologically and
      *    the previous result is all a transition needs.
       01  WS-GRP-LIMITS.
           05  WS-GRP-MAX              PIC 9(3)  VALUE 500 COMP.
           05  WS-GRP-COUNT            PIC 9(3)  VALUE 0   COMP.
           05  WS-GRP-OVERFLOW         PIC 9(7)  VALUE 0.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 500 TIMES INDEXED BY WS-GRP-IDX.
               10  WS-GRP-ENV          PIC X(4).
               10  WS-GRP-CHECK        PIC 9(2).
               10  WS-GRP-CHECK-NAME   PIC X(30).
               10  WS-GRP-HOST         PIC X(8).
               10  WS-GRP-FPRINT       PIC 9(8).
               10  WS-GRP-RUNS         PIC 9(5).
               10  WS-GRP-FAILS        PIC 9(5).
               10  WS-GRP-FLIPS        PIC 9(5).
               10  WS-GRP-FLIPS-DIAG   PIC 9(5).
               10  WS-GRP-LAST-RESULT  PIC X(4).
               10  WS-GRP-RATE         PIC 9(3).
               10  WS-GRP-FLAKY-FLAG   PIC X(1).

      *    Flagged environment/check pairs, for the verdict and the
      *    recommendation sections.
       01  WS-PAIR-LIMITS.
           05  WS-PAIR-MAX             PIC 9(3)  VALUE 200 COMP.
           05  WS-PAIR-COUNT           PIC 9(3)  VALUE 0   COMP.
           05  WS-PAIR-OVERFLOW        PIC 9(5)  VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 200 TIMES INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-ENV         PIC X(4).
               10  WS-PAIR-CHECK       PIC 9(2).
               10  WS-PAIR-CHECK-NAME  PIC X(30).
               10  WS-PAIR-FLIPS       PIC 9(5).
               10  WS-PAIR-FLIPS-DIAG  PIC 9(5).
               10  WS-PAIR-FLAKY-HOSTS PIC 9(2).
               10  WS-PAIR-ALL-HOSTS   PIC 9(2).
               10  WS-PAIR-HOST-LIST   PIC X(45).
               10  WS-PAIR-HOST-COL    PIC 9(3).
               10  WS-PAIR-VERDICT     PIC X(1).
                   88  WS-PAIR-ENV-TROUBLE       VALUE 'E'.
                   88  WS-PAIR-UNRELIABLE        VALUE 'C'.

       01  WS-SEARCH-WORK.
           05  WS-REC-HOST             PIC X(8)  VALUE SPACES.
           05  WS-REC-FPRINT           PIC 9(8)  VALUE 0.
           05  WS-REC-SERIAL           PIC 9(8)  VALUE 0.
           05  WS-GRP-SUB              PIC 9(3)  VALUE 0 COMP.
           05  WS-PAIR-SUB             PIC 9(3)  VALUE 0 COMP.
           05  WS-SCAN-SUB             PIC 9(3)  VALUE 0 COMP.
           05  WS-DIAG-FOUND           PIC X(1)  VALUE 'N'.
           05  WS-HOST-SEEN            PIC X(1)  VALUE 'N'.
           05  WS-LINES-PRINTED        PIC 9(5)  VALUE 0.

       01  WS-RECORD-COUNTS.
           05  WS-RESULTS-READ         PIC 9(7)  VALUE 0.
           05  WS-RESULTS-IN-PERIOD    PIC 9(7)  VALUE 0.
           05  WS-RESULTS-BAD          PIC 9(7)  VALUE 0.
           05  WS-DIAG-READ            PIC 9(7)  VALUE 0.
           05  WS-FLAKY-GROUPS         PIC 9(5)  VALUE 0.
           05  WS-DISABLES             PIC 9(5)  VALUE 0.

       01  WS-FLAKY-LINE.
           05  WS-FL-ENV               PIC X(4).
           05  FILLER                  PIC X(2).
           05  WS-FL-CHECK             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-FL-HOST              PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-FL-FPRINT            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-FL-RUNS              PIC ZZZZ9.
           05  FILLER                  PIC X(1).
           05  WS-FL-FAILS             PIC ZZZZ9.
           05  FILLER                  PIC X(1).
           05  WS-FL-FLIPS             PIC ZZZZ9.
           05  FILLER                  PIC X(1).
           05  WS-FL-RATE              PIC ZZ9.
           05  WS-FL-PCT               PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-FL-DIAG              PIC ZZZZ9.
           05  FILLER                  PIC X(2).
           05  WS-FL-NAME              PIC X(30).

       01  WS-CARD-LINE.
           05  WS-CARD-CHECK           PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-CARD-ENV             PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CARD-ENABLED         PIC X(1).

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZ9.
           05  WS-ED-SMALL             PIC ZZ9.
           05  WS-ED-SMALL-2           PIC ZZ9.
           05  WS-ED-FLIPS             PIC ZZZZ9.
           05  WS-ED-FLIPS-DIAG        PIC ZZZZ9.

       01  WS-REPORT-LINE              PIC X(120).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-DIAG-SERIALS
           PERFORM 3000-SCAN-RESULTS-FILE
           IF NOT WS-FLAKY-ERROR
               PERFORM 4000-JUDGE-GROUPS
               PERFORM 5000-PRINT-FLAKY-SECTION
               PERFORM 6000-PRINT-PAIR-SECTION
               PERFORM 7000-PRINT-DISABLE-SECTION
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOFLK' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NUM-ARG
           END-ACCEPT
           IF WS-NUM-ARG = SPACES
               ACCEPT WS-NUM-ARG FROM ENVIRONMENT 'HW_FLAKY_DAYS'
           END-IF
           IF WS-NUM-ARG NOT = SPACES
               PERFORM 1250-ACCUMULATE-NUM-ARG
               IF WS-NUM-BAD-FLAG = 'Y' OR WS-NUM-VALUE = 0
                       OR WS-NUM-VALUE > 9999
                   DISPLAY 'FLAKY: PERIOD ''' WS-NUM-ARG
                       ''' INVALID, USING 30 DAYS'
               ELSE
                   MOVE WS-NUM-VALUE TO WS-PERIOD-DAYS
               END-IF
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-NUM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-NUM-ARG
           END-ACCEPT
           IF WS-NUM-ARG = SPACES
               ACCEPT WS-NUM-ARG FROM ENVIRONMENT 'HW_FLAKY_PCT'
           END-IF
           IF WS-NUM-ARG NOT = SPACES
               PERFORM 1250-ACCUMULATE-NUM-ARG
               IF WS-NUM-BAD-FLAG = 'Y' OR WS-NUM-VALUE = 0
                       OR WS-NUM-VALUE > 100
                   DISPLAY 'FLAKY: THRESHOLD ''' WS-NUM-ARG
                       ''' INVALID, USING 20 PERCENT'
               ELSE
                   MOVE WS-NUM-VALUE TO WS-THRESHOLD-PCT
               END-IF
           END-IF
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE
               = FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                          - WS-PERIOD-DAYS).

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'FLAKY-CHECK ANALYSIS - RUNS ON OR AFTER '
               WS-CUTOFF-DATE
           MOVE WS-THRESHOLD-PCT TO WS-ED-SMALL
           MOVE WS-MIN-RUNS TO WS-ED-SMALL-2
           DISPLAY 'FLIP-RATE THRESHOLD ' WS-ED-SMALL
               '%, MINIMUM RUNS PER GROUP ' WS-ED-SMALL-2.

      *    Accumulate the digits of WS-NUM-ARG into WS-NUM-VALUE; a
      *    non-digit before the first space, or more than five
      *    digits, sets WS-NUM-BAD-FLAG.
       1250-ACCUMULATE-NUM-ARG.
           MOVE 'N' TO WS-NUM-BAD-FLAG
           MOVE 0 TO WS-NUM-VALUE
           PERFORM VARYING WS-NUM-SUB FROM 1 BY 1
                   UNTIL WS-NUM-SUB > 8
                   OR WS-NUM-ARG(WS-NUM-SUB:1) = SPACE
                   OR WS-NUM-BAD-FLAG = 'Y'
               IF WS-NUM-ARG(WS-NUM-SUB:1) IS NUMERIC
                       AND WS-NUM-SUB < 6
                   MOVE WS-NUM-ARG(WS-NUM-SUB:1) TO WS-NUM-DIGIT
                   COMPUTE WS-NUM-VALUE = WS-NUM-VALUE * 10
                       + WS-NUM-DIGIT
               ELSE
                   MOVE 'Y' TO WS-NUM-BAD-FLAG
               END-IF
           END-PERFORM.

      *    No HELLO.DIAG means no snapshots; flips are then simply
      *    all unexplained.
       2000-LOAD-DIAG-SERIALS.
           OPEN INPUT HELLO-DIAG-FILE
           EVALUATE WS-DIAG-FILE-STATUS
               WHEN '00'
                   PERFORM 2100-READ-DIAG-RECORD UNTIL WS-DIAG-EOF
               WHEN '35'
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
               WHEN OTHER
                   MOVE '2000-LOAD-DIAG-SERIALS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.DIAG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-DIAG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
                   MOVE 'Y' TO WS-FLAKY-ERROR-FLAG
           END-EVALUATE
           IF WS-DIAG-FILE-STATUS = '00' OR WS-DIAG-FILE-STATUS = '10'
               CLOSE HELLO-DIAG-FILE
           END-IF.

       2100-READ-DIAG-RECORD.
           READ HELLO-DIAG-FILE
               AT END
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DIAG-READ
                   MOVE DIAG-RECORD TO WS-DIAG-LINE
                   IF WS-DIAG-RUN-SERIAL IS NUMERIC
                           AND WS-DIAG-RUN-SERIAL NOT = '00000000'
                           AND WS-DIAG-DATE IS NUMERIC
                           AND WS-DIAG-DATE NOT < WS-CUTOFF-DATE
                           AND (WS-DIAG-SEVERITY = 'E'
                                OR WS-DIAG-SEVERITY = 'F')
                       PERFORM 2200-POST-DIAG-SERIAL
                   END-IF
           END-READ.

       2200-POST-DIAG-SERIAL.
           MOVE WS-DIAG-RUN-SERIAL TO WS-REC-SERIAL
           PERFORM 3900-FIND-DIAG-SERIAL
           IF WS-DIAG-FOUND = 'N'
               IF WS-DSER-COUNT < WS-DSER-MAX
                   ADD 1 TO WS-DSER-COUNT
                   MOVE WS-REC-SERIAL TO WS-DSER-SERIAL(WS-DSER-COUNT)
               ELSE
                   ADD 1 TO WS-DSER-OVERFLOW
               END-IF
           END-IF.

       3000-SCAN-RESULTS-FILE.
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   PERFORM 3100-READ-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF
               WHEN '35'
                   DISPLAY 'FLAKY: NO HELLO.RESULTS - NOTHING TO'
                       ' ANALYSE'
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               WHEN OTHER
                   MOVE '3000-SCAN-RESULTS-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
                   MOVE 'Y' TO WS-FLAKY-ERROR-FLAG
           END-EVALUATE
           IF WS-RESULTS-FILE-STATUS = '00'
                   OR WS-RESULTS-FILE-STATUS = '10'
               CLOSE HELLO-RESULTS-FILE
           END-IF.

       3100-READ-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
                   EVALUATE TRUE
                       WHEN CHKRES-RUN-DATE IS NOT NUMERIC
                               OR CHKRES-CHECK-NUMBER IS NOT NUMERIC
                               OR CHKRES-ENV-NAME = SPACES
                           ADD 1 TO WS-RESULTS-BAD
                       WHEN CHKRES-RUN-DATE < WS-CUTOFF-DATE
                           CONTINUE
                       WHEN CHKRES-CHECK-RESULT = 'PASS'
                               OR CHKRES-CHECK-RESULT = 'FAIL'
                           ADD 1 TO WS-RESULTS-IN-PERIOD
                           PERFORM 3200-POST-RESULT
                       WHEN OTHER
                           ADD 1 TO WS-RESULTS-IN-PERIOD
                   END-EVALUATE
           END-READ.

       3200-POST-RESULT.
           IF CHKRES-HOST-NAME = SPACES
               MOVE '(OLD)' TO WS-REC-HOST
           ELSE
               MOVE CHKRES-HOST-NAME TO WS-REC-HOST
           END-IF
           IF CHKRES-FPRINT-HASH IS NUMERIC
               MOVE CHKRES-FPRINT-HASH TO WS-REC-FPRINT
           ELSE
               MOVE 0 TO WS-REC-FPRINT
           END-IF
           IF CHKRES-RUN-SERIAL IS NUMERIC
               MOVE CHKRES-RUN-SERIAL TO WS-REC-SERIAL
           ELSE
               MOVE 0 TO WS-REC-SERIAL
           END-IF
           PERFORM 3300-LOCATE-GROUP
           IF WS-GRP-SUB > 0
               ADD 1 TO WS-GRP-RUNS(WS-GRP-SUB)
               IF CHKRES-CHECK-RESULT = 'FAIL'
                   ADD 1 TO WS-GRP-FAILS(WS-GRP-SUB)
               END-IF
               IF WS-GRP-LAST-RESULT(WS-GRP-SUB) NOT = SPACES
                       AND WS-GRP-LAST-RESULT(WS-GRP-SUB)
                           NOT = CHKRES-CHECK-RESULT
                   ADD 1 TO WS-GRP-FLIPS(WS-GRP-SUB)
                   IF WS-REC-SERIAL > 0
                       PERFORM 3900-FIND-DIAG-SERIAL
                       IF WS-DIAG-FOUND = 'Y'
                           ADD 1 TO WS-GRP-FLIPS-DIAG(WS-GRP-SUB)
                       END-IF
                   END-IF
               END-IF
               MOVE CHKRES-CHECK-RESULT
                   TO WS-GRP-LAST-RESULT(WS-GRP-SUB)
               MOVE CHKRES-CHECK-NAME TO WS-GRP-CHECK-NAME(WS-GRP-SUB)
           END-IF.

       3300-LOCATE-GROUP.
           MOVE 0 TO WS-GRP-SUB
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   OR WS-GRP-SUB > 0
               IF WS-GRP-ENV(WS-GRP-IDX) = CHKRES-ENV-NAME
                       AND WS-GRP-CHECK(WS-GRP-IDX)
                           = CHKRES-CHECK-NUMBER
                       AND WS-GRP-HOST(WS-GRP-IDX) = WS-REC-HOST
                       AND WS-GRP-FPRINT(WS-GRP-IDX) = WS-REC-FPRINT
                   SET WS-GRP-SUB TO WS-GRP-IDX
               END-IF
           END-PERFORM
           IF WS-GRP-SUB = 0
               IF WS-GRP-COUNT < WS-GRP-MAX
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-SUB
                   MOVE CHKRES-ENV-NAME TO WS-GRP-ENV(WS-GRP-SUB)
                   MOVE CHKRES-CHECK-NUMBER TO WS-GRP-CHECK(WS-GRP-SUB)
                   MOVE WS-REC-HOST TO WS-GRP-HOST(WS-GRP-SUB)
                   MOVE WS-REC-FPRINT TO WS-GRP-FPRINT(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-RUNS(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-FAILS(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-FLIPS(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-FLIPS-DIAG(WS-GRP-SUB)
                   MOVE SPACES TO WS-GRP-LAST-RESULT(WS-GRP-SUB)
                   MOVE 0 TO WS-GRP-RATE(WS-GRP-SUB)
                   MOVE 'N' TO WS-GRP-FLAKY-FLAG(WS-GRP-SUB)
               ELSE
                   ADD 1 TO WS-GRP-OVERFLOW
               END-IF
           END-IF.

       3900-FIND-DIAG-SERIAL.
           MOVE 'N' TO WS-DIAG-FOUND
           PERFORM VARYING WS-DSER-IDX FROM 1 BY 1
                   UNTIL WS-DSER-IDX > WS-DSER-COUNT
                   OR WS-DIAG-FOUND = 'Y'
               IF WS-DSER-SERIAL(WS-DSER-IDX) = WS-REC-SERIAL
                   MOVE 'Y' TO WS-DIAG-FOUND
               END-IF
           END-PERFORM.

      *    Flip rate = transitions * 100 / (runs - 1), rounded down.
      *    A flagged group is rolled up into its environment/check
      *    pair; afterwards every group of a flagged pair counts
      *    toward the hosts that ran the check.
       4000-JUDGE-GROUPS.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-RUNS(WS-GRP-IDX) > 1
                   COMPUTE WS-GRP-RATE(WS-GRP-IDX)
                       = WS-GRP-FLIPS(WS-GRP-IDX) * 100
                         / (WS-GRP-RUNS(WS-GRP-IDX) - 1)
               END-IF
               IF WS-GRP-RUNS(WS-GRP-IDX) NOT < WS-MIN-RUNS
                       AND WS-GRP-FLIPS(WS-GRP-IDX) > 0
                       AND WS-GRP-RATE(WS-GRP-IDX)
                           NOT < WS-THRESHOLD-PCT
                   MOVE 'Y' TO WS-GRP-FLAKY-FLAG(WS-GRP-IDX)
                   ADD 1 TO WS-FLAKY-GROUPS
                   PERFORM 4100-POST-FLAKY-PAIR
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               PERFORM 4200-COUNT-PAIR-HOST
           END-PERFORM
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-FLIPS-DIAG(WS-PAIR-IDX) * 2
                       NOT < WS-PAIR-FLIPS(WS-PAIR-IDX)
                   MOVE 'E' TO WS-PAIR-VERDICT(WS-PAIR-IDX)
               ELSE
                   MOVE 'C' TO WS-PAIR-VERDICT(WS-PAIR-IDX)
                   ADD 1 TO WS-DISABLES
               END-IF
           END-PERFORM.

       4100-POST-FLAKY-PAIR.
           PERFORM 4300-LOCATE-PAIR
           IF WS-PAIR-SUB = 0
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
                   MOVE WS-GRP-ENV(WS-GRP-IDX)
                       TO WS-PAIR-ENV(WS-PAIR-SUB)
                   MOVE WS-GRP-CHECK(WS-GRP-IDX)
                       TO WS-PAIR-CHECK(WS-PAIR-SUB)
                   MOVE WS-GRP-CHECK-NAME(WS-GRP-IDX)
                       TO WS-PAIR-CHECK-NAME(WS-PAIR-SUB)
                   MOVE 0 TO WS-PAIR-FLIPS(WS-PAIR-SUB)
                   MOVE 0 TO WS-PAIR-FLIPS-DIAG(WS-PAIR-SUB)
                   MOVE 0 TO WS-PAIR-FLAKY-HOSTS(WS-PAIR-SUB)
                   MOVE 0 TO WS-PAIR-ALL-HOSTS(WS-PAIR-SUB)
                   MOVE SPACES TO WS-PAIR-HOST-LIST(WS-PAIR-SUB)
                   MOVE 1 TO WS-PAIR-HOST-COL(WS-PAIR-SUB)
                   MOVE SPACE TO WS-PAIR-VERDICT(WS-PAIR-SUB)
               ELSE
                   ADD 1 TO WS-PAIR-OVERFLOW
               END-IF
           END-IF
           IF WS-PAIR-SUB > 0
               ADD WS-GRP-FLIPS(WS-GRP-IDX)
                   TO WS-PAIR-FLIPS(WS-PAIR-SUB)
               ADD WS-GRP-FLIPS-DIAG(WS-GRP-IDX)
                   TO WS-PAIR-FLIPS-DIAG(WS-PAIR-SUB)
               PERFORM 4400-ADD-HOST-TO-LIST
           END-IF.

      *    A host may appear in more than one group of a pair (one
      *    per fingerprint); it is listed and counted once.
       4200-COUNT-PAIR-HOST.
           PERFORM 4300-LOCATE-PAIR
           IF WS-PAIR-SUB > 0
               MOVE 'N' TO WS-HOST-SEEN
               PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB >= WS-GRP-IDX
                       OR WS-HOST-SEEN = 'Y'
                   IF WS-GRP-ENV(WS-SCAN-SUB) = WS-GRP-ENV(WS-GRP-IDX)
                           AND WS-GRP-CHECK(WS-SCAN-SUB)
                               = WS-GRP-CHECK(WS-GRP-IDX)
                           AND WS-GRP-HOST(WS-SCAN-SUB)
                               = WS-GRP-HOST(WS-GRP-IDX)
                       MOVE 'Y' TO WS-HOST-SEEN
                   END-IF
               END-PERFORM
               IF WS-HOST-SEEN = 'N'
                   ADD 1 TO WS-PAIR-ALL-HOSTS(WS-PAIR-SUB)
               END-IF
           END-IF.

       4300-LOCATE-PAIR.
           MOVE 0 TO WS-PAIR-SUB
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-SUB > 0
               IF WS-PAIR-ENV(WS-PAIR-IDX) = WS-GRP-ENV(WS-GRP-IDX)
                       AND WS-PAIR-CHECK(WS-PAIR-IDX)
                           = WS-GRP-CHECK(WS-GRP-IDX)
                   SET WS-PAIR-SUB TO WS-PAIR-IDX
               END-IF
           END-PERFORM.

       4400-ADD-HOST-TO-LIST.
           MOVE 'N' TO WS-HOST-SEEN
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB >= WS-GRP-IDX
                   OR WS-HOST-SEEN = 'Y'
               IF WS-GRP-FLAKY-FLAG(WS-SCAN-SUB) = 'Y'
                       AND WS-GRP-ENV(WS-SCAN-SUB)
                           = WS-GRP-ENV(WS-GRP-IDX)
                       AND WS-GRP-CHECK(WS-SCAN-SUB)
                           = WS-GRP-CHECK(WS-GRP-IDX)
                       AND WS-GRP-HOST(WS-SCAN-SUB)
                           = WS-GRP-HOST(WS-GRP-IDX)
                   MOVE 'Y' TO WS-HOST-SEEN
               END-IF
           END-PERFORM
           IF WS-HOST-SEEN = 'N'
               ADD 1 TO WS-PAIR-FLAKY-HOSTS(WS-PAIR-SUB)
               IF WS-PAIR-HOST-COL(WS-PAIR-SUB) < 38
                   MOVE WS-GRP-HOST(WS-GRP-IDX)
                       TO WS-PAIR-HOST-LIST(WS-PAIR-SUB)
                           (WS-PAIR-HOST-COL(WS-PAIR-SUB):8)
                   ADD 9 TO WS-PAIR-HOST-COL(WS-PAIR-SUB)
               END-IF
           END-IF.

       5000-PRINT-FLAKY-SECTION.
           DISPLAY ' '
           DISPLAY 'FLAKY CHECKS (SAME HOST AND FINGERPRINT)'
           DISPLAY 'ENV   CK HOST     FPRINT    RUNS  FAIL  FLIP RATE'
               '  DIAG  CHECK'
           DISPLAY '--------------------------------------------------'
               '------------------------------------'
           MOVE 0 TO WS-LINES-PRINTED
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-FLAKY-FLAG(WS-GRP-IDX) = 'Y'
                   PERFORM 5100-PRINT-FLAKY-LINE
               END-IF
           END-PERFORM
           IF WS-LINES-PRINTED = 0
               DISPLAY '(NONE AT OR ABOVE THE THRESHOLD)'
           END-IF.

       5100-PRINT-FLAKY-LINE.
           ADD 1 TO WS-LINES-PRINTED
           MOVE SPACES TO WS-FLAKY-LINE
           MOVE WS-GRP-ENV(WS-GRP-IDX) TO WS-FL-ENV
           MOVE WS-GRP-CHECK(WS-GRP-IDX) TO WS-FL-CHECK
           MOVE WS-GRP-HOST(WS-GRP-IDX) TO WS-FL-HOST
           MOVE WS-GRP-FPRINT(WS-GRP-IDX) TO WS-FL-FPRINT
           MOVE WS-GRP-RUNS(WS-GRP-IDX) TO WS-FL-RUNS
           MOVE WS-GRP-FAILS(WS-GRP-IDX) TO WS-FL-FAILS
           MOVE WS-GRP-FLIPS(WS-GRP-IDX) TO WS-FL-FLIPS
           MOVE WS-GRP-RATE(WS-GRP-IDX) TO WS-FL-RATE
           MOVE '%' TO WS-FL-PCT
           MOVE WS-GRP-FLIPS-DIAG(WS-GRP-IDX) TO WS-FL-DIAG
           MOVE WS-GRP-CHECK-NAME(WS-GRP-IDX) TO WS-FL-NAME
           DISPLAY WS-FLAKY-LINE.

       6000-PRINT-PAIR-SECTION.
           DISPLAY ' '
           DISPLAY 'BY ENVIRONMENT AND CHECK'
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM 6100-PRINT-PAIR
           END-PERFORM
           IF WS-PAIR-COUNT = 0
               DISPLAY '(NONE)'
           END-IF.

       6100-PRINT-PAIR.
           DISPLAY ' '
           DISPLAY WS-PAIR-ENV(WS-PAIR-IDX) ' CHECK '
               WS-PAIR-CHECK(WS-PAIR-IDX) ' '
               WS-PAIR-CHECK-NAME(WS-PAIR-IDX)
           MOVE WS-PAIR-FLAKY-HOSTS(WS-PAIR-IDX) TO WS-ED-SMALL
           MOVE WS-PAIR-ALL-HOSTS(WS-PAIR-IDX) TO WS-ED-SMALL-2
           DISPLAY '  FLIPS ON ' WS-ED-SMALL ' OF ' WS-ED-SMALL-2
               ' HOST(S): ' WS-PAIR-HOST-LIST(WS-PAIR-IDX)
           MOVE WS-PAIR-FLIPS(WS-PAIR-IDX) TO WS-ED-FLIPS
           MOVE WS-PAIR-FLIPS-DIAG(WS-PAIR-IDX) TO WS-ED-FLIPS-DIAG
           DISPLAY '  FLIPS WITH E/F DIAGNOSTIC ' WS-ED-FLIPS-DIAG
               ' OF ' WS-ED-FLIPS
           IF WS-PAIR-ENV-TROUBLE(WS-PAIR-IDX)
               DISPLAY '  VERDICT: FLIPS LINE UP WITH DIAGNOSTICS -'
                   ' INVESTIGATE THE ENVIRONMENT'
           ELSE
               DISPLAY '  VERDICT: NO DIAGNOSTIC BEHIND MOST FLIPS -'
                   ' CHECK UNRELIABLE'
           END-IF.

       7000-PRINT-DISABLE-SECTION.
           DISPLAY ' '
           DISPLAY 'RECOMMENDED HELLO.CHECKCAT DISABLES'
           DISPLAY '(ENVIRONMENT RULE CARDS - ADD UNTIL INVESTIGATED)'
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-UNRELIABLE(WS-PAIR-IDX)
                   MOVE SPACES TO WS-CARD-LINE
                   MOVE WS-PAIR-CHECK(WS-PAIR-IDX) TO WS-CARD-CHECK
                   MOVE WS-PAIR-ENV(WS-PAIR-IDX) TO WS-CARD-ENV
                   MOVE 'N' TO WS-CARD-ENABLED
                   DISPLAY WS-CARD-LINE '     - '
                       WS-PAIR-CHECK-NAME(WS-PAIR-IDX)
               END-IF
           END-PERFORM
           IF WS-DISABLES = 0
               DISPLAY '(NONE)'
           END-IF.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-RESULTS-READ TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS READ .... ' WS-ED-COUNT
           MOVE WS-RESULTS-IN-PERIOD TO WS-ED-COUNT
           DISPLAY 'RESULTS IN PERIOD ....... ' WS-ED-COUNT
           MOVE WS-RESULTS-BAD TO WS-ED-COUNT
           DISPLAY 'UNPARSEABLE RECORDS ..... ' WS-ED-COUNT
           MOVE WS-DIAG-READ TO WS-ED-COUNT
           DISPLAY 'DIAGNOSTIC LINES READ ... ' WS-ED-COUNT
           MOVE WS-GRP-COUNT TO WS-ED-COUNT
           DISPLAY 'GROUPS ANALYSED ......... ' WS-ED-COUNT
           MOVE WS-FLAKY-GROUPS TO WS-ED-COUNT
           DISPLAY 'FLAKY GROUPS ............ ' WS-ED-COUNT
           MOVE WS-DISABLES TO WS-ED-COUNT
           DISPLAY 'DISABLES RECOMMENDED .... ' WS-ED-COUNT
           IF WS-GRP-OVERFLOW > 0
               DISPLAY 'RESULTS NOT ANALYSED - GROUP TABLE FULL: '
                   WS-GRP-OVERFLOW
           END-IF
           IF WS-PAIR-OVERFLOW > 0
               DISPLAY 'GROUPS NOT ROLLED UP - PAIR TABLE FULL: '
                   WS-PAIR-OVERFLOW
           END-IF
           IF WS-DSER-OVERFLOW > 0
               DISPLAY 'SNAPSHOT SERIALS NOT HELD - TABLE FULL: '
                   WS-DSER-OVERFLOW
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-FLAKY-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GRP-COUNT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-FLAKY-GROUPS > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
           MOVE 'HELLO-FLAKY' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
