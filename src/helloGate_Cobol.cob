      * see ENVREG.CPY) for the requested environment and sets:
      *
      *   RETURN-CODE  0  last run PASSed within the freshness window
      *   RETURN-CODE  2  last run FAILed only on checks covered by an
      *                   unexpired waiver (HELLO.WAIVER, see
      *                   WAIVER.CPY), within the freshness window -
      *                   passed with waivers
      *   RETURN-CODE  4  last run PASSed (or passed with waivers) but
      *                   is older than the window
      *   RETURN-CODE  6  environment under maintenance - a scheduled
      *                   planned-maintenance window (HELLO.MAINTWIN,
      *                   see MAINTWIN.CPY) is open now, whatever the
      *                   last run said
      *   RETURN-CODE  8  last run FAILed on an unwaived check, or
      *                   never verified
      *   RETURN-CODE 12  environment not registered or deactivated
      *   RETURN-CODE 16  registry file unavailable
      *
      * Argument 1 is the environment name (default DEV). Argument 2
      * overrides the freshness window in hours; the HW_GATE_HOURS
      * environment variable is honoured next, and 24 is the default.
      *
      * The failed checks of the last run are found in HELLO.RESULTS
      * (see CHKRES.CPY) by the registry's last-verified date and
      * time. A run that failed only on timing regressions has no
      * failed check to waive and stays RC 8, and so does a run whose
      * failed checks are all waived but whose manifest record
      * (HELLO.RUNMAN, see RUNMAN.CPY) counts a timing regression. A
      * missing results or waiver file means nothing is waived; a
      * run with no manifest record (before run serials, or a
      * missing manifest) is judged on its waivers alone. A results,
      * waiver or manifest file that is present but cannot be read
      * is reported and the run is not treated as waived (RC 8). A
      * missing window file means no windows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-GATE.
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.

           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.

           SELECT HELLO-WAIVER-FILE ASSIGN TO 'HELLO.WAIVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WAIVER-KEY
               FILE STATUS IS WS-WAIVER-FILE-STATUS.

           SELECT HELLO-RUNMAN-FILE ASSIGN TO 'HELLO.RUNMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNMAN-RUN-SERIAL
               FILE STATUS IS WS-RUNMAN-FILE-STATUS.

           SELECT HELLO-MAINTWIN-FILE ASSIGN TO 'HELLO.MAINTWIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS WS-MAINTWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-RESULTS-FILE.

           COPY CHKRES.

       FD  HELLO-WAIVER-FILE.

           COPY WAIVER.

       FD  HELLO-RUNMAN-FILE.

           COPY RUNMAN.

       FD  HELLO-MAINTWIN-FILE.

           COPY MAINTWIN.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-WAIVER-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-RUNMAN-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.

      *    Failed checks of the last run (by check number) and
      *    whether each is covered by a waiver in force today.
       01  WS-WAIVER-WORK.
           05  WS-WAIVED-RUN-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-WAIVED-RUN                 VALUE 'Y'.
           05  WS-WAIVER-OPEN-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-WAIVER-OPEN                VALUE 'Y'.
           05  WS-RUN-REGRESSED-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-RUN-REGRESSED              VALUE 'Y'.
           05  WS-WAIVER-ERROR-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-WAIVER-ERROR               VALUE 'Y'.
           05  WS-LAST-RUN-SERIAL      PIC 9(8)  VALUE 0.
           05  WS-FAILED-CHECKS        PIC 9(2)  VALUE 0.
           05  WS-WAIVED-CHECKS        PIC 9(2)  VALUE 0.
           05  WS-UNWAIVED-CHECKS      PIC 9(2)  VALUE 0.
           05  WS-CHECK-SUB            PIC 9(2)  VALUE 0 COMP.
           05  WS-FAIL-FLAGS.
               10  WS-FAIL-FLAG OCCURS 20 TIMES
                                       PIC X(1).

      *    Planned-maintenance window lookup: is a scheduled window
      *    open for the environment at the probe stamp (YYYYMMDD
      *    plus HHMM)?
       01  WS-MWIN-WORK.
           05  WS-MWIN-AVAILABLE-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-MWIN-AVAILABLE             VALUE 'Y'.
           05  WS-MWIN-EOF-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-MWIN-EOF                   VALUE 'Y'.
           05  WS-IN-WINDOW-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-IN-WINDOW                  VALUE 'Y'.
           05  WS-MWIN-PROBE-ENV       PIC X(4)  VALUE SPACES.
           05  WS-MWIN-PROBE-STAMP.
               10  WS-MWIN-PROBE-DATE  PIC 9(8)  VALUE 0.
               10  WS-MWIN-PROBE-TIME  PIC 9(4)  VALUE 0.
           05  WS-MWIN-FOUND-END-DATE  PIC 9(8)  VALUE 0.
           05  WS-MWIN-FOUND-END-TIME  PIC 9(4)  VALUE 0.
           05  WS-MWIN-FOUND-TICKET    PIC X(8)  VALUE SPACES.

       01  WS-GATE-PARMS.
           05  WS-WINDOW-ARG           PIC X(8)  VALUE SPACES.
           05  WS-WINDOW-HOURS         PIC 9(4)  VALUE 24.
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-READ-REGISTRY
           IF WS-GATE-RC < 12
               PERFORM 2500-JUDGE-MAINTENANCE
               IF NOT WS-IN-WINDOW
                   PERFORM 3000-JUDGE-FRESHNESS
               END-IF
           END-IF
           PERFORM 8000-DISPLAY-VERDICT
           PERFORM 9000-TERMINATE
               CLOSE HELLO-ENVREG-FILE
           END-IF.

      *    An open window overrides the freshness judgement: the box
      *    is knowingly out of service, so neither a good last run
      *    nor a bad one says anything about it now. A window file
      *    that cannot be opened is snapshotted and ignored.
       2500-JUDGE-MAINTENANCE.
           MOVE 'N' TO WS-IN-WINDOW-FLAG
           OPEN INPUT HELLO-MAINTWIN-FILE
           EVALUATE WS-MAINTWIN-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MWIN-AVAILABLE-FLAG
                   MOVE WS-ENV-NAME TO WS-MWIN-PROBE-ENV
                   MOVE WS-RUN-DATE TO WS-MWIN-PROBE-DATE
                   MOVE WS-RUN-TIME(1:4) TO WS-MWIN-PROBE-TIME
                   PERFORM 2510-CHECK-MAINT-WINDOW
                   CLOSE HELLO-MAINTWIN-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2500-JUDGE-MAINTENANCE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           END-EVALUATE
           IF WS-IN-WINDOW
               MOVE 6 TO WS-GATE-RC
               MOVE SPACES TO WS-GATE-REASON
               STRING 'UNDER MAINTENANCE '  DELIMITED BY SIZE
                   WS-MWIN-FOUND-TICKET    DELIMITED BY SIZE
                   ' TO '                  DELIMITED BY SIZE
                   WS-MWIN-FOUND-END-DATE  DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   WS-MWIN-FOUND-END-TIME  DELIMITED BY SIZE
                   INTO WS-GATE-REASON
               END-STRING
           END-IF.

      *    Windows come back in start order for the environment, so
      *    the walk stops at the first one starting after the probe
      *    stamp. A scheduled window whose end is still ahead of the
      *    probe is open; cancelled windows are history only.
       2510-CHECK-MAINT-WINDOW.
           MOVE 'N' TO WS-IN-WINDOW-FLAG
           IF WS-MWIN-AVAILABLE
               MOVE 'N' TO WS-MWIN-EOF-FLAG
               MOVE WS-MWIN-PROBE-ENV TO MWIN-ENV-NAME
               MOVE 0 TO MWIN-START-DATE
               MOVE 0 TO MWIN-START-TIME
               START HELLO-MAINTWIN-FILE KEY IS NOT < MWIN-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-MWIN-EOF-FLAG
               END-START
               PERFORM 2520-READ-NEXT-WINDOW
                   UNTIL WS-MWIN-EOF OR WS-IN-WINDOW
           END-IF.

       2520-READ-NEXT-WINDOW.
           READ HELLO-MAINTWIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MWIN-EOF-FLAG
               NOT AT END
                   IF MWIN-ENV-NAME NOT = WS-MWIN-PROBE-ENV
                           OR MWIN-START-STAMP > WS-MWIN-PROBE-STAMP
                       MOVE 'Y' TO WS-MWIN-EOF-FLAG
                   ELSE
                       IF MWIN-SCHEDULED
                               AND MWIN-END-STAMP
                                   > WS-MWIN-PROBE-STAMP
                           MOVE 'Y' TO WS-IN-WINDOW-FLAG
                           MOVE MWIN-END-DATE
                               TO WS-MWIN-FOUND-END-DATE
                           MOVE MWIN-END-TIME
                               TO WS-MWIN-FOUND-END-TIME
                           MOVE MWIN-TICKET TO WS-MWIN-FOUND-TICKET
                       END-IF
                   END-IF
           END-READ.

      *    Freshness is judged to the hour: whole days between the
      *    last-verified date and today, times 24, plus the hour
      *    difference. That is plenty for a 24-hour-scale window.
      *    A failed run whose failures are all waived is judged for
      *    freshness like a pass, but reported with its own RC.
       3000-JUDGE-FRESHNESS.
           IF ENVREG-LAST-RESULT = 'FAIL'
               PERFORM 3100-JUDGE-WAIVERS
           END-IF
           IF ENVREG-LAST-RESULT NOT = 'PASS'
                   AND NOT WS-WAIVED-RUN
               MOVE 8 TO WS-GATE-RC
               IF WS-WAIVER-ERROR
                   MOVE 'LAST RUN FAILED - WAIVERS COULD NOT BE JUDGED'
                       TO WS-GATE-REASON
               ELSE
                   MOVE 'LAST VERIFICATION DID NOT PASS'
                       TO WS-GATE-REASON
               END-IF
           ELSE
               COMPUTE WS-TODAY-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   COMPUTE WS-ELAPSED-HOURS
                       = (WS-TODAY-INTEGER - WS-VERIFIED-INTEGER) * 24
                       + WS-CURRENT-HOUR - WS-VERIFIED-HOUR
                   EVALUATE TRUE
                       WHEN WS-ELAPSED-HOURS > WS-WINDOW-HOURS
                           MOVE 4 TO WS-GATE-RC
                           MOVE 'LAST PASS IS OLDER THAN THE WINDOW'
                               TO WS-GATE-REASON
                       WHEN WS-WAIVED-RUN
                           MOVE 2 TO WS-GATE-RC
                           MOVE SPACES TO WS-GATE-REASON
                           STRING 'PASSED WITH WAIVERS - '
                                                   DELIMITED BY SIZE
                               WS-WAIVED-CHECKS    DELIMITED BY SIZE
                               ' CHECK(S) WAIVED'  DELIMITED BY SIZE
                               INTO WS-GATE-REASON
                           END-STRING
                       WHEN OTHER
                           MOVE 0 TO WS-GATE-RC
                           MOVE 'VERIFIED PASS WITHIN WINDOW'
                               TO WS-GATE-REASON
                   END-EVALUATE
               END-IF
           END-IF.

      *    Collect the failed checks of the last run - the HELLO.RESULTS
      *    records stamped with the registry's last-verified date and
      *    time, highest serial winning if two hosts share the stamp -
      *    then look each one up in the waiver master. The run counts
      *    as passed with waivers only when at least one check failed,
      *    every failed check holds a waiver not yet expired, and the
      *    run's manifest shows no timing regression - a waiver
      *    covers a check, never a regression.
       3100-JUDGE-WAIVERS.
           MOVE 0 TO WS-LAST-RUN-SERIAL
           MOVE 0 TO WS-FAILED-CHECKS
           MOVE 0 TO WS-WAIVED-CHECKS
           MOVE 0 TO WS-UNWAIVED-CHECKS
           MOVE ALL 'N' TO WS-FAIL-FLAGS
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-RESULTS-EOF-FLAG
                   PERFORM 3110-READ-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF
                   CLOSE HELLO-RESULTS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-WAIVER-ERROR-FLAG
                   MOVE '3100-JUDGE-WAIVERS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           END-EVALUATE
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > 20
               IF WS-FAIL-FLAG(WS-CHECK-SUB) = 'Y'
                   ADD 1 TO WS-FAILED-CHECKS
               END-IF
           END-PERFORM
           IF WS-FAILED-CHECKS > 0
               OPEN INPUT HELLO-WAIVER-FILE
               EVALUATE WS-WAIVER-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-WAIVER-OPEN-FLAG
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-WAIVER-ERROR-FLAG
                       MOVE '3100-JUDGE-WAIVERS' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > 20
                   IF WS-FAIL-FLAG(WS-CHECK-SUB) = 'Y'
                       PERFORM 3120-LOOK-UP-WAIVER
                   END-IF
               END-PERFORM
               IF WS-WAIVER-OPEN
                   CLOSE HELLO-WAIVER-FILE
               END-IF
           END-IF
           IF WS-FAILED-CHECKS > 0 AND WS-UNWAIVED-CHECKS = 0
                   AND NOT WS-WAIVER-ERROR
               PERFORM 3130-CHECK-RUN-REGRESSIONS
               IF NOT WS-RUN-REGRESSED AND NOT WS-WAIVER-ERROR
                   MOVE 'Y' TO WS-WAIVED-RUN-FLAG
               END-IF
           END-IF.

       3110-READ-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   IF CHKRES-ENV-NAME = WS-ENV-NAME
                           AND CHKRES-RUN-DATE
                               = ENVREG-LAST-VERIFIED-DATE
                           AND CHKRES-RUN-TIME
                               = ENVREG-LAST-VERIFIED-TIME
                       IF CHKRES-RUN-SERIAL > WS-LAST-RUN-SERIAL
                           MOVE CHKRES-RUN-SERIAL
                               TO WS-LAST-RUN-SERIAL
                           MOVE ALL 'N' TO WS-FAIL-FLAGS
                       END-IF
                       IF CHKRES-RUN-SERIAL = WS-LAST-RUN-SERIAL
                               AND CHKRES-CHECK-RESULT = 'FAIL'
                               AND CHKRES-CHECK-NUMBER > 0
                               AND CHKRES-CHECK-NUMBER NOT > 20
                           MOVE 'Y'
                               TO WS-FAIL-FLAG(CHKRES-CHECK-NUMBER)
                       END-IF
                   END-IF
           END-READ.

       3120-LOOK-UP-WAIVER.
           MOVE WS-ENV-NAME TO WAIVER-ENV-NAME
           MOVE WS-CHECK-SUB TO WAIVER-CHECK-NUMBER
           IF WS-WAIVER-OPEN
               READ HELLO-WAIVER-FILE
               EVALUATE WS-WAIVER-FILE-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       MOVE SPACES TO WAIVER-TICKET
                       MOVE 0 TO WAIVER-EXPIRY-DATE
                   WHEN OTHER
                       MOVE SPACES TO WAIVER-TICKET
                       MOVE 0 TO WAIVER-EXPIRY-DATE
                       MOVE 'Y' TO WS-WAIVER-ERROR-FLAG
                       MOVE '3120-LOOK-UP-WAIVER' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'READ' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
           ELSE
               MOVE SPACES TO WAIVER-TICKET
               MOVE 0 TO WAIVER-EXPIRY-DATE
           END-IF
           IF WAIVER-EXPIRY-DATE NOT < WS-RUN-DATE
               ADD 1 TO WS-WAIVED-CHECKS
               DISPLAY 'FAILED CHECK ' WS-CHECK-SUB
                   ' WAIVED - TICKET ' WAIVER-TICKET
                   ' EXPIRES ' WAIVER-EXPIRY-DATE
           ELSE
               ADD 1 TO WS-UNWAIVED-CHECKS
               IF WAIVER-EXPIRY-DATE = 0
                   DISPLAY 'FAILED CHECK ' WS-CHECK-SUB
                       ' NOT WAIVED'
               ELSE
                   DISPLAY 'FAILED CHECK ' WS-CHECK-SUB
                       ' NOT WAIVED - WAIVER ' WAIVER-TICKET
                       ' EXPIRED ' WAIVER-EXPIRY-DATE
               END-IF
           END-IF.

      *    Read the run's manifest record by serial for its timing
      *    regression count. No serial, no manifest or no record
      *    leaves the waiver verdict standing; a manifest that cannot
      *    be read is reported and the run is not treated as waived.
       3130-CHECK-RUN-REGRESSIONS.
           IF WS-LAST-RUN-SERIAL > 0
               OPEN INPUT HELLO-RUNMAN-FILE
               EVALUATE WS-RUNMAN-FILE-STATUS
                   WHEN '00'
                       MOVE WS-LAST-RUN-SERIAL TO RUNMAN-RUN-SERIAL
                       READ HELLO-RUNMAN-FILE
                       EVALUATE WS-RUNMAN-FILE-STATUS
                           WHEN '00'
                               IF RUNMAN-PERF-REGRESS-COUNT IS NUMERIC
                                       AND RUNMAN-PERF-REGRESS-COUNT
                                           > 0
                                   MOVE 'Y' TO WS-RUN-REGRESSED-FLAG
                                   DISPLAY 'RUN ' WS-LAST-RUN-SERIAL
                                       ' ALSO HAD '
                                       RUNMAN-PERF-REGRESS-COUNT
                                       ' PERF REGRESSION(S) - NOT'
                                       ' WAIVABLE'
                               END-IF
                           WHEN '23'
                               CONTINUE
                           WHEN OTHER
                               MOVE 'Y' TO WS-WAIVER-ERROR-FLAG
                               MOVE '3130-CHECK-RUN-REGRESSIONS'
                                   TO ERRH-PARAGRAPH
                               MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                               MOVE 'READ' TO ERRH-OPERATION
                               MOVE WS-RUNMAN-FILE-STATUS
                                   TO ERRH-FILE-STATUS
                               PERFORM 9800-CALL-ERROR-HANDLER
                       END-EVALUATE
                       CLOSE HELLO-RUNMAN-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'Y' TO WS-WAIVER-ERROR-FLAG
                       MOVE '3130-CHECK-RUN-REGRESSIONS'
                           TO ERRH-PARAGRAPH
                       MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-RUNMAN-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
           END-IF.

       8000-DISPLAY-VERDICT.
