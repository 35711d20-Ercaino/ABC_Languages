      * environment with no policy card and no default card is
      * reported but never paged.
      *
      * A FAILing environment whose failed checks in its last run
      * (HELLO.RESULTS, see CHKRES.CPY, matched on the registry's
      * last-verified date and time) are all covered by waivers in
      * force (HELLO.WAIVER, see WAIVER.CPY) passed with waivers: it
      * is not paged, a level-00 notice with reason PASSED WITH
      * WAIVERS is queued instead, and any active escalation is
      * cleared as for a PASS. A timing regression cannot be waived:
      * when the run's manifest record (HELLO.RUNMAN, see RUNMAN.CPY)
      * counts one, the environment is judged as an ordinary FAIL. A
      * run with no manifest record is judged on its waivers alone.
      * HELLO-WORLD does not count a waived run toward the registry's
      * consecutive-failure count, so a streak of waived failures
      * does not carry the next unwaived failure straight to a deep
      * escalation level. A results, waiver or manifest file that is
      * present but cannot be read is reported, nothing is waived,
      * and the run ends RC 8.
      *
      * An environment with a planned-maintenance window open when
      * its last run was verified, or open now (HELLO.MAINTWIN, see
      * MAINTWIN.CPY), is knowingly out of service: it is neither
      * paged nor noticed, and its escalation state is left exactly
      * as it was - not raised, not cleared - so the streak picks up
      * where it left off once the window closes. A missing window
      * file means no windows.
      *
      * RETURN-CODE 0 = nothing to escalate, 2 = passed-with-waivers
      * notice(s) only, 4 = alert(s) written, 8 = registry,
      * alert-queue, results, waiver or manifest file unavailable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-ESCAL.
           SELECT HELLO-ESCSTAT-FILE ASSIGN TO 'HELLO.ESCSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCSTAT-FILE-STATUS.
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
           05  STAT-ALERT-DATE         PIC 9(8).
           05  FILLER                  PIC X(60).

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
       01  WS-ESCPOL-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-ALERTQ-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-ESCSTAT-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-WAIVER-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RUNMAN-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.
           88  WS-ESCPOL-EOF                     VALUE 'Y'.
       01  WS-ESCSTAT-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-ESCSTAT-EOF                    VALUE 'Y'.
       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.

       01  WS-ESCAL-ERROR-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-ESCAL-ERROR                    VALUE 'Y'.
           05  WS-USE-LEVEL            PIC 9(2)  VALUE 0.
           05  WS-USE-NOTIFY           PIC X(20) VALUE SPACES.

      *    Failed checks of the environment's last run (by check
      *    number) and whether each is covered by a waiver in force.
       01  WS-WAIVER-WORK.
           05  WS-WAIVED-RUN-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-WAIVED-RUN                 VALUE 'Y'.
           05  WS-WAIVER-OPEN-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-WAIVER-OPEN                VALUE 'Y'.
           05  WS-RUN-REGRESSED-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-RUN-REGRESSED              VALUE 'Y'.
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

       01  WS-ALERT-OK-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-ALERT-OK                       VALUE 'Y'.

       01  WS-ESCAL-COUNTS.
           05  WS-ENVS-SCANNED         PIC 9(5)  VALUE 0.
           05  WS-ALERTS-WRITTEN       PIC 9(5)  VALUE 0.
           05  WS-ALERTS-SUPPRESSED    PIC 9(5)  VALUE 0.
           05  WS-STATES-CLEARED       PIC 9(5)  VALUE 0.
           05  WS-WAIVER-NOTICES       PIC 9(5)  VALUE 0.
           05  WS-ENVS-IN-WINDOW       PIC 9(5)  VALUE 0.
           05  WS-ENVS-NO-POLICY       PIC 9(5)  VALUE 0.
           05  WS-CARDS-READ           PIC 9(5)  VALUE 0.
           05  WS-CARDS-BAD            PIC 9(5)  VALUE 0.
                   INVALID KEY
                       MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               END-START
               PERFORM 2050-OPEN-MAINTWIN-FILE
               PERFORM 2100-READ-NEXT-ENV UNTIL WS-ENVREG-EOF
               CLOSE HELLO-ENVREG-FILE
               IF WS-MWIN-AVAILABLE
                   CLOSE HELLO-MAINTWIN-FILE
               END-IF
           END-IF.

      *    No window file yet means no windows; any other failure is
      *    snapshotted and the run goes ahead without windows.
       2050-OPEN-MAINTWIN-FILE.
           OPEN INPUT HELLO-MAINTWIN-FILE
           EVALUATE WS-MAINTWIN-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MWIN-AVAILABLE-FLAG
               WHEN '35'
                   MOVE 'N' TO WS-MWIN-AVAILABLE-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-MWIN-AVAILABLE-FLAG
                   MOVE '2050-OPEN-MAINTWIN-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   DISPLAY 'ESCAL: WINDOW FILE UNAVAILABLE - NO'
                       ' MAINTENANCE WINDOWS HONOURED'
           END-EVALUATE.

       2100-READ-NEXT-ENV.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
      *    clears any active escalation so the next failure streak
      *    pages afresh. A failing environment pages when its streak
      *    reaches the policy threshold, once: while the escalation is
      *    active, further nights are suppressed. A failure made up
      *    entirely of waived checks is a pass with waivers: noticed,
      *    never paged. An environment under planned maintenance is
      *    left alone altogether.
       2200-JUDGE-ENVIRONMENT.
           IF ENVREG-INACTIVE
               CONTINUE
           ELSE
               PERFORM 2900-CHECK-MAINT-WINDOWS
               IF WS-IN-WINDOW
                   ADD 1 TO WS-ENVS-IN-WINDOW
                   DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                       ' UNDER MAINTENANCE (TICKET '
                       WS-MWIN-FOUND-TICKET ' UNTIL '
                       WS-MWIN-FOUND-END-DATE ' '
                       WS-MWIN-FOUND-END-TIME
                       ') - NOT JUDGED, STATE HELD'
               ELSE
                   PERFORM 2210-JUDGE-ACTIVE-ENV
               END-IF
           END-IF.

       2210-JUDGE-ACTIVE-ENV.
           PERFORM 2300-LOCATE-POLICY
           PERFORM 2400-LOCATE-STATE
           MOVE 'N' TO WS-WAIVED-RUN-FLAG
           IF ENVREG-LAST-RESULT = 'FAIL'
               PERFORM 2250-JUDGE-WAIVERS
           END-IF
           EVALUATE TRUE
               WHEN ENVREG-LAST-RESULT = 'PASS'
                   IF WS-STAT-FOUND = 'Y'
                       MOVE 'N' TO WS-STAT-ACTIVE-FLAG(WS-STAT-SUB)
                       ADD 1 TO WS-STATES-CLEARED
                       DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                           ' PASSED - ESCALATION CLEARED'
                   END-IF
               WHEN WS-WAIVED-RUN
                   PERFORM 2800-POST-WAIVER-NOTICE
               WHEN OTHER
                   IF WS-POL-FOUND = 'N'
                       ADD 1 TO WS-ENVS-NO-POLICY
                       DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                           ' FAILING WITH NO POLICY CARD -'
                           ' NOT PAGED'
                   ELSE
                       IF ENVREG-CONSEC-FAIL-COUNT
                               >= WS-USE-THRESHOLD
                           PERFORM 2500-ESCALATE-OR-SUPPRESS
                       END-IF
                   END-IF
           END-EVALUATE.

      *    Collect the failed checks of the environment's last run -
      *    the HELLO.RESULTS records stamped with the registry's
      *    last-verified date and time, highest serial winning if two
      *    hosts share the stamp - and look each one up in the waiver
      *    master. Passed with waivers only when at least one check
      *    failed, every failed check holds a waiver not yet expired
      *    and the run's manifest shows no timing regression; a
      *    missing results or waiver file waives nothing.
       2250-JUDGE-WAIVERS.
           MOVE 'N' TO WS-WAIVER-OPEN-FLAG
           MOVE 'N' TO WS-RUN-REGRESSED-FLAG
           MOVE 0 TO WS-LAST-RUN-SERIAL
           MOVE 0 TO WS-FAILED-CHECKS
           MOVE 0 TO WS-WAIVED-CHECKS
           MOVE 0 TO WS-UNWAIVED-CHECKS
           MOVE ALL 'N' TO WS-FAIL-FLAGS
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-RESULTS-EOF-FLAG
                   PERFORM 2260-READ-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF
                   CLOSE HELLO-RESULTS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
                   MOVE '2250-JUDGE-WAIVERS' TO ERRH-PARAGRAPH
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
                       MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
                       MOVE '2250-JUDGE-WAIVERS' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
               PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > 20
                   IF WS-FAIL-FLAG(WS-CHECK-SUB) = 'Y'
                       PERFORM 2270-LOOK-UP-WAIVER
                   END-IF
               END-PERFORM
               IF WS-WAIVER-OPEN
                   CLOSE HELLO-WAIVER-FILE
               END-IF
           END-IF
           IF WS-FAILED-CHECKS > 0 AND WS-UNWAIVED-CHECKS = 0
               PERFORM 2280-CHECK-RUN-REGRESSIONS
               IF NOT WS-RUN-REGRESSED
                   MOVE 'Y' TO WS-WAIVED-RUN-FLAG
               END-IF
           END-IF.

       2260-READ-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   IF CHKRES-ENV-NAME = ENVREG-ENV-NAME
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

       2270-LOOK-UP-WAIVER.
           MOVE ENVREG-ENV-NAME TO WAIVER-ENV-NAME
           MOVE WS-CHECK-SUB TO WAIVER-CHECK-NUMBER
           IF WS-WAIVER-OPEN
               READ HELLO-WAIVER-FILE
               EVALUATE WS-WAIVER-FILE-STATUS
                   WHEN '00'
                       CONTINUE
                   WHEN '23'
                       MOVE 0 TO WAIVER-EXPIRY-DATE
                   WHEN OTHER
                       MOVE 0 TO WAIVER-EXPIRY-DATE
                       MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
                       MOVE '2270-LOOK-UP-WAIVER' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'READ' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
           ELSE
               MOVE 0 TO WAIVER-EXPIRY-DATE
           END-IF
           IF WAIVER-EXPIRY-DATE NOT < WS-RUN-DATE
               ADD 1 TO WS-WAIVED-CHECKS
           ELSE
               ADD 1 TO WS-UNWAIVED-CHECKS
           END-IF.

      *    Read the run's manifest record by serial for its timing
      *    regression count. No serial, no manifest or no record
      *    leaves the waiver verdict standing; a manifest that cannot
      *    be read is reported and the run is not treated as waived.
       2280-CHECK-RUN-REGRESSIONS.
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
                               END-IF
                           WHEN '23'
                               CONTINUE
                           WHEN OTHER
                               MOVE 'Y' TO WS-RUN-REGRESSED-FLAG
                               MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
                               MOVE '2280-CHECK-RUN-REGRESSIONS'
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
                       MOVE 'Y' TO WS-RUN-REGRESSED-FLAG
                       MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
                       MOVE '2280-CHECK-RUN-REGRESSIONS'
                           TO ERRH-PARAGRAPH
                       MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-RUNMAN-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
           END-IF.

       2300-LOCATE-POLICY.
           MOVE 'N' TO WS-POL-FOUND
           MOVE 0 TO WS-POL-SUB
           END-IF.

       2600-WRITE-ALERT.
           MOVE WS-RUN-DATE TO WS-ALERT-DATE
           MOVE WS-RUN-TIME TO WS-ALERT-TIME
           MOVE ENVREG-ENV-NAME TO WS-ALERT-ENV
           MOVE WS-USE-LEVEL TO WS-ALERT-LEVEL
           MOVE ENVREG-CONSEC-FAIL-COUNT TO WS-ALERT-FAIL-COUNT
           MOVE WS-USE-NOTIFY TO WS-ALERT-NOTIFY
           MOVE SPACES TO WS-ALERT-REASON
           STRING
               'CONSECUTIVE FAILURES REACHED THRESHOLD '
                                       DELIMITED BY SIZE
               WS-USE-THRESHOLD        DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM 2610-APPEND-ALERT-LINE
           IF WS-ALERT-OK
               ADD 1 TO WS-ALERTS-WRITTEN
               DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                   ' PAGED AT LEVEL ' WS-USE-LEVEL
                   ' (' ENVREG-CONSEC-FAIL-COUNT
                   ' CONSECUTIVE FAILURES) -> ' WS-USE-NOTIFY
           END-IF.

      *    Append the filled WS-ALERT-LINE to the alert queue, one
      *    open per line so a partial run leaves every alert it did
      *    raise on the queue.
       2610-APPEND-ALERT-LINE.
           MOVE 'N' TO WS-ALERT-OK-FLAG
           OPEN EXTEND HELLO-ALERTQ-FILE
           IF WS-ALERTQ-FILE-STATUS = '35'
               OPEN OUTPUT HELLO-ALERTQ-FILE
           END-IF
           IF WS-ALERTQ-FILE-STATUS NOT = '00'
               MOVE '2610-APPEND-ALERT-LINE' TO ERRH-PARAGRAPH
               MOVE 'HELLO.ALERTQ' TO ERRH-FILE-NAME
               MOVE 'OPEN EXT' TO ERRH-OPERATION
               MOVE WS-ALERTQ-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
           ELSE
               MOVE WS-ALERT-LINE TO ALERT-RECORD
               WRITE ALERT-RECORD
               IF WS-ALERTQ-FILE-STATUS NOT = '00'
                   MOVE '2610-APPEND-ALERT-LINE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ALERTQ' TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-ALERTQ-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-ESCAL-ERROR-FLAG
               ELSE
                   MOVE 'Y' TO WS-ALERT-OK-FLAG
               END-IF
               CLOSE HELLO-ALERTQ-FILE
           END-IF.
               END-IF
           END-IF.

      *    Level 00 marks the line as a notice the paging bridge
      *    records but does not page; the policy's notify id, if any,
      *    is carried so the owner still sees it. Any active
      *    escalation is cleared as for a PASS.
       2800-POST-WAIVER-NOTICE.
           MOVE WS-RUN-DATE TO WS-ALERT-DATE
           MOVE WS-RUN-TIME TO WS-ALERT-TIME
           MOVE ENVREG-ENV-NAME TO WS-ALERT-ENV
           MOVE 0 TO WS-ALERT-LEVEL
           MOVE ENVREG-CONSEC-FAIL-COUNT TO WS-ALERT-FAIL-COUNT
           IF WS-POL-FOUND = 'Y'
               MOVE WS-USE-NOTIFY TO WS-ALERT-NOTIFY
           ELSE
               MOVE SPACES TO WS-ALERT-NOTIFY
           END-IF
           MOVE SPACES TO WS-ALERT-REASON
           STRING
               'PASSED WITH WAIVERS - ' DELIMITED BY SIZE
               WS-WAIVED-CHECKS        DELIMITED BY SIZE
               ' CHECK(S) WAIVED'      DELIMITED BY SIZE
               INTO WS-ALERT-REASON
           END-STRING
           PERFORM 2610-APPEND-ALERT-LINE
           IF WS-ALERT-OK
               ADD 1 TO WS-WAIVER-NOTICES
               DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                   ' PASSED WITH WAIVERS (' WS-WAIVED-CHECKS
                   ' CHECK(S) WAIVED) - NOT PAGED'
           END-IF
           IF WS-STAT-FOUND = 'Y'
               MOVE 'N' TO WS-STAT-ACTIVE-FLAG(WS-STAT-SUB)
               ADD 1 TO WS-STATES-CLEARED
               DISPLAY 'ESCAL: ' ENVREG-ENV-NAME
                   ' PASSED WITH WAIVERS - ESCALATION CLEARED'
           END-IF.

      *    The environment is under maintenance if a window was open
      *    when its last run was verified (the result came from a box
      *    knowingly out of service) or is open now.
       2900-CHECK-MAINT-WINDOWS.
           MOVE 'N' TO WS-IN-WINDOW-FLAG
           MOVE ENVREG-ENV-NAME TO WS-MWIN-PROBE-ENV
           IF ENVREG-LAST-VERIFIED-DATE IS NUMERIC
                   AND ENVREG-LAST-VERIFIED-DATE > 0
                   AND ENVREG-LAST-VERIFIED-TIME IS NUMERIC
               MOVE ENVREG-LAST-VERIFIED-DATE TO WS-MWIN-PROBE-DATE
               MOVE ENVREG-LAST-VERIFIED-TIME(1:4)
                   TO WS-MWIN-PROBE-TIME
               PERFORM 2910-CHECK-MAINT-WINDOW
           END-IF
           IF NOT WS-IN-WINDOW
               MOVE WS-RUN-DATE TO WS-MWIN-PROBE-DATE
               MOVE WS-RUN-TIME(1:4) TO WS-MWIN-PROBE-TIME
               PERFORM 2910-CHECK-MAINT-WINDOW
           END-IF.

      *    Windows come back in start order for the environment, so
      *    the walk stops at the first one starting after the probe
      *    stamp. A scheduled window whose end is still ahead of the
      *    probe is open; cancelled windows are history only.
       2910-CHECK-MAINT-WINDOW.
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
               PERFORM 2920-READ-NEXT-WINDOW
                   UNTIL WS-MWIN-EOF OR WS-IN-WINDOW
           END-IF.

       2920-READ-NEXT-WINDOW.
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

       3000-REWRITE-STATE-FILE.
           OPEN OUTPUT HELLO-ESCSTAT-FILE
           IF WS-ESCSTAT-FILE-STATUS NOT = '00'
           DISPLAY 'ALERTS WRITTEN .......... ' WS-ED-COUNT
           MOVE WS-ALERTS-SUPPRESSED TO WS-ED-COUNT
           DISPLAY 'ALERTS SUPPRESSED ....... ' WS-ED-COUNT
           MOVE WS-WAIVER-NOTICES TO WS-ED-COUNT
           DISPLAY 'PASSED WITH WAIVERS ..... ' WS-ED-COUNT
           MOVE WS-ENVS-IN-WINDOW TO WS-ED-COUNT
           DISPLAY 'UNDER MAINTENANCE ....... ' WS-ED-COUNT
           MOVE WS-STATES-CLEARED TO WS-ED-COUNT
           DISPLAY 'ESCALATIONS CLEARED ..... ' WS-ED-COUNT
           MOVE WS-ENVS-NO-POLICY TO WS-ED-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ALERTS-WRITTEN > 0
                   MOVE 4 TO RETURN-CODE
               WHEN WS-WAIVER-NOTICES > 0
                   MOVE 2 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
