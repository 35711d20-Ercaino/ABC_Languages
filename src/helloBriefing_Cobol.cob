      * HELLO-BRIEF
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloBriefing_Cobol
      *       helloBriefing_Cobol.cob
      *   ./helloBriefing_Cobol [YYYYMMDD]
      *
      * Morning operations briefing. The night's story is spread over
      * the registry, the run manifest, the escalation state and the
      * diagnostic snapshots, and the shift used to open each of them
      * in turn. This program pulls them onto one page, with what
      * needs attention first:
      *
      *   - NEEDS ATTENTION: one line per finding, ranked CRITICAL,
      *     HIGH, MEDIUM, LOW:
      *       CRITICAL  escalation open in HELLO.ESCSTAT; F-severity
      *                 diagnostics from the period's runs
      *       HIGH      last result FAIL; no run in the period
      *                 and no maintenance window over it
      *       MEDIUM    E-severity diagnostics; a run failed on a
      *                 timing regression; a failed run in the period
      *                 since followed by a pass
      *       LOW       toolchain fingerprint changed in the period;
      *                 no run in the period, but a scheduled
      *                 maintenance window (HELLO.MAINTWIN) fell in
      *                 it - reported with the window's ticket
      *   - one block per ACTIVE registry environment: last result,
      *     host and consecutive-failure count (HELLO.ENVREG), open
      *     escalation level (HELLO.ESCSTAT), every HELLO.RUNMAN run
      *     in the period with its PASS/FAIL/SKIP counts, and the E/F
      *     snapshots in HELLO.DIAG stamped with those run serials.
      *
      * A run is flagged PERF when its manifest entry counts one or
      * more timing regressions, whether or not it failed checks as
      * well; entries written before the count was recorded carry
      * none and are not flagged. Toolchain drift is a run whose
      * fingerprint differs from the environment's previous run in
      * the manifest (in or before the period).
      *
      * The period is the 24 hours up to now; argument 1 (YYYYMMDD)
      * instead briefs the morning of that date, the 24 hours up to
      * 08:00 on it.
      *
      * RETURN-CODE 0 = nothing needs attention, 4 = findings listed,
      * 8 = registry, manifest, state or diagnostic file unreadable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-BRIEF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-RUNMAN-FILE ASSIGN TO 'HELLO.RUNMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNMAN-RUN-SERIAL
               FILE STATUS IS WS-RUNMAN-FILE-STATUS.
           SELECT HELLO-ESCSTAT-FILE ASSIGN TO 'HELLO.ESCSTAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCSTAT-FILE-STATUS.
           SELECT HELLO-DIAG-FILE ASSIGN TO 'HELLO.DIAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-FILE-STATUS.
           SELECT HELLO-MAINTWIN-FILE ASSIGN TO 'HELLO.MAINTWIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS WS-MAINTWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-RUNMAN-FILE.

           COPY RUNMAN.

       FD  HELLO-ESCSTAT-FILE.
       01  STAT-RECORD.
           05  STAT-ENV-NAME           PIC X(4).
           05  FILLER                  PIC X(1).
           05  STAT-ESC-LEVEL          PIC 9(2).
           05  FILLER                  PIC X(1).
           05  STAT-FAIL-COUNT         PIC 9(3).
           05  FILLER                  PIC X(1).
           05  STAT-ALERT-DATE         PIC 9(8).
           05  FILLER                  PIC X(60).

       FD  HELLO-DIAG-FILE.
       01  DIAG-RECORD                 PIC X(132).

       FD  HELLO-MAINTWIN-FILE.

           COPY MAINTWIN.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RUNMAN-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-ESCSTAT-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-DIAG-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.
       01  WS-RUNMAN-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-RUNMAN-EOF                     VALUE 'Y'.
       01  WS-ESCSTAT-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-ESCSTAT-EOF                    VALUE 'Y'.
       01  WS-DIAG-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DIAG-EOF                       VALUE 'Y'.

       01  WS-BRIEF-ERROR-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-BRIEF-ERROR                    VALUE 'Y'.

      *    Maintenance-window probe for an environment with no run in
      *    the period: the period bounds cut to the window file's
      *    YYYYMMDD plus HHMM stamps.
       01  WS-MWIN-WORK.
           05  WS-MWIN-AVAILABLE-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-MWIN-AVAILABLE             VALUE 'Y'.
           05  WS-MWIN-EOF-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-MWIN-EOF                   VALUE 'Y'.
           05  WS-IN-WINDOW-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-IN-WINDOW                  VALUE 'Y'.
           05  WS-MWIN-PROBE-ENV       PIC X(4)  VALUE SPACES.
           05  WS-MWIN-FROM-STAMP.
               10  WS-MWIN-FROM-DATE   PIC 9(8)  VALUE 0.
               10  WS-MWIN-FROM-TIME   PIC 9(4)  VALUE 0.
           05  WS-MWIN-TO-STAMP.
               10  WS-MWIN-TO-DATE     PIC 9(8)  VALUE 0.
               10  WS-MWIN-TO-TIME     PIC 9(4)  VALUE 0.
           05  WS-MWIN-FOUND-TICKET    PIC X(8)  VALUE SPACES.

      *    Fixed-position view of the HELLO.DIAG snapshot line (see
      *    HELLO-ERRH).
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

      *    Briefing period: after WS-FROM-STAMP, up to and including
      *    WS-TO-STAMP (YYYYMMDD plus HHMMSSCC).
       01  WS-PERIOD-WORK.
           05  WS-DATE-ARG             PIC X(8)  VALUE SPACES.
           05  WS-DATE-ARG-N REDEFINES WS-DATE-ARG
                                       PIC 9(8).
           05  WS-MORNING-TIME         PIC 9(8)  VALUE 08000000.
           05  WS-FROM-STAMP.
               10  WS-FROM-DATE        PIC 9(8)  VALUE 0.
               10  WS-FROM-TIME        PIC 9(8)  VALUE 0.
           05  WS-TO-STAMP.
               10  WS-TO-DATE          PIC 9(8)  VALUE 0.
               10  WS-TO-TIME          PIC 9(8)  VALUE 0.
           05  WS-RUN-STAMP.
               10  WS-RUN-STAMP-DATE   PIC 9(8)  VALUE 0.
               10  WS-RUN-STAMP-TIME   PIC 9(8)  VALUE 0.

      *    Active registry environments, in key order, with what the
      *    other files say about each.
       01  WS-ENV-LIMITS.
           05  WS-ENV-MAX              PIC 9(3)  VALUE 50 COMP.
           05  WS-ENV-COUNT            PIC 9(3)  VALUE 0  COMP.
           05  WS-ENV-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 50 TIMES INDEXED BY WS-ENV-IDX.
               10  WS-ENV-NAME         PIC X(4).
               10  WS-ENV-DESC         PIC X(30).
               10  WS-ENV-LAST-RESULT  PIC X(4).
               10  WS-ENV-LAST-DATE    PIC 9(8).
               10  WS-ENV-LAST-TIME    PIC 9(8).
               10  WS-ENV-LAST-HOST    PIC X(8).
               10  WS-ENV-CONSEC       PIC 9(3).
               10  WS-ENV-PASS-FPRINT  PIC 9(8).
               10  WS-ENV-PASS-VERSION PIC X(40).
               10  WS-ENV-ESC-FLAG     PIC X(1).
               10  WS-ENV-ESC-LEVEL    PIC 9(2).
               10  WS-ENV-ESC-DATE     PIC 9(8).
               10  WS-ENV-PREV-FPRINT  PIC 9(8).
               10  WS-ENV-RUNS         PIC 9(3).
               10  WS-ENV-FAILED-RUNS  PIC 9(3).
               10  WS-ENV-PERF-RUNS    PIC 9(3).
               10  WS-ENV-DRIFT-RUNS   PIC 9(3).
               10  WS-ENV-DIAG-E       PIC 9(3).
               10  WS-ENV-DIAG-F       PIC 9(3).

      *    Manifest entries in the period for active environments, in
      *    serial order.
       01  WS-RUN-LIMITS.
           05  WS-RUN-MAX              PIC 9(3)  VALUE 300 COMP.
           05  WS-RUN-COUNT            PIC 9(3)  VALUE 0   COMP.
           05  WS-RUN-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 300 TIMES INDEXED BY WS-RUN-IDX.
               10  WS-RUN-SERIAL       PIC 9(8).
               10  WS-RUN-ENV-SUB      PIC 9(3).
               10  WS-RUN-DATE-R       PIC 9(8).
               10  WS-RUN-TIME-R       PIC 9(8).
               10  WS-RUN-HOST         PIC X(8).
               10  WS-RUN-RESULT       PIC X(4).
               10  WS-RUN-PASS         PIC 9(2).
               10  WS-RUN-FAIL         PIC 9(2).
               10  WS-RUN-SKIP         PIC 9(2).
               10  WS-RUN-FPRINT       PIC 9(8).
               10  WS-RUN-PERF-FLAG    PIC X(1).
               10  WS-RUN-DRIFT-FLAG   PIC X(1).

      *    E/F-severity snapshots stamped with a period run's serial.
       01  WS-SNAP-LIMITS.
           05  WS-SNAP-MAX             PIC 9(3)  VALUE 200 COMP.
           05  WS-SNAP-COUNT           PIC 9(3)  VALUE 0   COMP.
           05  WS-SNAP-OVERFLOW        PIC 9(5)  VALUE 0.
       01  WS-SNAP-TABLE.
           05  WS-SNAP-ENTRY OCCURS 200 TIMES INDEXED BY WS-SNAP-IDX.
               10  WS-SNAP-SERIAL      PIC 9(8).
               10  WS-SNAP-ENV-SUB     PIC 9(3).
               10  WS-SNAP-SEVERITY    PIC X(1).
               10  WS-SNAP-PROGRAM     PIC X(12).
               10  WS-SNAP-PARAGRAPH   PIC X(30).
               10  WS-SNAP-FILE-NAME   PIC X(16).
               10  WS-SNAP-OPERATION   PIC X(10).
               10  WS-SNAP-STATUS      PIC X(2).

      *    Needs-attention findings; printed rank by rank, so within
      *    a rank they keep environment order.
       01  WS-ATTN-LIMITS.
           05  WS-ATTN-MAX             PIC 9(3)  VALUE 400 COMP.
           05  WS-ATTN-COUNT           PIC 9(3)  VALUE 0   COMP.
           05  WS-ATTN-OVERFLOW        PIC 9(5)  VALUE 0.
       01  WS-ATTN-TABLE.
           05  WS-ATTN-ENTRY OCCURS 400 TIMES INDEXED BY WS-ATTN-IDX.
               10  WS-ATTN-RANK        PIC 9(1).
               10  WS-ATTN-ENV         PIC X(4).
               10  WS-ATTN-TEXT        PIC X(60).

       01  WS-SEARCH-WORK.
           05  WS-SEARCH-ENV           PIC X(4)  VALUE SPACES.
           05  WS-ENV-SUB              PIC 9(3)  VALUE 0 COMP.
           05  WS-RUN-SUB              PIC 9(3)  VALUE 0 COMP.
           05  WS-DIAG-SERIAL          PIC 9(8)  VALUE 0.
           05  WS-RANK-SUB             PIC 9(1)  VALUE 0.
           05  WS-RANK-PRINTED         PIC 9(3)  VALUE 0.
           05  WS-NEW-RANK             PIC 9(1)  VALUE 0.
           05  WS-NEW-TEXT             PIC X(60) VALUE SPACES.
           05  WS-RANK-NAME            PIC X(8)  VALUE SPACES.
           05  WS-ENV-LINES            PIC 9(3)  VALUE 0.

       01  WS-RECORD-COUNTS.
           05  WS-ENVS-READ            PIC 9(7)  VALUE 0.
           05  WS-STATE-READ           PIC 9(7)  VALUE 0.
           05  WS-MAN-READ             PIC 9(7)  VALUE 0.
           05  WS-DIAG-READ            PIC 9(7)  VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZ9.
           05  WS-ED-SMALL             PIC ZZ9.

       01  WS-REPORT-LINE              PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-REGISTRY
           IF NOT WS-BRIEF-ERROR
               PERFORM 2200-LOAD-ESCALATION-STATE
               PERFORM 2300-SCAN-RUN-MANIFEST
               PERFORM 2400-SCAN-DIAG-FILE
               PERFORM 3000-BUILD-ATTENTION-LIST
               PERFORM 4000-PRINT-ATTENTION-SECTION
               PERFORM 5000-PRINT-ENV-SECTION
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOBRF' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE WS-RUN-TIME TO WS-TO-TIME
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-ARG
           END-ACCEPT
           IF WS-DATE-ARG NOT = SPACES
               PERFORM 1200-EDIT-DATE-ARG
           END-IF
           MOVE WS-TO-TIME TO WS-FROM-TIME
           COMPUTE WS-FROM-DATE
               = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 1).

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'MORNING OPERATIONS BRIEFING'
           DISPLAY 'PERIOD: AFTER ' WS-FROM-DATE ' ' WS-FROM-TIME
               ' UP TO ' WS-TO-DATE ' ' WS-TO-TIME.

       1200-EDIT-DATE-ARG.
           IF WS-DATE-ARG IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ARG-N) = 0
               MOVE WS-DATE-ARG-N TO WS-TO-DATE
               MOVE WS-MORNING-TIME TO WS-TO-TIME
           ELSE
               DISPLAY 'BRIEF: DATE ''' WS-DATE-ARG
                   ''' INVALID, USING THE LAST 24 HOURS'
           END-IF.

       2000-LOAD-REGISTRY.
           OPEN INPUT HELLO-ENVREG-FILE
           IF WS-ENVREG-FILE-STATUS NOT = '00'
               MOVE '2000-LOAD-REGISTRY' TO ERRH-PARAGRAPH
               MOVE 'HELLO.ENVREG' TO ERRH-FILE-NAME
               MOVE 'OPEN IN' TO ERRH-OPERATION
               MOVE WS-ENVREG-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-BRIEF-ERROR-FLAG
           ELSE
               MOVE LOW-VALUES TO ENVREG-ENV-NAME
               START HELLO-ENVREG-FILE KEY NOT < ENVREG-ENV-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               END-START
               PERFORM 2100-READ-NEXT-ENV UNTIL WS-ENVREG-EOF
               CLOSE HELLO-ENVREG-FILE
           END-IF.

       2100-READ-NEXT-ENV.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ENVS-READ
                   IF ENVREG-ACTIVE
                       PERFORM 2110-POST-ENV-ENTRY
                   END-IF
           END-READ.

       2110-POST-ENV-ENTRY.
           IF WS-ENV-COUNT < WS-ENV-MAX
               ADD 1 TO WS-ENV-COUNT
               SET WS-ENV-IDX TO WS-ENV-COUNT
               MOVE ENVREG-ENV-NAME TO WS-ENV-NAME(WS-ENV-IDX)
               MOVE ENVREG-DESCRIPTION TO WS-ENV-DESC(WS-ENV-IDX)
               MOVE ENVREG-LAST-RESULT
                   TO WS-ENV-LAST-RESULT(WS-ENV-IDX)
               MOVE ENVREG-LAST-HOST TO WS-ENV-LAST-HOST(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-LAST-DATE(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-LAST-TIME(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-CONSEC(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-PASS-FPRINT(WS-ENV-IDX)
               IF ENVREG-LAST-VERIFIED-DATE IS NUMERIC
                   MOVE ENVREG-LAST-VERIFIED-DATE
                       TO WS-ENV-LAST-DATE(WS-ENV-IDX)
               END-IF
               IF ENVREG-LAST-VERIFIED-TIME IS NUMERIC
                   MOVE ENVREG-LAST-VERIFIED-TIME
                       TO WS-ENV-LAST-TIME(WS-ENV-IDX)
               END-IF
               IF ENVREG-CONSEC-FAIL-COUNT IS NUMERIC
                   MOVE ENVREG-CONSEC-FAIL-COUNT
                       TO WS-ENV-CONSEC(WS-ENV-IDX)
               END-IF
               IF ENVREG-LAST-PASS-FPRINT IS NUMERIC
                   MOVE ENVREG-LAST-PASS-FPRINT
                       TO WS-ENV-PASS-FPRINT(WS-ENV-IDX)
               END-IF
               MOVE ENVREG-LAST-PASS-VERSION
                   TO WS-ENV-PASS-VERSION(WS-ENV-IDX)
               MOVE 'N' TO WS-ENV-ESC-FLAG(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-ESC-LEVEL(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-ESC-DATE(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-PREV-FPRINT(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-RUNS(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-FAILED-RUNS(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-PERF-RUNS(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-DRIFT-RUNS(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-DIAG-E(WS-ENV-IDX)
               MOVE 0 TO WS-ENV-DIAG-F(WS-ENV-IDX)
           ELSE
               ADD 1 TO WS-ENV-OVERFLOW
           END-IF.

      *    HELLO.ESCSTAT holds only the escalations still open, as
      *    HELLO-ESCAL last rewrote it. No file means none open.
       2200-LOAD-ESCALATION-STATE.
           OPEN INPUT HELLO-ESCSTAT-FILE
           EVALUATE WS-ESCSTAT-FILE-STATUS
               WHEN '00'
                   PERFORM 2210-READ-STATE-RECORD
                       UNTIL WS-ESCSTAT-EOF
                   CLOSE HELLO-ESCSTAT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2200-LOAD-ESCALATION-STATE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ESCSTAT' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-ESCSTAT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-BRIEF-ERROR-FLAG
           END-EVALUATE.

       2210-READ-STATE-RECORD.
           READ HELLO-ESCSTAT-FILE
               AT END
                   MOVE 'Y' TO WS-ESCSTAT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-STATE-READ
                   MOVE STAT-ENV-NAME TO WS-SEARCH-ENV
                   PERFORM 2900-LOCATE-ENV
                   IF WS-ENV-SUB > 0
                           AND STAT-ESC-LEVEL IS NUMERIC
                       MOVE 'Y' TO WS-ENV-ESC-FLAG(WS-ENV-SUB)
                       MOVE STAT-ESC-LEVEL
                           TO WS-ENV-ESC-LEVEL(WS-ENV-SUB)
                       IF STAT-ALERT-DATE IS NUMERIC
                           MOVE STAT-ALERT-DATE
                               TO WS-ENV-ESC-DATE(WS-ENV-SUB)
                       END-IF
                   END-IF
           END-READ.

      *    The whole manifest is walked in serial order: runs before
      *    the period only set each environment's previous
      *    fingerprint, so the first run of the period can be judged
      *    for drift too.
       2300-SCAN-RUN-MANIFEST.
           OPEN INPUT HELLO-RUNMAN-FILE
           EVALUATE WS-RUNMAN-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO RUNMAN-RUN-SERIAL
                   START HELLO-RUNMAN-FILE
                       KEY NOT < RUNMAN-RUN-SERIAL
                       INVALID KEY
                           MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
                   END-START
                   PERFORM 2310-READ-NEXT-MANIFEST
                       UNTIL WS-RUNMAN-EOF
                   CLOSE HELLO-RUNMAN-FILE
               WHEN '35'
                   DISPLAY 'BRIEF: NO RUN MANIFEST - NO RUNS TO REPORT'
               WHEN OTHER
                   MOVE '2300-SCAN-RUN-MANIFEST' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RUNMAN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-BRIEF-ERROR-FLAG
           END-EVALUATE.

       2310-READ-NEXT-MANIFEST.
           READ HELLO-RUNMAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MAN-READ
                   MOVE RUNMAN-ENV-NAME TO WS-SEARCH-ENV
                   PERFORM 2900-LOCATE-ENV
                   IF WS-ENV-SUB > 0
                       MOVE RUNMAN-RUN-DATE TO WS-RUN-STAMP-DATE
                       MOVE RUNMAN-RUN-TIME TO WS-RUN-STAMP-TIME
                       IF WS-RUN-STAMP > WS-FROM-STAMP
                               AND WS-RUN-STAMP NOT > WS-TO-STAMP
                           PERFORM 2320-POST-PERIOD-RUN
                       END-IF
                       IF WS-RUN-STAMP NOT > WS-TO-STAMP
                           MOVE RUNMAN-FPRINT-HASH
                               TO WS-ENV-PREV-FPRINT(WS-ENV-SUB)
                       END-IF
                   END-IF
           END-READ.

       2320-POST-PERIOD-RUN.
           ADD 1 TO WS-ENV-RUNS(WS-ENV-SUB)
           IF RUNMAN-OVERALL-RESULT NOT = 'PASS'
               ADD 1 TO WS-ENV-FAILED-RUNS(WS-ENV-SUB)
           END-IF
           IF WS-RUN-COUNT < WS-RUN-MAX
               ADD 1 TO WS-RUN-COUNT
               SET WS-RUN-IDX TO WS-RUN-COUNT
               MOVE RUNMAN-RUN-SERIAL TO WS-RUN-SERIAL(WS-RUN-IDX)
               MOVE WS-ENV-SUB TO WS-RUN-ENV-SUB(WS-RUN-IDX)
               MOVE RUNMAN-RUN-DATE TO WS-RUN-DATE-R(WS-RUN-IDX)
               MOVE RUNMAN-RUN-TIME TO WS-RUN-TIME-R(WS-RUN-IDX)
               MOVE RUNMAN-HOST-NAME TO WS-RUN-HOST(WS-RUN-IDX)
               MOVE RUNMAN-OVERALL-RESULT
                   TO WS-RUN-RESULT(WS-RUN-IDX)
               MOVE RUNMAN-PASS-COUNT TO WS-RUN-PASS(WS-RUN-IDX)
               MOVE RUNMAN-FAIL-COUNT TO WS-RUN-FAIL(WS-RUN-IDX)
               MOVE RUNMAN-SKIP-COUNT TO WS-RUN-SKIP(WS-RUN-IDX)
               MOVE RUNMAN-FPRINT-HASH TO WS-RUN-FPRINT(WS-RUN-IDX)
               MOVE 'N' TO WS-RUN-PERF-FLAG(WS-RUN-IDX)
               MOVE 'N' TO WS-RUN-DRIFT-FLAG(WS-RUN-IDX)
               IF RUNMAN-PERF-REGRESS-COUNT IS NUMERIC
                       AND RUNMAN-PERF-REGRESS-COUNT > 0
                   MOVE 'Y' TO WS-RUN-PERF-FLAG(WS-RUN-IDX)
                   ADD 1 TO WS-ENV-PERF-RUNS(WS-ENV-SUB)
               END-IF
               IF WS-ENV-PREV-FPRINT(WS-ENV-SUB) > 0
                       AND RUNMAN-FPRINT-HASH
                           NOT = WS-ENV-PREV-FPRINT(WS-ENV-SUB)
                   MOVE 'Y' TO WS-RUN-DRIFT-FLAG(WS-RUN-IDX)
                   ADD 1 TO WS-ENV-DRIFT-RUNS(WS-ENV-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-RUN-OVERFLOW
           END-IF.

      *    Only E and F snapshots stamped with a period run's serial
      *    are kept; W (end-of-data) snapshots are routine. No file
      *    means no snapshots.
       2400-SCAN-DIAG-FILE.
           OPEN INPUT HELLO-DIAG-FILE
           EVALUATE WS-DIAG-FILE-STATUS
               WHEN '00'
                   PERFORM 2410-READ-DIAG-RECORD UNTIL WS-DIAG-EOF
               WHEN '35'
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
               WHEN OTHER
                   MOVE '2400-SCAN-DIAG-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.DIAG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-DIAG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
                   MOVE 'Y' TO WS-BRIEF-ERROR-FLAG
           END-EVALUATE
           IF WS-DIAG-FILE-STATUS = '00' OR WS-DIAG-FILE-STATUS = '10'
               CLOSE HELLO-DIAG-FILE
           END-IF.

       2410-READ-DIAG-RECORD.
           READ HELLO-DIAG-FILE
               AT END
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DIAG-READ
                   MOVE DIAG-RECORD TO WS-DIAG-LINE
                   IF WS-DIAG-RUN-SERIAL IS NUMERIC
                           AND (WS-DIAG-SEVERITY = 'E'
                                OR WS-DIAG-SEVERITY = 'F')
                       MOVE WS-DIAG-RUN-SERIAL TO WS-DIAG-SERIAL
                       PERFORM 2420-POST-DIAG-SNAPSHOT
                   END-IF
           END-READ.

       2420-POST-DIAG-SNAPSHOT.
           MOVE 0 TO WS-RUN-SUB
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
                   OR WS-RUN-SUB > 0
               IF WS-RUN-SERIAL(WS-RUN-IDX) = WS-DIAG-SERIAL
                   SET WS-RUN-SUB TO WS-RUN-IDX
               END-IF
           END-PERFORM
           IF WS-RUN-SUB > 0 AND WS-DIAG-SERIAL > 0
               MOVE WS-RUN-ENV-SUB(WS-RUN-SUB) TO WS-ENV-SUB
               IF WS-DIAG-SEVERITY = 'F'
                   ADD 1 TO WS-ENV-DIAG-F(WS-ENV-SUB)
               ELSE
                   ADD 1 TO WS-ENV-DIAG-E(WS-ENV-SUB)
               END-IF
               IF WS-SNAP-COUNT < WS-SNAP-MAX
                   ADD 1 TO WS-SNAP-COUNT
                   SET WS-SNAP-IDX TO WS-SNAP-COUNT
                   MOVE WS-DIAG-SERIAL TO WS-SNAP-SERIAL(WS-SNAP-IDX)
                   MOVE WS-ENV-SUB TO WS-SNAP-ENV-SUB(WS-SNAP-IDX)
                   MOVE WS-DIAG-SEVERITY
                       TO WS-SNAP-SEVERITY(WS-SNAP-IDX)
                   MOVE WS-DIAG-PROGRAM TO WS-SNAP-PROGRAM(WS-SNAP-IDX)
                   MOVE WS-DIAG-PARAGRAPH
                       TO WS-SNAP-PARAGRAPH(WS-SNAP-IDX)
                   MOVE WS-DIAG-FILE-NAME
                       TO WS-SNAP-FILE-NAME(WS-SNAP-IDX)
                   MOVE WS-DIAG-OPERATION
                       TO WS-SNAP-OPERATION(WS-SNAP-IDX)
                   MOVE WS-DIAG-STATUS TO WS-SNAP-STATUS(WS-SNAP-IDX)
               ELSE
                   ADD 1 TO WS-SNAP-OVERFLOW
               END-IF
           END-IF.

       2900-LOCATE-ENV.
           MOVE 0 TO WS-ENV-SUB
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   OR WS-ENV-SUB > 0
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-SEARCH-ENV
                   SET WS-ENV-SUB TO WS-ENV-IDX
               END-IF
           END-PERFORM.

       3000-BUILD-ATTENTION-LIST.
           PERFORM 3050-OPEN-MAINTWIN-FILE
           MOVE WS-FROM-DATE TO WS-MWIN-FROM-DATE
           MOVE WS-FROM-TIME(1:4) TO WS-MWIN-FROM-TIME
           MOVE WS-TO-DATE TO WS-MWIN-TO-DATE
           MOVE WS-TO-TIME(1:4) TO WS-MWIN-TO-TIME
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
               PERFORM 3100-BUILD-ENV-FINDINGS
           END-PERFORM
           IF WS-MWIN-AVAILABLE
               CLOSE HELLO-MAINTWIN-FILE
           END-IF.

      *    No window file yet means no windows; any other failure is
      *    snapshotted and the briefing goes ahead without windows, so
      *    a missing run is still reported at HIGH.
       3050-OPEN-MAINTWIN-FILE.
           OPEN INPUT HELLO-MAINTWIN-FILE
           EVALUATE WS-MAINTWIN-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-MWIN-AVAILABLE-FLAG
               WHEN '35'
                   MOVE 'N' TO WS-MWIN-AVAILABLE-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-MWIN-AVAILABLE-FLAG
                   MOVE '3050-OPEN-MAINTWIN-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   DISPLAY 'BRIEF: WINDOW FILE UNAVAILABLE - NO'
                       ' MAINTENANCE WINDOWS HONOURED'
           END-EVALUATE.

       3100-BUILD-ENV-FINDINGS.
           IF WS-ENV-ESC-FLAG(WS-ENV-SUB) = 'Y'
               MOVE 1 TO WS-NEW-RANK
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'ESCALATION OPEN AT LEVEL ' DELIMITED BY SIZE
                   WS-ENV-ESC-LEVEL(WS-ENV-SUB) DELIMITED BY SIZE
                   ' SINCE '                   DELIMITED BY SIZE
                   WS-ENV-ESC-DATE(WS-ENV-SUB) DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-DIAG-F(WS-ENV-SUB) > 0
               MOVE 1 TO WS-NEW-RANK
               MOVE WS-ENV-DIAG-F(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING WS-ED-SMALL              DELIMITED BY SIZE
                   ' F-SEVERITY DIAGNOSTIC(S) FROM PERIOD RUNS'
                                               DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-LAST-RESULT(WS-ENV-SUB) = 'FAIL'
               MOVE 2 TO WS-NEW-RANK
               MOVE WS-ENV-CONSEC(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'LAST RESULT FAIL - '     DELIMITED BY SIZE
                   WS-ED-SMALL                 DELIMITED BY SIZE
                   ' CONSECUTIVE FAILURE(S)'   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-RUNS(WS-ENV-SUB) = 0
               MOVE WS-ENV-NAME(WS-ENV-SUB) TO WS-MWIN-PROBE-ENV
               PERFORM 3200-CHECK-MAINT-WINDOW
               IF WS-IN-WINDOW
                   MOVE 4 TO WS-NEW-RANK
                   MOVE SPACES TO WS-NEW-TEXT
                   STRING 'UNDER MAINTENANCE (TICKET ' DELIMITED BY SIZE
                       WS-MWIN-FOUND-TICKET    DELIMITED BY SIZE
                       ')'                     DELIMITED BY SIZE
                       INTO WS-NEW-TEXT
                   END-STRING
               ELSE
                   MOVE 2 TO WS-NEW-RANK
                   MOVE 'NO VERIFICATION RUN IN THE PERIOD'
                       TO WS-NEW-TEXT
               END-IF
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-DIAG-E(WS-ENV-SUB) > 0
               MOVE 3 TO WS-NEW-RANK
               MOVE WS-ENV-DIAG-E(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING WS-ED-SMALL              DELIMITED BY SIZE
                   ' E-SEVERITY DIAGNOSTIC(S) FROM PERIOD RUNS'
                                               DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-PERF-RUNS(WS-ENV-SUB) > 0
               MOVE 3 TO WS-NEW-RANK
               MOVE WS-ENV-PERF-RUNS(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING WS-ED-SMALL              DELIMITED BY SIZE
                   ' RUN(S) FAILED ON A TIMING REGRESSION'
                                               DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-FAILED-RUNS(WS-ENV-SUB) > 0
                   AND WS-ENV-LAST-RESULT(WS-ENV-SUB) = 'PASS'
               MOVE 3 TO WS-NEW-RANK
               MOVE WS-ENV-FAILED-RUNS(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING WS-ED-SMALL              DELIMITED BY SIZE
                   ' FAILED RUN(S) IN THE PERIOD, SINCE PASSED'
                                               DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF
           IF WS-ENV-DRIFT-RUNS(WS-ENV-SUB) > 0
               MOVE 4 TO WS-NEW-RANK
               MOVE WS-ENV-DRIFT-RUNS(WS-ENV-SUB) TO WS-ED-SMALL
               MOVE SPACES TO WS-NEW-TEXT
               STRING 'TOOLCHAIN FINGERPRINT CHANGED IN '
                                               DELIMITED BY SIZE
                   WS-ED-SMALL                 DELIMITED BY SIZE
                   ' RUN(S)'                   DELIMITED BY SIZE
                   INTO WS-NEW-TEXT
               END-STRING
               PERFORM 3900-ADD-ATTENTION-ITEM
           END-IF.

      *    Windows come back in start order for the environment, so
      *    the walk stops at the first one starting at or after the
      *    end of the period. A scheduled window still open after the
      *    start of the period overlapped it; cancelled windows are
      *    history only.
       3200-CHECK-MAINT-WINDOW.
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
               PERFORM 3210-READ-NEXT-WINDOW
                   UNTIL WS-MWIN-EOF OR WS-IN-WINDOW
           END-IF.

       3210-READ-NEXT-WINDOW.
           READ HELLO-MAINTWIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MWIN-EOF-FLAG
               NOT AT END
                   IF MWIN-ENV-NAME NOT = WS-MWIN-PROBE-ENV
                           OR MWIN-START-STAMP NOT < WS-MWIN-TO-STAMP
                       MOVE 'Y' TO WS-MWIN-EOF-FLAG
                   ELSE
                       IF MWIN-SCHEDULED
                               AND MWIN-END-STAMP > WS-MWIN-FROM-STAMP
                           MOVE 'Y' TO WS-IN-WINDOW-FLAG
                           MOVE MWIN-TICKET TO WS-MWIN-FOUND-TICKET
                       END-IF
                   END-IF
           END-READ.

       3900-ADD-ATTENTION-ITEM.
           IF WS-ATTN-COUNT < WS-ATTN-MAX
               ADD 1 TO WS-ATTN-COUNT
               SET WS-ATTN-IDX TO WS-ATTN-COUNT
               MOVE WS-NEW-RANK TO WS-ATTN-RANK(WS-ATTN-IDX)
               MOVE WS-ENV-NAME(WS-ENV-SUB) TO WS-ATTN-ENV(WS-ATTN-IDX)
               MOVE WS-NEW-TEXT TO WS-ATTN-TEXT(WS-ATTN-IDX)
           ELSE
               ADD 1 TO WS-ATTN-OVERFLOW
           END-IF.

       4000-PRINT-ATTENTION-SECTION.
           DISPLAY ' '
           DISPLAY 'NEEDS ATTENTION'
           DISPLAY 'RANK      ENV   FINDING'
           DISPLAY '--------------------------------------------------'
               '----------------------'
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
                   UNTIL WS-RANK-SUB > 4
               PERFORM 4100-PRINT-RANK
           END-PERFORM
           IF WS-ATTN-COUNT = 0
               DISPLAY '(NOTHING - A QUIET NIGHT)'
           END-IF.

       4100-PRINT-RANK.
           EVALUATE WS-RANK-SUB
               WHEN 1
                   MOVE 'CRITICAL' TO WS-RANK-NAME
               WHEN 2
                   MOVE 'HIGH' TO WS-RANK-NAME
               WHEN 3
                   MOVE 'MEDIUM' TO WS-RANK-NAME
               WHEN OTHER
                   MOVE 'LOW' TO WS-RANK-NAME
           END-EVALUATE
           PERFORM VARYING WS-ATTN-IDX FROM 1 BY 1
                   UNTIL WS-ATTN-IDX > WS-ATTN-COUNT
               IF WS-ATTN-RANK(WS-ATTN-IDX) = WS-RANK-SUB
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-RANK-NAME         DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-ATTN-ENV(WS-ATTN-IDX)
                                               DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-ATTN-TEXT(WS-ATTN-IDX)
                                               DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM.

       5000-PRINT-ENV-SECTION.
           DISPLAY ' '
           DISPLAY 'ENVIRONMENT DETAIL'
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
               PERFORM 5100-PRINT-ONE-ENV
           END-PERFORM
           IF WS-ENV-COUNT = 0
               DISPLAY '(NO ACTIVE ENVIRONMENTS IN THE REGISTRY)'
           END-IF.

       5100-PRINT-ONE-ENV.
           DISPLAY ' '
           DISPLAY '=== ' WS-ENV-NAME(WS-ENV-SUB) '  '
               WS-ENV-DESC(WS-ENV-SUB)
           MOVE WS-ENV-CONSEC(WS-ENV-SUB) TO WS-ED-SMALL
           DISPLAY '  LAST RESULT  ' WS-ENV-LAST-RESULT(WS-ENV-SUB)
               '  ' WS-ENV-LAST-DATE(WS-ENV-SUB)
               ' ' WS-ENV-LAST-TIME(WS-ENV-SUB)
               '  HOST ' WS-ENV-LAST-HOST(WS-ENV-SUB)
               '  CONSECUTIVE FAILS ' WS-ED-SMALL
           IF WS-ENV-ESC-FLAG(WS-ENV-SUB) = 'Y'
               DISPLAY '  ESCALATION   LEVEL '
                   WS-ENV-ESC-LEVEL(WS-ENV-SUB)
                   ' OPEN SINCE ' WS-ENV-ESC-DATE(WS-ENV-SUB)
           ELSE
               DISPLAY '  ESCALATION   NONE OPEN'
           END-IF
           DISPLAY '  TOOLCHAIN    LAST-PASS FP='
               WS-ENV-PASS-FPRINT(WS-ENV-SUB)
               ' VER=' WS-ENV-PASS-VERSION(WS-ENV-SUB)
           DISPLAY '  RUNS IN PERIOD'
           DISPLAY '    SERIAL   DATE     TIME     HOST     RSLT'
               '   P  F  S  FP        FLAGS'
           MOVE 0 TO WS-ENV-LINES
           PERFORM VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               IF WS-RUN-ENV-SUB(WS-RUN-IDX) = WS-ENV-SUB
                   PERFORM 5200-PRINT-RUN-LINE
               END-IF
           END-PERFORM
           IF WS-ENV-LINES = 0
               DISPLAY '    (NONE)'
           END-IF
           DISPLAY '  DIAGNOSTICS (SEVERITY E/F) FOR THESE RUNS'
           MOVE 0 TO WS-ENV-LINES
           PERFORM VARYING WS-SNAP-IDX FROM 1 BY 1
                   UNTIL WS-SNAP-IDX > WS-SNAP-COUNT
               IF WS-SNAP-ENV-SUB(WS-SNAP-IDX) = WS-ENV-SUB
                   PERFORM 5300-PRINT-SNAPSHOT-LINE
               END-IF
           END-PERFORM
           IF WS-ENV-LINES = 0
               DISPLAY '    (NONE)'
           END-IF.

       5200-PRINT-RUN-LINE.
           ADD 1 TO WS-ENV-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    '                       DELIMITED BY SIZE
               WS-RUN-SERIAL(WS-RUN-IDX)       DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-DATE-R(WS-RUN-IDX)       DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-TIME-R(WS-RUN-IDX)       DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-HOST(WS-RUN-IDX)         DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-RESULT(WS-RUN-IDX)       DELIMITED BY SIZE
               '  '                            DELIMITED BY SIZE
               WS-RUN-PASS(WS-RUN-IDX)         DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-FAIL(WS-RUN-IDX)         DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-RUN-SKIP(WS-RUN-IDX)         DELIMITED BY SIZE
               '  '                            DELIMITED BY SIZE
               WS-RUN-FPRINT(WS-RUN-IDX)       DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-RUN-PERF-FLAG(WS-RUN-IDX) = 'Y'
               MOVE 'PERF' TO WS-REPORT-LINE(72:4)
           END-IF
           IF WS-RUN-DRIFT-FLAG(WS-RUN-IDX) = 'Y'
               MOVE 'DRIFT' TO WS-REPORT-LINE(77:5)
           END-IF
           DISPLAY WS-REPORT-LINE.

       5300-PRINT-SNAPSHOT-LINE.
           ADD 1 TO WS-ENV-LINES
           MOVE SPACES TO WS-REPORT-LINE
           STRING '    '                       DELIMITED BY SIZE
               WS-SNAP-SERIAL(WS-SNAP-IDX)     DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-SEVERITY(WS-SNAP-IDX)   DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-PROGRAM(WS-SNAP-IDX)    DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-PARAGRAPH(WS-SNAP-IDX)  DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-FILE-NAME(WS-SNAP-IDX)  DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-OPERATION(WS-SNAP-IDX)  DELIMITED BY SIZE
               ' '                             DELIMITED BY SIZE
               WS-SNAP-STATUS(WS-SNAP-IDX)     DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-ENVS-READ TO WS-ED-COUNT
           DISPLAY 'REGISTRY RECORDS READ ... ' WS-ED-COUNT
           MOVE WS-ENV-COUNT TO WS-ED-COUNT
           DISPLAY 'ACTIVE ENVIRONMENTS ..... ' WS-ED-COUNT
           MOVE WS-STATE-READ TO WS-ED-COUNT
           DISPLAY 'OPEN ESCALATIONS READ ... ' WS-ED-COUNT
           MOVE WS-MAN-READ TO WS-ED-COUNT
           DISPLAY 'MANIFEST RECORDS READ ... ' WS-ED-COUNT
           MOVE WS-RUN-COUNT TO WS-ED-COUNT
           DISPLAY 'RUNS IN PERIOD .......... ' WS-ED-COUNT
           MOVE WS-DIAG-READ TO WS-ED-COUNT
           DISPLAY 'DIAGNOSTIC LINES READ ... ' WS-ED-COUNT
           MOVE WS-SNAP-COUNT TO WS-ED-COUNT
           DISPLAY 'E/F SNAPSHOTS REPORTED .. ' WS-ED-COUNT
           MOVE WS-ATTN-COUNT TO WS-ED-COUNT
           DISPLAY 'ATTENTION FINDINGS ...... ' WS-ED-COUNT
           IF WS-ENV-OVERFLOW > 0
               DISPLAY 'ENVIRONMENTS DROPPED - TABLE FULL: '
                   WS-ENV-OVERFLOW
           END-IF
           IF WS-RUN-OVERFLOW > 0
               DISPLAY 'RUNS NOT LISTED - TABLE FULL: '
                   WS-RUN-OVERFLOW
           END-IF
           IF WS-SNAP-OVERFLOW > 0
               DISPLAY 'SNAPSHOTS NOT LISTED - TABLE FULL: '
                   WS-SNAP-OVERFLOW
           END-IF
           IF WS-ATTN-OVERFLOW > 0
               DISPLAY 'FINDINGS NOT LISTED - TABLE FULL: '
                   WS-ATTN-OVERFLOW
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-BRIEF-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ATTN-COUNT > 0
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
           MOVE 'HELLO-BRIEF' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
