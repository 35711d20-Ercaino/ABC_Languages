      *   HW_HOST_NAME       host identity stamped on results,
      *                      registry, and manifest records (HOSTNAME
      *                      next, 'LOCAL' when neither is set)
      *   HW_STREAM          1-9: run as that parallel stream of a
      *                      HELLO-PLAN split - control file
      *                      HELLO.CTLSn, checkpoint HELLO.CHKPTn,
      *                      work files suffixed n; a stream whose
      *                      HELLO.CTLSn is missing verifies nothing
      *                      and ends with RETURN-CODE 8
      *
      * Files:
      *   HELLO.CONTROL   optional driver control file; one pass per
      *                   greeting text, 27-36 per-check Y/N flags for
      *                   check slots 1-10 ('N' leaves that check
      *                   SKIPped; slots beyond 10 follow the catalog)
      *                   - HELLO.CTLSn instead under HW_STREAM
      *   HELLO.CHECKCAT  optional check catalog; one 80-byte record
      *                   per check per environment rule:
      *                   cols 1-2 check number (01-20: the results
      *   HELLO.CHKPT     checkpoint: last control record completed
      *   HELLO.LOG       one 132-byte summary line per run
      *   HELLO.RESULTS   one record per check per run (CHKRES.CPY)
      *   HELLO.RESHIST   indexed results history, the same records
      *                   keyed for the results readers (RESHIST.CPY)
      *   HELLO.BASELINE  rolling per-check-per-environment timings
      *   HELLO.ENVREG    environment-registry master (ENVREG.CPY)
      *   HELLO.WAIVER    check-failure waivers (WAIVER.CPY): a run
      *                   whose only failures are checks under a
      *                   waiver in force, with no timing regression,
      *                   leaves the consecutive-failure count as it
      *                   was rather than lengthening the streak
      *   HELLO.RUNMAN    run-manifest master, one record per
      *                   verification pass (RUNMAN.CPY)
      *   HELLO.RUNSEQ    run-serial seed: last serial allocated

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-TESTOUT-FILE
               ASSIGN USING WS-TESTOUT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TESTOUT-FILE-STATUS.
           SELECT HELLO-LOG-FILE ASSIGN TO 'HELLO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT HELLO-SORT-FILE
               ASSIGN USING WS-SORTWK-FILE-NAME.
           SELECT HELLO-CONTROL-FILE
               ASSIGN USING WS-CONTROL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT HELLO-CHECKCAT-FILE ASSIGN TO 'HELLO.CHECKCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.
           SELECT HELLO-TESTIDX-FILE
               ASSIGN USING WS-TESTIDX-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TIDX-KEY
               FILE STATUS IS WS-TESTIDX-FILE-STATUS.
           SELECT HELLO-CHKPT-FILE
               ASSIGN USING WS-CHKPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT HELLO-BASELINE-FILE ASSIGN TO 'HELLO.BASELINE'
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RHST-KEY
               ALTERNATE RECORD KEY IS RHST-SERIAL-KEY
               FILE STATUS IS WS-RESHIST-FILE-STATUS.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-WAIVER-FILE ASSIGN TO 'HELLO.WAIVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WAIVER-KEY
               FILE STATUS IS WS-WAIVER-FILE-STATUS.
           SELECT HELLO-RUNMAN-FILE ASSIGN TO 'HELLO.RUNMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM

           COPY CHKRES.

       FD  HELLO-RESHIST-FILE.

           COPY RESHIST.

       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-WAIVER-FILE.

           COPY WAIVER.

       FD  HELLO-RUNMAN-FILE.

           COPY RUNMAN.
               88  WS-CONTROL-MODE               VALUE 'Y'.
           05  WS-CONTROL-EOF-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-CONTROL-EOF                VALUE 'Y'.
           05  WS-STREAM-MISSING-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-STREAM-MISSING             VALUE 'Y'.
           05  WS-RESTART-ARG          PIC X(8)  VALUE SPACES.
           05  WS-RESTART-MODE-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-RESTART-MODE               VALUE 'Y'.
               10  WS-CTL-CHECK-FLAG OCCURS 10 TIMES
                                       PIC X(1).

      *    Per-stream file names. A planned parallel stream (HW_STREAM
      *    1-9, see HELLO-PLAN) drives its own control file and keeps
      *    its own checkpoint and check work files, so streams running
      *    side by side never restart from, or scribble over, each
      *    other's files; everything shared is updated under the
      *    suite lock as before. Without HW_STREAM the names are the
      *    original ones.
       01  WS-STREAM-ARG               PIC X(8)  VALUE SPACES.
       01  WS-STREAM-ID                PIC X(1)  VALUE SPACE.
       01  WS-CONTROL-FILE-NAME        PIC X(16)
               VALUE 'HELLO.CONTROL'.
       01  WS-CHKPT-FILE-NAME          PIC X(16)
               VALUE 'HELLO.CHKPT'.
       01  WS-TESTOUT-FILE-NAME        PIC X(16)
               VALUE 'HELLO.TESTOUT'.
       01  WS-SORTWK-FILE-NAME         PIC X(16)
               VALUE 'HELLO.SORTWK'.
       01  WS-TESTIDX-FILE-NAME        PIC X(16)
               VALUE 'HELLO.TESTIDX'.

      *    The whole HELLO.CONTROL file held in storage (loaded under
      *    the suite lock in 1500, sized to match HELLO-CTLBLD's
      *    table), so driving the passes never holds the file open.

       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-RESHIST-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-ENVREG-FOUND-FLAG        PIC X(1)  VALUE 'N'.
      *    the first time.
       01  WS-ENVREG-BEFORE            PIC X(128) VALUE SPACES.

      *    Waiver judgement for the registry update: set when every
      *    failed check of the pass holds a waiver in force today and
      *    no check regressed, the same test HELLO-GATE and HELLO-ESCAL
      *    apply when they read the run back.
       01  WS-WAIVER-WORK.
           05  WS-WAIVER-FILE-STATUS   PIC X(2)  VALUE '00'.
           05  WS-WAIVED-RUN-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-WAIVED-RUN                 VALUE 'Y'.

      *    Run-manifest state. Each verification pass allocates the
      *    next serial from HELLO.RUNSEQ, stamps it on every log,
      *    results, and diagnostic record it writes, and finishes by
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 1500-LOAD-CONTROL-FILE
           EVALUATE TRUE
               WHEN WS-CONTROL-MODE
                   PERFORM 1600-READ-CHECKPOINT
                   PERFORM 2000-PROCESS-CONTROL-RECORD
                       UNTIL WS-CONTROL-EOF
                   PERFORM 1700-RESET-CHECKPOINT
                   PERFORM 8900-DISPLAY-DRIVER-SUMMARY
               WHEN WS-STREAM-MISSING
                   CONTINUE
               WHEN OTHER
                   PERFORM 2050-RUN-VERIFICATION-PASS
                   PERFORM 9100-UPDATE-ENV-REGISTRY
                   PERFORM 8400-WRITE-RUN-MANIFEST
           END-EVALUATE
           IF NOT WS-STREAM-MISSING
               PERFORM 8300-REWRITE-BASELINE-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

               MOVE 'Y' TO WS-RESTART-MODE-FLAG
           END-IF
           MOVE ALL 'Y' TO WS-CTL-CHECK-FLAGS
           ACCEPT WS-STREAM-ARG FROM ENVIRONMENT 'HW_STREAM'
           IF WS-STREAM-ARG NOT = SPACES
               PERFORM 1420-SET-STREAM-FILE-NAMES
           END-IF
           PERFORM 1450-CAPTURE-FINGERPRINT.

       1100-DISPLAY-JOB-BANNER.
               END-IF
           END-IF.

      *    Stream n reads HELLO.CTLSn (written by HELLO-PLAN) and
      *    checkpoints to HELLO.CHKPTn; its check work files carry
      *    the same suffix.
       1420-SET-STREAM-FILE-NAMES.
           IF WS-STREAM-ARG(1:1) IS NUMERIC
                   AND WS-STREAM-ARG(1:1) NOT = '0'
                   AND WS-STREAM-ARG(2:7) = SPACES
               MOVE WS-STREAM-ARG(1:1) TO WS-STREAM-ID
               MOVE SPACES TO WS-CONTROL-FILE-NAME
               STRING 'HELLO.CTLS' WS-STREAM-ID
                   DELIMITED BY SIZE INTO WS-CONTROL-FILE-NAME
               MOVE SPACES TO WS-CHKPT-FILE-NAME
               STRING 'HELLO.CHKPT' WS-STREAM-ID
                   DELIMITED BY SIZE INTO WS-CHKPT-FILE-NAME
               MOVE SPACES TO WS-TESTOUT-FILE-NAME
               STRING 'HELLO.TESTOUT' WS-STREAM-ID
                   DELIMITED BY SIZE INTO WS-TESTOUT-FILE-NAME
               MOVE SPACES TO WS-SORTWK-FILE-NAME
               STRING 'HELLO.SORTWK' WS-STREAM-ID
                   DELIMITED BY SIZE INTO WS-SORTWK-FILE-NAME
               MOVE SPACES TO WS-TESTIDX-FILE-NAME
               STRING 'HELLO.TESTIDX' WS-STREAM-ID
                   DELIMITED BY SIZE INTO WS-TESTIDX-FILE-NAME
               DISPLAY 'STREAM ' WS-STREAM-ID ': CONTROL FILE '
                   WS-CONTROL-FILE-NAME
           ELSE
               DISPLAY 'STREAM ''' WS-STREAM-ARG
                   ''' INVALID, USING HELLO.CONTROL'
           END-IF.

       1450-CAPTURE-FINGERPRINT.
           ACCEPT WS-FP-VERSION FROM ENVIRONMENT 'COB_VERSION'
           IF WS-FP-VERSION = SPACES

      *    A control file turns the program into a driver: one
      *    verification pass per record. No control file (status 35)
      *    keeps the original single-pass behaviour - except for a
      *    planned stream, whose missing HELLO.CTLSn means the plan
      *    and the job are out of step: that is reported and nothing
      *    is verified, rather than running a default pass the plan
      *    never scheduled. The whole file
      *    is read into storage under the suite lock and closed
      *    before the first pass, so a HELLO-CTLBLD rebuild (which
      *    writes under the same lock) can never truncate it out
                           ' DROPPED - RAISE WS-CTL-MAX'
                   END-IF
               WHEN '35'
                   IF WS-STREAM-ID NOT = SPACE
                       MOVE 'Y' TO WS-STREAM-MISSING-FLAG
                       DISPLAY 'STREAM ' WS-STREAM-ID
                           ': CONTROL FILE ' WS-CONTROL-FILE-NAME
                           ' MISSING - NOTHING VERIFIED'
                       MOVE '1500-LOAD-CONTROL-FILE' TO ERRH-PARAGRAPH
                       MOVE WS-CONTROL-FILE-NAME TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-CONTROL-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                   END-IF
               WHEN OTHER
                   MOVE '1500-LOAD-CONTROL-FILE' TO ERRH-PARAGRAPH
                   MOVE WS-CONTROL-FILE-NAME TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-CONTROL-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           OPEN OUTPUT HELLO-CHKPT-FILE
           IF WS-CHKPT-FILE-STATUS NOT = '00'
               MOVE '1800-WRITE-CHECKPOINT' TO ERRH-PARAGRAPH
               MOVE WS-CHKPT-FILE-NAME TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-CHKPT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               WRITE CHKPT-RECORD
               IF WS-CHKPT-FILE-STATUS NOT = '00'
                   MOVE '1800-WRITE-CHECKPOINT' TO ERRH-PARAGRAPH
                   MOVE WS-CHKPT-FILE-NAME TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-CHKPT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           OPEN OUTPUT HELLO-TESTOUT-FILE
           IF WS-TESTOUT-FILE-STATUS NOT = '00'
               MOVE '2210-CHECK-FILE-IO-BODY' TO ERRH-PARAGRAPH
               MOVE WS-TESTOUT-FILE-NAME TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-TESTOUT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               WRITE HT-RECORD
               IF WS-TESTOUT-FILE-STATUS NOT = '00'
                   MOVE '2210-CHECK-FILE-IO-BODY' TO ERRH-PARAGRAPH
                   MOVE WS-TESTOUT-FILE-NAME TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-TESTOUT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   IF WS-TESTOUT-FILE-STATUS NOT = '00'
                       MOVE '2210-CHECK-FILE-IO-BODY'
                           TO ERRH-PARAGRAPH
                       MOVE WS-TESTOUT-FILE-NAME TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-TESTOUT-FILE-STATUS
                           TO ERRH-FILE-STATUS
           OPEN OUTPUT HELLO-TESTIDX-FILE
           IF WS-TESTIDX-FILE-STATUS NOT = '00'
               MOVE '2710-CHECK-INDEXED-BODY' TO ERRH-PARAGRAPH
               MOVE WS-TESTIDX-FILE-NAME TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-TESTIDX-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               WRITE TIDX-RECORD
               IF WS-TESTIDX-FILE-STATUS NOT = '00'
                   MOVE '2710-CHECK-INDEXED-BODY' TO ERRH-PARAGRAPH
                   MOVE WS-TESTIDX-FILE-NAME TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-TESTIDX-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   IF WS-TESTIDX-FILE-STATUS NOT = '00'
                       MOVE '2710-CHECK-INDEXED-BODY'
                           TO ERRH-PARAGRAPH
                       MOVE WS-TESTIDX-FILE-NAME TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-TESTIDX-FILE-STATUS
                           TO ERRH-FILE-STATUS
               END-PERFORM
               CLOSE HELLO-RESULTS-FILE
           END-IF
           PERFORM 8250-WRITE-HISTORY-RECORDS
           PERFORM 9860-RELEASE-SUITE-LOCK.

      *    Load the same per-check records into the indexed history
      *    (created on first use), still under the suite lock, so the
      *    results readers can go to a run or a check by key instead
      *    of reading HELLO.RESULTS from the top. Each store's failure
      *    is reported on its own; HELLO-RHCHK catches the counts
      *    drifting apart.
       8250-WRITE-HISTORY-RECORDS.
           OPEN I-O HELLO-RESHIST-FILE
           IF WS-RESHIST-FILE-STATUS = '35'
               OPEN OUTPUT HELLO-RESHIST-FILE
               CLOSE HELLO-RESHIST-FILE
               OPEN I-O HELLO-RESHIST-FILE
           END-IF
           IF WS-RESHIST-FILE-STATUS NOT = '00'
               MOVE '8250-WRITE-HISTORY-RECORDS' TO ERRH-PARAGRAPH
               MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
               MOVE 'OPEN I-O' TO ERRH-OPERATION
               MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
           ELSE
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                   MOVE SPACES TO RHST-RECORD
                   MOVE WS-ENV-NAME TO RHST-ENV-NAME
                   MOVE WS-CHECK-NUMBER(WS-CHECK-IDX)
                       TO RHST-CHECK-NUMBER
                   MOVE WS-RUN-SERIAL TO RHST-RUN-SERIAL
                   MOVE WS-RUN-SERIAL TO RHST-SK-RUN-SERIAL
                   MOVE WS-ENV-NAME TO RHST-SK-ENV-NAME
                   MOVE WS-CHECK-NUMBER(WS-CHECK-IDX)
                       TO RHST-SK-CHECK-NUMBER
                   MOVE WS-RUN-DATE TO RHST-RUN-DATE
                   MOVE WS-RUN-TIME TO RHST-RUN-TIME
                   MOVE WS-JOB-NAME TO RHST-JOB-NAME
                   MOVE WS-CHECK-NAME(WS-CHECK-IDX)
                       TO RHST-CHECK-NAME
                   MOVE WS-CHECK-RESULT(WS-CHECK-IDX)
                       TO RHST-CHECK-RESULT
                   MOVE WS-FP-HASH TO RHST-FPRINT-HASH
                   MOVE WS-HOST-NAME TO RHST-HOST-NAME
                   WRITE RHST-RECORD
                   IF WS-RESHIST-FILE-STATUS NOT = '00'
                       MOVE '8250-WRITE-HISTORY-RECORDS'
                           TO ERRH-PARAGRAPH
                       MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                       MOVE 'WRITE' TO ERRH-OPERATION
                       MOVE WS-RESHIST-FILE-STATUS
                           TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                   END-IF
               END-PERFORM
               CLOSE HELLO-RESHIST-FILE
           END-IF.

      *    End-of-run baseline write-back, safe against overlapping
      *    runs: under the suite lock, re-read the file as it now
      *    stands on disk (a concurrent run for another environment
                   TO RUNMAN-RESULT-REC-COUNT
               MOVE WS-DIAG-RECS-WRITTEN TO RUNMAN-DIAG-REC-COUNT
               MOVE WS-HOST-NAME TO RUNMAN-HOST-NAME
               MOVE WS-PERF-REGRESS-COUNT
                   TO RUNMAN-PERF-REGRESS-COUNT
               WRITE RUNMAN-RECORD
               IF WS-RUNMAN-FILE-STATUS NOT = '00'
                   MOVE '8400-WRITE-RUN-MANIFEST' TO ERRH-PARAGRAPH
           DISPLAY 'RECORDS WITH PERF FLAGS . ' WS-DRIVER-PERF-COUNT.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-STREAM-MISSING
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONTROL-MODE
                   EVALUATE TRUE
                       WHEN WS-DRIVER-FAIL-COUNT > 0
                           MOVE 1 TO RETURN-CODE
                       WHEN WS-DRIVER-PERF-COUNT > 0
                           MOVE 2 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-FAIL-COUNT > 0
                           MOVE 1 TO RETURN-CODE
                       WHEN WS-PERF-REGRESS-COUNT > 0
                           MOVE 2 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
           END-EVALUATE.

      *    Stamp this run's outcome into the environment-registry
      *    master so per-environment state (last verification, last
      *    placeholder descriptive fields rather than lost.
       9100-UPDATE-ENV-REGISTRY.
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           PERFORM 9130-JUDGE-WAIVED-RUN
           OPEN I-O HELLO-ENVREG-FILE
           IF WS-ENVREG-FILE-STATUS = '35'
               OPEN OUTPUT HELLO-ENVREG-FILE
                   MOVE WS-FP-HASH TO ENVREG-LAST-PASS-FPRINT
                   MOVE WS-FP-VERSION TO ENVREG-LAST-PASS-VERSION
               ELSE
                   IF WS-WAIVED-RUN
                       DISPLAY 'REGISTRY: ALL FAILURES WAIVED -'
                           ' CONSECUTIVE-FAILURE COUNT HELD AT '
                           ENVREG-CONSEC-FAIL-COUNT
                   ELSE
                       ADD 1 TO ENVREG-CONSEC-FAIL-COUNT
                   END-IF
               END-IF
               IF WS-ENVREG-FOUND
                   REWRITE ENVREG-RECORD
                       JRNL-ENV-NAME ' NOT JOURNALED'
           END-CALL.

      *    A failed pass whose failed checks are all under a waiver in
      *    force, and which regressed nothing, does not lengthen the
      *    failure streak: HELLO-ESCAL does not page for it, so
      *    counting it would send the first unwaived failure after a
      *    run of waived ones straight to the deepest escalation
      *    level. No waiver file waives nothing; a waiver file that
      *    cannot be read is reported and waives nothing.
       9130-JUDGE-WAIVED-RUN.
           MOVE 'N' TO WS-WAIVED-RUN-FLAG
           IF WS-FAIL-COUNT > 0 AND WS-PERF-REGRESS-COUNT = 0
               OPEN INPUT HELLO-WAIVER-FILE
               EVALUATE WS-WAIVER-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-WAIVED-RUN-FLAG
                       PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                               UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                               OR NOT WS-WAIVED-RUN
                           IF WS-CHECK-RESULT(WS-CHECK-IDX) = 'FAIL'
                               PERFORM 9140-LOOK-UP-WAIVER
                           END-IF
                       END-PERFORM
                       CLOSE HELLO-WAIVER-FILE
                   WHEN '35'
                       CONTINUE
                   WHEN OTHER
                       MOVE '9130-JUDGE-WAIVED-RUN' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
               END-EVALUATE
           END-IF.

       9140-LOOK-UP-WAIVER.
           MOVE WS-ENV-NAME TO WAIVER-ENV-NAME
           MOVE WS-CHECK-NUMBER(WS-CHECK-IDX) TO WAIVER-CHECK-NUMBER
           READ HELLO-WAIVER-FILE
           EVALUATE WS-WAIVER-FILE-STATUS
               WHEN '00'
                   IF WAIVER-EXPIRY-DATE < WS-RUN-DATE
                       MOVE 'N' TO WS-WAIVED-RUN-FLAG
                   END-IF
               WHEN '23'
                   MOVE 'N' TO WS-WAIVED-RUN-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-WAIVED-RUN-FLAG
                   MOVE '9140-LOOK-UP-WAIVER' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                   MOVE 'READ' TO ERRH-OPERATION
                   MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
           END-EVALUATE.

       9110-BUILD-NEW-REGISTRY-REC.
           MOVE SPACES TO ENVREG-RECORD
           MOVE WS-ENV-NAME TO ENVREG-ENV-NAME
