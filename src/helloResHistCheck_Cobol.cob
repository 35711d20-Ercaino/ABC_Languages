      * HELLO-RHCHK
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloResHistCheck_Cobol
      *       helloResHistCheck_Cobol.cob
      *   ./helloResHistCheck_Cobol
      *
      * Nightly agreement check between the two results stores.
      * HELLO-WORLD appends every run's per-check records to
      * HELLO.RESULTS (the monitoring-feed extract) and loads the same
      * records into the indexed history HELLO.RESHIST (see
      * RESHIST.CPY) that HELLO-RECON, HELLO-FLEET and HELLO-RUNSCR
      * read. A failed write on either side leaves the readers and
      * the feed telling different stories, so this step counts both
      * stores, in total and per environment, and reports any
      * environment whose counts differ.
      *
      * Only HELLO.RESULTS records that can carry a history key are
      * counted - a run serial above zero, an environment and a
      * numeric check number, the rule HELLO-RHLOAD loads by; records
      * written before run serials existed are counted and shown
      * separately but are not expected in the history.
      *
      * Both files are counted under the suite lock so a verification
      * run cannot land between the two counts.
      *
      * RETURN-CODE 0 = the stores agree, 4 = counts differ (rerun
      * HELLO-RHLOAD to carry missing records across, or investigate
      * the environments listed), 8 = suite lock not obtained or a
      * store unreadable (no comparison made - resubmit the step).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RHCHK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               ALTERNATE RECORD KEY IS RHST-SERIAL-KEY
               FILE STATUS IS WS-RESHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESULTS-FILE.

           COPY CHKRES.

       FD  HELLO-RESHIST-FILE.

           COPY RESHIST.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-RESHIST-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.
       01  WS-RESHIST-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESHIST-EOF                    VALUE 'Y'.

       01  WS-CHECK-FLAGS.
           05  WS-LOCK-MISSED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-LOCK-MISSED                VALUE 'Y'.
           05  WS-CHECK-ERROR-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-CHECK-ERROR                VALUE 'Y'.
           05  WS-NO-HISTORY-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-NO-HISTORY                 VALUE 'Y'.

       01  WS-STORE-COUNTS.
           05  WS-RESULTS-READ         PIC 9(9)  VALUE 0.
           05  WS-RESULTS-KEYED        PIC 9(9)  VALUE 0.
           05  WS-RESULTS-NO-SERIAL    PIC 9(9)  VALUE 0.
           05  WS-RESULTS-BAD          PIC 9(9)  VALUE 0.
           05  WS-HISTORY-READ         PIC 9(9)  VALUE 0.
           05  WS-ENVS-DIFFERING       PIC 9(5)  VALUE 0.

      *    Per-environment counts from each store, in the order the
      *    environments are first seen.
       01  WS-ENV-LIMITS.
           05  WS-ENV-MAX              PIC 9(3)  VALUE 50 COMP.
           05  WS-ENV-COUNT            PIC 9(3)  VALUE 0  COMP.
           05  WS-ENV-OVERFLOW         PIC 9(9)  VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 50 TIMES INDEXED BY WS-ENV-IDX.
               10  WS-ENV-NAME         PIC X(4).
               10  WS-ENV-RESULTS-CT   PIC 9(9).
               10  WS-ENV-HISTORY-CT   PIC 9(9).

       01  WS-SEARCH-WORK.
           05  WS-SEARCH-ENV           PIC X(4)  VALUE SPACES.
           05  WS-ENV-SUB              PIC 9(3)  VALUE 0 COMP.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZZZ9.
           05  WS-ED-RESULTS           PIC ZZZZZZZZ9.
           05  WS-ED-HISTORY           PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED
               PERFORM 2000-COUNT-RESULTS-FILE
               IF NOT WS-CHECK-ERROR
                   PERFORM 3000-COUNT-HISTORY-FILE
               END-IF
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED AND NOT WS-CHECK-ERROR
               PERFORM 4000-PRINT-COMPARISON
           END-IF
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLORHK' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'RESULTS STORE AGREEMENT CHECK'.

      *    No HELLO.RESULTS counts as an empty store.
       2000-COUNT-RESULTS-FILE.
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   PERFORM 2100-COUNT-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF
                   CLOSE HELLO-RESULTS-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2000-COUNT-RESULTS-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-CHECK-ERROR-FLAG
           END-EVALUATE.

      *    Same key rule as HELLO-RHLOAD.
       2100-COUNT-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RESULTS-READ
                   EVALUATE TRUE
                       WHEN CHKRES-ENV-NAME = SPACES
                               OR CHKRES-CHECK-NUMBER IS NOT NUMERIC
                               OR CHKRES-RUN-DATE IS NOT NUMERIC
                           ADD 1 TO WS-RESULTS-BAD
                       WHEN CHKRES-RUN-SERIAL IS NOT NUMERIC
                           ADD 1 TO WS-RESULTS-NO-SERIAL
                       WHEN CHKRES-RUN-SERIAL = 0
                           ADD 1 TO WS-RESULTS-NO-SERIAL
                       WHEN OTHER
                           ADD 1 TO WS-RESULTS-KEYED
                           MOVE CHKRES-ENV-NAME TO WS-SEARCH-ENV
                           PERFORM 2900-LOCATE-ENV
                           IF WS-ENV-SUB > 0
                               ADD 1 TO WS-ENV-RESULTS-CT(WS-ENV-SUB)
                           END-IF
                   END-EVALUATE
           END-READ.

      *    Find the environment's slot, adding it when new; a full
      *    table leaves WS-ENV-SUB zero and the record is counted in
      *    the totals only.
       2900-LOCATE-ENV.
           MOVE 0 TO WS-ENV-SUB
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   OR WS-ENV-SUB > 0
               IF WS-ENV-NAME(WS-ENV-IDX) = WS-SEARCH-ENV
                   SET WS-ENV-SUB TO WS-ENV-IDX
               END-IF
           END-PERFORM
           IF WS-ENV-SUB = 0
               IF WS-ENV-COUNT < WS-ENV-MAX
                   ADD 1 TO WS-ENV-COUNT
                   MOVE WS-ENV-COUNT TO WS-ENV-SUB
                   MOVE WS-SEARCH-ENV TO WS-ENV-NAME(WS-ENV-SUB)
                   MOVE 0 TO WS-ENV-RESULTS-CT(WS-ENV-SUB)
                   MOVE 0 TO WS-ENV-HISTORY-CT(WS-ENV-SUB)
               ELSE
                   ADD 1 TO WS-ENV-OVERFLOW
               END-IF
           END-IF.

      *    No HELLO.RESHIST is reported as a disagreement in its own
      *    right (the conversion has not been run), not as an error.
       3000-COUNT-HISTORY-FILE.
           OPEN INPUT HELLO-RESHIST-FILE
           EVALUATE WS-RESHIST-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO RHST-KEY
                   START HELLO-RESHIST-FILE KEY NOT < RHST-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RESHIST-EOF-FLAG
                   END-START
                   PERFORM 3100-COUNT-HISTORY-RECORD
                       UNTIL WS-RESHIST-EOF
                   CLOSE HELLO-RESHIST-FILE
               WHEN '35'
                   MOVE 'Y' TO WS-NO-HISTORY-FLAG
               WHEN OTHER
                   MOVE '3000-COUNT-HISTORY-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-CHECK-ERROR-FLAG
           END-EVALUATE.

       3100-COUNT-HISTORY-RECORD.
           READ HELLO-RESHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-READ
                   MOVE RHST-ENV-NAME TO WS-SEARCH-ENV
                   PERFORM 2900-LOCATE-ENV
                   IF WS-ENV-SUB > 0
                       ADD 1 TO WS-ENV-HISTORY-CT(WS-ENV-SUB)
                   END-IF
           END-READ.

       4000-PRINT-COMPARISON.
           DISPLAY ' '
           IF WS-NO-HISTORY
               DISPLAY 'RHCHK: NO HELLO.RESHIST ON FILE - RUN'
                   ' HELLO-RHLOAD'
           END-IF
           DISPLAY 'ENV       RESULTS    HISTORY'
           DISPLAY '----------------------------------------'
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               PERFORM 4100-PRINT-ENV-LINE
           END-PERFORM
           IF WS-ENV-COUNT = 0
               DISPLAY '(BOTH STORES EMPTY)'
           END-IF
           IF WS-RESULTS-KEYED NOT = WS-HISTORY-READ
                   AND WS-ENVS-DIFFERING = 0
               ADD 1 TO WS-ENVS-DIFFERING
           END-IF.

       4100-PRINT-ENV-LINE.
           MOVE WS-ENV-RESULTS-CT(WS-ENV-IDX) TO WS-ED-RESULTS
           MOVE WS-ENV-HISTORY-CT(WS-ENV-IDX) TO WS-ED-HISTORY
           IF WS-ENV-RESULTS-CT(WS-ENV-IDX)
                   = WS-ENV-HISTORY-CT(WS-ENV-IDX)
               DISPLAY WS-ENV-NAME(WS-ENV-IDX) ' ' WS-ED-RESULTS
                   '  ' WS-ED-HISTORY
           ELSE
               ADD 1 TO WS-ENVS-DIFFERING
               DISPLAY WS-ENV-NAME(WS-ENV-IDX) ' ' WS-ED-RESULTS
                   '  ' WS-ED-HISTORY '  *DIFFERS*'
           END-IF.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-RESULTS-READ TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS READ ..... ' WS-ED-COUNT
           MOVE WS-RESULTS-KEYED TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS KEYED .... ' WS-ED-COUNT
           MOVE WS-RESULTS-NO-SERIAL TO WS-ED-COUNT
           DISPLAY 'RESULTS WITHOUT SERIAL ... ' WS-ED-COUNT
           MOVE WS-RESULTS-BAD TO WS-ED-COUNT
           DISPLAY 'RESULTS UNPARSEABLE ...... ' WS-ED-COUNT
           MOVE WS-HISTORY-READ TO WS-ED-COUNT
           DISPLAY 'HISTORY RECORDS .......... ' WS-ED-COUNT
           IF WS-ENV-OVERFLOW > 0
               MOVE WS-ENV-OVERFLOW TO WS-ED-COUNT
               DISPLAY 'NOT BROKEN DOWN - TABLE FULL ' WS-ED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-CHECK-ERROR
                   DISPLAY 'NO COMPARISON MADE - RESUBMIT THE STEP'
               WHEN WS-ENVS-DIFFERING > 0
                   DISPLAY 'STORES DISAGREE - REVIEW BEFORE TRUSTING'
                       ' THE HISTORY READERS'
               WHEN OTHER
                   DISPLAY 'STORES AGREE'
           END-EVALUATE.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-CHECK-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ENVS-DIFFERING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock brackets: both counts must describe the same
      *    instant, so a check started while another job holds the
      *    lock is not attempted - the step is resubmittable. A
      *    missing HELLO-LOCK module degrades to an unserialized
      *    count with a loud warning.
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
               MOVE 'Y' TO WS-LOCK-MISSED-FLAG
               DISPLAY 'SUITE LOCK NOT HELD (STATUS=' LOCK-STATUS
                   ') - NO COUNTS TAKEN, RESUBMIT THE STEP'
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
           MOVE 'HELLO-RHCHK' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
