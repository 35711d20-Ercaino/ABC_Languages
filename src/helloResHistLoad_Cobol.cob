      * HELLO-RHLOAD
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloResHistLoad_Cobol
      *       helloResHistLoad_Cobol.cob
      *   ./helloResHistLoad_Cobol
      *
      * One-time conversion of the existing HELLO.RESULTS history into
      * the indexed results history HELLO.RESHIST (see RESHIST.CPY).
      * HELLO-WORLD loads every new run into both stores; this job
      * brings the history written before that across, so HELLO-RECON,
      * HELLO-FLEET and HELLO-RUNSCR see the whole record from the
      * first day they read by key.
      *
      * Every HELLO.RESULTS record carrying a run serial, an
      * environment and a numeric check number is written to
      * HELLO.RESHIST (created when absent). A record already on file
      * under the same environment, check and serial - a run
      * HELLO-WORLD has loaded since, or a rerun of this job - is
      * counted and left alone, so the job can be run again after an
      * interruption without harm. Records written before run serials
      * existed, and records that do not parse, have no key and are
      * counted and left in HELLO.RESULTS only; HELLO-RHCHK leaves
      * them out of its comparison by the same rule.
      *
      * The load runs under the suite lock so no verification run
      * appends to either store half way through it.
      *
      * RETURN-CODE 0 = every keyed record is in the history, 4 = done,
      * with records not carried (no serial or unparseable), 8 = suite
      * lock not obtained or a file unavailable (load incomplete -
      * resubmit; records already loaded are skipped).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RHLOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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

       01  WS-LOAD-FLAGS.
           05  WS-LOCK-MISSED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-LOCK-MISSED                VALUE 'Y'.
           05  WS-LOAD-ERROR-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-LOAD-ERROR                 VALUE 'Y'.
           05  WS-RESULTS-OPEN-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-RESULTS-OPEN               VALUE 'Y'.
           05  WS-RESHIST-OPEN-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-RESHIST-OPEN               VALUE 'Y'.

       01  WS-LOAD-COUNTS.
           05  WS-RECORDS-READ         PIC 9(9)  VALUE 0.
           05  WS-RECORDS-LOADED       PIC 9(9)  VALUE 0.
           05  WS-RECORDS-ON-FILE      PIC 9(9)  VALUE 0.
           05  WS-RECORDS-NO-SERIAL    PIC 9(9)  VALUE 0.
           05  WS-RECORDS-BAD          PIC 9(9)  VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED
               PERFORM 2000-OPEN-LOAD-FILES
               IF NOT WS-LOAD-ERROR
                   PERFORM 3000-LOAD-NEXT-RECORD
                       UNTIL WS-RESULTS-EOF
               END-IF
               IF WS-RESULTS-OPEN
                   CLOSE HELLO-RESULTS-FILE
               END-IF
               IF WS-RESHIST-OPEN
                   CLOSE HELLO-RESHIST-FILE
               END-IF
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLORHL' TO WS-JOB-NAME
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
           DISPLAY 'RESULTS HISTORY CONVERSION'.

      *    No HELLO.RESULTS means there is no history to carry over;
      *    the history store is still created so the readers find it.
       2000-OPEN-LOAD-FILES.
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RESULTS-OPEN-FLAG
               WHEN '35'
                   DISPLAY 'RHLOAD: NO HELLO.RESULTS - NOTHING TO'
                       ' CONVERT'
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               WHEN OTHER
                   MOVE '2000-OPEN-LOAD-FILES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-LOAD-ERROR-FLAG
           END-EVALUATE
           IF NOT WS-LOAD-ERROR
               OPEN I-O HELLO-RESHIST-FILE
               IF WS-RESHIST-FILE-STATUS = '35'
                   OPEN OUTPUT HELLO-RESHIST-FILE
                   CLOSE HELLO-RESHIST-FILE
                   OPEN I-O HELLO-RESHIST-FILE
               END-IF
               IF WS-RESHIST-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-RESHIST-OPEN-FLAG
               ELSE
                   MOVE '2000-OPEN-LOAD-FILES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                   MOVE 'OPEN I-O' TO ERRH-OPERATION
                   MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-LOAD-ERROR-FLAG
               END-IF
           END-IF.

       3000-LOAD-NEXT-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   PERFORM 3100-JUDGE-RESULTS-RECORD
           END-READ.

      *    The key rule HELLO-RHCHK counts by: a run serial above
      *    zero, an environment, and a numeric check number.
       3100-JUDGE-RESULTS-RECORD.
           EVALUATE TRUE
               WHEN CHKRES-ENV-NAME = SPACES
                       OR CHKRES-CHECK-NUMBER IS NOT NUMERIC
                       OR CHKRES-RUN-DATE IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-BAD
               WHEN CHKRES-RUN-SERIAL IS NOT NUMERIC
                   ADD 1 TO WS-RECORDS-NO-SERIAL
               WHEN CHKRES-RUN-SERIAL = 0
                   ADD 1 TO WS-RECORDS-NO-SERIAL
               WHEN OTHER
                   PERFORM 3200-WRITE-HISTORY-RECORD
           END-EVALUATE.

       3200-WRITE-HISTORY-RECORD.
           MOVE SPACES TO RHST-RECORD
           MOVE CHKRES-ENV-NAME TO RHST-ENV-NAME
           MOVE CHKRES-CHECK-NUMBER TO RHST-CHECK-NUMBER
           MOVE CHKRES-RUN-SERIAL TO RHST-RUN-SERIAL
           MOVE CHKRES-RUN-SERIAL TO RHST-SK-RUN-SERIAL
           MOVE CHKRES-ENV-NAME TO RHST-SK-ENV-NAME
           MOVE CHKRES-CHECK-NUMBER TO RHST-SK-CHECK-NUMBER
           MOVE CHKRES-RUN-DATE TO RHST-RUN-DATE
           IF CHKRES-RUN-TIME IS NUMERIC
               MOVE CHKRES-RUN-TIME TO RHST-RUN-TIME
           ELSE
               MOVE 0 TO RHST-RUN-TIME
           END-IF
           MOVE CHKRES-JOB-NAME TO RHST-JOB-NAME
           MOVE CHKRES-CHECK-NAME TO RHST-CHECK-NAME
           MOVE CHKRES-CHECK-RESULT TO RHST-CHECK-RESULT
           IF CHKRES-FPRINT-HASH IS NUMERIC
               MOVE CHKRES-FPRINT-HASH TO RHST-FPRINT-HASH
           ELSE
               MOVE 0 TO RHST-FPRINT-HASH
           END-IF
           MOVE CHKRES-HOST-NAME TO RHST-HOST-NAME
           WRITE RHST-RECORD
           EVALUATE WS-RESHIST-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-RECORDS-LOADED
               WHEN '22'
                   ADD 1 TO WS-RECORDS-ON-FILE
               WHEN OTHER
                   MOVE '3200-WRITE-HISTORY-RECORD' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-LOAD-ERROR-FLAG
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
           END-EVALUATE.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-RECORDS-READ TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS READ ..... ' WS-ED-COUNT
           MOVE WS-RECORDS-LOADED TO WS-ED-COUNT
           DISPLAY 'LOADED TO HISTORY ........ ' WS-ED-COUNT
           MOVE WS-RECORDS-ON-FILE TO WS-ED-COUNT
           DISPLAY 'ALREADY IN HISTORY ....... ' WS-ED-COUNT
           MOVE WS-RECORDS-NO-SERIAL TO WS-ED-COUNT
           DISPLAY 'NOT CARRIED - NO SERIAL .. ' WS-ED-COUNT
           MOVE WS-RECORDS-BAD TO WS-ED-COUNT
           DISPLAY 'NOT CARRIED - UNPARSEABLE  ' WS-ED-COUNT
           IF WS-LOAD-ERROR OR WS-LOCK-MISSED
               DISPLAY 'CONVERSION INCOMPLETE - RESUBMIT THE STEP'
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-LOAD-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-NO-SERIAL > 0 OR WS-RECORDS-BAD > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock brackets: a conversion run while a verification
      *    run holds the lock is not attempted - the step is
      *    resubmittable. A missing HELLO-LOCK module degrades to an
      *    unserialized load with a loud warning.
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
                   ') - NOTHING CONVERTED, RESUBMIT THE STEP'
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
           MOVE 'HELLO-RHLOAD' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
