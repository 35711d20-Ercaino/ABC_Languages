      * HELLO-XMIT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloXmit_Cobol helloXmit_Cobol.cob
      *   ./helloXmit_Cobol [FROM-SERIAL [TO-SERIAL]]
      *
      * Fleet transmission extract, run on every host that runs the
      * suite. Copying HELLO.RESULTS files to the collecting host by
      * hand left HELLO-FLEET unable to tell a truncated copy, or a
      * host that sent nothing, from "that host had fewer runs". This
      * job wraps the host's new results in a transmission envelope
      * (XMITENV.CPY): a header naming the host, the environments
      * present, the extract date/time and the run-serial range
      * covered, then the HELLO.RESULTS records themselves, then a
      * trailer with the record count and hash totals over the run
      * serials and check numbers. HELLO-COLLCT checks every envelope
      * against its trailer before anything reaches HELLO.FLEETIN.
      *
      * Each extract carries the records with a run serial above the
      * last one this host sent (the HELLO.XMITSEQ seed), so the
      * collected fleet file grows by increments that never overlap.
      * With nothing new the envelope is still written - header range
      * zero, trailer count zero - so the collector knows the host is
      * alive. Records written before run serials existed cannot be
      * placed in a range and are not sent. If the collector rejects
      * an envelope, resend exactly that range by giving its first
      * and last serials as the arguments; the seed only ever moves
      * forward, and then no further than the last serial sent.
      *
      * The extract runs under the suite lock so no verification run
      * appends to HELLO.RESULTS between the counting and the copying
      * passes.
      *
      * Arguments and environment variables:
      *   argument 1        resend from this run serial (HW_XMIT_FROM
      *                     next; default the serial after the seed)
      *   argument 2        send no run serial above this one
      *                     (HW_XMIT_TO next; default no upper bound);
      *                     the envelope header's range never runs
      *                     past it
      *   HW_HOST_NAME      host identity written to the envelope
      *                     (HOSTNAME next, 'LOCAL' when neither is
      *                     set - the same rule as HELLO-WORLD)
      *
      * Files:
      *   HELLO.RESULTS   this host's per-check results (input)
      *   HELLO.XMIT      the envelope, rewritten each run
      *   HELLO.XMITSEQ   seed: last run serial transmitted
      *
      * RETURN-CODE 0 = envelope written, 4 = envelope written with
      * nothing new or with records left out (no serial), 8 = suite
      * lock not obtained or a file unavailable (no envelope -
      * resubmit).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-XMIT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-XMIT-FILE ASSIGN TO 'HELLO.XMIT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.
           SELECT HELLO-XMITSEQ-FILE ASSIGN TO 'HELLO.XMITSEQ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMITSEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESULTS-FILE.

           COPY CHKRES.

       FD  HELLO-XMIT-FILE.
       01  XMIT-DETAIL-RECORD          PIC X(96).

           COPY XMITENV.

       FD  HELLO-XMITSEQ-FILE.
       01  XMITSEQ-RECORD.
           05  XMITSEQ-LAST-SERIAL     PIC 9(8).
           05  FILLER                  PIC X(1).
           05  XMITSEQ-DATE            PIC 9(8).
           05  FILLER                  PIC X(1).
           05  XMITSEQ-TIME            PIC 9(8).
           05  FILLER                  PIC X(54).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-XMIT-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-XMITSEQ-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.

       01  WS-XMIT-FLAGS.
           05  WS-LOCK-MISSED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-LOCK-MISSED                VALUE 'Y'.
           05  WS-XMIT-ERROR-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-XMIT-ERROR                 VALUE 'Y'.
           05  WS-XMIT-OPEN-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-XMIT-OPEN                  VALUE 'Y'.
           05  WS-COPY-PASS-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-COPY-PASS                  VALUE 'Y'.

       01  WS-HOST-NAME                PIC X(8)  VALUE SPACES.

      *    Range work. The lowest serial to send is the one after the
      *    seed unless a resend serial is given; the highest is
      *    unbounded unless a TO serial is given.
       01  WS-RANGE-WORK.
           05  WS-FROM-ARG             PIC X(8)  VALUE SPACES.
           05  WS-FROM-VALUE           PIC 9(8)  VALUE 0.
           05  WS-TO-ARG               PIC X(8)  VALUE SPACES.
           05  WS-ARG-TEXT             PIC X(8)  VALUE SPACES.
           05  WS-ARG-VALUE            PIC 9(8)  VALUE 0.
           05  WS-ARG-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-ARG-DIGIT            PIC 9(1)  VALUE 0.
           05  WS-ARG-BAD-FLAG         PIC X(1)  VALUE 'N'.
           05  WS-SEED-SERIAL          PIC 9(8)  VALUE 0.
           05  WS-FROM-SERIAL          PIC 9(8)  VALUE 0.
           05  WS-TO-SERIAL            PIC 9(8)  VALUE 99999999.
           05  WS-FIRST-SERIAL         PIC 9(8)  VALUE 0.
           05  WS-LAST-SERIAL          PIC 9(8)  VALUE 0.

       01  WS-ENV-WORK.
           05  WS-ENV-COUNT            PIC 9(2)  VALUE 0.
           05  WS-ENV-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-ENV-FOUND            PIC X(1)  VALUE 'N'.
           05  WS-ENV-LIST.
               10  WS-ENV-NAME OCCURS 8 TIMES
                                       PIC X(4).

       01  WS-TOTALS.
           05  WS-RECORDS-READ         PIC 9(9)  VALUE 0.
           05  WS-RECORDS-SELECTED     PIC 9(7)  VALUE 0.
           05  WS-RECORDS-WRITTEN      PIC 9(7)  VALUE 0.
           05  WS-RECORDS-NO-SERIAL    PIC 9(9)  VALUE 0.
           05  WS-SERIAL-HASH          PIC 9(15) VALUE 0.
           05  WS-CHECK-HASH           PIC 9(9)  VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED
               PERFORM 2000-READ-SEED
               PERFORM 1100-DISPLAY-JOB-BANNER
               PERFORM 3000-SCAN-RESULTS-FILE
               IF NOT WS-XMIT-ERROR
                   PERFORM 4000-WRITE-ENVELOPE
               END-IF
               IF NOT WS-XMIT-ERROR AND WS-RECORDS-WRITTEN > 0
                       AND WS-LAST-SERIAL > WS-SEED-SERIAL
                   PERFORM 5000-ADVANCE-SEED
               END-IF
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOXMT' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           ACCEPT WS-HOST-NAME FROM ENVIRONMENT 'HW_HOST_NAME'
           IF WS-HOST-NAME = SPACES
               ACCEPT WS-HOST-NAME FROM ENVIRONMENT 'HOSTNAME'
           END-IF
           IF WS-HOST-NAME = SPACES
               MOVE 'LOCAL' TO WS-HOST-NAME
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-FROM-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FROM-ARG
           END-ACCEPT
           IF WS-FROM-ARG = SPACES
               ACCEPT WS-FROM-ARG FROM ENVIRONMENT 'HW_XMIT_FROM'
           END-IF
           IF WS-FROM-ARG NOT = SPACES
               PERFORM 1200-EDIT-FROM-ARG
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TO-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TO-ARG
           END-ACCEPT
           IF WS-TO-ARG = SPACES
               ACCEPT WS-TO-ARG FROM ENVIRONMENT 'HW_XMIT_TO'
           END-IF
           IF WS-TO-ARG NOT = SPACES
               PERFORM 1210-EDIT-TO-ARG
           END-IF.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
               '  HOST: ' WS-HOST-NAME
           DISPLAY '================================================='
           IF WS-TO-SERIAL = 99999999
               DISPLAY 'FLEET TRANSMISSION EXTRACT FROM SERIAL '
                   WS-FROM-SERIAL
           ELSE
               DISPLAY 'FLEET TRANSMISSION EXTRACT FROM SERIAL '
                   WS-FROM-SERIAL ' TO SERIAL ' WS-TO-SERIAL
           END-IF
           IF WS-TO-SERIAL < WS-FROM-SERIAL
               DISPLAY 'XMIT: TO SERIAL BELOW FROM SERIAL -'
                   ' NOTHING WILL BE SELECTED'
           END-IF.

       1200-EDIT-FROM-ARG.
           MOVE WS-FROM-ARG TO WS-ARG-TEXT
           PERFORM 1250-EDIT-SERIAL-ARG
           IF WS-ARG-BAD-FLAG = 'Y' OR WS-ARG-VALUE = 0
               DISPLAY 'XMIT: FROM SERIAL ''' WS-FROM-ARG
                   ''' INVALID, SENDING FROM THE SEED'
               MOVE 0 TO WS-FROM-VALUE
           ELSE
               MOVE WS-ARG-VALUE TO WS-FROM-VALUE
           END-IF.

       1210-EDIT-TO-ARG.
           MOVE WS-TO-ARG TO WS-ARG-TEXT
           PERFORM 1250-EDIT-SERIAL-ARG
           IF WS-ARG-BAD-FLAG = 'Y' OR WS-ARG-VALUE = 0
               DISPLAY 'XMIT: TO SERIAL ''' WS-TO-ARG
                   ''' INVALID, SENDING WITH NO UPPER BOUND'
               MOVE 99999999 TO WS-TO-SERIAL
           ELSE
               MOVE WS-ARG-VALUE TO WS-TO-SERIAL
           END-IF.

      *    Left-justified digits up to the first space; anything else
      *    marks the argument bad.
       1250-EDIT-SERIAL-ARG.
           MOVE 'N' TO WS-ARG-BAD-FLAG
           MOVE 0 TO WS-ARG-VALUE
           PERFORM VARYING WS-ARG-SUB FROM 1 BY 1
                   UNTIL WS-ARG-SUB > 8
                   OR WS-ARG-TEXT(WS-ARG-SUB:1) = SPACE
                   OR WS-ARG-BAD-FLAG = 'Y'
               IF WS-ARG-TEXT(WS-ARG-SUB:1) IS NUMERIC
                   MOVE WS-ARG-TEXT(WS-ARG-SUB:1) TO WS-ARG-DIGIT
                   COMPUTE WS-ARG-VALUE = WS-ARG-VALUE * 10
                       + WS-ARG-DIGIT
               ELSE
                   MOVE 'Y' TO WS-ARG-BAD-FLAG
               END-IF
           END-PERFORM.

      *    No seed yet means nothing has been sent: start at serial 1.
       2000-READ-SEED.
           MOVE 0 TO WS-SEED-SERIAL
           OPEN INPUT HELLO-XMITSEQ-FILE
           EVALUATE WS-XMITSEQ-FILE-STATUS
               WHEN '00'
                   READ HELLO-XMITSEQ-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF XMITSEQ-LAST-SERIAL IS NUMERIC
                               MOVE XMITSEQ-LAST-SERIAL
                                   TO WS-SEED-SERIAL
                           END-IF
                   END-READ
                   CLOSE HELLO-XMITSEQ-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2000-READ-SEED' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.XMITSEQ' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-XMITSEQ-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-XMIT-ERROR-FLAG
           END-EVALUATE
           IF WS-FROM-VALUE > 0
               MOVE WS-FROM-VALUE TO WS-FROM-SERIAL
           ELSE
               COMPUTE WS-FROM-SERIAL = WS-SEED-SERIAL + 1
           END-IF.

      *    Counting pass: the range, environments and control totals
      *    of the records to send. The copying pass in 4000 reads the
      *    file again with the same selection.
       3000-SCAN-RESULTS-FILE.
           MOVE 'N' TO WS-COPY-PASS-FLAG
           PERFORM 3050-OPEN-RESULTS-FILE
           PERFORM 3100-READ-RESULTS-RECORD UNTIL WS-RESULTS-EOF
           IF WS-RESULTS-FILE-STATUS = '00'
                   OR WS-RESULTS-FILE-STATUS = '10'
               CLOSE HELLO-RESULTS-FILE
           END-IF.

       3050-OPEN-RESULTS-FILE.
           MOVE 'N' TO WS-RESULTS-EOF-FLAG
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               WHEN OTHER
                   MOVE '3050-OPEN-RESULTS-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
                   MOVE 'Y' TO WS-XMIT-ERROR-FLAG
           END-EVALUATE.

       3100-READ-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   IF NOT WS-COPY-PASS
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
                   EVALUATE TRUE
                       WHEN CHKRES-RUN-SERIAL IS NOT NUMERIC
                               OR CHKRES-RUN-SERIAL = 0
                           IF NOT WS-COPY-PASS
                               ADD 1 TO WS-RECORDS-NO-SERIAL
                           END-IF
                       WHEN CHKRES-RUN-SERIAL < WS-FROM-SERIAL
                               OR CHKRES-RUN-SERIAL > WS-TO-SERIAL
                           CONTINUE
                       WHEN WS-COPY-PASS
                           IF CHKRES-RUN-SERIAL NOT > WS-LAST-SERIAL
                               PERFORM 4100-WRITE-DETAIL-RECORD
                           END-IF
                       WHEN OTHER
                           PERFORM 3200-COUNT-SELECTED-RECORD
                   END-EVALUATE
           END-READ.

       3200-COUNT-SELECTED-RECORD.
           ADD 1 TO WS-RECORDS-SELECTED
           ADD CHKRES-RUN-SERIAL TO WS-SERIAL-HASH
           IF CHKRES-CHECK-NUMBER IS NUMERIC
               ADD CHKRES-CHECK-NUMBER TO WS-CHECK-HASH
           END-IF
           IF WS-FIRST-SERIAL = 0
                   OR CHKRES-RUN-SERIAL < WS-FIRST-SERIAL
               MOVE CHKRES-RUN-SERIAL TO WS-FIRST-SERIAL
           END-IF
           IF CHKRES-RUN-SERIAL > WS-LAST-SERIAL
               MOVE CHKRES-RUN-SERIAL TO WS-LAST-SERIAL
           END-IF
           MOVE 'N' TO WS-ENV-FOUND
           PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                   UNTIL WS-ENV-SUB > WS-ENV-COUNT
                   OR WS-ENV-SUB > 8
                   OR WS-ENV-FOUND = 'Y'
               IF WS-ENV-NAME(WS-ENV-SUB) = CHKRES-ENV-NAME
                   MOVE 'Y' TO WS-ENV-FOUND
               END-IF
           END-PERFORM
           IF WS-ENV-FOUND = 'N' AND WS-ENV-COUNT < 99
               ADD 1 TO WS-ENV-COUNT
               IF WS-ENV-COUNT <= 8
                   MOVE CHKRES-ENV-NAME TO WS-ENV-NAME(WS-ENV-COUNT)
               END-IF
           END-IF.

       4000-WRITE-ENVELOPE.
           OPEN OUTPUT HELLO-XMIT-FILE
           IF WS-XMIT-FILE-STATUS NOT = '00'
               MOVE '4000-WRITE-ENVELOPE' TO ERRH-PARAGRAPH
               MOVE 'HELLO.XMIT' TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-XMIT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-XMIT-ERROR-FLAG
           ELSE
               MOVE 'Y' TO WS-XMIT-OPEN-FLAG
               MOVE SPACES TO XMIT-HEADER-RECORD
               SET XMIT-HEADER TO TRUE
               MOVE WS-HOST-NAME TO XMIT-HDR-HOST-NAME
               MOVE WS-RUN-DATE TO XMIT-HDR-EXTRACT-DATE
               MOVE WS-RUN-TIME TO XMIT-HDR-EXTRACT-TIME
               MOVE WS-FIRST-SERIAL TO XMIT-HDR-FIRST-SERIAL
               MOVE WS-LAST-SERIAL TO XMIT-HDR-LAST-SERIAL
               MOVE WS-ENV-COUNT TO XMIT-HDR-ENV-COUNT
               MOVE WS-ENV-LIST TO XMIT-HDR-ENV-LIST
               PERFORM 4200-WRITE-ENVELOPE-RECORD
               IF WS-RECORDS-SELECTED > 0 AND NOT WS-XMIT-ERROR
                   MOVE 'Y' TO WS-COPY-PASS-FLAG
                   PERFORM 3050-OPEN-RESULTS-FILE
                   PERFORM 3100-READ-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF OR WS-XMIT-ERROR
                   IF WS-RESULTS-FILE-STATUS = '00'
                           OR WS-RESULTS-FILE-STATUS = '10'
                       CLOSE HELLO-RESULTS-FILE
                   END-IF
               END-IF
               IF WS-RECORDS-WRITTEN NOT = WS-RECORDS-SELECTED
                       AND NOT WS-XMIT-ERROR
                   DISPLAY 'XMIT: HELLO.RESULTS CHANGED BETWEEN'
                       ' PASSES - ENVELOPE NOT TRUSTED, RESUBMIT'
                   MOVE 'Y' TO WS-XMIT-ERROR-FLAG
               END-IF
               MOVE SPACES TO XMIT-TRAILER-RECORD
               SET XMIT-TRAILER TO TRUE
               MOVE WS-HOST-NAME TO XMIT-TRL-HOST-NAME
               MOVE WS-RECORDS-SELECTED TO XMIT-TRL-RECORD-COUNT
               MOVE WS-SERIAL-HASH TO XMIT-TRL-SERIAL-HASH
               MOVE WS-CHECK-HASH TO XMIT-TRL-CHECK-HASH
               IF NOT WS-XMIT-ERROR
                   PERFORM 4200-WRITE-ENVELOPE-RECORD
               END-IF
               CLOSE HELLO-XMIT-FILE
           END-IF.

       4100-WRITE-DETAIL-RECORD.
           MOVE CHKRES-RECORD TO XMIT-DETAIL-RECORD
           PERFORM 4200-WRITE-ENVELOPE-RECORD
           IF NOT WS-XMIT-ERROR
               ADD 1 TO WS-RECORDS-WRITTEN
           END-IF.

       4200-WRITE-ENVELOPE-RECORD.
           WRITE XMIT-DETAIL-RECORD
           IF WS-XMIT-FILE-STATUS NOT = '00'
               MOVE '4200-WRITE-ENVELOPE-RECORD' TO ERRH-PARAGRAPH
               MOVE 'HELLO.XMIT' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-XMIT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-XMIT-ERROR-FLAG
           END-IF.

      *    The seed moves forward only; a resend of an older range
      *    leaves it where it is.
       5000-ADVANCE-SEED.
           OPEN OUTPUT HELLO-XMITSEQ-FILE
           IF WS-XMITSEQ-FILE-STATUS NOT = '00'
               MOVE '5000-ADVANCE-SEED' TO ERRH-PARAGRAPH
               MOVE 'HELLO.XMITSEQ' TO ERRH-FILE-NAME
               MOVE 'OPEN OUT' TO ERRH-OPERATION
               MOVE WS-XMITSEQ-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-XMIT-ERROR-FLAG
           ELSE
               MOVE SPACES TO XMITSEQ-RECORD
               MOVE WS-LAST-SERIAL TO XMITSEQ-LAST-SERIAL
               MOVE WS-RUN-DATE TO XMITSEQ-DATE
               MOVE WS-RUN-TIME TO XMITSEQ-TIME
               WRITE XMITSEQ-RECORD
               IF WS-XMITSEQ-FILE-STATUS NOT = '00'
                   MOVE '5000-ADVANCE-SEED' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.XMITSEQ' TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-XMITSEQ-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-XMIT-ERROR-FLAG
               END-IF
               CLOSE HELLO-XMITSEQ-FILE
           END-IF.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-RECORDS-READ TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS READ ..... ' WS-ED-COUNT
           MOVE WS-RECORDS-WRITTEN TO WS-ED-COUNT
           DISPLAY 'RECORDS IN ENVELOPE ...... ' WS-ED-COUNT
           MOVE WS-RECORDS-NO-SERIAL TO WS-ED-COUNT
           DISPLAY 'NOT SENT - NO SERIAL ..... ' WS-ED-COUNT
           DISPLAY 'SERIAL RANGE ............. ' WS-FIRST-SERIAL
               ' - ' WS-LAST-SERIAL
           DISPLAY 'SERIAL HASH .............. ' WS-SERIAL-HASH
           DISPLAY 'CHECK HASH ............... ' WS-CHECK-HASH
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-XMIT-ERROR
                   DISPLAY 'NO USABLE ENVELOPE - RESUBMIT THE STEP'
               WHEN WS-RECORDS-WRITTEN = 0
                   DISPLAY 'NOTHING NEW - EMPTY ENVELOPE WRITTEN'
               WHEN OTHER
                   DISPLAY 'ENVELOPE WRITTEN TO HELLO.XMIT'
           END-EVALUATE.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-XMIT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RECORDS-WRITTEN = 0
                       OR WS-RECORDS-NO-SERIAL > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock brackets: an extract while a verification run
      *    holds the lock is not attempted - the step is
      *    resubmittable. A missing HELLO-LOCK module degrades to an
      *    unserialized extract with a loud warning.
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
                   ') - NOTHING EXTRACTED, RESUBMIT THE STEP'
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
           MOVE 'HELLO-XMIT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
