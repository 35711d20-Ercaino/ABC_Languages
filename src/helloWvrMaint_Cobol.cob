      * HELLO-WVRMNT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloWvrMaint_Cobol
      *       helloWvrMaint_Cobol.cob
      *   ./helloWvrMaint_Cobol
      *
      * Batch maintenance for the check-failure waiver master
      * HELLO.WAIVER (see WAIVER.CPY), in the style of HELLO-REGMNT.
      * Reads 80-byte control cards from HELLO.WVRCARDS, one action
      * per card:
      *
      *   cols  1-3   action: ADD / UPD / DEL
      *   cols  5-8   environment name
      *   cols 10-11  check number (01-20)
      *   cols 13-20  expiry date YYYYMMDD
      *   cols 22-29  approver id
      *   cols 31-38  defect/change ticket
      *   cols 40-79  reason
      *
      * ADD waives a check's failures for an environment and needs
      * every field: the expiry is mandatory, must be a real date no
      * earlier than today, and may be at most 90 days out so a
      * waiver is always re-approved rather than left to linger. UPD
      * replaces any non-blank card field (an extension is an UPD
      * with a new expiry, under the same date rules), and DEL
      * withdraws the waiver. Every card is echoed to SYSOUT with its
      * disposition, and control totals print at end of job.
      *
      * RETURN-CODE 0 = all cards applied, 4 = card(s) rejected,
      * 8 = no cards or the waiver file unavailable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WVRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-WVRCARDS-FILE ASSIGN TO 'HELLO.WVRCARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-WAIVER-FILE ASSIGN TO 'HELLO.WAIVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WAIVER-KEY
               FILE STATUS IS WS-WAIVER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-WVRCARDS-FILE.
       01  CARD-RECORD                 PIC X(80).

       FD  HELLO-WAIVER-FILE.

           COPY WAIVER.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-CARD-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-WAIVER-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-CARD-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-ACTION          PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-CARD-ENV-NAME        PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CARD-CHECK           PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-CARD-EXPIRY          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-APPROVER        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-TICKET          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-REASON          PIC X(40).
           05  FILLER                  PIC X(1).

       01  WS-CARD-COUNTS.
           05  WS-CARDS-READ           PIC 9(5)  VALUE 0.
           05  WS-CARDS-APPLIED        PIC 9(5)  VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5)  VALUE 0.

       01  WS-CARD-DISPOSITION         PIC X(40) VALUE SPACES.

      *    Expiry-date rules: a real calendar date, not in the past,
      *    and no more than WS-MAX-WAIVER-DAYS ahead.
       01  WS-EXPIRY-WORK.
           05  WS-MAX-WAIVER-DAYS      PIC 9(3)  VALUE 90.
           05  WS-EXPIRY-NUM           PIC 9(8)  VALUE 0.
           05  WS-EXPIRY-BAD-FLAG      PIC X(1)  VALUE 'N'.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-EXPIRY-INTEGER       PIC 9(8)  VALUE 0.
           05  WS-CARD-CHECK-NUM       PIC 9(2)  VALUE 0.

       01  WS-DISPLAY-LINE             PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           PERFORM 2000-OPEN-FILES
           IF NOT WS-CARD-EOF
               PERFORM 2100-PROCESS-CARD UNTIL WS-CARD-EOF
               PERFORM 8000-CLOSE-FILES
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           PERFORM 8100-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOWVM' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'CHECK-FAILURE WAIVER MAINTENANCE'.

       2000-OPEN-FILES.
           OPEN INPUT HELLO-WVRCARDS-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WVRCARDS' TO ERRH-FILE-NAME
               MOVE 'OPEN IN' TO ERRH-OPERATION
               MOVE WS-CARD-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-CARD-EOF-FLAG
           ELSE
               OPEN I-O HELLO-WAIVER-FILE
               IF WS-WAIVER-FILE-STATUS = '35'
                   OPEN OUTPUT HELLO-WAIVER-FILE
                   CLOSE HELLO-WAIVER-FILE
                   OPEN I-O HELLO-WAIVER-FILE
               END-IF
               IF WS-WAIVER-FILE-STATUS NOT = '00'
                   MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                   MOVE 'OPEN I-O' TO ERRH-OPERATION
                   MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   CLOSE HELLO-WVRCARDS-FILE
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               END-IF
           END-IF.

       2100-PROCESS-CARD.
           READ HELLO-WVRCARDS-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 2200-APPLY-CARD
                   PERFORM 2900-ECHO-CARD
           END-READ.

       2200-APPLY-CARD.
           MOVE SPACES TO WS-CARD-DISPOSITION
           EVALUATE TRUE
               WHEN WS-CARD-ENV-NAME = SPACES
                   MOVE 'REJECTED - ENVIRONMENT NAME MISSING'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-CHECK IS NOT NUMERIC
                   MOVE 'REJECTED - CHECK NUMBER NOT NUMERIC'
                       TO WS-CARD-DISPOSITION
               WHEN OTHER
                   MOVE WS-CARD-CHECK TO WS-CARD-CHECK-NUM
                   IF WS-CARD-CHECK-NUM < 1 OR WS-CARD-CHECK-NUM > 20
                       MOVE 'REJECTED - CHECK NUMBER NOT 01-20'
                           TO WS-CARD-DISPOSITION
                   ELSE
                       EVALUATE WS-CARD-ACTION
                           WHEN 'ADD'
                               PERFORM 2300-ADD-WAIVER
                           WHEN 'UPD'
                               PERFORM 2400-UPDATE-WAIVER
                           WHEN 'DEL'
                               PERFORM 2500-DELETE-WAIVER
                           WHEN OTHER
                               MOVE 'REJECTED - UNKNOWN ACTION'
                                   TO WS-CARD-DISPOSITION
                       END-EVALUATE
                   END-IF
           END-EVALUATE
           IF WS-CARD-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
           END-IF.

       2300-ADD-WAIVER.
           EVALUATE TRUE
               WHEN WS-CARD-EXPIRY = SPACES
                   MOVE 'REJECTED - EXPIRY DATE REQUIRED'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-APPROVER = SPACES
                   MOVE 'REJECTED - APPROVER REQUIRED FOR ADD'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-TICKET = SPACES
                   MOVE 'REJECTED - TICKET REQUIRED FOR ADD'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-REASON = SPACES
                   MOVE 'REJECTED - REASON REQUIRED FOR ADD'
                       TO WS-CARD-DISPOSITION
               WHEN OTHER
                   PERFORM 2800-EDIT-EXPIRY-DATE
                   IF WS-EXPIRY-BAD-FLAG = 'N'
                       MOVE WS-CARD-ENV-NAME TO WAIVER-ENV-NAME
                       MOVE WS-CARD-CHECK-NUM TO WAIVER-CHECK-NUMBER
                       READ HELLO-WAIVER-FILE
                           INVALID KEY
                               PERFORM 2310-WRITE-NEW-WAIVER
                           NOT INVALID KEY
                               MOVE 'REJECTED - WAIVER ALREADY ON FILE'
                                   TO WS-CARD-DISPOSITION
                       END-READ
                   END-IF
           END-EVALUATE.

       2310-WRITE-NEW-WAIVER.
           MOVE SPACES TO WAIVER-RECORD
           MOVE WS-CARD-ENV-NAME TO WAIVER-ENV-NAME
           MOVE WS-CARD-CHECK-NUM TO WAIVER-CHECK-NUMBER
           MOVE WS-CARD-REASON TO WAIVER-REASON
           MOVE WS-CARD-APPROVER TO WAIVER-APPROVER
           MOVE WS-CARD-TICKET TO WAIVER-TICKET
           MOVE WS-EXPIRY-NUM TO WAIVER-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO WAIVER-ENTERED-BY
           MOVE WS-RUN-DATE TO WAIVER-ENTERED-DATE
           WRITE WAIVER-RECORD
           IF WS-WAIVER-FILE-STATUS = '00'
               MOVE 'ADDED' TO WS-CARD-DISPOSITION
           ELSE
               MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-DISPOSITION
               MOVE '2310-WRITE-NEW-WAIVER' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
           END-IF.

       2400-UPDATE-WAIVER.
           MOVE 'N' TO WS-EXPIRY-BAD-FLAG
           IF WS-CARD-EXPIRY NOT = SPACES
               PERFORM 2800-EDIT-EXPIRY-DATE
           END-IF
           IF WS-EXPIRY-BAD-FLAG = 'N'
               MOVE WS-CARD-ENV-NAME TO WAIVER-ENV-NAME
               MOVE WS-CARD-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       MOVE 'REJECTED - WAIVER NOT ON FILE'
                           TO WS-CARD-DISPOSITION
                   NOT INVALID KEY
                       PERFORM 2410-APPLY-UPDATE
               END-READ
           END-IF.

       2410-APPLY-UPDATE.
           IF WS-CARD-EXPIRY NOT = SPACES
               MOVE WS-EXPIRY-NUM TO WAIVER-EXPIRY-DATE
           END-IF
           IF WS-CARD-APPROVER NOT = SPACES
               MOVE WS-CARD-APPROVER TO WAIVER-APPROVER
           END-IF
           IF WS-CARD-TICKET NOT = SPACES
               MOVE WS-CARD-TICKET TO WAIVER-TICKET
           END-IF
           IF WS-CARD-REASON NOT = SPACES
               MOVE WS-CARD-REASON TO WAIVER-REASON
           END-IF
           MOVE WS-OPERATOR-ID TO WAIVER-ENTERED-BY
           MOVE WS-RUN-DATE TO WAIVER-ENTERED-DATE
           REWRITE WAIVER-RECORD
           IF WS-WAIVER-FILE-STATUS = '00'
               MOVE 'UPDATED' TO WS-CARD-DISPOSITION
           ELSE
               MOVE 'REJECTED - REWRITE FAILED'
                   TO WS-CARD-DISPOSITION
               MOVE '2410-APPLY-UPDATE' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'REWRITE' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
           END-IF.

       2500-DELETE-WAIVER.
           MOVE WS-CARD-ENV-NAME TO WAIVER-ENV-NAME
           MOVE WS-CARD-CHECK-NUM TO WAIVER-CHECK-NUMBER
           READ HELLO-WAIVER-FILE
               INVALID KEY
                   MOVE 'REJECTED - WAIVER NOT ON FILE'
                       TO WS-CARD-DISPOSITION
               NOT INVALID KEY
                   DELETE HELLO-WAIVER-FILE RECORD
                   IF WS-WAIVER-FILE-STATUS = '00'
                       MOVE 'WITHDRAWN' TO WS-CARD-DISPOSITION
                   ELSE
                       MOVE 'REJECTED - DELETE FAILED'
                           TO WS-CARD-DISPOSITION
                       MOVE '2500-DELETE-WAIVER' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                       MOVE 'DELETE' TO ERRH-OPERATION
                       MOVE WS-WAIVER-FILE-STATUS
                           TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                   END-IF
           END-READ.

      *    The expiry must be a real YYYYMMDD date, today or later,
      *    and within WS-MAX-WAIVER-DAYS of today.
       2800-EDIT-EXPIRY-DATE.
           MOVE 'N' TO WS-EXPIRY-BAD-FLAG
           IF WS-CARD-EXPIRY IS NOT NUMERIC
               MOVE 'Y' TO WS-EXPIRY-BAD-FLAG
               MOVE 'REJECTED - EXPIRY NOT YYYYMMDD'
                   TO WS-CARD-DISPOSITION
           ELSE
               MOVE WS-CARD-EXPIRY TO WS-EXPIRY-NUM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-NUM) NOT = 0
                   MOVE 'Y' TO WS-EXPIRY-BAD-FLAG
                   MOVE 'REJECTED - EXPIRY NOT A VALID DATE'
                       TO WS-CARD-DISPOSITION
               ELSE
                   COMPUTE WS-EXPIRY-INTEGER
                       = FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
                   IF WS-EXPIRY-INTEGER < WS-TODAY-INTEGER
                       MOVE 'Y' TO WS-EXPIRY-BAD-FLAG
                       MOVE 'REJECTED - EXPIRY IS IN THE PAST'
                           TO WS-CARD-DISPOSITION
                   END-IF
                   IF WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
                           > WS-MAX-WAIVER-DAYS
                       MOVE 'Y' TO WS-EXPIRY-BAD-FLAG
                       MOVE 'REJECTED - EXPIRY MORE THAN 90 DAYS OUT'
                           TO WS-CARD-DISPOSITION
                   END-IF
               END-IF
           END-IF.

       2900-ECHO-CARD.
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING
               WS-CARD-ACTION          DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-ENV-NAME        DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-CHECK           DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-EXPIRY          DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-TICKET          DELIMITED BY SIZE
               ' ... '                 DELIMITED BY SIZE
               WS-CARD-DISPOSITION     DELIMITED BY SIZE
               INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       8000-CLOSE-FILES.
           CLOSE HELLO-WVRCARDS-FILE
           CLOSE HELLO-WAIVER-FILE.

       8100-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CARDS READ ....... ' WS-CARDS-READ
           DISPLAY 'CARDS APPLIED .... ' WS-CARDS-APPLIED
           DISPLAY 'CARDS REJECTED ... ' WS-CARDS-REJECTED.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-CARDS-READ = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CARDS-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock around the whole card run, so a waiver change
      *    cannot land half-way through a HELLO-GATE or HELLO-ESCAL
      *    judgement or interleave with a HELLO-WVRSCR edit. The
      *    calls are guarded so a missing HELLO-LOCK module degrades
      *    to the old unserialized behaviour with a loud warning.
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
           MOVE 'HELLO-WVRMNT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
