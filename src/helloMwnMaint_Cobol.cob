      * HELLO-MWNMNT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloMwnMaint_Cobol
      *       helloMwnMaint_Cobol.cob
      *   ./helloMwnMaint_Cobol
      *
      * Batch maintenance for the planned-maintenance window calendar
      * HELLO.MAINTWIN (see MAINTWIN.CPY), in the style of
      * HELLO-WVRMNT. Reads 80-byte control cards from HELLO.MWNCARDS,
      * one action per card:
      *
      *   cols  1-3   action: ADD / CAN
      *   cols  5-8   environment name
      *   cols 10-17  window start date YYYYMMDD
      *   cols 19-22  window start time HHMM
      *   cols 24-31  window end date YYYYMMDD   (ADD only)
      *   cols 33-36  window end time HHMM       (ADD only)
      *   cols 38-45  change ticket              (ADD only)
      *   cols 47-80  reason                     (ADD only)
      *
      * ADD books a window and needs every field. Start and end must
      * be real dates and times, the end must be after the start and
      * not already past, the window may be at most 7 days long, and
      * it may not overlap another scheduled window for the same
      * environment. CAN cancels the window identified by environment
      * and start stamp; it must still be scheduled and not yet
      * closed. A cancelled window stays on file as history and its
      * start stamp cannot be booked again. Every card is echoed to
      * SYSOUT with its disposition, and control totals print at end
      * of job.
      *
      * RETURN-CODE 0 = all cards applied, 4 = card(s) rejected,
      * 8 = no cards or the window file unavailable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-MWNMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-MWNCARDS-FILE ASSIGN TO 'HELLO.MWNCARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-MAINTWIN-FILE ASSIGN TO 'HELLO.MAINTWIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS WS-MAINTWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-MWNCARDS-FILE.
       01  CARD-RECORD                 PIC X(80).

       FD  HELLO-MAINTWIN-FILE.

           COPY MAINTWIN.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-CARD-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

       01  WS-CARD-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-CARD-IMAGE.
           05  WS-CARD-ACTION          PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-CARD-ENV-NAME        PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CARD-START-DATE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-START-TIME      PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CARD-END-DATE        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-END-TIME        PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CARD-TICKET          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CARD-REASON          PIC X(34).

       01  WS-CARD-COUNTS.
           05  WS-CARDS-READ           PIC 9(5)  VALUE 0.
           05  WS-CARDS-APPLIED        PIC 9(5)  VALUE 0.
           05  WS-CARDS-REJECTED       PIC 9(5)  VALUE 0.

       01  WS-CARD-DISPOSITION         PIC X(50) VALUE SPACES.

      *    Window rules: real dates and HHMM times, end after start
      *    and not yet past, at most WS-MAX-WINDOW-DAYS long.
       01  WS-WINDOW-WORK.
           05  WS-MAX-WINDOW-DAYS      PIC 9(3)  VALUE 7.
           05  WS-STAMP-BAD-FLAG       PIC X(1)  VALUE 'N'.
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE         PIC 9(8)  VALUE 0.
               10  WS-NOW-TIME         PIC 9(4)  VALUE 0.
           05  WS-NEW-START-STAMP.
               10  WS-NEW-START-DATE   PIC 9(8)  VALUE 0.
               10  WS-NEW-START-TIME   PIC 9(4)  VALUE 0.
           05  WS-NEW-END-STAMP.
               10  WS-NEW-END-DATE     PIC 9(8)  VALUE 0.
               10  WS-NEW-END-TIME     PIC 9(4)  VALUE 0.
           05  WS-EDIT-DATE            PIC 9(8)  VALUE 0.
           05  WS-EDIT-TIME            PIC 9(4)  VALUE 0.
           05  WS-EDIT-TIME-X REDEFINES WS-EDIT-TIME.
               10  WS-EDIT-HH          PIC 9(2).
               10  WS-EDIT-MM          PIC 9(2).
           05  WS-START-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-END-INTEGER          PIC 9(8)  VALUE 0.
           05  WS-WINDOW-DAYS          PIC S9(8) VALUE 0.

      *    Scan of the environment's windows already on file.
       01  WS-SCAN-WORK.
           05  WS-SCAN-EOF-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-SCAN-EOF                   VALUE 'Y'.
           05  WS-CONFLICT-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-CONFLICT                   VALUE 'Y'.

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
           MOVE 'HELLOMWM' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-NOW-DATE
           MOVE WS-RUN-TIME(1:4) TO WS-NOW-TIME.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'PLANNED-MAINTENANCE WINDOW MAINTENANCE'.

       2000-OPEN-FILES.
           OPEN INPUT HELLO-MWNCARDS-FILE
           IF WS-CARD-FILE-STATUS NOT = '00'
               MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
               MOVE 'HELLO.MWNCARDS' TO ERRH-FILE-NAME
               MOVE 'OPEN IN' TO ERRH-OPERATION
               MOVE WS-CARD-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-CARD-EOF-FLAG
           ELSE
               OPEN I-O HELLO-MAINTWIN-FILE
               IF WS-MAINTWIN-FILE-STATUS = '35'
                   OPEN OUTPUT HELLO-MAINTWIN-FILE
                   CLOSE HELLO-MAINTWIN-FILE
                   OPEN I-O HELLO-MAINTWIN-FILE
               END-IF
               IF WS-MAINTWIN-FILE-STATUS NOT = '00'
                   MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN I-O' TO ERRH-OPERATION
                   MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   CLOSE HELLO-MWNCARDS-FILE
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               END-IF
           END-IF.

       2100-PROCESS-CARD.
           READ HELLO-MWNCARDS-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
                   MOVE CARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 2200-APPLY-CARD
                   PERFORM 2900-ECHO-CARD
           END-READ.

      *    Both actions identify the window by environment and start
      *    stamp, so those are edited before the action is looked at.
       2200-APPLY-CARD.
           MOVE SPACES TO WS-CARD-DISPOSITION
           MOVE 'N' TO WS-STAMP-BAD-FLAG
           IF WS-CARD-ENV-NAME = SPACES
               MOVE 'REJECTED - ENVIRONMENT NAME MISSING'
                   TO WS-CARD-DISPOSITION
           ELSE
               PERFORM 2800-EDIT-START-STAMP
               IF WS-STAMP-BAD-FLAG = 'N'
                   EVALUATE WS-CARD-ACTION
                       WHEN 'ADD'
                           PERFORM 2300-ADD-WINDOW
                       WHEN 'CAN'
                           PERFORM 2500-CANCEL-WINDOW
                       WHEN OTHER
                           MOVE 'REJECTED - UNKNOWN ACTION'
                               TO WS-CARD-DISPOSITION
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-CARD-DISPOSITION(1:8) = 'REJECTED'
               ADD 1 TO WS-CARDS-REJECTED
           ELSE
               ADD 1 TO WS-CARDS-APPLIED
           END-IF.

       2300-ADD-WINDOW.
           EVALUATE TRUE
               WHEN WS-CARD-END-DATE = SPACES
                       OR WS-CARD-END-TIME = SPACES
                   MOVE 'REJECTED - END DATE AND TIME REQUIRED'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-TICKET = SPACES
                   MOVE 'REJECTED - TICKET REQUIRED FOR ADD'
                       TO WS-CARD-DISPOSITION
               WHEN WS-CARD-REASON = SPACES
                   MOVE 'REJECTED - REASON REQUIRED FOR ADD'
                       TO WS-CARD-DISPOSITION
               WHEN OTHER
                   PERFORM 2810-EDIT-END-STAMP
                   IF WS-STAMP-BAD-FLAG = 'N'
                       PERFORM 2320-CHECK-CONFLICTS
                   END-IF
                   IF WS-STAMP-BAD-FLAG = 'N' AND NOT WS-CONFLICT
                       PERFORM 2310-WRITE-NEW-WINDOW
                   END-IF
           END-EVALUATE.

       2310-WRITE-NEW-WINDOW.
           MOVE SPACES TO MWIN-RECORD
           MOVE WS-CARD-ENV-NAME TO MWIN-ENV-NAME
           MOVE WS-NEW-START-STAMP TO MWIN-START-STAMP
           MOVE WS-NEW-END-STAMP TO MWIN-END-STAMP
           MOVE 'S' TO MWIN-STATUS
           MOVE WS-CARD-REASON TO MWIN-REASON
           MOVE WS-CARD-TICKET TO MWIN-TICKET
           MOVE WS-OPERATOR-ID TO MWIN-ENTERED-BY
           MOVE WS-RUN-DATE TO MWIN-ENTERED-DATE
           MOVE 0 TO MWIN-CANCELLED-DATE
           WRITE MWIN-RECORD
           IF WS-MAINTWIN-FILE-STATUS = '00'
               MOVE 'ADDED' TO WS-CARD-DISPOSITION
           ELSE
               MOVE 'REJECTED - WRITE FAILED' TO WS-CARD-DISPOSITION
               MOVE '2310-WRITE-NEW-WINDOW' TO ERRH-PARAGRAPH
               MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
           END-IF.

      *    Walk every window already on file for the environment. The
      *    same start stamp is refused even when that window was
      *    cancelled (it is the key); a scheduled window overlapping
      *    the new one in any minute is refused too.
       2320-CHECK-CONFLICTS.
           MOVE 'N' TO WS-CONFLICT-FLAG
           MOVE 'N' TO WS-SCAN-EOF-FLAG
           MOVE WS-CARD-ENV-NAME TO MWIN-ENV-NAME
           MOVE 0 TO MWIN-START-DATE
           MOVE 0 TO MWIN-START-TIME
           START HELLO-MAINTWIN-FILE KEY IS NOT < MWIN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
           END-START
           PERFORM 2330-READ-NEXT-WINDOW
               UNTIL WS-SCAN-EOF OR WS-CONFLICT.

       2330-READ-NEXT-WINDOW.
           READ HELLO-MAINTWIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-FLAG
               NOT AT END
                   IF MWIN-ENV-NAME NOT = WS-CARD-ENV-NAME
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
                   ELSE
                       EVALUATE TRUE
                           WHEN MWIN-START-STAMP = WS-NEW-START-STAMP
                               MOVE 'Y' TO WS-CONFLICT-FLAG
                               MOVE 'REJECTED - WINDOW ALREADY ON FILE'
                                   TO WS-CARD-DISPOSITION
                           WHEN MWIN-SCHEDULED
                                   AND MWIN-START-STAMP
                                       < WS-NEW-END-STAMP
                                   AND WS-NEW-START-STAMP
                                       < MWIN-END-STAMP
                               MOVE 'Y' TO WS-CONFLICT-FLAG
                               STRING 'REJECTED - OVERLAPS WINDOW '
                                                   DELIMITED BY SIZE
                                   MWIN-START-DATE DELIMITED BY SIZE
                                   ' '             DELIMITED BY SIZE
                                   MWIN-START-TIME DELIMITED BY SIZE
                                   INTO WS-CARD-DISPOSITION
                               END-STRING
                       END-EVALUATE
                   END-IF
           END-READ.

       2500-CANCEL-WINDOW.
           MOVE WS-CARD-ENV-NAME TO MWIN-ENV-NAME
           MOVE WS-NEW-START-STAMP TO MWIN-START-STAMP
           READ HELLO-MAINTWIN-FILE
               INVALID KEY
                   MOVE 'REJECTED - WINDOW NOT ON FILE'
                       TO WS-CARD-DISPOSITION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN MWIN-CANCELLED
                           MOVE 'REJECTED - WINDOW ALREADY CANCELLED'
                               TO WS-CARD-DISPOSITION
                       WHEN MWIN-END-STAMP NOT > WS-NOW-STAMP
                           MOVE 'REJECTED - WINDOW ALREADY CLOSED'
                               TO WS-CARD-DISPOSITION
                       WHEN OTHER
                           PERFORM 2510-APPLY-CANCEL
                   END-EVALUATE
           END-READ.

       2510-APPLY-CANCEL.
           MOVE 'C' TO MWIN-STATUS
           MOVE WS-OPERATOR-ID TO MWIN-CANCELLED-BY
           MOVE WS-RUN-DATE TO MWIN-CANCELLED-DATE
           REWRITE MWIN-RECORD
           IF WS-MAINTWIN-FILE-STATUS = '00'
               MOVE 'CANCELLED' TO WS-CARD-DISPOSITION
           ELSE
               MOVE 'REJECTED - REWRITE FAILED'
                   TO WS-CARD-DISPOSITION
               MOVE '2510-APPLY-CANCEL' TO ERRH-PARAGRAPH
               MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
               MOVE 'REWRITE' TO ERRH-OPERATION
               MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
           END-IF.

      *    Start stamp: a real YYYYMMDD date and an HHMM time.
       2800-EDIT-START-STAMP.
           IF WS-CARD-START-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-STAMP-BAD-FLAG
               MOVE 'REJECTED - START DATE NOT YYYYMMDD'
                   TO WS-CARD-DISPOSITION
           ELSE
               MOVE WS-CARD-START-DATE TO WS-EDIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   MOVE 'REJECTED - START DATE NOT A VALID DATE'
                       TO WS-CARD-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               IF WS-CARD-START-TIME IS NOT NUMERIC
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
               ELSE
                   MOVE WS-CARD-START-TIME TO WS-EDIT-TIME
                   IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   END-IF
               END-IF
               IF WS-STAMP-BAD-FLAG = 'Y'
                   MOVE 'REJECTED - START TIME NOT HHMM'
                       TO WS-CARD-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               MOVE WS-EDIT-DATE TO WS-NEW-START-DATE
               MOVE WS-EDIT-TIME TO WS-NEW-START-TIME
           END-IF.

      *    End stamp: a real date and time, after the start, not
      *    already past, and within WS-MAX-WINDOW-DAYS of the start
      *    (exactly that many days, to the minute, is allowed).
       2810-EDIT-END-STAMP.
           IF WS-CARD-END-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-STAMP-BAD-FLAG
               MOVE 'REJECTED - END DATE NOT YYYYMMDD'
                   TO WS-CARD-DISPOSITION
           ELSE
               MOVE WS-CARD-END-DATE TO WS-EDIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   MOVE 'REJECTED - END DATE NOT A VALID DATE'
                       TO WS-CARD-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               IF WS-CARD-END-TIME IS NOT NUMERIC
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
               ELSE
                   MOVE WS-CARD-END-TIME TO WS-EDIT-TIME
                   IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   END-IF
               END-IF
               IF WS-STAMP-BAD-FLAG = 'Y'
                   MOVE 'REJECTED - END TIME NOT HHMM'
                       TO WS-CARD-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               MOVE WS-EDIT-DATE TO WS-NEW-END-DATE
               MOVE WS-EDIT-TIME TO WS-NEW-END-TIME
               COMPUTE WS-START-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-NEW-START-DATE)
               COMPUTE WS-END-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-NEW-END-DATE)
               COMPUTE WS-WINDOW-DAYS
                   = WS-END-INTEGER - WS-START-INTEGER
               EVALUATE TRUE
                   WHEN WS-NEW-END-STAMP NOT > WS-NEW-START-STAMP
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                       MOVE 'REJECTED - END IS NOT AFTER START'
                           TO WS-CARD-DISPOSITION
                   WHEN WS-NEW-END-STAMP NOT > WS-NOW-STAMP
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                       MOVE 'REJECTED - WINDOW END IS IN THE PAST'
                           TO WS-CARD-DISPOSITION
                   WHEN WS-WINDOW-DAYS > WS-MAX-WINDOW-DAYS
                   WHEN WS-WINDOW-DAYS = WS-MAX-WINDOW-DAYS
                           AND WS-NEW-END-TIME > WS-NEW-START-TIME
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                       MOVE 'REJECTED - WINDOW LONGER THAN 7 DAYS'
                           TO WS-CARD-DISPOSITION
               END-EVALUATE
           END-IF.

       2900-ECHO-CARD.
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING
               WS-CARD-ACTION          DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-ENV-NAME        DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-START-DATE      DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-START-TIME      DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-CARD-TICKET          DELIMITED BY SIZE
               ' ... '                 DELIMITED BY SIZE
               WS-CARD-DISPOSITION     DELIMITED BY SIZE
               INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       8000-CLOSE-FILES.
           CLOSE HELLO-MWNCARDS-FILE
           CLOSE HELLO-MAINTWIN-FILE.

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

      *    Suite lock around the whole card run, so a window cannot
      *    open or close half-way through a HELLO-CTLBLD, HELLO-ESCAL
      *    or HELLO-GATE judgement. The calls are guarded so a
      *    missing HELLO-LOCK module degrades to the old unserialized
      *    behaviour with a loud warning.
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
           MOVE 'HELLO-MWNMNT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
