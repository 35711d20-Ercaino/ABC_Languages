      * which host each environment was last verified on.
      *
      * Files:
      *   HELLO.FLEETIN   the collected HELLO.RESULTS records from all
      *                   hosts, appended by HELLO-COLLCT from
      *                   validated HELLO-XMIT envelopes only, in
      *                   the order they were collected - a resent
      *                   or late envelope can append a host's older
      *                   runs after its newer ones, so each host's
      *                   result per check is taken from its latest
      *                   run stamp, not its last record;
      *                   run HELLO-COLLCT first and read its report
      *                   for hosts that sent nothing or were
      *                   rejected; when no HELLO.FLEETIN exists this
      *                   host's own history is reported alone
      *   HELLO.RESHIST   the local indexed results history
      *                   (RESHIST.CPY); read by key - one START and
      *                   READ PREVIOUS per environment and check -
      *                   for the latest result of each check, under
      *                   the host that produced it
      *
      * Records without a host stamp (written before the field
      * existed) are consolidated under the host name '(OLD)'.
               ASSIGN USING WS-FLEETIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEETIN-FILE-STATUS.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               ALTERNATE RECORD KEY IS RHST-SERIAL-KEY
               FILE STATUS IS WS-RESHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           COPY CHKRES.

       FD  HELLO-RESHIST-FILE.

           COPY RESHIST.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.
       01  WS-FLEETIN-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-FLEETIN-EOF                    VALUE 'Y'.

       01  WS-RESHIST-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-RESHIST-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESHIST-EOF                    VALUE 'Y'.

       01  WS-RECORD-COUNTS.
           05  WS-RECORDS-READ         PIC 9(7)  VALUE 0.
           05  WS-RECORDS-USED         PIC 9(7)  VALUE 0.
               10  WS-HOST-KEY         PIC X(8).

      *    Per environment: the latest run seen (date, time, host)
      *    and, per check per host, the host's most recent result with
      *    the run stamp it came from. Collected envelopes are
      *    appended in arrival order, not run order, so a record only
      *    replaces a cell whose stamp is not later than its own.
       01  WS-ENV-LIMITS.
           05  WS-ENV-MAX              PIC 9(2)  VALUE 6 COMP.
           05  WS-ENV-COUNT            PIC 9(2)  VALUE 0 COMP.
               10  WS-ENV-LAST-TIME    PIC 9(8).
               10  WS-ENV-LAST-HOST    PIC X(8).
               10  WS-ENV-CHECK-CELL OCCURS 20 TIMES.
                   15  WS-ENV-HOST-CELL OCCURS 8 TIMES.
                       20  WS-ENV-HOST-RESULT
                                       PIC X(4).
                       20  WS-ENV-HOST-STAMP.
                           25  WS-ENV-HOST-DATE
                                       PIC 9(8).
                           25  WS-ENV-HOST-TIME
                                       PIC 9(8).

       01  WS-CHECK-NAME-TABLE.
           05  WS-CHECK-NAME-ENTRY OCCURS 20 TIMES
           05  WS-HOST-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-CHECK-SUB            PIC 9(2)  VALUE 0 COMP.
           05  WS-REC-HOST             PIC X(8)  VALUE SPACES.
           05  WS-REC-STAMP.
               10  WS-REC-DATE         PIC 9(8)  VALUE 0.
               10  WS-REC-TIME         PIC 9(8)  VALUE 0.
           05  WS-CUR-ENV              PIC X(4)  VALUE SPACES.
           05  WS-CELL-FOUND           PIC X(1)  VALUE 'N'.
           05  WS-SPLIT-COUNT          PIC 9(5)  VALUE 0.
           05  WS-PASS-LIST            PIC X(72) VALUE SPACES.
           05  WS-FAIL-LIST            PIC X(72) VALUE SPACES.
                           UNTIL WS-HOST-SUB > WS-HOST-MAX
                       MOVE SPACES TO WS-ENV-HOST-RESULT
                           (WS-ENV-IDX WS-CHECK-SUB WS-HOST-SUB)
                       MOVE ZEROS TO WS-ENV-HOST-STAMP
                           (WS-ENV-IDX WS-CHECK-SUB WS-HOST-SUB)
                   END-PERFORM
               END-PERFORM
           END-PERFORM
       2000-READ-FLEET-FILE.
           OPEN INPUT HELLO-FLEETIN-FILE
           IF WS-FLEETIN-FILE-STATUS = '35'
               DISPLAY 'FLEET: NO HELLO.FLEETIN - REPORTING THE'
                   ' LOCAL RESULTS HISTORY ONLY'
               PERFORM 2600-READ-LOCAL-HISTORY
           END-IF
           IF WS-FLEETIN-FILE-STATUS NOT = '00'
               IF WS-FLEETIN-FILE-STATUS NOT = '35'
           END-IF.

       2500-APPLY-FLEET-RESULT.
           MOVE CHKRES-RUN-DATE TO WS-REC-DATE
           MOVE CHKRES-RUN-TIME TO WS-REC-TIME
           IF WS-REC-STAMP NOT < WS-ENV-HOST-STAMP
                   (WS-ENV-SUB CHKRES-CHECK-NUMBER WS-HOST-SUB)
               MOVE CHKRES-CHECK-RESULT TO WS-ENV-HOST-RESULT
                   (WS-ENV-SUB CHKRES-CHECK-NUMBER WS-HOST-SUB)
               MOVE WS-REC-STAMP TO WS-ENV-HOST-STAMP
                   (WS-ENV-SUB CHKRES-CHECK-NUMBER WS-HOST-SUB)
           END-IF
           MOVE CHKRES-CHECK-NAME
               TO WS-SEEN-CHECK-NAME(CHKRES-CHECK-NUMBER)
           IF CHKRES-RUN-DATE > WS-ENV-LAST-DATE(WS-ENV-SUB)
               MOVE WS-REC-HOST TO WS-ENV-LAST-HOST(WS-ENV-SUB)
           END-IF.

      *    Local fallback: for each environment in the history, the
      *    latest record of each check is fetched by key (run serials
      *    rise with time, so the highest serial under an environment
      *    and check is the latest) and posted through the same path
      *    as a collected record; a START past the environment's
      *    highest possible key then skips to the next environment.
       2600-READ-LOCAL-HISTORY.
           OPEN INPUT HELLO-RESHIST-FILE
           IF WS-RESHIST-FILE-STATUS NOT = '00'
               IF WS-RESHIST-FILE-STATUS NOT = '35'
                   MOVE '2600-READ-LOCAL-HISTORY' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
               END-IF
               MOVE 'Y' TO WS-RESHIST-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO RHST-KEY
               START HELLO-RESHIST-FILE KEY NOT < RHST-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               END-START
           END-IF
           PERFORM 2700-READ-NEXT-HISTORY-ENV UNTIL WS-RESHIST-EOF
           IF WS-RESHIST-FILE-STATUS = '00'
                   OR WS-RESHIST-FILE-STATUS = '10'
                   OR WS-RESHIST-FILE-STATUS = '23'
               CLOSE HELLO-RESHIST-FILE
           END-IF.

       2700-READ-NEXT-HISTORY-ENV.
           READ HELLO-RESHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               NOT AT END
                   MOVE RHST-ENV-NAME TO WS-CUR-ENV
                   PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                           UNTIL WS-CHECK-SUB > 20
                       PERFORM 2800-POST-LATEST-HISTORY
                   END-PERFORM
                   MOVE WS-CUR-ENV TO RHST-ENV-NAME
                   MOVE 99 TO RHST-CHECK-NUMBER
                   MOVE 99999999 TO RHST-RUN-SERIAL
                   START HELLO-RESHIST-FILE KEY > RHST-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RESHIST-EOF-FLAG
                   END-START
           END-READ.

       2800-POST-LATEST-HISTORY.
           MOVE 'Y' TO WS-CELL-FOUND
           MOVE WS-CUR-ENV TO RHST-ENV-NAME
           MOVE WS-CHECK-SUB TO RHST-CHECK-NUMBER
           MOVE 99999999 TO RHST-RUN-SERIAL
           START HELLO-RESHIST-FILE KEY NOT > RHST-KEY
               INVALID KEY
                   MOVE 'N' TO WS-CELL-FOUND
           END-START
           IF WS-CELL-FOUND = 'Y'
               READ HELLO-RESHIST-FILE PREVIOUS RECORD
                   AT END
                       MOVE 'N' TO WS-CELL-FOUND
               END-READ
           END-IF
           IF WS-CELL-FOUND = 'Y'
                   AND RHST-ENV-NAME = WS-CUR-ENV
                   AND RHST-CHECK-NUMBER = WS-CHECK-SUB
               ADD 1 TO WS-RECORDS-READ
               MOVE SPACES TO CHKRES-RECORD
               MOVE RHST-RUN-DATE TO CHKRES-RUN-DATE
               MOVE RHST-RUN-TIME TO CHKRES-RUN-TIME
               MOVE RHST-JOB-NAME TO CHKRES-JOB-NAME
               MOVE RHST-ENV-NAME TO CHKRES-ENV-NAME
               MOVE RHST-CHECK-NUMBER TO CHKRES-CHECK-NUMBER
               MOVE RHST-CHECK-NAME TO CHKRES-CHECK-NAME
               MOVE RHST-CHECK-RESULT TO CHKRES-CHECK-RESULT
               MOVE RHST-FPRINT-HASH TO CHKRES-FPRINT-HASH
               MOVE RHST-RUN-SERIAL TO CHKRES-RUN-SERIAL
               MOVE RHST-HOST-NAME TO CHKRES-HOST-NAME
               PERFORM 2200-POST-FLEET-RECORD
           END-IF.

       3000-PRINT-LAST-VERIFIED-SECTION.
           DISPLAY ' '
           DISPLAY 'LAST VERIFIED BY ENVIRONMENT'
