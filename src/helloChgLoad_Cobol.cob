      * HELLO-CHGLOD
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloChgLoad_Cobol
      *       helloChgLoad_Cobol.cob
      *   ./helloChgLoad_Cobol
      *
      * Loads the approved toolchain change tickets HELLO.CHGTKT (see
      * CHGTKT.CPY) from the change system's extract, HELLO.CHGEXTR,
      * for HELLO-CHGREC to reconcile fingerprint changes against.
      * The extract is the change system's full list, so every load
      * is a full refresh: the ticket file is rebuilt from the
      * extract, and is left untouched when the extract is missing
      * or empty.
      * One ticket per host per line:
      *
      *   cols  1-8   ticket id
      *   cols 10-13  environment name
      *   cols 15-22  host name
      *   cols 24-31  approved window start date YYYYMMDD
      *   cols 33-36  approved window start time HHMM
      *   cols 38-45  approved window end date YYYYMMDD
      *   cols 47-50  approved window end time HHMM
      *   cols 52-59  ticket status (APPROVED)
      *   cols 61-100 expected new compiler version text (optional)
      *
      * Only APPROVED tickets are loaded; lines in any other status
      * are skipped and counted. A ticket needs its id, environment
      * and host, real dates and HHMM times, and an end after its
      * start; windows in the past are expected (tickets are
      * reconciled after the fact). The same ticket twice for one
      * host is rejected. Every line is echoed to SYSOUT with its
      * disposition, and control totals print at end of job.
      *
      * RETURN-CODE 0 = all lines loaded or skipped, 4 = line(s)
      * rejected, 8 = no extract lines or a file unavailable (a
      * failed ticket write stops the load at that line).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-CHGLOD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-CHGEXTR-FILE ASSIGN TO 'HELLO.CHGEXTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT HELLO-CHGTKT-FILE ASSIGN TO 'HELLO.CHGTKT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGT-KEY
               FILE STATUS IS WS-CHGTKT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CHGEXTR-FILE.
       01  EXTRACT-RECORD              PIC X(100).

       FD  HELLO-CHGTKT-FILE.

           COPY CHGTKT.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-EXTRACT-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-CHGTKT-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-EXTRACT-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-EXTRACT-EOF                    VALUE 'Y'.

       01  WS-CHGTKT-ERROR-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-CHGTKT-ERROR                   VALUE 'Y'.

       01  WS-EXTRACT-IMAGE.
           05  WS-EXT-TICKET           PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-EXT-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-EXT-HOST-NAME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-EXT-START-DATE       PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-EXT-START-TIME       PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-EXT-END-DATE         PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-EXT-END-TIME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-EXT-STATUS           PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-EXT-VERSION          PIC X(40).

       01  WS-EXTRACT-COUNTS.
           05  WS-LINES-READ           PIC 9(5)  VALUE 0.
           05  WS-LINES-LOADED         PIC 9(5)  VALUE 0.
           05  WS-LINES-SKIPPED        PIC 9(5)  VALUE 0.
           05  WS-LINES-REJECTED       PIC 9(5)  VALUE 0.

       01  WS-LINE-DISPOSITION         PIC X(50) VALUE SPACES.

      *    Window rules: real dates and HHMM times, end after start.
       01  WS-WINDOW-WORK.
           05  WS-STAMP-BAD-FLAG       PIC X(1)  VALUE 'N'.
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

       01  WS-DISPLAY-LINE             PIC X(100).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           PERFORM 2000-OPEN-FILES
           IF NOT WS-EXTRACT-EOF
               PERFORM 2100-PROCESS-LINE UNTIL WS-EXTRACT-EOF
               PERFORM 8000-CLOSE-FILES
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           PERFORM 8100-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOCHL' TO WS-JOB-NAME
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
           DISPLAY 'CHANGE-TICKET LOAD'.

      *    The ticket file is only rebuilt once the extract is known
      *    to hold at least one line, so a missing or empty extract
      *    (a failed or truncated transfer from the change system)
      *    leaves yesterday's tickets in force.
       2000-OPEN-FILES.
           OPEN INPUT HELLO-CHGEXTR-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
               MOVE 'HELLO.CHGEXTR' TO ERRH-FILE-NAME
               MOVE 'OPEN IN' TO ERRH-OPERATION
               MOVE WS-EXTRACT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
           ELSE
               PERFORM 2050-READ-EXTRACT-LINE
               IF WS-EXTRACT-EOF
                   DISPLAY 'HELLO.CHGEXTR EMPTY - TICKET FILE LEFT'
                       ' UNCHANGED'
                   CLOSE HELLO-CHGEXTR-FILE
               ELSE
                   OPEN OUTPUT HELLO-CHGTKT-FILE
                   IF WS-CHGTKT-FILE-STATUS NOT = '00'
                       MOVE '2000-OPEN-FILES' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.CHGTKT' TO ERRH-FILE-NAME
                       MOVE 'OPEN OUT' TO ERRH-OPERATION
                       MOVE WS-CHGTKT-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                       CLOSE HELLO-CHGEXTR-FILE
                       MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
                       MOVE 'Y' TO WS-CHGTKT-ERROR-FLAG
                   END-IF
               END-IF
           END-IF.

       2050-READ-EXTRACT-LINE.
           READ HELLO-CHGEXTR-FILE
               AT END
                   MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LINES-READ
                   MOVE EXTRACT-RECORD TO WS-EXTRACT-IMAGE
           END-READ.

      *    The line in hand was read ahead by 2000 or by the previous
      *    pass through here.
       2100-PROCESS-LINE.
           PERFORM 2200-APPLY-LINE
           PERFORM 2900-ECHO-LINE
           IF NOT WS-EXTRACT-EOF
               PERFORM 2050-READ-EXTRACT-LINE
           END-IF.

       2200-APPLY-LINE.
           MOVE SPACES TO WS-LINE-DISPOSITION
           MOVE 'N' TO WS-STAMP-BAD-FLAG
           EVALUATE TRUE
               WHEN WS-EXT-STATUS NOT = 'APPROVED'
                   STRING 'SKIPPED - STATUS ' DELIMITED BY SIZE
                       WS-EXT-STATUS          DELIMITED BY SIZE
                       INTO WS-LINE-DISPOSITION
                   END-STRING
               WHEN WS-EXT-TICKET = SPACES
                   MOVE 'REJECTED - TICKET ID MISSING'
                       TO WS-LINE-DISPOSITION
               WHEN WS-EXT-ENV-NAME = SPACES
                   MOVE 'REJECTED - ENVIRONMENT NAME MISSING'
                       TO WS-LINE-DISPOSITION
               WHEN WS-EXT-HOST-NAME = SPACES
                   MOVE 'REJECTED - HOST NAME MISSING'
                       TO WS-LINE-DISPOSITION
               WHEN OTHER
                   PERFORM 2800-EDIT-START-STAMP
                   IF WS-STAMP-BAD-FLAG = 'N'
                       PERFORM 2810-EDIT-END-STAMP
                   END-IF
                   IF WS-STAMP-BAD-FLAG = 'N'
                       PERFORM 2300-WRITE-TICKET
                   END-IF
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-LINE-DISPOSITION(1:8) = 'REJECTED'
                   ADD 1 TO WS-LINES-REJECTED
               WHEN WS-LINE-DISPOSITION(1:7) = 'SKIPPED'
                   ADD 1 TO WS-LINES-SKIPPED
               WHEN OTHER
                   ADD 1 TO WS-LINES-LOADED
           END-EVALUATE.

       2300-WRITE-TICKET.
           MOVE SPACES TO CHGT-RECORD
           MOVE WS-EXT-TICKET TO CHGT-TICKET
           MOVE WS-EXT-HOST-NAME TO CHGT-HOST-NAME
           MOVE WS-EXT-ENV-NAME TO CHGT-ENV-NAME
           MOVE WS-NEW-START-STAMP TO CHGT-START-STAMP
           MOVE WS-NEW-END-STAMP TO CHGT-END-STAMP
           MOVE WS-EXT-VERSION TO CHGT-EXPECT-VERSION
           MOVE WS-RUN-DATE TO CHGT-LOADED-DATE
           MOVE WS-RUN-TIME TO CHGT-LOADED-TIME
           WRITE CHGT-RECORD
           EVALUATE WS-CHGTKT-FILE-STATUS
               WHEN '00'
                   MOVE 'LOADED' TO WS-LINE-DISPOSITION
               WHEN '22'
                   MOVE 'REJECTED - TICKET ALREADY LOADED FOR HOST'
                       TO WS-LINE-DISPOSITION
               WHEN OTHER
                   MOVE 'REJECTED - WRITE FAILED' TO WS-LINE-DISPOSITION
                   MOVE '2300-WRITE-TICKET' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.CHGTKT' TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-CHGTKT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-CHGTKT-ERROR-FLAG
                   MOVE 'Y' TO WS-EXTRACT-EOF-FLAG
                   DISPLAY 'HELLO.CHGTKT WRITE FAILED - LOAD STOPPED,'
                       ' LATER LINES NOT READ'
           END-EVALUATE.

      *    Start stamp: a real YYYYMMDD date and an HHMM time.
       2800-EDIT-START-STAMP.
           IF WS-EXT-START-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-STAMP-BAD-FLAG
               MOVE 'REJECTED - START DATE NOT YYYYMMDD'
                   TO WS-LINE-DISPOSITION
           ELSE
               MOVE WS-EXT-START-DATE TO WS-EDIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   MOVE 'REJECTED - START DATE NOT A VALID DATE'
                       TO WS-LINE-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               IF WS-EXT-START-TIME IS NOT NUMERIC
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
               ELSE
                   MOVE WS-EXT-START-TIME TO WS-EDIT-TIME
                   IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   END-IF
               END-IF
               IF WS-STAMP-BAD-FLAG = 'Y'
                   MOVE 'REJECTED - START TIME NOT HHMM'
                       TO WS-LINE-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               MOVE WS-EDIT-DATE TO WS-NEW-START-DATE
               MOVE WS-EDIT-TIME TO WS-NEW-START-TIME
           END-IF.

      *    End stamp: a real date and time, after the start.
       2810-EDIT-END-STAMP.
           IF WS-EXT-END-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-STAMP-BAD-FLAG
               MOVE 'REJECTED - END DATE NOT YYYYMMDD'
                   TO WS-LINE-DISPOSITION
           ELSE
               MOVE WS-EXT-END-DATE TO WS-EDIT-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EDIT-DATE) NOT = 0
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   MOVE 'REJECTED - END DATE NOT A VALID DATE'
                       TO WS-LINE-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               IF WS-EXT-END-TIME IS NOT NUMERIC
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
               ELSE
                   MOVE WS-EXT-END-TIME TO WS-EDIT-TIME
                   IF WS-EDIT-HH > 23 OR WS-EDIT-MM > 59
                       MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   END-IF
               END-IF
               IF WS-STAMP-BAD-FLAG = 'Y'
                   MOVE 'REJECTED - END TIME NOT HHMM'
                       TO WS-LINE-DISPOSITION
               END-IF
           END-IF
           IF WS-STAMP-BAD-FLAG = 'N'
               MOVE WS-EDIT-DATE TO WS-NEW-END-DATE
               MOVE WS-EDIT-TIME TO WS-NEW-END-TIME
               IF WS-NEW-END-STAMP NOT > WS-NEW-START-STAMP
                   MOVE 'Y' TO WS-STAMP-BAD-FLAG
                   MOVE 'REJECTED - END IS NOT AFTER START'
                       TO WS-LINE-DISPOSITION
               END-IF
           END-IF.

       2900-ECHO-LINE.
           MOVE SPACES TO WS-DISPLAY-LINE
           STRING
               WS-EXT-TICKET           DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-EXT-ENV-NAME         DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-EXT-HOST-NAME        DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-EXT-START-DATE       DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-EXT-START-TIME       DELIMITED BY SIZE
               ' ... '                 DELIMITED BY SIZE
               WS-LINE-DISPOSITION     DELIMITED BY SIZE
               INTO WS-DISPLAY-LINE
           END-STRING
           DISPLAY WS-DISPLAY-LINE.

       8000-CLOSE-FILES.
           CLOSE HELLO-CHGEXTR-FILE
           CLOSE HELLO-CHGTKT-FILE.

       8100-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'LINES READ ....... ' WS-LINES-READ
           DISPLAY 'LINES LOADED ..... ' WS-LINES-LOADED
           DISPLAY 'LINES SKIPPED .... ' WS-LINES-SKIPPED
           DISPLAY 'LINES REJECTED ... ' WS-LINES-REJECTED.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-LINES-READ = 0 OR WS-CHGTKT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LINES-REJECTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock around the refresh, so HELLO-CHGREC never reads
      *    a half-rebuilt ticket file. The calls are guarded so a
      *    missing HELLO-LOCK module degrades to an unserialized load
      *    with a loud warning.
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
           MOVE 'HELLO-CHGLOD' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
