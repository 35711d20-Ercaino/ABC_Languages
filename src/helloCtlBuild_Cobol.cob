      * by ENVREG-LAST-VERIFIED-DATE/TIME, never-verified
      * environments first of all, so the environments most in need
      * of verification run before the batch window tightens.
      * Deactivated environments are left out and reported, and so
      * is any active environment with a planned-maintenance window
      * (HELLO.MAINTWIN, see MAINTWIN.CPY) open at build time - the
      * box is knowingly out of service, so verifying it would only
      * raise a false failure. It rejoins on the first build after
      * the window closes. A missing window file means no windows.
      *
      * The write happens under the suite lock so a build never
      * interleaves with a driver run reading the file.
      *
      * RETURN-CODE 0 = control file built, 4 = built but no active
      * environment outside a maintenance window (the driver will
      * fall back to single-pass mode),
      * 8 = registry or control file unavailable.

       IDENTIFICATION DIVISION.
           SELECT HELLO-CONTROL-FILE ASSIGN TO 'HELLO.CONTROL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT HELLO-MAINTWIN-FILE ASSIGN TO 'HELLO.MAINTWIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS WS-MAINTWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                       PIC X(1).
           05  FILLER                  PIC X(44).

       FD  HELLO-MAINTWIN-FILE.

           COPY MAINTWIN.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-CONTROL-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

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

       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.
           05  WS-ENVS-READ            PIC 9(5)  VALUE 0.
           05  WS-ENVS-ACTIVE          PIC 9(5)  VALUE 0.
           05  WS-ENVS-INACTIVE        PIC 9(5)  VALUE 0.
           05  WS-ENVS-IN-WINDOW       PIC 9(5)  VALUE 0.
           05  WS-RECORDS-WRITTEN      PIC 9(5)  VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZZ9.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-MWIN-PROBE-DATE
           MOVE WS-RUN-TIME(1:4) TO WS-MWIN-PROBE-TIME.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
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
      *    snapshotted and the build goes ahead without windows.
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
                   DISPLAY 'CTLBLD: WINDOW FILE UNAVAILABLE - NO'
                       ' MAINTENANCE WINDOWS HONOURED'
           END-EVALUATE.

       2100-READ-NEXT-ENV.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   ADD 1 TO WS-ENVS-READ
                   IF ENVREG-ACTIVE
                       ADD 1 TO WS-ENVS-ACTIVE
                       MOVE ENVREG-ENV-NAME TO WS-MWIN-PROBE-ENV
                       PERFORM 2300-CHECK-MAINT-WINDOW
                       IF WS-IN-WINDOW
                           ADD 1 TO WS-ENVS-IN-WINDOW
                           DISPLAY 'CTLBLD: ' ENVREG-ENV-NAME
                               ' UNDER MAINTENANCE (TICKET '
                               WS-MWIN-FOUND-TICKET ' UNTIL '
                               WS-MWIN-FOUND-END-DATE ' '
                               WS-MWIN-FOUND-END-TIME
                               ') - LEFT OUT'
                       ELSE
                           PERFORM 2200-INSERT-STALEST-FIRST
                       END-IF
                   ELSE
                       ADD 1 TO WS-ENVS-INACTIVE
                       DISPLAY 'CTLBLD: ' ENVREG-ENV-NAME
                   TO WS-BLD-VERIFIED-TIME(WS-BLD-SLOT)
           END-IF.

      *    Windows come back in start order for the environment, so
      *    the walk stops at the first one starting after the probe
      *    stamp. A scheduled window whose end is still ahead of the
      *    probe is open; cancelled windows are history only.
       2300-CHECK-MAINT-WINDOW.
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
               PERFORM 2310-READ-NEXT-WINDOW
                   UNTIL WS-MWIN-EOF OR WS-IN-WINDOW
           END-IF.

       2310-READ-NEXT-WINDOW.
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

       3000-WRITE-CONTROL-FILE.
           OPEN OUTPUT HELLO-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = '00'
           DISPLAY 'ACTIVE ENVIRONMENTS ..... ' WS-ED-COUNT
           MOVE WS-ENVS-INACTIVE TO WS-ED-COUNT
           DISPLAY 'DEACTIVATED, LEFT OUT ... ' WS-ED-COUNT
           MOVE WS-ENVS-IN-WINDOW TO WS-ED-COUNT
           DISPLAY 'MAINTENANCE, LEFT OUT ... ' WS-ED-COUNT
           MOVE WS-RECORDS-WRITTEN TO WS-ED-COUNT
           DISPLAY 'CONTROL RECORDS WRITTEN . ' WS-ED-COUNT
           IF WS-BLD-OVERFLOW > 0
