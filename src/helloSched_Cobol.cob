      *                   col  17     business-day rule: B = business
      *                               days (Mon-Fri) only, A = all days
      *   HELLO.LOG       run log appended by HELLO-WORLD
      *   HELLO.MAINTWIN  planned-maintenance windows (MAINTWIN.CPY);
      *                   a missing file means no windows
      *
      * A slot that did not run is reported EXCUSED rather than missed
      * when a scheduled maintenance window for the environment
      * overlapped the slot's day up to its required-by time: the box
      * was knowingly out of service. Excused slots are left out of
      * the compliance rate, and a window-history section lists every
      * window touching the month, cancelled ones included, with the
      * slots each one excused.
      *
      * Argument 1 selects the report month (YYYYMM, default the
      * current month); a past month is judged in full, the current
           SELECT HELLO-LOG-FILE ASSIGN TO 'HELLO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT HELLO-MAINTWIN-FILE ASSIGN TO 'HELLO.MAINTWIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWIN-KEY
               FILE STATUS IS WS-MAINTWIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-LOG-FILE.
       01  LOG-RECORD                  PIC X(132).

       FD  HELLO-MAINTWIN-FILE.

           COPY MAINTWIN.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

       01  WS-CAL-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-MAINTWIN-FILE-STATUS     PIC X(2)  VALUE '00'.

       01  WS-CAL-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-CAL-EOF                        VALUE 'Y'.
       01  WS-LOG-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-LOG-EOF                        VALUE 'Y'.
       01  WS-MWIN-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-MWIN-EOF                       VALUE 'Y'.

       01  WS-SCHED-ERROR-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-SCHED-ERROR                    VALUE 'Y'.
               10  WS-CAL-RULE         PIC X(1).
               10  WS-CAL-DUE-COUNT    PIC 9(3).
               10  WS-CAL-MET-COUNT    PIC 9(3).
               10  WS-CAL-EXCUSED-COUNT
                                       PIC 9(3).
               10  WS-CAL-DAY-MET OCCURS 31 TIMES
                                       PIC X(1).

      *    Maintenance windows touching the report month, in key
      *    (environment, start) order, with the slots each excused.
       01  WS-MWN-LIMITS.
           05  WS-MWN-MAX              PIC 9(3)  VALUE 60 COMP.
           05  WS-MWN-COUNT            PIC 9(3)  VALUE 0  COMP.
           05  WS-MWN-OVERFLOW         PIC 9(5)  VALUE 0.
           05  WS-MWN-SUB              PIC 9(3)  VALUE 0  COMP.
           05  WS-MWN-HIT              PIC 9(3)  VALUE 0  COMP.
       01  WS-MWN-TABLE.
           05  WS-MWN-ENTRY OCCURS 60 TIMES.
               10  WS-MWN-ENV          PIC X(4).
               10  WS-MWN-START-STAMP.
                   15  WS-MWN-START-DATE
                                       PIC 9(8).
                   15  WS-MWN-START-TIME
                                       PIC 9(4).
               10  WS-MWN-END-STAMP.
                   15  WS-MWN-END-DATE PIC 9(8).
                   15  WS-MWN-END-TIME PIC 9(4).
               10  WS-MWN-STATUS       PIC X(1).
               10  WS-MWN-TICKET       PIC X(8).
               10  WS-MWN-REASON       PIC X(40).
               10  WS-MWN-EXCUSED      PIC 9(3).

       01  WS-PERIOD-WORK.
           05  WS-MONTH-ARG            PIC X(8)  VALUE SPACES.
           05  WS-REPORT-MONTH         PIC 9(6)  VALUE 0.
           05  WS-LOG-DATE-NUM         PIC 9(8)  VALUE 0.
           05  WS-DAY-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-SLOT-DUE-FLAG        PIC X(1)  VALUE 'N'.
           05  WS-MONTH-FIRST-DATE     PIC 9(8)  VALUE 0.
           05  WS-MONTH-END-DATE       PIC 9(8)  VALUE 0.
      *    A slot runs from the start of its day to its required-by
      *    time; a window overlapping that span excuses it.
           05  WS-SLOT-DAY-STAMP.
               10  WS-SLOT-DAY-DATE    PIC 9(8)  VALUE 0.
               10  WS-SLOT-DAY-TIME    PIC 9(4)  VALUE 0.
           05  WS-SLOT-REQ-STAMP.
               10  WS-SLOT-REQ-DATE    PIC 9(8)  VALUE 0.
               10  WS-SLOT-REQ-TIME    PIC 9(4)  VALUE 0.

       01  WS-RECORD-COUNTS.
           05  WS-LINES-READ           PIC 9(7)  VALUE 0.

       01  WS-COMPLIANCE-WORK.
           05  WS-MISSED-TOTAL         PIC 9(5)  VALUE 0.
           05  WS-EXCUSED-TOTAL        PIC 9(5)  VALUE 0.
           05  WS-JUDGED-COUNT         PIC 9(3)  VALUE 0.
           05  WS-RATE-PCT             PIC 9(3)V9 VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-RATE              PIC ZZ9.9.
           05  WS-ED-DUE               PIC ZZZ9.
           05  WS-ED-MET               PIC ZZZ9.
           05  WS-ED-EXCUSED           PIC ZZZ9.

       01  WS-REPORT-LINE              PIC X(80).

       01  WS-HISTORY-LINE             PIC X(120).

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 1200-LOAD-CALENDAR
           IF WS-CAL-COUNT > 0
               PERFORM 1400-LOAD-MAINT-WINDOWS
               PERFORM 2000-READ-LOG-FILE
               PERFORM 3000-JUDGE-COMPLIANCE
               PERFORM 4000-PRINT-COMPLIANCE-SECTION
               PERFORM 4500-PRINT-WINDOW-HISTORY
           ELSE
               DISPLAY '(NO SCHEDULE CALENDAR ENTRIES - NOTHING TO'
                   ' JUDGE)'
           END-IF
           IF WS-REPORT-MONTH > WS-RUN-DATE(1:6)
               MOVE 0 TO WS-LAST-DAY
           END-IF
           COMPUTE WS-MONTH-FIRST-DATE = WS-REPORT-MONTH * 100 + 1
           COMPUTE WS-MONTH-END-DATE
               = WS-REPORT-MONTH * 100 + WS-MONTH-DAYS.

       1200-LOAD-CALENDAR.
           OPEN INPUT HELLO-SCHEDCAL-FILE
               END-IF
               MOVE 0 TO WS-CAL-DUE-COUNT(WS-CAL-IDX)
               MOVE 0 TO WS-CAL-MET-COUNT(WS-CAL-IDX)
               MOVE 0 TO WS-CAL-EXCUSED-COUNT(WS-CAL-IDX)
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > 31
                   MOVE 'N' TO WS-CAL-DAY-MET(WS-CAL-IDX WS-DAY-SUB)
               ADD 1 TO WS-CAL-OVERFLOW
           END-IF.

      *    Every window, scheduled or cancelled, that touches the
      *    report month. No window file yet means no windows; any
      *    other failure is snapshotted and the month is judged
      *    without windows.
       1400-LOAD-MAINT-WINDOWS.
           OPEN INPUT HELLO-MAINTWIN-FILE
           EVALUATE WS-MAINTWIN-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO MWIN-KEY
                   START HELLO-MAINTWIN-FILE KEY IS NOT < MWIN-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-MWIN-EOF-FLAG
                   END-START
                   PERFORM 1410-READ-NEXT-WINDOW UNTIL WS-MWIN-EOF
                   CLOSE HELLO-MAINTWIN-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '1400-LOAD-MAINT-WINDOWS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.MAINTWIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-MAINTWIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   DISPLAY 'SCHED: WINDOW FILE UNAVAILABLE - NO'
                       ' SLOTS EXCUSED'
           END-EVALUATE.

       1410-READ-NEXT-WINDOW.
           READ HELLO-MAINTWIN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MWIN-EOF-FLAG
               NOT AT END
                   IF MWIN-START-DATE NOT > WS-MONTH-END-DATE
                           AND MWIN-END-DATE
                               NOT < WS-MONTH-FIRST-DATE
                       IF WS-MWN-COUNT < WS-MWN-MAX
                           ADD 1 TO WS-MWN-COUNT
                           MOVE MWIN-ENV-NAME
                               TO WS-MWN-ENV(WS-MWN-COUNT)
                           MOVE MWIN-START-STAMP
                               TO WS-MWN-START-STAMP(WS-MWN-COUNT)
                           MOVE MWIN-END-STAMP
                               TO WS-MWN-END-STAMP(WS-MWN-COUNT)
                           MOVE MWIN-STATUS
                               TO WS-MWN-STATUS(WS-MWN-COUNT)
                           MOVE MWIN-TICKET
                               TO WS-MWN-TICKET(WS-MWN-COUNT)
                           MOVE MWIN-REASON
                               TO WS-MWN-REASON(WS-MWN-COUNT)
                           MOVE 0 TO WS-MWN-EXCUSED(WS-MWN-COUNT)
                       ELSE
                           ADD 1 TO WS-MWN-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       2000-READ-LOG-FILE.
           OPEN INPUT HELLO-LOG-FILE
           EVALUATE WS-LOG-FILE-STATUS
      *    time has passed yet), then whether the log met it.
       3000-JUDGE-COMPLIANCE.
           DISPLAY ' '
           DISPLAY 'MISSED AND EXCUSED SLOTS'
           DISPLAY 'ENV   DATE       FREQUENCY  REQUIRED-BY  STATUS'
           DISPLAY '-----------------------------------------------'
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM 3100-JUDGE-ONE-ENVIRONMENT
           END-PERFORM
           IF WS-MISSED-TOTAL = 0 AND WS-EXCUSED-TOTAL = 0
               DISPLAY '(NONE - ALL SCHEDULED SLOTS RAN)'
           END-IF.

               IF WS-CAL-DAY-MET(WS-CAL-IDX WS-DAY-SUB) = 'Y'
                   ADD 1 TO WS-CAL-MET-COUNT(WS-CAL-IDX)
               ELSE
                   PERFORM 3400-FIND-EXCUSING-WINDOW
                   IF WS-MWN-HIT > 0
                       ADD 1 TO WS-EXCUSED-TOTAL
                       ADD 1 TO WS-CAL-EXCUSED-COUNT(WS-CAL-IDX)
                       ADD 1 TO WS-MWN-EXCUSED(WS-MWN-HIT)
                   ELSE
                       ADD 1 TO WS-MISSED-TOTAL
                   END-IF
                   PERFORM 3300-PRINT-MISSED-SLOT
               END-IF
           END-IF.
               WS-CAL-FREQ(WS-CAL-IDX)     DELIMITED BY SIZE
               '      '                    DELIMITED BY SIZE
               WS-CAL-REQ-HHMM(WS-CAL-IDX) DELIMITED BY SIZE
               '         '                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           IF WS-MWN-HIT > 0
               MOVE 'EXCUSED - TICKET ' TO WS-REPORT-LINE(42:17)
               MOVE WS-MWN-TICKET(WS-MWN-HIT)
                   TO WS-REPORT-LINE(59:8)
           ELSE
               MOVE 'MISSED' TO WS-REPORT-LINE(42:6)
           END-IF
           DISPLAY WS-REPORT-LINE.

      *    First scheduled window for the slot's environment that
      *    starts no later than the required-by time and ends after
      *    the start of the slot's day.
       3400-FIND-EXCUSING-WINDOW.
           MOVE 0 TO WS-MWN-HIT
           MOVE WS-SLOT-DATE TO WS-SLOT-DAY-DATE
           MOVE 0 TO WS-SLOT-DAY-TIME
           MOVE WS-SLOT-DATE TO WS-SLOT-REQ-DATE
           MOVE WS-CAL-REQ-HHMM(WS-CAL-IDX) TO WS-SLOT-REQ-TIME
           PERFORM VARYING WS-MWN-SUB FROM 1 BY 1
                   UNTIL WS-MWN-SUB > WS-MWN-COUNT
                   OR WS-MWN-HIT > 0
               IF WS-MWN-ENV(WS-MWN-SUB) = WS-CAL-ENV(WS-CAL-IDX)
                       AND WS-MWN-STATUS(WS-MWN-SUB) = 'S'
                       AND WS-MWN-START-STAMP(WS-MWN-SUB)
                           NOT > WS-SLOT-REQ-STAMP
                       AND WS-MWN-END-STAMP(WS-MWN-SUB)
                           > WS-SLOT-DAY-STAMP
                   MOVE WS-MWN-SUB TO WS-MWN-HIT
               END-IF
           END-PERFORM.

      *    The rate is judged over the slots that were due and not
      *    excused by a maintenance window.
       4000-PRINT-COMPLIANCE-SECTION.
           DISPLAY ' '
           DISPLAY 'COMPLIANCE BY ENVIRONMENT'
           DISPLAY 'ENV    DUE   MET   EXC  RATE%'
           DISPLAY '-----------------------------'
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               PERFORM 4100-PRINT-COMPLIANCE-LINE
           END-PERFORM.

       4100-PRINT-COMPLIANCE-LINE.
           COMPUTE WS-JUDGED-COUNT
               = WS-CAL-DUE-COUNT(WS-CAL-IDX)
               - WS-CAL-EXCUSED-COUNT(WS-CAL-IDX)
           IF WS-JUDGED-COUNT > 0
               COMPUTE WS-RATE-PCT ROUNDED
                   = WS-CAL-MET-COUNT(WS-CAL-IDX) * 100
                   / WS-JUDGED-COUNT
           ELSE
               MOVE 0 TO WS-RATE-PCT
           END-IF
           MOVE WS-CAL-DUE-COUNT(WS-CAL-IDX) TO WS-ED-DUE
           MOVE WS-CAL-MET-COUNT(WS-CAL-IDX) TO WS-ED-MET
           MOVE WS-CAL-EXCUSED-COUNT(WS-CAL-IDX) TO WS-ED-EXCUSED
           MOVE WS-RATE-PCT TO WS-ED-RATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               '  '                        DELIMITED BY SIZE
               WS-ED-MET                   DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-ED-EXCUSED               DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-ED-RATE                  DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       4500-PRINT-WINDOW-HISTORY.
           DISPLAY ' '
           DISPLAY 'MAINTENANCE WINDOW HISTORY'
           DISPLAY 'ENV   START          END            STATUS    '
               'TICKET     EXC  REASON'
           DISPLAY '----------------------------------------------'
               '----------------------------'
           PERFORM VARYING WS-MWN-SUB FROM 1 BY 1
                   UNTIL WS-MWN-SUB > WS-MWN-COUNT
               PERFORM 4510-PRINT-WINDOW-LINE
           END-PERFORM
           IF WS-MWN-COUNT = 0
               DISPLAY '(NONE - NO MAINTENANCE WINDOWS IN THE MONTH)'
           END-IF.

       4510-PRINT-WINDOW-LINE.
           MOVE WS-MWN-EXCUSED(WS-MWN-SUB) TO WS-ED-EXCUSED
           MOVE SPACES TO WS-HISTORY-LINE
           STRING
               WS-MWN-ENV(WS-MWN-SUB)      DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-MWN-START-DATE(WS-MWN-SUB)
                                           DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MWN-START-TIME(WS-MWN-SUB)
                                           DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-MWN-END-DATE(WS-MWN-SUB) DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MWN-END-TIME(WS-MWN-SUB) DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               INTO WS-HISTORY-LINE
           END-STRING
           IF WS-MWN-STATUS(WS-MWN-SUB) = 'C'
               MOVE 'CANCELLED' TO WS-HISTORY-LINE(37:9)
           ELSE
               MOVE 'SCHEDULED' TO WS-HISTORY-LINE(37:9)
           END-IF
           MOVE WS-MWN-TICKET(WS-MWN-SUB) TO WS-HISTORY-LINE(47:8)
           MOVE WS-ED-EXCUSED TO WS-HISTORY-LINE(57:4)
           MOVE WS-MWN-REASON(WS-MWN-SUB) TO WS-HISTORY-LINE(63:40)
           DISPLAY WS-HISTORY-LINE.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           DISPLAY 'LOG LINES IN PERIOD ... ' WS-ED-COUNT
           MOVE WS-MISSED-TOTAL TO WS-ED-COUNT
           DISPLAY 'SLOTS MISSED .......... ' WS-ED-COUNT
           MOVE WS-EXCUSED-TOTAL TO WS-ED-COUNT
           DISPLAY 'SLOTS EXCUSED ......... ' WS-ED-COUNT
           IF WS-CAL-OVERFLOW > 0
               DISPLAY 'CALENDAR CARDS DROPPED - TABLE FULL: '
                   WS-CAL-OVERFLOW
           END-IF
           IF WS-MWN-OVERFLOW > 0
               DISPLAY 'MAINTENANCE WINDOWS DROPPED - TABLE FULL: '
                   WS-MWN-OVERFLOW
           END-IF.

       9000-TERMINATE.
