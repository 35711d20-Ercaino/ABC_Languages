      * and HELLO.RESULTS by hand; this screen lets them pick an
      * environment, page backward through its verification runs
      * (newest first), and drill into one run to see its per-check
      * results side by side with any HELLO.DIAG snapshots stamped
      * with the same run serial.
      *
      * Runs come from the indexed results history HELLO.RESHIST
      * (RESHIST.CPY) by its run-serial key: a page is built by a
      * START below the previous page's oldest serial and READ
      * PREVIOUS until twelve runs of the environment are in hand, and
      * a run's detail is a START on its serial and READ NEXT, so
      * neither the list nor the detail reads the history from the
      * top. Runs written before run serials existed are not in the
      * history and are not listed.
      *
      * Actions:
      *   E  pick an environment           (name validated as in
      *   R  refresh the current environment's history
      *   X  exit
      *
      * Paging reaches back through the whole history; up to 500
      * pages of twelve runs are remembered for paging forward again.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-RUNSCR.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               ALTERNATE RECORD KEY IS RHST-SERIAL-KEY
               FILE STATUS IS WS-RESHIST-FILE-STATUS.
           SELECT HELLO-DIAG-FILE ASSIGN TO 'HELLO.DIAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESHIST-FILE.

           COPY RESHIST.

       FD  HELLO-DIAG-FILE.
       01  DIAG-RECORD                 PIC X(132).

           COPY ERRHLK.

       01  WS-RESHIST-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-DIAG-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-RESHIST-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESHIST-EOF                    VALUE 'Y'.
       01  WS-RESHIST-OPEN-FLAG        PIC X(1)  VALUE 'N'.
           88  WS-RESHIST-OPEN                   VALUE 'Y'.
       01  WS-DIAG-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DIAG-EOF                       VALUE 'Y'.

           88  WS-LIST-VIEW                      VALUE 'L'.
           88  WS-DETAIL-VIEW                    VALUE 'D'.

      *    The page on screen: up to twelve runs for the chosen
      *    environment, newest first. The history is read backward by
      *    serial and a run's records are adjacent under that key, so
      *    a run boundary is simply a serial that differs from the
      *    entry most recently started.
       01  WS-RUN-LIMITS.
           05  WS-RUN-MAX              PIC 9(2)  VALUE 12 COMP.
           05  WS-RUN-HELD             PIC 9(2)  VALUE 0  COMP.
           05  WS-LAST-SERIAL          PIC 9(8)  VALUE 0.
           05  WS-OLDER-FLAG           PIC X(1)  VALUE 'N'.
               88  WS-OLDER-RUNS-EXIST           VALUE 'Y'.
       01  WS-RUN-PAGE.
           05  WS-RUN-ENTRY OCCURS 12 TIMES.
               10  WS-RUN-SERIAL       PIC 9(8).
               10  WS-RUN-R-DATE       PIC 9(8).
               10  WS-RUN-R-TIME       PIC 9(8).
               10  WS-RUN-FAIL-CT      PIC 9(2).
               10  WS-RUN-SKIP-CT      PIC 9(2).

      *    Where each page starts: the page holds the runs below its
      *    bound serial (zero for page 1 - the newest runs), and the
      *    bound of the next page is this page's oldest serial.
       01  WS-PAGE-BOUNDS.
           05  WS-PAGE-BOUND-MAX       PIC 9(3)  VALUE 500 COMP.
           05  WS-PAGE-BOUND OCCURS 500 TIMES
                                       PIC 9(8).

       01  WS-PAGE-WORK.
           05  WS-PAGE-NO              PIC 9(3)  VALUE 1.
           05  WS-ROW-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-ROW-NUM              PIC 9(2)  VALUE 0.
           05  WS-SEL-SERIAL           PIC 9(8)  VALUE 0.
           05  WS-SEL-DATE             PIC 9(8)  VALUE 0.
               MOVE 'PICK AN ENVIRONMENT FIRST (ACTION E)'
                   TO WS-MSG-LINE
           ELSE
               MOVE 1 TO WS-PAGE-NO
               MOVE 0 TO WS-PAGE-BOUND(1)
               PERFORM 5000-LOAD-RUN-PAGE
               MOVE 'L' TO WS-VIEW-MODE
               PERFORM 6000-BUILD-LIST-ROWS
           END-IF.
               MOVE 'PAGING WORKS ON THE RUN LIST - B FIRST'
                   TO WS-MSG-LINE
           ELSE
               EVALUATE TRUE
                   WHEN NOT WS-OLDER-RUNS-EXIST
                       MOVE 'ALREADY AT THE OLDEST PAGE'
                           TO WS-MSG-LINE
                   WHEN WS-PAGE-NO NOT < WS-PAGE-BOUND-MAX
                       MOVE 'PAGE LIMIT REACHED - R STARTS AGAIN'
                           TO WS-MSG-LINE
                   WHEN OTHER
                       ADD 1 TO WS-PAGE-NO
                       MOVE WS-RUN-SERIAL(WS-RUN-HELD)
                           TO WS-PAGE-BOUND(WS-PAGE-NO)
                       PERFORM 5000-LOAD-RUN-PAGE
                       PERFORM 6000-BUILD-LIST-ROWS
               END-EVALUATE
           END-IF.

       3200-PAGE-NEWER.
           ELSE
               IF WS-PAGE-NO > 1
                   SUBTRACT 1 FROM WS-PAGE-NO
                   PERFORM 5000-LOAD-RUN-PAGE
                   PERFORM 6000-BUILD-LIST-ROWS
               ELSE
                   MOVE 'ALREADY AT THE NEWEST PAGE' TO WS-MSG-LINE
               IF WS-ROW-NUM < 1 OR WS-ROW-NUM > 12
                   MOVE 'RUN ROW MUST BE 01-12' TO WS-MSG-LINE
               ELSE
                   IF WS-ROW-NUM > WS-RUN-HELD
                       MOVE 'NO RUN ON THAT ROW' TO WS-MSG-LINE
                   ELSE
                       PERFORM 4100-LOCATE-SELECTED-RUN
           END-IF.

       4100-LOCATE-SELECTED-RUN.
           MOVE WS-RUN-SERIAL(WS-ROW-NUM) TO WS-SEL-SERIAL
           MOVE WS-RUN-R-DATE(WS-ROW-NUM) TO WS-SEL-DATE
           MOVE WS-RUN-R-TIME(WS-ROW-NUM) TO WS-SEL-TIME.

      *    Build the current page: position below the page's bound
      *    on the run-serial key and read backward, starting a new
      *    entry at each new serial of the chosen environment. A
      *    thirteenth run only proves older runs exist, and ends the
      *    read.
       5000-LOAD-RUN-PAGE.
           MOVE 0 TO WS-RUN-HELD
           MOVE 0 TO WS-LAST-SERIAL
           MOVE 'N' TO WS-OLDER-FLAG
           MOVE 'N' TO WS-RESHIST-EOF-FLAG
           PERFORM 5050-OPEN-HISTORY-FILE
           IF WS-RESHIST-OPEN
               MOVE HIGH-VALUES TO RHST-SERIAL-KEY
               IF WS-PAGE-BOUND(WS-PAGE-NO) > 0
                   MOVE LOW-VALUES TO RHST-SERIAL-KEY
                   MOVE WS-PAGE-BOUND(WS-PAGE-NO)
                       TO RHST-SK-RUN-SERIAL
               END-IF
               START HELLO-RESHIST-FILE KEY < RHST-SERIAL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               END-START
               PERFORM 5100-READ-PRIOR-RESULT UNTIL WS-RESHIST-EOF
               CLOSE HELLO-RESHIST-FILE
               MOVE 'N' TO WS-RESHIST-OPEN-FLAG
           END-IF.

       5050-OPEN-HISTORY-FILE.
           OPEN INPUT HELLO-RESHIST-FILE
           EVALUATE WS-RESHIST-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-RESHIST-OPEN-FLAG
               WHEN '35'
                   MOVE 'NO RESULTS HISTORY ON THIS HOST'
                       TO WS-MSG-LINE
               WHEN OTHER
                   MOVE '5050-OPEN-HISTORY-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESHIST' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESHIST-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'RESULTS HISTORY UNAVAILABLE - SEE HELLO.DIAG'
                       TO WS-MSG-LINE
           END-EVALUATE.

       5100-READ-PRIOR-RESULT.
           READ HELLO-RESHIST-FILE PREVIOUS RECORD
               AT END
                   MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               NOT AT END
                   IF RHST-SK-ENV-NAME = WS-ENV-NAME
                       PERFORM 5200-POST-RESULT-TO-PAGE
                   END-IF
           END-READ.

       5200-POST-RESULT-TO-PAGE.
           IF WS-RUN-HELD = 0
                   OR RHST-SK-RUN-SERIAL NOT = WS-LAST-SERIAL
               PERFORM 5300-START-NEW-RUN-ENTRY
           END-IF
           IF NOT WS-RESHIST-EOF
               EVALUATE RHST-CHECK-RESULT
                   WHEN 'PASS'
                       ADD 1 TO WS-RUN-PASS-CT(WS-RUN-HELD)
                   WHEN 'FAIL'
                       ADD 1 TO WS-RUN-FAIL-CT(WS-RUN-HELD)
                   WHEN OTHER
                       ADD 1 TO WS-RUN-SKIP-CT(WS-RUN-HELD)
               END-EVALUATE
           END-IF.

       5300-START-NEW-RUN-ENTRY.
           IF WS-RUN-HELD NOT < WS-RUN-MAX
               MOVE 'Y' TO WS-OLDER-FLAG
               MOVE 'Y' TO WS-RESHIST-EOF-FLAG
           ELSE
               ADD 1 TO WS-RUN-HELD
               MOVE RHST-SK-RUN-SERIAL TO WS-LAST-SERIAL
               MOVE RHST-SK-RUN-SERIAL TO WS-RUN-SERIAL(WS-RUN-HELD)
               MOVE RHST-RUN-DATE TO WS-RUN-R-DATE(WS-RUN-HELD)
               MOVE RHST-RUN-TIME TO WS-RUN-R-TIME(WS-RUN-HELD)
               MOVE 0 TO WS-RUN-PASS-CT(WS-RUN-HELD)
               MOVE 0 TO WS-RUN-FAIL-CT(WS-RUN-HELD)
               MOVE 0 TO WS-RUN-SKIP-CT(WS-RUN-HELD)
           END-IF.

       6000-BUILD-LIST-ROWS.
           MOVE SPACES TO WS-LIST-AREA
           MOVE SPACES TO WS-HEADER-LINE
           STRING
               WS-ENV-NAME             DELIMITED BY SIZE
               '  PAGE '               DELIMITED BY SIZE
               WS-PAGE-NO              DELIMITED BY SIZE
               '  (NEWEST FIRST)'      DELIMITED BY SIZE
               INTO WS-HEADER-LINE
           END-STRING
           IF WS-OLDER-RUNS-EXIST
               MOVE 'OLDER RUNS: N' TO WS-HEADER-LINE(50:13)
           END-IF
           IF WS-RUN-HELD = 0
               MOVE '(NO RUNS ON FILE FOR THIS ENVIRONMENT)'
                   TO WS-LIST-ROW(1)
           ELSE
               PERFORM VARYING WS-ROW-SUB FROM 1 BY 1
                       UNTIL WS-ROW-SUB > WS-RUN-HELD
                   PERFORM 6100-BUILD-ONE-LIST-ROW
               END-PERFORM
           END-IF.

       6100-BUILD-ONE-LIST-ROW.
           MOVE SPACES TO WS-LIST-ROW(WS-ROW-SUB)
           MOVE WS-ROW-SUB TO WS-ROW-NUM
           STRING
               WS-ROW-NUM                  DELIMITED BY SIZE
               ') RUN '                    DELIMITED BY SIZE
               WS-RUN-SERIAL(WS-ROW-SUB)   DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-RUN-R-DATE(WS-ROW-SUB)   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-RUN-R-TIME(WS-ROW-SUB)   DELIMITED BY SIZE
               '  '                        DELIMITED BY SIZE
               WS-RUN-PASS-CT(WS-ROW-SUB)  DELIMITED BY SIZE
               ' PASS '                    DELIMITED BY SIZE
               WS-RUN-FAIL-CT(WS-ROW-SUB)  DELIMITED BY SIZE
               ' FAIL '                    DELIMITED BY SIZE
               WS-RUN-SKIP-CT(WS-ROW-SUB)  DELIMITED BY SIZE
               ' SKIP'                     DELIMITED BY SIZE
               INTO WS-LIST-ROW(WS-ROW-SUB)
           END-STRING.

      *    Detail view: the selected run's per-check results, then
      *    any HELLO.DIAG snapshots stamped with the same run serial.
      *    Twelve rows show; anything beyond that is flagged
      *    truncated.
       7000-BUILD-DETAIL-ROWS.
           MOVE SPACES TO WS-LIST-AREA
           MOVE 0 TO WS-DETAIL-ROW
               MOVE 'B RETURNS TO THE RUN LIST' TO WS-MSG-LINE
           END-IF.

      *    The run's records sit together under the run-serial key,
      *    environment next, so a START on (serial, environment) and
      *    READ NEXT until either changes returns exactly the run.
       7100-SCAN-RUN-RESULTS.
           MOVE 'N' TO WS-RESHIST-EOF-FLAG
           PERFORM 5050-OPEN-HISTORY-FILE
           IF WS-RESHIST-OPEN
               MOVE LOW-VALUES TO RHST-SERIAL-KEY
               MOVE WS-SEL-SERIAL TO RHST-SK-RUN-SERIAL
               MOVE WS-ENV-NAME TO RHST-SK-ENV-NAME
               START HELLO-RESHIST-FILE KEY NOT < RHST-SERIAL-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               END-START
               PERFORM 7200-READ-RUN-RESULT-REC
                   UNTIL WS-RESHIST-EOF
               CLOSE HELLO-RESHIST-FILE
               MOVE 'N' TO WS-RESHIST-OPEN-FLAG
           END-IF.

       7200-READ-RUN-RESULT-REC.
           READ HELLO-RESHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               NOT AT END
                   IF RHST-SK-RUN-SERIAL = WS-SEL-SERIAL
                           AND RHST-SK-ENV-NAME = WS-ENV-NAME
                       PERFORM 7300-POST-RESULT-DETAIL-ROW
                   ELSE
                       MOVE 'Y' TO WS-RESHIST-EOF-FLAG
                   END-IF
           END-READ.

               MOVE SPACES TO WS-LIST-ROW(WS-DETAIL-ROW)
               STRING
                   'CHK '                  DELIMITED BY SIZE
                   RHST-CHECK-NUMBER       DELIMITED BY SIZE
                   ' '                     DELIMITED BY SIZE
                   RHST-CHECK-NAME         DELIMITED BY SIZE
                   ' ... '                 DELIMITED BY SIZE
                   RHST-CHECK-RESULT       DELIMITED BY SIZE
                   INTO WS-LIST-ROW(WS-DETAIL-ROW)
               END-STRING
           ELSE
                   ELSE
                       MOVE 0 TO WS-REC-SERIAL
                   END-IF
                   IF WS-SEL-SERIAL > 0
                           AND WS-REC-SERIAL = WS-SEL-SERIAL
                       PERFORM 7600-POST-DIAG-DETAIL-ROW
                   END-IF
           END-READ.
