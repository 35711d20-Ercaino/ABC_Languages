      *   ./helloRecon_Cobol
      *
      * Cross-environment reconciliation report for promotion night.
      * Reads the indexed results history HELLO.RESHIST (one record
      * per check per run, loaded by HELLO-WORLD; see RESHIST.CPY) by
      * key rather than HELLO.RESULTS from the top: for every
      * environment on file, one keyed START and READ PREVIOUS per
      * check fetches the most recent result of each check (up to
      * 20, following whatever the check catalog defines; checks
      * never reported are left off the matrix), and a START past
      * the environment's last key skips to the next environment.
      * Prints a side-by-side
      * matrix of check results across environments and explicitly
      * flags:
      *   - any check that PASSes in one environment but FAILs, is

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RESHIST-FILE ASSIGN TO 'HELLO.RESHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHST-KEY
               ALTERNATE RECORD KEY IS RHST-SERIAL-KEY
               FILE STATUS IS WS-RESHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RESHIST-FILE.

           COPY RESHIST.

       WORKING-STORAGE SECTION.


           COPY ERRHLK.

       01  WS-RESHIST-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-RESHIST-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESHIST-EOF                    VALUE 'Y'.

       01  WS-RECORD-COUNTS.
           05  WS-RECORDS-READ         PIC 9(7)  VALUE 0.
           05  WS-RECORDS-USED         PIC 9(7)  VALUE 0.

      *    Run serials rise with time, so the highest serial under an
      *    (environment, check) key is that check's most recent
      *    result.
       01  WS-ENV-LIMITS.
           05  WS-ENV-MAX              PIC 9(2)  VALUE 6  COMP.
           05  WS-ENV-COUNT            PIC 9(2)  VALUE 0  COMP.
       01  WS-RECON-WORK.
           05  WS-ENV-FOUND            PIC X(1)  VALUE 'N'.
           05  WS-ENV-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-CUR-ENV              PIC X(4)  VALUE SPACES.
           05  WS-CELL-FOUND           PIC X(1)  VALUE 'N'.
           05  WS-CHECK-SUB            PIC 9(2)  VALUE 0 COMP.
           05  WS-NEWEST-DATE          PIC 9(8)  VALUE 0.
           05  WS-NEWEST-INTEGER       PIC 9(8)  VALUE 0.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-READ-RESULTS-HISTORY
           IF WS-ENV-COUNT > 0
               PERFORM 3000-JUDGE-STALENESS
               PERFORM 4000-PRINT-MATRIX
           DISPLAY '================================================='
           DISPLAY 'CROSS-ENVIRONMENT RECONCILIATION REPORT'.

       2000-READ-RESULTS-HISTORY.
           OPEN INPUT HELLO-RESHIST-FILE
           IF WS-RESHIST-FILE-STATUS NOT = '00'
               IF WS-RESHIST-FILE-STATUS = '35'
                   DISPLAY 'RECON: NO HELLO.RESHIST ON FILE'
               ELSE
                   MOVE '2000-READ-RESULTS-HISTORY' TO ERRH-PARAGRAPH
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
           PERFORM 2100-READ-NEXT-ENVIRONMENT UNTIL WS-RESHIST-EOF
           IF WS-RESHIST-FILE-STATUS = '00'
                   OR WS-RESHIST-FILE-STATUS = '10'
                   OR WS-RESHIST-FILE-STATUS = '23'
               CLOSE HELLO-RESHIST-FILE
           END-IF.

      *    The record read is the first key of the next environment
      *    on file; its checks are fetched by key, then the file is
      *    repositioned past the environment's highest possible key.
       2100-READ-NEXT-ENVIRONMENT.
           READ HELLO-RESHIST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RESHIST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
                   MOVE RHST-ENV-NAME TO WS-CUR-ENV
                   PERFORM 2300-LOCATE-ENV-ENTRY
                   IF WS-ENV-SUB > 0
                       PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                               UNTIL WS-CHECK-SUB > 20
                           PERFORM 2200-POST-LATEST-RESULT
                       END-PERFORM
                   END-IF
                   MOVE WS-CUR-ENV TO RHST-ENV-NAME
                   MOVE 99 TO RHST-CHECK-NUMBER
                   MOVE 99999999 TO RHST-RUN-SERIAL
                   START HELLO-RESHIST-FILE KEY > RHST-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RESHIST-EOF-FLAG
                   END-START
           END-READ.

       2200-POST-LATEST-RESULT.
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
               ADD 1 TO WS-RECORDS-USED
               MOVE RHST-CHECK-RESULT TO WS-ENV-CHECK-RESULT
                   (WS-ENV-SUB WS-CHECK-SUB)
               MOVE RHST-CHECK-NAME
                   TO WS-SEEN-CHECK-NAME(WS-CHECK-SUB)
               IF RHST-RUN-DATE > WS-ENV-LAST-DATE(WS-ENV-SUB)
                   OR (RHST-RUN-DATE = WS-ENV-LAST-DATE(WS-ENV-SUB)
                       AND RHST-RUN-TIME
                           > WS-ENV-LAST-TIME(WS-ENV-SUB))
                   MOVE RHST-RUN-DATE
                       TO WS-ENV-LAST-DATE(WS-ENV-SUB)
                   MOVE RHST-RUN-TIME
                       TO WS-ENV-LAST-TIME(WS-ENV-SUB)
               END-IF
           END-IF.

       2300-LOCATE-ENV-ENTRY.
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   OR WS-ENV-FOUND = 'Y'
               IF WS-ENV-KEY(WS-ENV-IDX) = WS-CUR-ENV
                   MOVE 'Y' TO WS-ENV-FOUND
                   SET WS-ENV-SUB TO WS-ENV-IDX
               END-IF
               IF WS-ENV-COUNT < WS-ENV-MAX
                   ADD 1 TO WS-ENV-COUNT
                   MOVE WS-ENV-COUNT TO WS-ENV-SUB
                   MOVE WS-CUR-ENV TO WS-ENV-KEY(WS-ENV-SUB)
               ELSE
                   ADD 1 TO WS-ENV-OVERFLOW
               END-IF
           DISPLAY ' '
           IF WS-ENV-OVERFLOW > 0
               DISPLAY 'RECON: ' WS-ENV-OVERFLOW
                   ' ENVIRONMENTS DROPPED - ENVIRONMENT TABLE FULL'
           END-IF
           IF WS-FLAGGED-COUNT = 0
               DISPLAY 'RECONCILIATION CLEAN - ENVIRONMENTS AGREE'
