      * HELLO-WVRSCR
      * Requirements: GnuCOBOL (cobc) built with screen I/O support
      * Execution:
      *   cobc -x -I copybooks -o helloWvrScreen_Cobol
      *       helloWvrScreen_Cobol.cob
      *   ./helloWvrScreen_Cobol
      *
      * Interactive maintenance for the check-failure waiver master
      * HELLO.WAIVER (see WAIVER.CPY), the screen counterpart of the
      * HELLO-WVRMNT card run in the way HELLO-REGSCR pairs with
      * HELLO-REGMNT. The menu screen lists waivers on file with
      * their expiry, approver, ticket and reason (expired ones
      * flagged EXP), and accepts:
      *
      *   A  add a waiver                 (detail screen)
      *   U  change a waiver / extend it  (detail screen)
      *   D  withdraw a waiver
      *   R  refresh the list
      *   X  exit
      *
      * Field-level validation follows HELLO-WVRMNT: the environment
      * name convention of HELLO-REGSCR, a check number 01-20, and an
      * expiry that is a real date, not in the past and at most 90
      * days out; approver, ticket and reason are all required.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WVRSCR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-WAIVER-FILE ASSIGN TO 'HELLO.WAIVER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WAIVER-KEY
               FILE STATUS IS WS-WAIVER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-WAIVER-FILE.

           COPY WAIVER.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-WAIVER-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-EXIT-FLAG                PIC X(1)  VALUE 'N'.
           88  WS-EXIT-REQUESTED                 VALUE 'Y'.

       01  WS-INIT-FAILED-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-INIT-FAILED                    VALUE 'Y'.

       01  WS-WAIVER-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-WAIVER-EOF                     VALUE 'Y'.

       01  WS-SCREEN-FIELDS.
           05  WS-ACTION-CODE          PIC X(1)  VALUE SPACE.
           05  WS-SCREEN-ENV           PIC X(4)  VALUE SPACES.
           05  WS-SCREEN-CHECK         PIC X(2)  VALUE SPACES.
           05  WS-SCREEN-EXPIRY        PIC X(8)  VALUE SPACES.
           05  WS-SCREEN-APPROVER      PIC X(8)  VALUE SPACES.
           05  WS-SCREEN-TICKET        PIC X(8)  VALUE SPACES.
           05  WS-SCREEN-REASON        PIC X(40) VALUE SPACES.
           05  WS-MSG-LINE             PIC X(70) VALUE SPACES.

       01  WS-EDIT-WORK.
           05  WS-ENV-SUB              PIC 9(2)  VALUE 0 COMP.
           05  WS-ENV-CHAR             PIC X(1)  VALUE SPACE.
           05  WS-ENV-BLANK-SEEN       PIC X(1)  VALUE 'N'.
           05  WS-ENV-NAME-BAD         PIC X(1)  VALUE 'N'.
           05  WS-KEY-BAD              PIC X(1)  VALUE 'N'.
           05  WS-DETAIL-BAD           PIC X(1)  VALUE 'N'.
           05  WS-CHECK-NUM            PIC 9(2)  VALUE 0.
           05  WS-MAX-WAIVER-DAYS      PIC 9(3)  VALUE 90.
           05  WS-EXPIRY-NUM           PIC 9(8)  VALUE 0.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-EXPIRY-INTEGER       PIC 9(8)  VALUE 0.
           05  WS-ROW-FLAG             PIC X(3)  VALUE SPACES.

      *    Twelve individually named list rows for the screen, with a
      *    REDEFINES table so the build loop can fill them by
      *    subscript.
       01  WS-LIST-AREA.
           05  WS-LIST-ROW-01          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-02          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-03          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-04          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-05          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-06          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-07          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-08          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-09          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-10          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-11          PIC X(75) VALUE SPACES.
           05  WS-LIST-ROW-12          PIC X(75) VALUE SPACES.
       01  WS-LIST-TABLE REDEFINES WS-LIST-AREA.
           05  WS-LIST-ROW OCCURS 12 TIMES
                                       PIC X(75).
       01  WS-LIST-LIMITS.
           05  WS-LIST-MAX             PIC 9(2)  VALUE 12 COMP.
           05  WS-LIST-COUNT           PIC 9(2)  VALUE 0  COMP.

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COL 20 VALUE 'CHECK-FAILURE WAIVERS'
                   HIGHLIGHT.
           05  LINE 2  COL 20 VALUE 'OPERATOR MAINTENANCE'.
           05  LINE 4  COL 2  VALUE 'ENV  CK EXPIRES  '.
           05  LINE 4  COL 19 VALUE 'APPROVER TICKET   REASON'.
           05  LINE 5  COL 2  PIC X(75) FROM WS-LIST-ROW-01.
           05  LINE 6  COL 2  PIC X(75) FROM WS-LIST-ROW-02.
           05  LINE 7  COL 2  PIC X(75) FROM WS-LIST-ROW-03.
           05  LINE 8  COL 2  PIC X(75) FROM WS-LIST-ROW-04.
           05  LINE 9  COL 2  PIC X(75) FROM WS-LIST-ROW-05.
           05  LINE 10 COL 2  PIC X(75) FROM WS-LIST-ROW-06.
           05  LINE 11 COL 2  PIC X(75) FROM WS-LIST-ROW-07.
           05  LINE 12 COL 2  PIC X(75) FROM WS-LIST-ROW-08.
           05  LINE 13 COL 2  PIC X(75) FROM WS-LIST-ROW-09.
           05  LINE 14 COL 2  PIC X(75) FROM WS-LIST-ROW-10.
           05  LINE 15 COL 2  PIC X(75) FROM WS-LIST-ROW-11.
           05  LINE 16 COL 2  PIC X(75) FROM WS-LIST-ROW-12.
           05  LINE 18 COL 2  VALUE 'ACTION (A/U/D/R/X):'.
           05  LINE 18 COL 25 PIC X(1)  USING WS-ACTION-CODE
                   REVERSE-VIDEO AUTO.
           05  LINE 19 COL 2  VALUE 'ENVIRONMENT NAME ....:'.
           05  LINE 19 COL 25 PIC X(4)  USING WS-SCREEN-ENV
                   REVERSE-VIDEO.
           05  LINE 20 COL 2  VALUE 'CHECK NUMBER ........:'.
           05  LINE 20 COL 25 PIC X(2)  USING WS-SCREEN-CHECK
                   REVERSE-VIDEO.
           05  LINE 22 COL 2  PIC X(70) FROM WS-MSG-LINE HIGHLIGHT.

       01  DETAIL-SCREEN.
           05  LINE 18 COL 32 VALUE 'EXPIRES ..:'.
           05  LINE 18 COL 44 PIC X(8)  USING WS-SCREEN-EXPIRY
                   REVERSE-VIDEO.
           05  LINE 18 COL 54 VALUE '(YYYYMMDD)'.
           05  LINE 19 COL 32 VALUE 'APPROVER .:'.
           05  LINE 19 COL 44 PIC X(8)  USING WS-SCREEN-APPROVER
                   REVERSE-VIDEO.
           05  LINE 20 COL 32 VALUE 'TICKET ...:'.
           05  LINE 20 COL 44 PIC X(8)  USING WS-SCREEN-TICKET
                   REVERSE-VIDEO.
           05  LINE 21 COL 2  VALUE 'REASON ..............:'.
           05  LINE 21 COL 25 PIC X(40) USING WS-SCREEN-REASON
                   REVERSE-VIDEO.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-MENU-CYCLE UNTIL WS-EXIT-REQUESTED
               CLOSE HELLO-WAIVER-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOWVS' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN I-O HELLO-WAIVER-FILE
           IF WS-WAIVER-FILE-STATUS = '35'
               OPEN OUTPUT HELLO-WAIVER-FILE
               CLOSE HELLO-WAIVER-FILE
               OPEN I-O HELLO-WAIVER-FILE
           END-IF
           IF WS-WAIVER-FILE-STATUS NOT = '00'
               MOVE '1000-INITIALIZE' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'OPEN I-O' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-EXIT-FLAG
               MOVE 'Y' TO WS-INIT-FAILED-FLAG
           END-IF.

       2000-MENU-CYCLE.
           PERFORM 2100-BUILD-WAIVER-LIST
           MOVE SPACE TO WS-ACTION-CODE
           DISPLAY MENU-SCREEN
           ACCEPT MENU-SCREEN
           MOVE SPACES TO WS-MSG-LINE
           EVALUATE WS-ACTION-CODE
               WHEN 'A'
                   PERFORM 3000-ADD-WAIVER
               WHEN 'U'
                   PERFORM 4000-UPDATE-WAIVER
               WHEN 'D'
                   PERFORM 5000-WITHDRAW-WAIVER
               WHEN 'R'
                   CONTINUE
               WHEN 'X'
                   MOVE 'Y' TO WS-EXIT-FLAG
               WHEN OTHER
                   MOVE 'ENTER A, U, D, R OR X' TO WS-MSG-LINE
           END-EVALUATE.

       2100-BUILD-WAIVER-LIST.
           MOVE SPACES TO WS-LIST-AREA
           MOVE 0 TO WS-LIST-COUNT
           MOVE 'N' TO WS-WAIVER-EOF-FLAG
           MOVE LOW-VALUES TO WAIVER-KEY
           START HELLO-WAIVER-FILE KEY NOT < WAIVER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WAIVER-EOF-FLAG
           END-START
           PERFORM 2200-READ-NEXT-WAIVER
               UNTIL WS-WAIVER-EOF
               OR WS-LIST-COUNT = WS-LIST-MAX
           IF WS-LIST-COUNT = 0
               MOVE '(NO WAIVERS ON FILE)' TO WS-LIST-ROW(1)
           END-IF.

       2200-READ-NEXT-WAIVER.
           READ HELLO-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WAIVER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LIST-COUNT
                   PERFORM 2300-FORMAT-LIST-ROW
           END-READ.

       2300-FORMAT-LIST-ROW.
           IF WAIVER-EXPIRY-DATE < WS-RUN-DATE
               MOVE 'EXP' TO WS-ROW-FLAG
           ELSE
               MOVE SPACES TO WS-ROW-FLAG
           END-IF
           MOVE SPACES TO WS-LIST-ROW(WS-LIST-COUNT)
           STRING
               WAIVER-ENV-NAME         DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-CHECK-NUMBER     DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-EXPIRY-DATE      DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-APPROVER         DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-TICKET           DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-REASON(1:32)     DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-ROW-FLAG             DELIMITED BY SIZE
               INTO WS-LIST-ROW(WS-LIST-COUNT)
           END-STRING.

      *    The environment-name convention behind WS-ENV-NAME (1-4
      *    characters, letters and digits only, left-justified, no
      *    embedded blanks) plus a check number 01-20.
       2400-EDIT-WAIVER-KEY.
           MOVE 'N' TO WS-KEY-BAD
           MOVE 'N' TO WS-ENV-NAME-BAD
           MOVE 'N' TO WS-ENV-BLANK-SEEN
           IF WS-SCREEN-ENV = SPACES
               MOVE 'Y' TO WS-ENV-NAME-BAD
           ELSE
               PERFORM VARYING WS-ENV-SUB FROM 1 BY 1
                       UNTIL WS-ENV-SUB > 4
                   MOVE WS-SCREEN-ENV(WS-ENV-SUB:1) TO WS-ENV-CHAR
                   IF WS-ENV-CHAR = SPACE
                       MOVE 'Y' TO WS-ENV-BLANK-SEEN
                   ELSE
                       IF WS-ENV-BLANK-SEEN = 'Y'
                           MOVE 'Y' TO WS-ENV-NAME-BAD
                       END-IF
                       IF WS-ENV-CHAR IS NOT ALPHABETIC-UPPER
                               AND WS-ENV-CHAR IS NOT NUMERIC
                           MOVE 'Y' TO WS-ENV-NAME-BAD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ENV-NAME-BAD = 'Y'
               MOVE 'Y' TO WS-KEY-BAD
               MOVE 'ENVIRONMENT NAME MUST BE 1-4 LETTERS/DIGITS,'
                   & ' LEFT-JUSTIFIED' TO WS-MSG-LINE
           ELSE
               IF WS-SCREEN-CHECK IS NOT NUMERIC
                   MOVE 'Y' TO WS-KEY-BAD
               ELSE
                   MOVE WS-SCREEN-CHECK TO WS-CHECK-NUM
                   IF WS-CHECK-NUM < 1 OR WS-CHECK-NUM > 20
                       MOVE 'Y' TO WS-KEY-BAD
                   END-IF
               END-IF
               IF WS-KEY-BAD = 'Y'
                   MOVE 'CHECK NUMBER MUST BE 01-20 (TWO DIGITS)'
                       TO WS-MSG-LINE
               END-IF
           END-IF.

      *    Detail edits shared by add and change: every field is
      *    required, and the expiry follows the HELLO-WVRMNT rules.
       2500-EDIT-WAIVER-DETAIL.
           MOVE 'N' TO WS-DETAIL-BAD
           EVALUATE TRUE
               WHEN WS-SCREEN-APPROVER = SPACES
                   MOVE 'Y' TO WS-DETAIL-BAD
                   MOVE 'APPROVER IS REQUIRED' TO WS-MSG-LINE
               WHEN WS-SCREEN-TICKET = SPACES
                   MOVE 'Y' TO WS-DETAIL-BAD
                   MOVE 'TICKET IS REQUIRED' TO WS-MSG-LINE
               WHEN WS-SCREEN-REASON = SPACES
                   MOVE 'Y' TO WS-DETAIL-BAD
                   MOVE 'REASON IS REQUIRED' TO WS-MSG-LINE
               WHEN WS-SCREEN-EXPIRY IS NOT NUMERIC
                   MOVE 'Y' TO WS-DETAIL-BAD
                   MOVE 'EXPIRY DATE IS REQUIRED, AS YYYYMMDD'
                       TO WS-MSG-LINE
               WHEN OTHER
                   MOVE WS-SCREEN-EXPIRY TO WS-EXPIRY-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY-NUM)
                           NOT = 0
                       MOVE 'Y' TO WS-DETAIL-BAD
                       MOVE 'EXPIRY IS NOT A VALID DATE'
                           TO WS-MSG-LINE
                   ELSE
                       COMPUTE WS-EXPIRY-INTEGER
                           = FUNCTION INTEGER-OF-DATE(WS-EXPIRY-NUM)
                       IF WS-EXPIRY-INTEGER < WS-TODAY-INTEGER
                           MOVE 'Y' TO WS-DETAIL-BAD
                           MOVE 'EXPIRY IS IN THE PAST'
                               TO WS-MSG-LINE
                       END-IF
                       IF WS-EXPIRY-INTEGER - WS-TODAY-INTEGER
                               > WS-MAX-WAIVER-DAYS
                           MOVE 'Y' TO WS-DETAIL-BAD
                           MOVE 'EXPIRY IS MORE THAN 90 DAYS OUT'
                               TO WS-MSG-LINE
                       END-IF
                   END-IF
           END-EVALUATE.

       3000-ADD-WAIVER.
           PERFORM 2400-EDIT-WAIVER-KEY
           IF WS-KEY-BAD = 'N'
               MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
               MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       PERFORM 3100-ACCEPT-ADD-DETAIL
                   NOT INVALID KEY
                       MOVE 'WAIVER ALREADY ON FILE - USE U TO CHANGE'
                           TO WS-MSG-LINE
               END-READ
           END-IF.

      *    The WRITE happens under the suite lock, with the key
      *    re-read first: while the operator was typing, a batch
      *    HELLO-WVRMNT run may have added the same waiver.
       3100-ACCEPT-ADD-DETAIL.
           MOVE SPACES TO WS-SCREEN-EXPIRY
           MOVE SPACES TO WS-SCREEN-APPROVER
           MOVE SPACES TO WS-SCREEN-TICKET
           MOVE SPACES TO WS-SCREEN-REASON
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           PERFORM 2500-EDIT-WAIVER-DETAIL
           IF WS-DETAIL-BAD = 'N'
               PERFORM 9850-ACQUIRE-SUITE-LOCK
               MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
               MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       PERFORM 3200-WRITE-NEW-WAIVER
                   NOT INVALID KEY
                       MOVE 'ADDED MEANWHILE - NOT ADDED'
                           TO WS-MSG-LINE
               END-READ
               PERFORM 9860-RELEASE-SUITE-LOCK
           END-IF.

       3200-WRITE-NEW-WAIVER.
           MOVE SPACES TO WAIVER-RECORD
           MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
           MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
           MOVE WS-SCREEN-REASON TO WAIVER-REASON
           MOVE WS-SCREEN-APPROVER TO WAIVER-APPROVER
           MOVE WS-SCREEN-TICKET TO WAIVER-TICKET
           MOVE WS-EXPIRY-NUM TO WAIVER-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO WAIVER-ENTERED-BY
           MOVE WS-RUN-DATE TO WAIVER-ENTERED-DATE
           WRITE WAIVER-RECORD
           IF WS-WAIVER-FILE-STATUS = '00'
               MOVE 'WAIVER ADDED' TO WS-MSG-LINE
           ELSE
               MOVE '3200-WRITE-NEW-WAIVER' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'WRITE FAILED - SEE HELLO.DIAG'
                   TO WS-MSG-LINE
           END-IF.

       4000-UPDATE-WAIVER.
           PERFORM 2400-EDIT-WAIVER-KEY
           IF WS-KEY-BAD = 'N'
               MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
               MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       MOVE 'NO WAIVER ON FILE FOR THAT CHECK'
                           TO WS-MSG-LINE
                   NOT INVALID KEY
                       PERFORM 4100-ACCEPT-UPDATE-DETAIL
               END-READ
           END-IF.

      *    Re-read under the suite lock after the operator finishes
      *    typing, so a card run's change from mid-edit is replaced
      *    knowingly rather than by a stale copy.
       4100-ACCEPT-UPDATE-DETAIL.
           MOVE WAIVER-EXPIRY-DATE TO WS-SCREEN-EXPIRY
           MOVE WAIVER-APPROVER TO WS-SCREEN-APPROVER
           MOVE WAIVER-TICKET TO WS-SCREEN-TICKET
           MOVE WAIVER-REASON TO WS-SCREEN-REASON
           DISPLAY DETAIL-SCREEN
           ACCEPT DETAIL-SCREEN
           PERFORM 2500-EDIT-WAIVER-DETAIL
           IF WS-DETAIL-BAD = 'N'
               PERFORM 9850-ACQUIRE-SUITE-LOCK
               MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
               MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       MOVE 'WITHDRAWN MEANWHILE - NOT CHANGED'
                           TO WS-MSG-LINE
                   NOT INVALID KEY
                       PERFORM 4200-APPLY-UPDATE
               END-READ
               PERFORM 9860-RELEASE-SUITE-LOCK
           END-IF.

       4200-APPLY-UPDATE.
           MOVE WS-SCREEN-REASON TO WAIVER-REASON
           MOVE WS-SCREEN-APPROVER TO WAIVER-APPROVER
           MOVE WS-SCREEN-TICKET TO WAIVER-TICKET
           MOVE WS-EXPIRY-NUM TO WAIVER-EXPIRY-DATE
           MOVE WS-OPERATOR-ID TO WAIVER-ENTERED-BY
           MOVE WS-RUN-DATE TO WAIVER-ENTERED-DATE
           REWRITE WAIVER-RECORD
           IF WS-WAIVER-FILE-STATUS = '00'
               MOVE 'WAIVER CHANGED' TO WS-MSG-LINE
           ELSE
               MOVE '4200-APPLY-UPDATE' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'REWRITE' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'REWRITE FAILED - SEE HELLO.DIAG'
                   TO WS-MSG-LINE
           END-IF.

       5000-WITHDRAW-WAIVER.
           PERFORM 2400-EDIT-WAIVER-KEY
           IF WS-KEY-BAD = 'N'
               PERFORM 9850-ACQUIRE-SUITE-LOCK
               MOVE WS-SCREEN-ENV TO WAIVER-ENV-NAME
               MOVE WS-CHECK-NUM TO WAIVER-CHECK-NUMBER
               READ HELLO-WAIVER-FILE
                   INVALID KEY
                       MOVE 'NO WAIVER ON FILE FOR THAT CHECK'
                           TO WS-MSG-LINE
                   NOT INVALID KEY
                       PERFORM 5100-APPLY-WITHDRAWAL
               END-READ
               PERFORM 9860-RELEASE-SUITE-LOCK
           END-IF.

       5100-APPLY-WITHDRAWAL.
           DELETE HELLO-WAIVER-FILE RECORD
           IF WS-WAIVER-FILE-STATUS = '00'
               MOVE 'WAIVER WITHDRAWN' TO WS-MSG-LINE
           ELSE
               MOVE '5100-APPLY-WITHDRAWAL' TO ERRH-PARAGRAPH
               MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
               MOVE 'DELETE' TO ERRH-OPERATION
               MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'DELETE FAILED - SEE HELLO.DIAG'
                   TO WS-MSG-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-INIT-FAILED
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    Suite lock brackets: a waiver edit is applied to a freshly
      *    re-read record under the lock, never across operator
      *    think-time. The calls are guarded so a missing HELLO-LOCK
      *    module degrades to the old unserialized behaviour with a
      *    loud warning.
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
               MOVE 'SUITE LOCK BUSY - CHANGE APPLIED UNSERIALIZED'
                   TO WS-MSG-LINE
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
           MOVE 'HELLO-WVRSCR' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
