      * HELLO-WVRRPT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloWvrRpt_Cobol
      *       helloWvrRpt_Cobol.cob
      *   ./helloWvrRpt_Cobol
      *
      * Waiver status report over HELLO.WAIVER (see WAIVER.CPY), the
      * check-failure waivers maintained by HELLO-WVRMNT and
      * HELLO-WVRSCR. Waivers are listed in three sections, each in
      * environment/check order:
      *
      *   ACTIVE               in force for more than the next week
      *   EXPIRING THIS WEEK   last honoured today or within 6 days
      *   EXPIRED              expiry date already passed - no
      *                        longer honoured by HELLO-GATE or
      *                        HELLO-ESCAL; renew or withdraw
      *
      * RETURN-CODE 0 = report printed, nothing expiring or expired
      * (an absent waiver file counts as empty), 4 = at least one
      * waiver expired or expiring this week, 8 = waiver file
      * unreadable.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WVRRPT.

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

       01  WS-WAIVER-FILE-STATUS       PIC X(2)  VALUE '00'.

       01  WS-WAIVER-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-WAIVER-EOF                     VALUE 'Y'.

       01  WS-FILE-OPEN-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-FILE-OPEN                      VALUE 'Y'.

       01  WS-OPEN-FAILED-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-OPEN-FAILED                    VALUE 'Y'.

      *    Which section the current pass over the file is printing;
      *    each waiver is classed against today and the end of the
      *    coming week and printed only in its own section.
       01  WS-PASS-CODE                PIC X(1)  VALUE SPACE.
           88  WS-PASS-ACTIVE                    VALUE 'A'.
           88  WS-PASS-EXPIRING                  VALUE 'W'.
           88  WS-PASS-EXPIRED                   VALUE 'X'.

       01  WS-WAIVER-CLASS             PIC X(1)  VALUE SPACE.

       01  WS-DATE-WORK.
           05  WS-WEEK-DAYS            PIC 9(2)  VALUE 6.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-WEEK-END-DATE        PIC 9(8)  VALUE 0.
           05  WS-DAYS-LEFT            PIC S9(5) VALUE 0.

       01  WS-RECORD-COUNTS.
           05  WS-WAIVERS-READ         PIC 9(7)  VALUE 0.
           05  WS-WAIVERS-ACTIVE       PIC 9(7)  VALUE 0.
           05  WS-WAIVERS-EXPIRING     PIC 9(7)  VALUE 0.
           05  WS-WAIVERS-EXPIRED      PIC 9(7)  VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(7)  VALUE 0.

       01  WS-REPORT-LINE              PIC X(100).

       01  WS-ED-COUNT                 PIC ZZZZZZ9.

       01  WS-ED-DAYS                  PIC -ZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-OPEN-WAIVER-FILE
           IF WS-FILE-OPEN
               MOVE 'A' TO WS-PASS-CODE
               PERFORM 3000-PRINT-SECTION
               MOVE 'W' TO WS-PASS-CODE
               PERFORM 3000-PRINT-SECTION
               MOVE 'X' TO WS-PASS-CODE
               PERFORM 3000-PRINT-SECTION
               CLOSE HELLO-WAIVER-FILE
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOWVR' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-WEEK-END-DATE
               = FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                          + WS-WEEK-DAYS).

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'CHECK-FAILURE WAIVER STATUS - WEEK ENDING '
               WS-WEEK-END-DATE.

       2000-OPEN-WAIVER-FILE.
           OPEN INPUT HELLO-WAIVER-FILE
           EVALUATE WS-WAIVER-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-FILE-OPEN-FLAG
               WHEN '35'
                   DISPLAY ' '
                   DISPLAY '(NO WAIVERS ON FILE)'
               WHEN OTHER
                   MOVE '2000-OPEN-WAIVER-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.WAIVER' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-WAIVER-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-OPEN-FAILED-FLAG
           END-EVALUATE.

      *    One full keyed pass per section, so each section comes out
      *    in environment/check order without a sort.
       3000-PRINT-SECTION.
           DISPLAY ' '
           EVALUATE TRUE
               WHEN WS-PASS-ACTIVE
                   DISPLAY 'ACTIVE'
               WHEN WS-PASS-EXPIRING
                   DISPLAY 'EXPIRING THIS WEEK'
               WHEN WS-PASS-EXPIRED
                   DISPLAY 'EXPIRED - NO LONGER HONOURED'
           END-EVALUATE
           DISPLAY 'ENV  CK EXPIRES  DAYS APPROVER TICKET   REASON'
           MOVE 0 TO WS-SECTION-COUNT
           MOVE 'N' TO WS-WAIVER-EOF-FLAG
           MOVE LOW-VALUES TO WAIVER-KEY
           START HELLO-WAIVER-FILE KEY NOT < WAIVER-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-WAIVER-EOF-FLAG
           END-START
           PERFORM 3100-READ-NEXT-WAIVER UNTIL WS-WAIVER-EOF
           IF WS-SECTION-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

       3100-READ-NEXT-WAIVER.
           READ HELLO-WAIVER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-WAIVER-EOF-FLAG
               NOT AT END
                   PERFORM 3200-CLASSIFY-WAIVER
                   IF WS-WAIVER-CLASS = WS-PASS-CODE
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM 3300-PRINT-WAIVER-LINE
                   END-IF
           END-READ.

      *    Counted once, on the active pass, so the totals do not
      *    triple. An expiry that is not a valid date is treated as
      *    expired - it cannot be honoured.
       3200-CLASSIFY-WAIVER.
           IF FUNCTION TEST-DATE-YYYYMMDD(WAIVER-EXPIRY-DATE) NOT = 0
               MOVE -1 TO WS-DAYS-LEFT
           ELSE
               COMPUTE WS-DAYS-LEFT
                   = FUNCTION INTEGER-OF-DATE(WAIVER-EXPIRY-DATE)
                   - WS-TODAY-INTEGER
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < 0
                   MOVE 'X' TO WS-WAIVER-CLASS
               WHEN WS-DAYS-LEFT NOT > WS-WEEK-DAYS
                   MOVE 'W' TO WS-WAIVER-CLASS
               WHEN OTHER
                   MOVE 'A' TO WS-WAIVER-CLASS
           END-EVALUATE
           IF WS-PASS-ACTIVE
               ADD 1 TO WS-WAIVERS-READ
               EVALUATE WS-WAIVER-CLASS
                   WHEN 'A'
                       ADD 1 TO WS-WAIVERS-ACTIVE
                   WHEN 'W'
                       ADD 1 TO WS-WAIVERS-EXPIRING
                   WHEN OTHER
                       ADD 1 TO WS-WAIVERS-EXPIRED
               END-EVALUATE
           END-IF.

       3300-PRINT-WAIVER-LINE.
           MOVE WS-DAYS-LEFT TO WS-ED-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WAIVER-ENV-NAME         DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-CHECK-NUMBER     DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-EXPIRY-DATE      DELIMITED BY SIZE
               WS-ED-DAYS              DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-APPROVER         DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-TICKET           DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WAIVER-REASON           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-WAIVERS-READ TO WS-ED-COUNT
           DISPLAY 'WAIVERS ON FILE .......... ' WS-ED-COUNT
           MOVE WS-WAIVERS-ACTIVE TO WS-ED-COUNT
           DISPLAY 'ACTIVE ................... ' WS-ED-COUNT
           MOVE WS-WAIVERS-EXPIRING TO WS-ED-COUNT
           DISPLAY 'EXPIRING THIS WEEK ....... ' WS-ED-COUNT
           MOVE WS-WAIVERS-EXPIRED TO WS-ED-COUNT
           DISPLAY 'EXPIRED .................. ' WS-ED-COUNT.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WAIVERS-EXPIRING > 0
                       OR WS-WAIVERS-EXPIRED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

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
           MOVE 'HELLO-WVRRPT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
