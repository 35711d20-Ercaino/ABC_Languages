      * HELLO-CHGREC
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloChgRecon_Cobol
      *       helloChgRecon_Cobol.cob
      *   ./helloChgRecon_Cobol [DAYS]
      *
      * Toolchain change-ticket reconciliation. HELLO-WORLD's
      * fingerprint capture and drift check say the GnuCOBOL
      * toolchain changed under an environment, but not whether
      * anyone was allowed to change it. Change management wants
      * every toolchain change on PROD and TEST tied to an approved
      * ticket (HELLO.CHGTKT, loaded by HELLO-CHGLOD from the change
      * system's extract).
      *
      * The run manifest is walked in serial (run) order and every
      * fingerprint transition is found per environment and host: a
      * run whose fingerprint differs from the previous run of the
      * same environment on the same host. The change happened some
      * time after the last run on the old fingerprint and no later
      * than the first run on the new one. Each transition is judged
      * against the approved tickets for that environment and host:
      *   AUTHORIZED    the change could have fallen inside an
      *                 approved window (last old run before the
      *                 window closed, first new run after it
      *                 opened); a ticket covers one change, plus any
      *                 back-out or fix first seen inside its window
      *   EARLY         the new toolchain was already in place before
      *                 the window opened
      *   LATE          the old toolchain was still in place when the
      *                 window closed
      *   UNAUTHORIZED  no ticket for that host within 7 days of the
      *                 change (PROD and TEST)
      *   UNTICKETED    the same, on an environment change management
      *                 does not control (listed for information)
      * The HELLO.LOG line of each run supplies the compiler version
      * text before and after the change; where the ticket names the
      * version it should leave behind and the first run after the
      * change reports a different one, the transition is flagged
      * VERSION NOT AS TICKETED.
      *
      * Approved tickets with no transition judged against them are
      * listed: NO CHANGE SEEN (the window has closed and the host
      * has run since, so the change did not happen or did not reach
      * that box), or for information WINDOW NOT YET CLOSED, NO RUN
      * SINCE WINDOW, and HOST NOT IN MANIFEST (the manifest is the
      * local one; another host's tickets are judged on that host).
      *
      * Argument 1 is the reporting period in days; the
      * HW_CHGREC_DAYS environment variable is honoured next, and 30
      * is the default. The whole manifest is still read, so every
      * environment and host enters the period knowing its previous
      * fingerprint, but only transitions whose first new run falls
      * on or after the cutoff date are judged, and only tickets
      * whose window ends on or after it are listed - a change or
      * ticket that has aged out of the period no longer holds the
      * return code.
      *
      * Runs without a fingerprint, and the first run seen of an
      * environment on a host, start a history but are not changes.
      * Runs written before the host stamp existed are reported under
      * the host name '(OLD)', which no ticket names.
      *
      * Files:
      *   HELLO.CHGTKT    approved change tickets (CHGTKT.CPY); when
      *                   absent nothing is judged (RC 8) - run
      *                   HELLO-CHGLOD first, so a missing file is
      *                   never read as every change unauthorized
      *   HELLO.RUNMAN    run manifest (RUNMAN.CPY), read in serial
      *                   order for the fingerprint of every run
      *   HELLO.LOG       run log, for the version text of each run
      *                   (matched on the RUN= tag); when absent the
      *                   versions are not shown or compared
      *
      * RETURN-CODE 0 = every change accounted for, 4 = an early,
      * late or unauthorized TEST change, a version not as ticketed,
      * or a ticket with no change seen, 8 = no ticket file, no run
      * manifest or a file unavailable, 12 = an unauthorized change
      * on PROD (raise an alert).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-CHGREC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-CHGTKT-FILE ASSIGN TO 'HELLO.CHGTKT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHGT-KEY
               FILE STATUS IS WS-CHGTKT-FILE-STATUS.
           SELECT HELLO-RUNMAN-FILE ASSIGN TO 'HELLO.RUNMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNMAN-RUN-SERIAL
               FILE STATUS IS WS-RUNMAN-FILE-STATUS.
           SELECT HELLO-LOG-FILE ASSIGN TO 'HELLO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-CHGTKT-FILE.

           COPY CHGTKT.

       FD  HELLO-RUNMAN-FILE.

           COPY RUNMAN.

       FD  HELLO-LOG-FILE.
       01  LOG-RECORD                  PIC X(132).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-CHGTKT-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RUNMAN-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(2)  VALUE '00'.

       01  WS-CHGTKT-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-CHGTKT-EOF                     VALUE 'Y'.
       01  WS-RUNMAN-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-RUNMAN-EOF                     VALUE 'Y'.
       01  WS-LOG-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-LOG-EOF                        VALUE 'Y'.

       01  WS-PERIOD-PARMS.
           05  WS-PERIOD-ARG           PIC X(8)  VALUE SPACES.
           05  WS-PERIOD-DAYS          PIC 9(4)  VALUE 30.
           05  WS-PERIOD-SUB           PIC 9(2)  VALUE 0 COMP.
           05  WS-PERIOD-BAD-FLAG      PIC X(1)  VALUE 'N'.
           05  WS-PERIOD-DIGIT         PIC 9(1)  VALUE 0.

       01  WS-CUTOFF-WORK.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-CUTOFF-DATE          PIC 9(8)  VALUE 0.

       01  WS-RECON-FLAGS.
           05  WS-RECON-ERROR-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-RECON-ERROR                VALUE 'Y'.
           05  WS-LOG-READ-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-LOG-READ                   VALUE 'Y'.

      *    Fixed-position view of the HELLO.LOG summary line (see
      *    HELLO-WORLD 8100-WRITE-LOG-ENTRY); the first 14 characters
      *    of the compiler version follow the RUN= tag.
       01  WS-LOG-LINE.
           05  WS-LOG-DATE             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-LOG-TIME             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-LOG-JOB-NAME         PIC X(8).
           05  WS-LOG-ENV-TAG          PIC X(5).
           05  WS-LOG-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(15).
           05  WS-LOG-PASS-COUNT       PIC X(2).
           05  FILLER                  PIC X(7).
           05  WS-LOG-FAIL-COUNT       PIC X(2).
           05  FILLER                  PIC X(7).
           05  WS-LOG-SKIP-COUNT       PIC X(2).
           05  FILLER                  PIC X(17).
           05  WS-LOG-OVERALL          PIC X(4).
           05  FILLER                  PIC X(4).
           05  WS-LOG-FPRINT           PIC X(8).
           05  WS-LOG-RUN-TAG          PIC X(5).
           05  WS-LOG-RUN-SERIAL       PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-LOG-VERSION          PIC X(14).
           05  FILLER                  PIC X(1).

      *    Approved tickets, with whether a transition was judged
      *    against each.
       01  WS-TKT-LIMITS.
           05  WS-TKT-MAX              PIC 9(3)  VALUE 200 COMP.
           05  WS-TKT-COUNT            PIC 9(3)  VALUE 0   COMP.
           05  WS-TKT-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-TKT-TABLE.
           05  WS-TKT-ENTRY OCCURS 200 TIMES INDEXED BY WS-TKT-IDX.
               10  WS-TKT-TICKET       PIC X(8).
               10  WS-TKT-HOST         PIC X(8).
               10  WS-TKT-ENV          PIC X(4).
               10  WS-TKT-START-STAMP.
                   15  WS-TKT-START-DATE
                                       PIC 9(8).
                   15  WS-TKT-START-TIME
                                       PIC 9(4).
               10  WS-TKT-END-STAMP.
                   15  WS-TKT-END-DATE PIC 9(8).
                   15  WS-TKT-END-TIME PIC 9(4).
               10  WS-TKT-START-MINUTES
                                       PIC 9(11).
               10  WS-TKT-END-MINUTES  PIC 9(11).
               10  WS-TKT-VERSION      PIC X(40).
               10  WS-TKT-MATCHED      PIC X(1).

      *    Every environment/host seen in the manifest, with its most
      *    recent fingerprinted run.
       01  WS-PAIR-LIMITS.
           05  WS-PAIR-MAX             PIC 9(2)  VALUE 50 COMP.
           05  WS-PAIR-COUNT           PIC 9(2)  VALUE 0  COMP.
           05  WS-PAIR-OVERFLOW        PIC 9(5)  VALUE 0.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 50 TIMES INDEXED BY WS-PAIR-IDX.
               10  WS-PAIR-ENV         PIC X(4).
               10  WS-PAIR-HOST        PIC X(8).
               10  WS-PAIR-FPRINT      PIC 9(8).
               10  WS-PAIR-SERIAL      PIC 9(8).
               10  WS-PAIR-STAMP.
                   15  WS-PAIR-DATE    PIC 9(8).
                   15  WS-PAIR-TIME    PIC 9(4).

      *    Fingerprint transitions, in the order they happened.
       01  WS-CHG-LIMITS.
           05  WS-CHG-MAX              PIC 9(3)  VALUE 200 COMP.
           05  WS-CHG-COUNT            PIC 9(3)  VALUE 0   COMP.
           05  WS-CHG-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-CHG-TABLE.
      *    The entry after WS-CHG-MAX is never counted: it holds a
      *    transition from before the period while the ticket it used
      *    is found, so that ticket is not offered to a later change.
           05  WS-CHG-ENTRY OCCURS 201 TIMES INDEXED BY WS-CHG-IDX.
               10  WS-CHG-ENV          PIC X(4).
               10  WS-CHG-HOST         PIC X(8).
               10  WS-CHG-OLD-FPRINT   PIC 9(8).
               10  WS-CHG-NEW-FPRINT   PIC 9(8).
               10  WS-CHG-OLD-SERIAL   PIC 9(8).
               10  WS-CHG-NEW-SERIAL   PIC 9(8).
               10  WS-CHG-OLD-STAMP.
                   15  WS-CHG-OLD-DATE PIC 9(8).
                   15  WS-CHG-OLD-TIME PIC 9(4).
               10  WS-CHG-NEW-STAMP.
                   15  WS-CHG-NEW-DATE PIC 9(8).
                   15  WS-CHG-NEW-TIME PIC 9(4).
               10  WS-CHG-OLD-VERSION  PIC X(14).
               10  WS-CHG-NEW-VERSION  PIC X(14).
               10  WS-CHG-CLASS        PIC X(12).
               10  WS-CHG-TICKET       PIC X(8).
               10  WS-CHG-NOTE         PIC X(24).

      *    Judging a transition against one ticket. Stamps are turned
      *    into minutes so the distance from a window is real time.
       01  WS-JUDGE-WORK.
           05  WS-NEAR-MINUTES         PIC 9(7)  VALUE 10080.
           05  WS-CNV-DATE             PIC 9(8)  VALUE 0.
           05  WS-CNV-TIME             PIC 9(4)  VALUE 0.
           05  WS-CNV-TIME-X REDEFINES WS-CNV-TIME.
               10  WS-CNV-HH           PIC 9(2).
               10  WS-CNV-MM           PIC 9(2).
           05  WS-CNV-MINUTES          PIC 9(11) VALUE 0.
           05  WS-OLD-MINUTES          PIC 9(11) VALUE 0.
           05  WS-NEW-MINUTES          PIC 9(11) VALUE 0.
           05  WS-TRY-CLASS            PIC X(12) VALUE SPACES.
           05  WS-TRY-DISTANCE         PIC 9(11) VALUE 0.
           05  WS-BEST-CLASS           PIC X(12) VALUE SPACES.
           05  WS-BEST-DISTANCE        PIC 9(11) VALUE 0.
           05  WS-BEST-SUB             PIC 9(3)  VALUE 0 COMP.
           05  WS-NOW-STAMP.
               10  WS-NOW-DATE         PIC 9(8)  VALUE 0.
               10  WS-NOW-TIME         PIC 9(4)  VALUE 0.

       01  WS-SCAN-WORK.
           05  WS-PAIR-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-REC-HOST             PIC X(8)  VALUE SPACES.
           05  WS-REC-STAMP.
               10  WS-REC-DATE         PIC 9(8)  VALUE 0.
               10  WS-REC-TIME         PIC 9(4)  VALUE 0.
           05  WS-TKT-STATE            PIC X(24) VALUE SPACES.

       01  WS-RECON-COUNTS.
           05  WS-TICKETS-READ         PIC 9(5)  VALUE 0.
           05  WS-MAN-READ             PIC 9(7)  VALUE 0.
           05  WS-MAN-NO-FPRINT        PIC 9(7)  VALUE 0.
           05  WS-LOG-LINES-READ       PIC 9(7)  VALUE 0.
           05  WS-CHANGES-AUTHORIZED   PIC 9(5)  VALUE 0.
           05  WS-CHANGES-EARLY-LATE   PIC 9(5)  VALUE 0.
           05  WS-CHANGES-UNAUTH-PROD  PIC 9(5)  VALUE 0.
           05  WS-CHANGES-UNAUTH-TEST  PIC 9(5)  VALUE 0.
           05  WS-CHANGES-UNTICKETED   PIC 9(5)  VALUE 0.
           05  WS-VERSIONS-DIFFERENT   PIC 9(5)  VALUE 0.
           05  WS-TICKETS-NO-CHANGE    PIC 9(5)  VALUE 0.
           05  WS-TICKETS-NOT-JUDGED   PIC 9(5)  VALUE 0.
           05  WS-CHANGES-BEFORE-PERIOD
                                       PIC 9(5)  VALUE 0.

       01  WS-CHG-LINE.
           05  WS-CL-ENV               PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CL-HOST              PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-CL-OLD-FPRINT        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-CL-NEW-FPRINT        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-CL-OLD-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-CL-OLD-TIME          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-CL-NEW-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-CL-NEW-TIME          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-CL-CLASS             PIC X(12).
           05  FILLER                  PIC X(1).
           05  WS-CL-TICKET            PIC X(8).

       01  WS-TKT-LINE.
           05  WS-TL-TICKET            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-ENV               PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-TL-HOST              PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-START-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-START-TIME        PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-TL-END-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-END-TIME          PIC 9(4).
           05  FILLER                  PIC X(1).
           05  WS-TL-STATE             PIC X(24).

       01  WS-ED-COUNT                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-TICKETS
           IF NOT WS-RECON-ERROR
               PERFORM 3000-SCAN-RUN-MANIFEST
           END-IF
           IF NOT WS-RECON-ERROR
               PERFORM 4000-SCAN-LOG-VERSIONS
           END-IF
           IF NOT WS-RECON-ERROR
               PERFORM 5000-JUDGE-CHANGES
               PERFORM 6000-PRINT-CHANGE-SECTION
               PERFORM 6500-PRINT-TICKET-SECTION
           END-IF
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOCHR' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-NOW-DATE
           MOVE WS-RUN-TIME(1:4) TO WS-NOW-TIME
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-ARG
           END-ACCEPT
           IF WS-PERIOD-ARG = SPACES
               ACCEPT WS-PERIOD-ARG FROM ENVIRONMENT 'HW_CHGREC_DAYS'
           END-IF
           IF WS-PERIOD-ARG NOT = SPACES
               PERFORM 1200-EDIT-PERIOD-ARG
           END-IF
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-CUTOFF-DATE
               = FUNCTION DATE-OF-INTEGER(WS-TODAY-INTEGER
                                          - WS-PERIOD-DAYS).

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'TOOLCHAIN CHANGE-TICKET RECONCILIATION - CHANGES'
               ' ON OR AFTER ' WS-CUTOFF-DATE.

      *    The period override arrives left-justified ('30', '90').
      *    Accumulate its digits; anything non-numeric before the
      *    first space, or more than four digits, falls back to 30.
       1200-EDIT-PERIOD-ARG.
           MOVE 'N' TO WS-PERIOD-BAD-FLAG
           MOVE 0 TO WS-PERIOD-DAYS
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
                   UNTIL WS-PERIOD-SUB > 8
                   OR WS-PERIOD-ARG(WS-PERIOD-SUB:1) = SPACE
                   OR WS-PERIOD-BAD-FLAG = 'Y'
               IF WS-PERIOD-ARG(WS-PERIOD-SUB:1) IS NUMERIC
                       AND WS-PERIOD-SUB < 5
                   MOVE WS-PERIOD-ARG(WS-PERIOD-SUB:1)
                       TO WS-PERIOD-DIGIT
                   COMPUTE WS-PERIOD-DAYS = WS-PERIOD-DAYS * 10
                       + WS-PERIOD-DIGIT
               ELSE
                   MOVE 'Y' TO WS-PERIOD-BAD-FLAG
               END-IF
           END-PERFORM
           IF WS-PERIOD-BAD-FLAG = 'Y' OR WS-PERIOD-DAYS = 0
               DISPLAY 'CHGREC: PERIOD ''' WS-PERIOD-ARG
                   ''' INVALID, USING 30 DAYS'
               MOVE 30 TO WS-PERIOD-DAYS
           END-IF.

       2000-LOAD-TICKETS.
           OPEN INPUT HELLO-CHGTKT-FILE
           EVALUATE WS-CHGTKT-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO CHGT-KEY
                   START HELLO-CHGTKT-FILE KEY NOT < CHGT-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-CHGTKT-EOF-FLAG
                   END-START
                   PERFORM 2100-READ-NEXT-TICKET UNTIL WS-CHGTKT-EOF
                   CLOSE HELLO-CHGTKT-FILE
               WHEN '35'
                   DISPLAY 'CHGREC: NO HELLO.CHGTKT - RUN HELLO-CHGLOD'
                       ' FIRST; NO CHANGES JUDGED'
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
               WHEN OTHER
                   MOVE '2000-LOAD-TICKETS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.CHGTKT' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-CHGTKT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-EVALUATE.

       2100-READ-NEXT-TICKET.
           READ HELLO-CHGTKT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-CHGTKT-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-TICKETS-READ
                   IF WS-TKT-COUNT < WS-TKT-MAX
                       ADD 1 TO WS-TKT-COUNT
                       PERFORM 2200-POST-TICKET
                   ELSE
                       ADD 1 TO WS-TKT-OVERFLOW
                   END-IF
           END-READ.

       2200-POST-TICKET.
           SET WS-TKT-IDX TO WS-TKT-COUNT
           MOVE CHGT-TICKET TO WS-TKT-TICKET(WS-TKT-IDX)
           MOVE CHGT-HOST-NAME TO WS-TKT-HOST(WS-TKT-IDX)
           MOVE CHGT-ENV-NAME TO WS-TKT-ENV(WS-TKT-IDX)
           MOVE CHGT-START-STAMP TO WS-TKT-START-STAMP(WS-TKT-IDX)
           MOVE CHGT-END-STAMP TO WS-TKT-END-STAMP(WS-TKT-IDX)
           MOVE CHGT-EXPECT-VERSION TO WS-TKT-VERSION(WS-TKT-IDX)
           MOVE 'N' TO WS-TKT-MATCHED(WS-TKT-IDX)
           MOVE CHGT-START-DATE TO WS-CNV-DATE
           MOVE CHGT-START-TIME TO WS-CNV-TIME
           PERFORM 5900-STAMP-TO-MINUTES
           MOVE WS-CNV-MINUTES TO WS-TKT-START-MINUTES(WS-TKT-IDX)
           MOVE CHGT-END-DATE TO WS-CNV-DATE
           MOVE CHGT-END-TIME TO WS-CNV-TIME
           PERFORM 5900-STAMP-TO-MINUTES
           MOVE WS-CNV-MINUTES TO WS-TKT-END-MINUTES(WS-TKT-IDX).

      *    The manifest key is the run serial, so READ NEXT from the
      *    lowest key returns the runs in the order they happened.
       3000-SCAN-RUN-MANIFEST.
           OPEN INPUT HELLO-RUNMAN-FILE
           EVALUATE WS-RUNMAN-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO RUNMAN-RUN-SERIAL
                   START HELLO-RUNMAN-FILE
                       KEY NOT < RUNMAN-RUN-SERIAL
                       INVALID KEY
                           MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
                   END-START
                   PERFORM 3100-READ-NEXT-MANIFEST
                       UNTIL WS-RUNMAN-EOF
                   CLOSE HELLO-RUNMAN-FILE
               WHEN '35'
                   DISPLAY 'CHGREC: NO RUN MANIFEST - NOTHING TO'
                       ' RECONCILE'
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
               WHEN OTHER
                   MOVE '3000-SCAN-RUN-MANIFEST' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RUNMAN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-EVALUATE.

       3100-READ-NEXT-MANIFEST.
           READ HELLO-RUNMAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MAN-READ
                   IF RUNMAN-FPRINT-HASH IS NUMERIC
                           AND RUNMAN-FPRINT-HASH > 0
                           AND RUNMAN-RUN-DATE IS NUMERIC
                           AND RUNMAN-RUN-TIME IS NUMERIC
                       PERFORM 3200-POST-MANIFEST-RUN
                   ELSE
                       ADD 1 TO WS-MAN-NO-FPRINT
                   END-IF
           END-READ.

       3200-POST-MANIFEST-RUN.
           IF RUNMAN-HOST-NAME = SPACES
               MOVE '(OLD)' TO WS-REC-HOST
           ELSE
               MOVE RUNMAN-HOST-NAME TO WS-REC-HOST
           END-IF
           MOVE RUNMAN-RUN-DATE TO WS-REC-DATE
           MOVE RUNMAN-RUN-TIME(1:4) TO WS-REC-TIME
           MOVE 0 TO WS-PAIR-SUB
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-SUB > 0
               IF WS-PAIR-ENV(WS-PAIR-IDX) = RUNMAN-ENV-NAME
                       AND WS-PAIR-HOST(WS-PAIR-IDX) = WS-REC-HOST
                   SET WS-PAIR-SUB TO WS-PAIR-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PAIR-SUB > 0
                   IF RUNMAN-FPRINT-HASH
                           NOT = WS-PAIR-FPRINT(WS-PAIR-SUB)
                       PERFORM 3300-POST-TRANSITION
                   END-IF
               WHEN WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-SUB
                   MOVE RUNMAN-ENV-NAME TO WS-PAIR-ENV(WS-PAIR-SUB)
                   MOVE WS-REC-HOST TO WS-PAIR-HOST(WS-PAIR-SUB)
               WHEN OTHER
                   ADD 1 TO WS-PAIR-OVERFLOW
           END-EVALUATE
           IF WS-PAIR-SUB > 0
               MOVE RUNMAN-FPRINT-HASH TO WS-PAIR-FPRINT(WS-PAIR-SUB)
               MOVE RUNMAN-RUN-SERIAL TO WS-PAIR-SERIAL(WS-PAIR-SUB)
               MOVE WS-REC-STAMP TO WS-PAIR-STAMP(WS-PAIR-SUB)
           END-IF.

      *    Transitions before the period are not reported; they
      *    only use up the ticket they fell under, as they would have
      *    when judged in their own period.
       3300-POST-TRANSITION.
           EVALUATE TRUE
               WHEN WS-REC-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-CHANGES-BEFORE-PERIOD
                   PERFORM 3310-USE-PRIOR-TICKET
               WHEN WS-CHG-COUNT < WS-CHG-MAX
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE RUNMAN-ENV-NAME TO WS-CHG-ENV(WS-CHG-IDX)
                   MOVE WS-REC-HOST TO WS-CHG-HOST(WS-CHG-IDX)
                   MOVE WS-PAIR-FPRINT(WS-PAIR-SUB)
                       TO WS-CHG-OLD-FPRINT(WS-CHG-IDX)
                   MOVE RUNMAN-FPRINT-HASH
                       TO WS-CHG-NEW-FPRINT(WS-CHG-IDX)
                   MOVE WS-PAIR-SERIAL(WS-PAIR-SUB)
                       TO WS-CHG-OLD-SERIAL(WS-CHG-IDX)
                   MOVE RUNMAN-RUN-SERIAL
                       TO WS-CHG-NEW-SERIAL(WS-CHG-IDX)
                   MOVE WS-PAIR-STAMP(WS-PAIR-SUB)
                       TO WS-CHG-OLD-STAMP(WS-CHG-IDX)
                   MOVE WS-REC-STAMP TO WS-CHG-NEW-STAMP(WS-CHG-IDX)
                   MOVE SPACES TO WS-CHG-OLD-VERSION(WS-CHG-IDX)
                   MOVE SPACES TO WS-CHG-NEW-VERSION(WS-CHG-IDX)
                   MOVE SPACES TO WS-CHG-CLASS(WS-CHG-IDX)
                   MOVE SPACES TO WS-CHG-TICKET(WS-CHG-IDX)
                   MOVE SPACES TO WS-CHG-NOTE(WS-CHG-IDX)
               WHEN OTHER
                   ADD 1 TO WS-CHG-OVERFLOW
           END-EVALUATE.

       3310-USE-PRIOR-TICKET.
           SET WS-CHG-IDX TO WS-CHG-MAX
           SET WS-CHG-IDX UP BY 1
           MOVE RUNMAN-ENV-NAME TO WS-CHG-ENV(WS-CHG-IDX)
           MOVE WS-REC-HOST TO WS-CHG-HOST(WS-CHG-IDX)
           MOVE WS-PAIR-STAMP(WS-PAIR-SUB)
               TO WS-CHG-OLD-STAMP(WS-CHG-IDX)
           MOVE WS-REC-STAMP TO WS-CHG-NEW-STAMP(WS-CHG-IDX)
           PERFORM 5150-FIND-BEST-TICKET
           IF WS-BEST-SUB > 0
               MOVE 'Y' TO WS-TKT-MATCHED(WS-BEST-SUB)
           END-IF.

      *    One pass of the log fills in the version text of the runs
      *    either side of every transition.
       4000-SCAN-LOG-VERSIONS.
           OPEN INPUT HELLO-LOG-FILE
           EVALUATE WS-LOG-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-LOG-READ-FLAG
                   PERFORM 4100-READ-LOG-LINE UNTIL WS-LOG-EOF
                   CLOSE HELLO-LOG-FILE
               WHEN '35'
                   DISPLAY 'CHGREC: NO HELLO.LOG - VERSIONS NOT'
                       ' COMPARED'
               WHEN OTHER
                   MOVE '4000-SCAN-LOG-VERSIONS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.LOG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-LOG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RECON-ERROR-FLAG
           END-EVALUATE.

       4100-READ-LOG-LINE.
           READ HELLO-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-LINES-READ
                   MOVE LOG-RECORD TO WS-LOG-LINE
                   IF WS-LOG-RUN-TAG = ' RUN='
                           AND WS-LOG-RUN-SERIAL IS NUMERIC
                       PERFORM 4200-POST-LOG-VERSION
                   END-IF
           END-READ.

       4200-POST-LOG-VERSION.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-OLD-SERIAL(WS-CHG-IDX) = WS-LOG-RUN-SERIAL
                   MOVE WS-LOG-VERSION TO WS-CHG-OLD-VERSION(WS-CHG-IDX)
               END-IF
               IF WS-CHG-NEW-SERIAL(WS-CHG-IDX) = WS-LOG-RUN-SERIAL
                   MOVE WS-LOG-VERSION TO WS-CHG-NEW-VERSION(WS-CHG-IDX)
               END-IF
           END-PERFORM.

       5000-JUDGE-CHANGES.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 5100-JUDGE-ONE-CHANGE
           END-PERFORM.

       5100-JUDGE-ONE-CHANGE.
           PERFORM 5150-FIND-BEST-TICKET
           IF WS-BEST-SUB > 0
               MOVE WS-BEST-CLASS TO WS-CHG-CLASS(WS-CHG-IDX)
               MOVE WS-TKT-TICKET(WS-BEST-SUB)
                   TO WS-CHG-TICKET(WS-CHG-IDX)
               MOVE 'Y' TO WS-TKT-MATCHED(WS-BEST-SUB)
               IF WS-BEST-CLASS = 'AUTHORIZED'
                   ADD 1 TO WS-CHANGES-AUTHORIZED
               ELSE
                   ADD 1 TO WS-CHANGES-EARLY-LATE
               END-IF
               IF WS-TKT-VERSION(WS-BEST-SUB) NOT = SPACES
                       AND WS-CHG-NEW-VERSION(WS-CHG-IDX) NOT = SPACES
                       AND WS-TKT-VERSION(WS-BEST-SUB)(1:14)
                           NOT = WS-CHG-NEW-VERSION(WS-CHG-IDX)
                   MOVE 'VERSION NOT AS TICKETED'
                       TO WS-CHG-NOTE(WS-CHG-IDX)
                   ADD 1 TO WS-VERSIONS-DIFFERENT
               END-IF
           ELSE
               EVALUATE WS-CHG-ENV(WS-CHG-IDX)
                   WHEN 'PROD'
                       MOVE 'UNAUTHORIZED' TO WS-CHG-CLASS(WS-CHG-IDX)
                       MOVE '*** ALERT ***' TO WS-CHG-NOTE(WS-CHG-IDX)
                       ADD 1 TO WS-CHANGES-UNAUTH-PROD
                   WHEN 'TEST'
                       MOVE 'UNAUTHORIZED' TO WS-CHG-CLASS(WS-CHG-IDX)
                       ADD 1 TO WS-CHANGES-UNAUTH-TEST
                   WHEN OTHER
                       MOVE 'UNTICKETED' TO WS-CHG-CLASS(WS-CHG-IDX)
                       ADD 1 TO WS-CHANGES-UNTICKETED
               END-EVALUATE
           END-IF.

      *    Every ticket for the environment and host is tried; an
      *    authorizing window wins, otherwise the nearest window
      *    within WS-NEAR-MINUTES (7 days) makes the change early or
      *    late, and with none that near the change has no ticket.
       5150-FIND-BEST-TICKET.
           MOVE WS-CHG-OLD-DATE(WS-CHG-IDX) TO WS-CNV-DATE
           MOVE WS-CHG-OLD-TIME(WS-CHG-IDX) TO WS-CNV-TIME
           PERFORM 5900-STAMP-TO-MINUTES
           MOVE WS-CNV-MINUTES TO WS-OLD-MINUTES
           MOVE WS-CHG-NEW-DATE(WS-CHG-IDX) TO WS-CNV-DATE
           MOVE WS-CHG-NEW-TIME(WS-CHG-IDX) TO WS-CNV-TIME
           PERFORM 5900-STAMP-TO-MINUTES
           MOVE WS-CNV-MINUTES TO WS-NEW-MINUTES
           MOVE SPACES TO WS-BEST-CLASS
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-DISTANCE
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
               IF WS-TKT-ENV(WS-TKT-IDX) = WS-CHG-ENV(WS-CHG-IDX)
                       AND WS-TKT-HOST(WS-TKT-IDX)
                           = WS-CHG-HOST(WS-CHG-IDX)
                   PERFORM 5200-TRY-TICKET
               END-IF
           END-PERFORM.

      *    The window is open from its start up to (not including)
      *    its end. A ticket already used by an earlier change only
      *    covers a further one (a back-out, a follow-up fix) whose
      *    first run on the new fingerprint is inside the window.
       5200-TRY-TICKET.
           IF WS-TKT-MATCHED(WS-TKT-IDX) = 'Y'
                   AND (WS-CHG-NEW-STAMP(WS-CHG-IDX)
                           < WS-TKT-START-STAMP(WS-TKT-IDX)
                       OR WS-CHG-NEW-STAMP(WS-CHG-IDX)
                           NOT < WS-TKT-END-STAMP(WS-TKT-IDX))
               CONTINUE
           ELSE
               PERFORM 5210-CLASSIFY-AGAINST-TICKET
           END-IF.

       5210-CLASSIFY-AGAINST-TICKET.
           EVALUATE TRUE
               WHEN WS-CHG-NEW-STAMP(WS-CHG-IDX)
                       < WS-TKT-START-STAMP(WS-TKT-IDX)
                   MOVE 'EARLY' TO WS-TRY-CLASS
                   COMPUTE WS-TRY-DISTANCE
                       = WS-TKT-START-MINUTES(WS-TKT-IDX)
                       - WS-NEW-MINUTES
               WHEN WS-CHG-OLD-STAMP(WS-CHG-IDX)
                       NOT < WS-TKT-END-STAMP(WS-TKT-IDX)
                   MOVE 'LATE' TO WS-TRY-CLASS
                   COMPUTE WS-TRY-DISTANCE
                       = WS-OLD-MINUTES
                       - WS-TKT-END-MINUTES(WS-TKT-IDX)
               WHEN OTHER
                   MOVE 'AUTHORIZED' TO WS-TRY-CLASS
                   MOVE 0 TO WS-TRY-DISTANCE
           END-EVALUATE
           IF WS-TRY-DISTANCE NOT > WS-NEAR-MINUTES
               IF WS-BEST-SUB = 0
                       OR WS-TRY-DISTANCE < WS-BEST-DISTANCE
                   SET WS-BEST-SUB TO WS-TKT-IDX
                   MOVE WS-TRY-CLASS TO WS-BEST-CLASS
                   MOVE WS-TRY-DISTANCE TO WS-BEST-DISTANCE
               END-IF
           END-IF.

      *    Minutes since the start of the Gregorian calendar, for a
      *    YYYYMMDD date and HHMM time.
       5900-STAMP-TO-MINUTES.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CNV-DATE) = 0
               COMPUTE WS-CNV-MINUTES
                   = FUNCTION INTEGER-OF-DATE(WS-CNV-DATE) * 1440
                   + WS-CNV-HH * 60 + WS-CNV-MM
           ELSE
               MOVE 0 TO WS-CNV-MINUTES
           END-IF.

       6000-PRINT-CHANGE-SECTION.
           DISPLAY ' '
           DISPLAY 'TOOLCHAIN FINGERPRINT CHANGES'
           DISPLAY 'ENV  HOST     OLD FP   NEW FP   LAST OLD RUN '
               ' FIRST NEW RUN CLASS        TICKET'
           DISPLAY '------------------------------------------------'
               '-----------------------------------'
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               PERFORM 6100-PRINT-CHANGE-LINE
           END-PERFORM
           IF WS-CHG-COUNT = 0
               DISPLAY '(NO FINGERPRINT CHANGES IN THE MANIFEST)'
           END-IF.

       6100-PRINT-CHANGE-LINE.
           MOVE SPACES TO WS-CHG-LINE
           MOVE WS-CHG-ENV(WS-CHG-IDX) TO WS-CL-ENV
           MOVE WS-CHG-HOST(WS-CHG-IDX) TO WS-CL-HOST
           MOVE WS-CHG-OLD-FPRINT(WS-CHG-IDX) TO WS-CL-OLD-FPRINT
           MOVE WS-CHG-NEW-FPRINT(WS-CHG-IDX) TO WS-CL-NEW-FPRINT
           MOVE WS-CHG-OLD-DATE(WS-CHG-IDX) TO WS-CL-OLD-DATE
           MOVE WS-CHG-OLD-TIME(WS-CHG-IDX) TO WS-CL-OLD-TIME
           MOVE WS-CHG-NEW-DATE(WS-CHG-IDX) TO WS-CL-NEW-DATE
           MOVE WS-CHG-NEW-TIME(WS-CHG-IDX) TO WS-CL-NEW-TIME
           MOVE WS-CHG-CLASS(WS-CHG-IDX) TO WS-CL-CLASS
           MOVE WS-CHG-TICKET(WS-CHG-IDX) TO WS-CL-TICKET
           DISPLAY WS-CHG-LINE
           IF WS-LOG-READ
               DISPLAY '     VERSION ' WS-CHG-OLD-VERSION(WS-CHG-IDX)
                   ' -> ' WS-CHG-NEW-VERSION(WS-CHG-IDX)
                   '  ' WS-CHG-NOTE(WS-CHG-IDX)
           ELSE
               IF WS-CHG-NOTE(WS-CHG-IDX) NOT = SPACES
                   DISPLAY '     ' WS-CHG-NOTE(WS-CHG-IDX)
               END-IF
           END-IF.

      *    Only tickets with no transition judged against them, and
      *    whose window ends in the period, are listed, with the
      *    reason nothing was seen.
       6500-PRINT-TICKET-SECTION.
           DISPLAY ' '
           DISPLAY 'APPROVED TICKETS WITH NO CHANGE JUDGED AGAINST THEM'
           DISPLAY 'TICKET   ENV  HOST     WINDOW START  WINDOW END   '
               ' STATE'
           DISPLAY '------------------------------------------------'
               '-----------------------------------'
           PERFORM VARYING WS-TKT-IDX FROM 1 BY 1
                   UNTIL WS-TKT-IDX > WS-TKT-COUNT
               IF WS-TKT-MATCHED(WS-TKT-IDX) = 'N'
                       AND WS-TKT-END-DATE(WS-TKT-IDX)
                           NOT < WS-CUTOFF-DATE
                   PERFORM 6600-PRINT-TICKET-LINE
               END-IF
           END-PERFORM
           IF WS-TICKETS-NO-CHANGE = 0 AND WS-TICKETS-NOT-JUDGED = 0
               DISPLAY '(NONE)'
           END-IF.

       6600-PRINT-TICKET-LINE.
           MOVE 0 TO WS-PAIR-SUB
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR WS-PAIR-SUB > 0
               IF WS-PAIR-ENV(WS-PAIR-IDX) = WS-TKT-ENV(WS-TKT-IDX)
                       AND WS-PAIR-HOST(WS-PAIR-IDX)
                           = WS-TKT-HOST(WS-TKT-IDX)
                   SET WS-PAIR-SUB TO WS-PAIR-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-TKT-END-STAMP(WS-TKT-IDX) > WS-NOW-STAMP
                   MOVE 'WINDOW NOT YET CLOSED' TO WS-TKT-STATE
                   ADD 1 TO WS-TICKETS-NOT-JUDGED
               WHEN WS-PAIR-SUB = 0
                   MOVE 'HOST NOT IN MANIFEST' TO WS-TKT-STATE
                   ADD 1 TO WS-TICKETS-NOT-JUDGED
               WHEN WS-PAIR-STAMP(WS-PAIR-SUB)
                       < WS-TKT-END-STAMP(WS-TKT-IDX)
                   MOVE 'NO RUN SINCE WINDOW' TO WS-TKT-STATE
                   ADD 1 TO WS-TICKETS-NOT-JUDGED
               WHEN OTHER
                   MOVE '*** NO CHANGE SEEN' TO WS-TKT-STATE
                   ADD 1 TO WS-TICKETS-NO-CHANGE
           END-EVALUATE
           MOVE SPACES TO WS-TKT-LINE
           MOVE WS-TKT-TICKET(WS-TKT-IDX) TO WS-TL-TICKET
           MOVE WS-TKT-ENV(WS-TKT-IDX) TO WS-TL-ENV
           MOVE WS-TKT-HOST(WS-TKT-IDX) TO WS-TL-HOST
           MOVE WS-TKT-START-DATE(WS-TKT-IDX) TO WS-TL-START-DATE
           MOVE WS-TKT-START-TIME(WS-TKT-IDX) TO WS-TL-START-TIME
           MOVE WS-TKT-END-DATE(WS-TKT-IDX) TO WS-TL-END-DATE
           MOVE WS-TKT-END-TIME(WS-TKT-IDX) TO WS-TL-END-TIME
           MOVE WS-TKT-STATE TO WS-TL-STATE
           DISPLAY WS-TKT-LINE.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-TICKETS-READ TO WS-ED-COUNT
           DISPLAY 'TICKETS READ ............. ' WS-ED-COUNT
           MOVE WS-MAN-READ TO WS-ED-COUNT
           DISPLAY 'MANIFEST RUNS READ ....... ' WS-ED-COUNT
           MOVE WS-MAN-NO-FPRINT TO WS-ED-COUNT
           DISPLAY 'RUNS WITHOUT FINGERPRINT . ' WS-ED-COUNT
           MOVE WS-LOG-LINES-READ TO WS-ED-COUNT
           DISPLAY 'LOG LINES READ ........... ' WS-ED-COUNT
           MOVE WS-CHANGES-AUTHORIZED TO WS-ED-COUNT
           DISPLAY 'CHANGES AUTHORIZED ....... ' WS-ED-COUNT
           MOVE WS-CHANGES-EARLY-LATE TO WS-ED-COUNT
           DISPLAY 'CHANGES EARLY OR LATE .... ' WS-ED-COUNT
           MOVE WS-CHANGES-UNAUTH-PROD TO WS-ED-COUNT
           DISPLAY 'UNAUTHORIZED ON PROD ..... ' WS-ED-COUNT
           MOVE WS-CHANGES-UNAUTH-TEST TO WS-ED-COUNT
           DISPLAY 'UNAUTHORIZED ON TEST ..... ' WS-ED-COUNT
           MOVE WS-CHANGES-UNTICKETED TO WS-ED-COUNT
           DISPLAY 'UNTICKETED ELSEWHERE ..... ' WS-ED-COUNT
           MOVE WS-VERSIONS-DIFFERENT TO WS-ED-COUNT
           DISPLAY 'VERSION NOT AS TICKETED .. ' WS-ED-COUNT
           MOVE WS-TICKETS-NO-CHANGE TO WS-ED-COUNT
           DISPLAY 'TICKETS NO CHANGE SEEN ... ' WS-ED-COUNT
           MOVE WS-CHANGES-BEFORE-PERIOD TO WS-ED-COUNT
           DISPLAY 'CHANGES BEFORE PERIOD .... ' WS-ED-COUNT
           IF WS-TKT-OVERFLOW > 0
               DISPLAY 'TICKETS NOT HELD - TABLE FULL: '
                   WS-TKT-OVERFLOW
           END-IF
           IF WS-PAIR-OVERFLOW > 0
               DISPLAY 'ENV/HOST RUNS NOT TRACKED - TABLE FULL: '
                   WS-PAIR-OVERFLOW
           END-IF
           IF WS-CHG-OVERFLOW > 0
               DISPLAY 'CHANGES NOT JUDGED - TABLE FULL: '
                   WS-CHG-OVERFLOW
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-RECON-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CHANGES-UNAUTH-PROD > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-CHANGES-EARLY-LATE > 0
                       OR WS-CHANGES-UNAUTH-TEST > 0
                       OR WS-VERSIONS-DIFFERENT > 0
                       OR WS-TICKETS-NO-CHANGE > 0
                       OR WS-TKT-OVERFLOW > 0
                       OR WS-PAIR-OVERFLOW > 0
                       OR WS-CHG-OVERFLOW > 0
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
           MOVE 'HELLO-CHGREC' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
