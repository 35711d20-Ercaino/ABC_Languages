      * HELLO-PREFLT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloPreflight_Cobol
      *       helloPreflight_Cobol.cob
      *   ./helloPreflight_Cobol
      *
      * Pre-flight validator for the suite's card files, run ahead of
      * the nightly stream. Each consumer edits its own cards as it
      * reads them, but it only counts the ones it cannot use and
      * carries on: a CALL-type check with no subprogram fails every
      * night, a ninth environment rule for a check is silently
      * dropped, a SCHEDCAL card for a misspelt environment is never
      * due, and an active environment with no escalation policy is
      * never paged. This program edits every card against its
      * layout, cross-checks the files against each other and
      * against the environment registry, and prints one exceptions
      * listing - file, card number, column, reason - before any of
      * it can cost a night's verification.
      *
      * Files (all optional; a missing file is reported and skipped):
      *   HELLO.REGCARDS  HELLO-REGMNT cards: action ADD/UPD/DEA/REA
      *                   (1-3), environment (5-8), owner (10-17);
      *                   ADD needs an owner and a new environment,
      *                   UPD/DEA/REA one already registered
      *   HELLO.CHECKCAT  check catalog: number 01-20 (1-2), rule
      *                   environment (4-7), enabled Y/N (9), type
      *                   BLTN/CALL/STRG/IDXF (11-14), subprogram
      *                   (16-27), expected reply (29-48); at most 8
      *                   environment rules per check, a CALL check
      *                   needs a subprogram and a reply, a BLTN check
      *                   a built-in body (checks 01-04)
      *   HELLO.CONTROL   driver control records: environment (1-4),
      *                   per-check Y/N flags (27-36); at most 24
      *   HELLO.ESCPOL    escalation policies: environment (1-4,
      *                   'ALL' or blank = default), threshold 001-999
      *                   (6-8), level (10-11), notify id (13-32); at
      *                   most 24 usable environment cards, second
      *                   cards for an environment included, and one
      *                   per environment
      *   HELLO.SCHEDCAL  schedule calendar: environment (1-4), DAILY
      *                   or WEEKn n = 1-7 (6-10), required-by HHMM
      *                   (12-15), day rule B/A (17); at most 12
      *                   usable cards, rejected cards not counted
      *   HELLO.BASCARDS  HELLO-BASMNT cards: action LST/RST/SEE/FRC
      *                   (1-3), environment (5-8), check (10-11),
      *                   TO environment (13-16), samples (18-22)
      *   HELLO.ENVREG    environment-registry master (ENVREG.CPY)
      *
      * Environment references are judged against the registry as
      * the REGCARDS deck will leave it, so an environment added or
      * reactivated by tonight's cards is not reported, and one the
      * deck deactivates is. Outside the card files, every ACTIVE
      * environment must have a SCHEDCAL card and an escalation
      * policy (its own card or the default card).
      *
      * RETURN-CODE 0 = no exceptions, 4 = exceptions listed, 8 = a
      * card file or the registry could not be read.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-PREFLT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-REGCARDS-FILE ASSIGN TO 'HELLO.REGCARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-CHECKCAT-FILE ASSIGN TO 'HELLO.CHECKCAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-CONTROL-FILE ASSIGN TO 'HELLO.CONTROL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-ESCPOL-FILE ASSIGN TO 'HELLO.ESCPOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-SCHEDCAL-FILE ASSIGN TO 'HELLO.SCHEDCAL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT HELLO-BASCARDS-FILE ASSIGN TO 'HELLO.BASCARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-REGCARDS-FILE.
       01  REGCARD-RECORD              PIC X(80).

       FD  HELLO-CHECKCAT-FILE.
       01  CATCARD-RECORD              PIC X(80).

       FD  HELLO-CONTROL-FILE.
       01  CTLCARD-RECORD              PIC X(80).

       FD  HELLO-ESCPOL-FILE.
       01  POLCARD-RECORD              PIC X(80).

       FD  HELLO-SCHEDCAL-FILE.
       01  CALCARD-RECORD              PIC X(80).

       FD  HELLO-BASCARDS-FILE.
       01  BASCARD-RECORD              PIC X(80).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-CARD-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.
       01  WS-CARD-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-CARD-EOF                       VALUE 'Y'.

       01  WS-PREFLIGHT-FLAGS.
           05  WS-READ-ERROR-FLAG      PIC X(1)  VALUE 'N'.
               88  WS-READ-ERROR                 VALUE 'Y'.
           05  WS-DEFAULT-POLICY-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-DEFAULT-POLICY             VALUE 'Y'.
           05  WS-SCHEDCAL-PRESENT-FLAG
                                       PIC X(1)  VALUE 'N'.
               88  WS-SCHEDCAL-PRESENT           VALUE 'Y'.

      *    One card image, viewed through each file's layout in turn.
       01  WS-CARD-IMAGE               PIC X(80).

       01  WS-REGCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-REG-ACTION           PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-REG-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-REG-OWNER-ID         PIC X(8).
           05  FILLER                  PIC X(63).

       01  WS-CATCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-CAT-CHECK-NUMBER     PIC X(2).
           05  WS-CAT-CHECK-NUM-N REDEFINES WS-CAT-CHECK-NUMBER
                                       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-CAT-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CAT-ENABLED-FLAG     PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-CAT-CHECK-TYPE       PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CAT-SUBPROGRAM       PIC X(12).
           05  FILLER                  PIC X(1).
           05  WS-CAT-EXPECTED-REPLY   PIC X(20).
           05  FILLER                  PIC X(32).

       01  WS-CTLCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-CTL-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(22).
           05  WS-CTL-CHECK-FLAG OCCURS 10 TIMES
                                       PIC X(1).
           05  FILLER                  PIC X(44).

       01  WS-POLCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-POL-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-POL-FAIL-THRESHOLD   PIC X(3).
           05  WS-POL-THRESHOLD-N REDEFINES WS-POL-FAIL-THRESHOLD
                                       PIC 9(3).
           05  FILLER                  PIC X(1).
           05  WS-POL-ESC-LEVEL        PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-POL-NOTIFY-ID        PIC X(20).
           05  FILLER                  PIC X(48).

       01  WS-CALCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-CAL-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-CAL-FREQUENCY        PIC X(5).
           05  FILLER                  PIC X(1).
           05  WS-CAL-REQUIRED-BY      PIC X(4).
           05  WS-CAL-REQUIRED-BY-N REDEFINES WS-CAL-REQUIRED-BY.
               10  WS-CAL-REQ-HH       PIC 9(2).
               10  WS-CAL-REQ-MM       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-CAL-DAY-RULE         PIC X(1).
           05  FILLER                  PIC X(63).

       01  WS-BASCARD-VIEW REDEFINES WS-CARD-IMAGE.
           05  WS-BAS-ACTION           PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-BAS-ENV-NAME         PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-BAS-CHECK            PIC X(2).
           05  WS-BAS-CHECK-N REDEFINES WS-BAS-CHECK
                                       PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-BAS-TO-ENV           PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-BAS-SAMPLES          PIC X(5).
           05  FILLER                  PIC X(58).

      *    The registry as the REGCARDS deck will leave it, with the
      *    cross-check marks posted while the other files are edited.
       01  WS-ENV-LIMITS.
           05  WS-ENV-MAX              PIC 9(3)  VALUE 200 COMP.
           05  WS-ENV-COUNT            PIC 9(3)  VALUE 0   COMP.
           05  WS-ENV-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-ENV-TABLE.
           05  WS-ENV-ENTRY OCCURS 200 TIMES INDEXED BY WS-ENV-IDX.
               10  WS-ENV-T-NAME       PIC X(4).
               10  WS-ENV-T-STATUS     PIC X(1).
               10  WS-ENV-T-SCHED-FLAG PIC X(1).
               10  WS-ENV-T-POLICY-FLAG
                                       PIC X(1).

       01  WS-ENV-LOOKUP.
           05  WS-LOOKUP-ENV           PIC X(4)  VALUE SPACES.
           05  WS-ENV-FOUND-FLAG       PIC X(1)  VALUE 'N'.
               88  WS-ENV-FOUND                  VALUE 'Y'.
           05  WS-ENV-SUB              PIC 9(3)  VALUE 0 COMP.

      *    One entry per check number, merged across the catalog's
      *    cards the way HELLO-WORLD's 1270-POST-CATALOG-RECORD
      *    merges them, so the finished check can be judged.
       01  WS-CCK-LIMITS.
           05  WS-CCK-MAX              PIC 9(2)  VALUE 20 COMP.
           05  WS-CCK-RULE-MAX         PIC 9(2)  VALUE 8  COMP.
       01  WS-CCK-TABLE.
           05  WS-CCK-ENTRY OCCURS 20 TIMES INDEXED BY WS-CCK-IDX.
               10  WS-CCK-DEFINED-FLAG PIC X(1).
               10  WS-CCK-TYPE         PIC X(4).
               10  WS-CCK-TYPE-CARD    PIC 9(5).
               10  WS-CCK-SUBPROG      PIC X(12).
               10  WS-CCK-EXPECTED     PIC X(20).
               10  WS-CCK-RULE-COUNT   PIC 9(2)  COMP.
               10  WS-CCK-RULE-ENV OCCURS 8 TIMES
                                       PIC X(4).

       01  WS-EDIT-WORK.
           05  WS-CHECK-SUB            PIC 9(2)  VALUE 0 COMP.
           05  WS-RULE-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-FLAG-SUB             PIC 9(2)  VALUE 0 COMP.
           05  WS-RULE-ENV             PIC X(4)  VALUE SPACES.
           05  WS-DUP-FLAG             PIC X(1)  VALUE 'N'.
           05  WS-CTL-MAX              PIC 9(2)  VALUE 24 COMP.
           05  WS-POL-MAX              PIC 9(2)  VALUE 24 COMP.
           05  WS-POL-CARDS            PIC 9(3)  VALUE 0 COMP.
           05  WS-CAL-MAX              PIC 9(2)  VALUE 12 COMP.
           05  WS-CAL-CARDS            PIC 9(3)  VALUE 0 COMP.
           05  WS-POLICY-ENVS.
               10  WS-POLICY-ENV OCCURS 24 TIMES
                                       PIC X(4).

      *    The exception being posted.
       01  WS-EXCEPTION.
           05  WS-EXC-FILE             PIC X(8)  VALUE SPACES.
           05  WS-EXC-CARD             PIC 9(5)  VALUE 0.
           05  WS-EXC-COLUMN           PIC 9(2)  VALUE 0.
           05  WS-EXC-REASON           PIC X(60) VALUE SPACES.

       01  WS-FILE-COUNTS.
           05  WS-FILE-CARDS           PIC 9(5)  VALUE 0.
           05  WS-FILE-EXCEPTIONS      PIC 9(5)  VALUE 0.

       01  WS-RECORD-COUNTS.
           05  WS-ENVS-LOADED          PIC 9(5)  VALUE 0.
           05  WS-CARDS-READ           PIC 9(7)  VALUE 0.
           05  WS-FILES-EDITED         PIC 9(3)  VALUE 0.
           05  WS-FILES-ABSENT         PIC 9(3)  VALUE 0.
           05  WS-EXCEPTIONS-TOTAL     PIC 9(7)  VALUE 0.

       01  WS-REPORT-LINE              PIC X(100).

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZ9.
           05  WS-ED-CARD              PIC ZZZZ9 BLANK WHEN ZERO.
           05  WS-ED-COLUMN            PIC Z9    BLANK WHEN ZERO.
           05  WS-ED-CHECK             PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 1200-LOAD-REGISTRY
           PERFORM 2000-EDIT-REGCARDS
           PERFORM 3000-EDIT-CHECKCAT
           PERFORM 4000-EDIT-CONTROL
           PERFORM 5000-EDIT-ESCPOL
           PERFORM 6000-EDIT-SCHEDCAL
           PERFORM 7000-EDIT-BASCARDS
           PERFORM 7500-CROSS-CHECK-REGISTRY
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOPFL' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE LOW-VALUES TO WS-CCK-TABLE
           PERFORM VARYING WS-CCK-IDX FROM 1 BY 1
                   UNTIL WS-CCK-IDX > WS-CCK-MAX
               MOVE 'N' TO WS-CCK-DEFINED-FLAG(WS-CCK-IDX)
               MOVE 0 TO WS-CCK-RULE-COUNT(WS-CCK-IDX)
           END-PERFORM.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           DISPLAY 'PRE-FLIGHT CARD VALIDATION'.

       1200-LOAD-REGISTRY.
           OPEN INPUT HELLO-ENVREG-FILE
           EVALUATE WS-ENVREG-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO ENVREG-ENV-NAME
                   START HELLO-ENVREG-FILE
                       KEY NOT < ENVREG-ENV-NAME
                       INVALID KEY
                           MOVE 'Y' TO WS-ENVREG-EOF-FLAG
                   END-START
               WHEN '35'
                   DISPLAY '(NO REGISTRY ON FILE - EVERY ENVIRONMENT'
                       ' REFERENCE WILL BE REPORTED)'
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               WHEN OTHER
                   MOVE '1200-LOAD-REGISTRY' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVREG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-ENVREG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
                   MOVE 'Y' TO WS-READ-ERROR-FLAG
           END-EVALUATE
           PERFORM 1210-LOAD-REGISTRY-RECORD UNTIL WS-ENVREG-EOF
           IF WS-ENVREG-FILE-STATUS = '00'
                   OR WS-ENVREG-FILE-STATUS = '10'
               CLOSE HELLO-ENVREG-FILE
           END-IF.

       1210-LOAD-REGISTRY-RECORD.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ENVS-LOADED
                   MOVE ENVREG-ENV-NAME TO WS-LOOKUP-ENV
                   PERFORM 1320-ADD-ENV-ENTRY
                   IF WS-ENV-FOUND
                       MOVE ENVREG-STATUS TO WS-ENV-T-STATUS(WS-ENV-SUB)
                   END-IF
           END-READ.

       1300-FIND-ENV-ENTRY.
           MOVE 'N' TO WS-ENV-FOUND-FLAG
           MOVE 0 TO WS-ENV-SUB
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
                   OR WS-ENV-FOUND
               IF WS-ENV-T-NAME(WS-ENV-IDX) = WS-LOOKUP-ENV
                   MOVE 'Y' TO WS-ENV-FOUND-FLAG
                   SET WS-ENV-SUB TO WS-ENV-IDX
               END-IF
           END-PERFORM.

       1320-ADD-ENV-ENTRY.
           MOVE 'N' TO WS-ENV-FOUND-FLAG
           IF WS-ENV-COUNT < WS-ENV-MAX
               ADD 1 TO WS-ENV-COUNT
               MOVE WS-ENV-COUNT TO WS-ENV-SUB
               MOVE WS-LOOKUP-ENV TO WS-ENV-T-NAME(WS-ENV-SUB)
               MOVE 'A' TO WS-ENV-T-STATUS(WS-ENV-SUB)
               MOVE 'N' TO WS-ENV-T-SCHED-FLAG(WS-ENV-SUB)
               MOVE 'N' TO WS-ENV-T-POLICY-FLAG(WS-ENV-SUB)
               MOVE 'Y' TO WS-ENV-FOUND-FLAG
           ELSE
               ADD 1 TO WS-ENV-OVERFLOW
           END-IF.

      *    An environment reference on a card must name an ACTIVE
      *    registry environment. The caller has set the exception
      *    file, card and column; WS-ENV-SUB is left on the entry
      *    (zero when unregistered).
       1400-EDIT-ACTIVE-ENV.
           PERFORM 1300-FIND-ENV-ENTRY
           IF NOT WS-ENV-FOUND
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'ENVIRONMENT '      DELIMITED BY SIZE
                   WS-LOOKUP-ENV       DELIMITED BY SIZE
                   ' NOT REGISTERED IN ENVREG'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           ELSE
               IF WS-ENV-T-STATUS(WS-ENV-SUB) NOT = 'A'
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'ENVIRONMENT '  DELIMITED BY SIZE
                       WS-LOOKUP-ENV   DELIMITED BY SIZE
                       ' NOT ACTIVE IN ENVREG'
                                       DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
               END-IF
           END-IF.

      *    As 1400, but any registered environment will do (the
      *    baseline cards may name an inactive one).
       1410-EDIT-REGISTERED-ENV.
           PERFORM 1300-FIND-ENV-ENTRY
           IF NOT WS-ENV-FOUND
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'ENVIRONMENT '      DELIMITED BY SIZE
                   WS-LOOKUP-ENV       DELIMITED BY SIZE
                   ' NOT REGISTERED IN ENVREG'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF.

      *    Common open for every card file: the caller has opened it
      *    and named it in WS-EXC-FILE. A missing file is not an
      *    exception - every card file is optional to its consumer.
       1500-CHECK-CARD-OPEN.
           MOVE 'N' TO WS-CARD-EOF-FLAG
           MOVE 0 TO WS-FILE-CARDS
           MOVE 0 TO WS-FILE-EXCEPTIONS
           DISPLAY ' '
           EVALUATE WS-CARD-FILE-STATUS
               WHEN '00'
                   ADD 1 TO WS-FILES-EDITED
                   DISPLAY 'HELLO.' WS-EXC-FILE
                   DISPLAY 'FILE      CARD  COL  REASON'
               WHEN '35'
                   ADD 1 TO WS-FILES-ABSENT
                   DISPLAY 'HELLO.' WS-EXC-FILE '  (NOT PRESENT)'
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               WHEN OTHER
                   DISPLAY 'HELLO.' WS-EXC-FILE '  (UNREADABLE)'
                   MOVE '1500-CHECK-CARD-OPEN' TO ERRH-PARAGRAPH
                   MOVE SPACES TO ERRH-FILE-NAME
                   STRING
                       'HELLO.'        DELIMITED BY SIZE
                       WS-EXC-FILE     DELIMITED BY SPACE
                       INTO ERRH-FILE-NAME
                   END-STRING
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-CARD-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
                   MOVE 'Y' TO WS-READ-ERROR-FLAG
           END-EVALUATE.

       1600-PRINT-FILE-SUMMARY.
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               MOVE WS-FILE-CARDS TO WS-ED-CARD
               IF WS-FILE-EXCEPTIONS = 0
                   DISPLAY '  (' WS-ED-CARD ' CARD(S) - NO EXCEPTIONS)'
               ELSE
                   MOVE WS-FILE-EXCEPTIONS TO WS-ED-COUNT
                   DISPLAY '  (' WS-ED-CARD ' CARD(S) - '
                       WS-ED-COUNT ' EXCEPTION(S))'
               END-IF
           END-IF.

      *    REGCARDS first: its effect on the registry is applied to
      *    the table so the later files are judged against the
      *    registry the stream will actually run with.
       2000-EDIT-REGCARDS.
           MOVE 'REGCARDS' TO WS-EXC-FILE
           OPEN INPUT HELLO-REGCARDS-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           PERFORM 2100-READ-REGCARD UNTIL WS-CARD-EOF
           PERFORM 1600-PRINT-FILE-SUMMARY
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-REGCARDS-FILE
           END-IF.

       2100-READ-REGCARD.
           READ HELLO-REGCARDS-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE REGCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 2200-EDIT-REGCARD
           END-READ.

       2200-EDIT-REGCARD.
           MOVE WS-REG-ENV-NAME TO WS-LOOKUP-ENV
           IF WS-REG-ENV-NAME = SPACES
               MOVE 5 TO WS-EXC-COLUMN
               MOVE 'ENVIRONMENT NAME MISSING' TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               PERFORM 1300-FIND-ENV-ENTRY
               EVALUATE WS-REG-ACTION
                   WHEN 'ADD'
                       PERFORM 2300-EDIT-ADD-CARD
                   WHEN 'UPD'
                   WHEN 'DEA'
                   WHEN 'REA'
                       PERFORM 2400-EDIT-CHANGE-CARD
                   WHEN OTHER
                       MOVE 1 TO WS-EXC-COLUMN
                       MOVE SPACES TO WS-EXC-REASON
                       STRING
                           'UNKNOWN ACTION '''
                                       DELIMITED BY SIZE
                           WS-REG-ACTION
                                       DELIMITED BY SIZE
                           ''' - ADD/UPD/DEA/REA ONLY'
                                       DELIMITED BY SIZE
                           INTO WS-EXC-REASON
                       END-STRING
                       PERFORM 7900-POST-EXCEPTION
               END-EVALUATE
           END-IF.

       2300-EDIT-ADD-CARD.
           IF WS-REG-OWNER-ID = SPACES
               MOVE 10 TO WS-EXC-COLUMN
               MOVE 'OWNER REQUIRED FOR ADD' TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               IF WS-ENV-FOUND
                   MOVE 5 TO WS-EXC-COLUMN
                   MOVE 'ADD OF AN ENVIRONMENT ALREADY REGISTERED'
                       TO WS-EXC-REASON
                   PERFORM 7900-POST-EXCEPTION
               ELSE
                   PERFORM 1320-ADD-ENV-ENTRY
               END-IF
           END-IF.

       2400-EDIT-CHANGE-CARD.
           IF NOT WS-ENV-FOUND
               MOVE 5 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   WS-REG-ACTION       DELIMITED BY SIZE
                   ' OF AN ENVIRONMENT NOT REGISTERED'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           ELSE
               IF WS-REG-ACTION = 'DEA'
                   MOVE 'I' TO WS-ENV-T-STATUS(WS-ENV-SUB)
               END-IF
               IF WS-REG-ACTION = 'REA'
                   MOVE 'A' TO WS-ENV-T-STATUS(WS-ENV-SUB)
               END-IF
           END-IF.

       3000-EDIT-CHECKCAT.
           MOVE 'CHECKCAT' TO WS-EXC-FILE
           OPEN INPUT HELLO-CHECKCAT-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           PERFORM 3100-READ-CATCARD UNTIL WS-CARD-EOF
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-CHECKCAT-FILE
               PERFORM 3500-EDIT-FINISHED-CHECKS
           END-IF
           PERFORM 1600-PRINT-FILE-SUMMARY.

       3100-READ-CATCARD.
           READ HELLO-CHECKCAT-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE CATCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 3200-EDIT-CATCARD
           END-READ.

      *    Field edits first; a card with a usable check number is
      *    then merged into its check's entry for 3500.
       3200-EDIT-CATCARD.
           MOVE 0 TO WS-CHECK-SUB
           IF WS-CAT-CHECK-NUMBER IS NUMERIC
                   AND WS-CAT-CHECK-NUM-N > 0
                   AND WS-CAT-CHECK-NUM-N <= WS-CCK-MAX
               MOVE WS-CAT-CHECK-NUM-N TO WS-CHECK-SUB
           ELSE
               MOVE 1 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'CHECK NUMBER '''   DELIMITED BY SIZE
                   WS-CAT-CHECK-NUMBER DELIMITED BY SIZE
                   ''' NOT 01-20'      DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-CAT-ENV-NAME = SPACES OR WS-CAT-ENV-NAME = 'ALL'
               MOVE 'ALL' TO WS-RULE-ENV
           ELSE
               MOVE WS-CAT-ENV-NAME TO WS-RULE-ENV
               MOVE WS-CAT-ENV-NAME TO WS-LOOKUP-ENV
               MOVE 4 TO WS-EXC-COLUMN
               PERFORM 1400-EDIT-ACTIVE-ENV
           END-IF
           IF WS-CAT-ENABLED-FLAG NOT = 'Y'
                   AND WS-CAT-ENABLED-FLAG NOT = 'N'
                   AND WS-CAT-ENABLED-FLAG NOT = SPACE
               MOVE 9 TO WS-EXC-COLUMN
               MOVE 'ENABLED FLAG NOT Y OR N' TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-CAT-CHECK-TYPE NOT = 'BLTN'
                   AND WS-CAT-CHECK-TYPE NOT = 'CALL'
                   AND WS-CAT-CHECK-TYPE NOT = 'STRG'
                   AND WS-CAT-CHECK-TYPE NOT = 'IDXF'
                   AND WS-CAT-CHECK-TYPE NOT = SPACES
               MOVE 11 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'UNKNOWN CHECK TYPE '''
                                       DELIMITED BY SIZE
                   WS-CAT-CHECK-TYPE   DELIMITED BY SIZE
                   ''' - BLTN/CALL/STRG/IDXF ONLY'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-CHECK-SUB > 0
               PERFORM 3300-MERGE-CATCARD
           END-IF.

       3300-MERGE-CATCARD.
           IF WS-CCK-DEFINED-FLAG(WS-CHECK-SUB) = 'N'
               MOVE 'Y' TO WS-CCK-DEFINED-FLAG(WS-CHECK-SUB)
               MOVE 'BLTN' TO WS-CCK-TYPE(WS-CHECK-SUB)
               MOVE WS-EXC-CARD TO WS-CCK-TYPE-CARD(WS-CHECK-SUB)
               MOVE SPACES TO WS-CCK-SUBPROG(WS-CHECK-SUB)
               MOVE SPACES TO WS-CCK-EXPECTED(WS-CHECK-SUB)
           END-IF
           IF WS-CAT-CHECK-TYPE NOT = SPACES
               MOVE WS-CAT-CHECK-TYPE TO WS-CCK-TYPE(WS-CHECK-SUB)
               MOVE WS-EXC-CARD TO WS-CCK-TYPE-CARD(WS-CHECK-SUB)
           END-IF
           IF WS-CAT-SUBPROGRAM NOT = SPACES
               MOVE WS-CAT-SUBPROGRAM TO WS-CCK-SUBPROG(WS-CHECK-SUB)
           END-IF
           IF WS-CAT-EXPECTED-REPLY NOT = SPACES
               MOVE WS-CAT-EXPECTED-REPLY
                   TO WS-CCK-EXPECTED(WS-CHECK-SUB)
           END-IF
           MOVE 'N' TO WS-DUP-FLAG
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-CCK-RULE-COUNT(WS-CHECK-SUB)
               IF WS-CCK-RULE-ENV(WS-CHECK-SUB WS-RULE-SUB)
                       = WS-RULE-ENV
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM
           MOVE WS-CHECK-SUB TO WS-ED-CHECK
           MOVE 4 TO WS-EXC-COLUMN
           IF WS-DUP-FLAG = 'Y'
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'SECOND RULE FOR '  DELIMITED BY SIZE
                   WS-RULE-ENV         DELIMITED BY SIZE
                   ' ON CHECK '        DELIMITED BY SIZE
                   WS-ED-CHECK         DELIMITED BY SIZE
                   ' - LAST RULE DECIDES'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF
      *    HELLO-WORLD spends a rule slot on a repeated rule too.
           IF WS-CCK-RULE-COUNT(WS-CHECK-SUB) >= WS-CCK-RULE-MAX
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'MORE THAN 8 ENVIRONMENT RULES FOR CHECK '
                                       DELIMITED BY SIZE
                   WS-ED-CHECK         DELIMITED BY SIZE
                   ' - RULE DROPPED'   DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           ELSE
               ADD 1 TO WS-CCK-RULE-COUNT(WS-CHECK-SUB)
               MOVE WS-CCK-RULE-COUNT(WS-CHECK-SUB) TO WS-RULE-SUB
               MOVE WS-RULE-ENV
                   TO WS-CCK-RULE-ENV(WS-CHECK-SUB WS-RULE-SUB)
           END-IF.

      *    Judged on the merged entry, reported against the card that
      *    last set the check's type.
       3500-EDIT-FINISHED-CHECKS.
           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-CCK-MAX
               IF WS-CCK-DEFINED-FLAG(WS-CHECK-SUB) = 'Y'
                   PERFORM 3600-EDIT-ONE-CHECK
               END-IF
           END-PERFORM.

       3600-EDIT-ONE-CHECK.
           MOVE WS-CCK-TYPE-CARD(WS-CHECK-SUB) TO WS-EXC-CARD
           MOVE WS-CHECK-SUB TO WS-ED-CHECK
           IF WS-CCK-TYPE(WS-CHECK-SUB) = 'CALL'
               IF WS-CCK-SUBPROG(WS-CHECK-SUB) = SPACES
                   MOVE 16 TO WS-EXC-COLUMN
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'CALL-TYPE CHECK '
                                       DELIMITED BY SIZE
                       WS-ED-CHECK     DELIMITED BY SIZE
                       ' HAS NO SUBPROGRAM'
                                       DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
               END-IF
               IF WS-CCK-EXPECTED(WS-CHECK-SUB) = SPACES
                   MOVE 29 TO WS-EXC-COLUMN
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'CALL-TYPE CHECK '
                                       DELIMITED BY SIZE
                       WS-ED-CHECK     DELIMITED BY SIZE
                       ' HAS NO EXPECTED REPLY'
                                       DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
               END-IF
           END-IF
           IF WS-CCK-TYPE(WS-CHECK-SUB) = 'BLTN'
                   AND WS-CHECK-SUB > 4
               MOVE 11 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'BLTN CHECK '       DELIMITED BY SIZE
                   WS-ED-CHECK         DELIMITED BY SIZE
                   ' HAS NO BUILT-IN BODY (01-04 ONLY)'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF.

       4000-EDIT-CONTROL.
           MOVE 'CONTROL' TO WS-EXC-FILE
           OPEN INPUT HELLO-CONTROL-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           PERFORM 4100-READ-CTLCARD UNTIL WS-CARD-EOF
           PERFORM 1600-PRINT-FILE-SUMMARY
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-CONTROL-FILE
           END-IF.

       4100-READ-CTLCARD.
           READ HELLO-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE CTLCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 4200-EDIT-CTLCARD
           END-READ.

       4200-EDIT-CTLCARD.
           IF WS-FILE-CARDS > WS-CTL-MAX
               MOVE 1 TO WS-EXC-COLUMN
               MOVE 'BEYOND 24 CONTROL RECORDS - NEVER RUN BY DRIVER'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-CTL-ENV-NAME = SPACES
               MOVE 1 TO WS-EXC-COLUMN
               MOVE 'ENVIRONMENT NAME MISSING' TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               MOVE WS-CTL-ENV-NAME TO WS-LOOKUP-ENV
               MOVE 1 TO WS-EXC-COLUMN
               PERFORM 1400-EDIT-ACTIVE-ENV
           END-IF
           PERFORM VARYING WS-FLAG-SUB FROM 1 BY 1
                   UNTIL WS-FLAG-SUB > 10
               IF WS-CTL-CHECK-FLAG(WS-FLAG-SUB) NOT = 'Y'
                       AND WS-CTL-CHECK-FLAG(WS-FLAG-SUB) NOT = 'N'
                   COMPUTE WS-EXC-COLUMN = 26 + WS-FLAG-SUB
                   MOVE WS-FLAG-SUB TO WS-ED-CHECK
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'CHECK FLAG '   DELIMITED BY SIZE
                       WS-ED-CHECK     DELIMITED BY SIZE
                       ' NOT Y OR N'   DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
               END-IF
           END-PERFORM.

       5000-EDIT-ESCPOL.
           MOVE 'ESCPOL' TO WS-EXC-FILE
           MOVE 0 TO WS-POL-CARDS
           OPEN INPUT HELLO-ESCPOL-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           PERFORM 5100-READ-POLCARD UNTIL WS-CARD-EOF
           PERFORM 1600-PRINT-FILE-SUMMARY
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-ESCPOL-FILE
           END-IF.

       5100-READ-POLCARD.
           READ HELLO-ESCPOL-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE POLCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 5200-EDIT-POLCARD
           END-READ.

      *    A card HELLO-ESCAL cannot use is reported and gives its
      *    environment no policy; a usable one marks the environment
      *    (or, for the default card, every environment) as covered.
       5200-EDIT-POLCARD.
           MOVE 'N' TO WS-DUP-FLAG
           IF WS-POL-FAIL-THRESHOLD IS NOT NUMERIC
                   OR WS-POL-THRESHOLD-N = 0
               MOVE 6 TO WS-EXC-COLUMN
               MOVE 'FAILURE THRESHOLD NOT 001-999 - CARD IGNORED'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF
           IF WS-POL-ESC-LEVEL IS NOT NUMERIC
               MOVE 10 TO WS-EXC-COLUMN
               MOVE 'ESCALATION LEVEL NOT NUMERIC - CARD IGNORED'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF
           IF WS-POL-NOTIFY-ID = SPACES
               MOVE 13 TO WS-EXC-COLUMN
               MOVE 'NO NOTIFY ID - ALERTS WOULD PAGE NOBODY'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-POL-ENV-NAME = SPACES OR WS-POL-ENV-NAME = 'ALL'
               IF WS-DUP-FLAG = 'N'
                   MOVE 'Y' TO WS-DEFAULT-POLICY-FLAG
               END-IF
           ELSE
               MOVE WS-POL-ENV-NAME TO WS-LOOKUP-ENV
               MOVE 1 TO WS-EXC-COLUMN
               PERFORM 1400-EDIT-ACTIVE-ENV
               IF WS-DUP-FLAG = 'N'
                   PERFORM 5300-POST-POLICY-ENV
               END-IF
           END-IF.

      *    HELLO-ESCAL loads every usable environment card into its
      *    24-entry table, a second card for an environment taking a
      *    slot like any other, so every one counts toward the limit.
      *    A card past the limit is never loaded; a second card within
      *    it is loaded but never consulted, the first card deciding.
       5300-POST-POLICY-ENV.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-POL-CARDS
                   OR WS-RULE-SUB > WS-POL-MAX
               IF WS-POLICY-ENV(WS-RULE-SUB) = WS-POL-ENV-NAME
                   MOVE 'Y' TO WS-DUP-FLAG
               END-IF
           END-PERFORM
           MOVE 1 TO WS-EXC-COLUMN
           IF WS-POL-CARDS >= WS-POL-MAX
               MOVE 'OVER 24 POLICY CARDS - IGNORED BY HELLO-ESCAL'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               ADD 1 TO WS-POL-CARDS
               MOVE WS-POL-ENV-NAME TO WS-POLICY-ENV(WS-POL-CARDS)
               IF WS-DUP-FLAG = 'N' AND WS-ENV-FOUND
                   MOVE 'Y' TO WS-ENV-T-POLICY-FLAG(WS-ENV-SUB)
               END-IF
           END-IF
           IF WS-DUP-FLAG = 'Y'
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'SECOND POLICY CARD FOR '
                                   DELIMITED BY SIZE
                   WS-POL-ENV-NAME DELIMITED BY SIZE
                   ' - FIRST CARD DECIDES'
                                   DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF.

       6000-EDIT-SCHEDCAL.
           MOVE 'SCHEDCAL' TO WS-EXC-FILE
           MOVE 0 TO WS-CAL-CARDS
           OPEN INPUT HELLO-SCHEDCAL-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           IF WS-CARD-FILE-STATUS = '00'
               MOVE 'Y' TO WS-SCHEDCAL-PRESENT-FLAG
           END-IF
           PERFORM 6100-READ-CALCARD UNTIL WS-CARD-EOF
           PERFORM 1600-PRINT-FILE-SUMMARY
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-SCHEDCAL-FILE
           END-IF.

       6100-READ-CALCARD.
           READ HELLO-SCHEDCAL-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE CALCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 6200-EDIT-CALCARD
           END-READ.

      *    HELLO-SCHED drops a card with no environment or a bad
      *    frequency, and quietly treats a non-numeric HHMM as 2359
      *    and any day rule but B as A; all of those are reported.
       6200-EDIT-CALCARD.
           MOVE 'N' TO WS-DUP-FLAG
           IF WS-CAL-FREQUENCY NOT = 'DAILY'
                   AND (WS-CAL-FREQUENCY(1:4) NOT = 'WEEK'
                   OR WS-CAL-FREQUENCY(5:1) < '1'
                   OR WS-CAL-FREQUENCY(5:1) > '7')
               MOVE 6 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'FREQUENCY '''      DELIMITED BY SIZE
                   WS-CAL-FREQUENCY    DELIMITED BY SIZE
                   ''' NOT DAILY OR WEEK1-WEEK7 - CARD IGNORED'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF
           IF WS-CAL-REQUIRED-BY IS NOT NUMERIC
               MOVE 12 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'REQUIRED-BY '''    DELIMITED BY SIZE
                   WS-CAL-REQUIRED-BY  DELIMITED BY SIZE
                   ''' NOT HHMM'       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           ELSE
               IF WS-CAL-REQ-HH > 23 OR WS-CAL-REQ-MM > 59
                   MOVE 12 TO WS-EXC-COLUMN
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'REQUIRED-BY '''
                                       DELIMITED BY SIZE
                       WS-CAL-REQUIRED-BY
                                       DELIMITED BY SIZE
                       ''' NOT A TIME OF DAY'
                                       DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
               END-IF
           END-IF
           IF WS-CAL-DAY-RULE NOT = 'B' AND WS-CAL-DAY-RULE NOT = 'A'
               MOVE 17 TO WS-EXC-COLUMN
               MOVE 'DAY RULE NOT B OR A - ALL DAYS ASSUMED'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-CAL-ENV-NAME = SPACES
               MOVE 1 TO WS-EXC-COLUMN
               MOVE 'ENVIRONMENT NAME MISSING - CARD IGNORED'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               IF WS-DUP-FLAG = 'N'
                   PERFORM 6300-COUNT-CALCARD
               END-IF
               MOVE WS-CAL-ENV-NAME TO WS-LOOKUP-ENV
               MOVE 1 TO WS-EXC-COLUMN
               PERFORM 1400-EDIT-ACTIVE-ENV
               IF WS-ENV-FOUND AND WS-DUP-FLAG = 'N'
                   MOVE 'Y' TO WS-ENV-T-SCHED-FLAG(WS-ENV-SUB)
               END-IF
           END-IF.

      *    HELLO-SCHED keeps the first 12 cards it accepts - those
      *    with an environment and a good frequency - so only those
      *    count toward the limit, not every card in the deck.
       6300-COUNT-CALCARD.
           ADD 1 TO WS-CAL-CARDS
           IF WS-CAL-CARDS > WS-CAL-MAX
               MOVE 1 TO WS-EXC-COLUMN
               MOVE 'BEYOND 12 CALENDAR CARDS - IGNORED BY HELLO-SCHED'
                   TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
               MOVE 'Y' TO WS-DUP-FLAG
           END-IF.

       7000-EDIT-BASCARDS.
           MOVE 'BASCARDS' TO WS-EXC-FILE
           OPEN INPUT HELLO-BASCARDS-FILE
           PERFORM 1500-CHECK-CARD-OPEN
           PERFORM 7100-READ-BASCARD UNTIL WS-CARD-EOF
           PERFORM 1600-PRINT-FILE-SUMMARY
           IF WS-CARD-FILE-STATUS = '00'
                   OR WS-CARD-FILE-STATUS = '10'
               CLOSE HELLO-BASCARDS-FILE
           END-IF.

       7100-READ-BASCARD.
           READ HELLO-BASCARDS-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FILE-CARDS
                   ADD 1 TO WS-CARDS-READ
                   MOVE WS-FILE-CARDS TO WS-EXC-CARD
                   MOVE BASCARD-RECORD TO WS-CARD-IMAGE
                   PERFORM 7200-EDIT-BASCARD
           END-READ.

       7200-EDIT-BASCARD.
           EVALUATE WS-BAS-ACTION
               WHEN 'LST'
                   CONTINUE
               WHEN 'RST'
                   PERFORM 7300-EDIT-BASCARD-ENV
                   IF WS-BAS-CHECK NOT = SPACES
                       PERFORM 7400-EDIT-BASCARD-CHECK
                   END-IF
               WHEN 'FRC'
                   PERFORM 7300-EDIT-BASCARD-ENV
                   PERFORM 7400-EDIT-BASCARD-CHECK
                   IF WS-BAS-SAMPLES IS NOT NUMERIC
                       MOVE 18 TO WS-EXC-COLUMN
                       MOVE 'SAMPLE COUNT NOT 5 DIGITS'
                           TO WS-EXC-REASON
                       PERFORM 7900-POST-EXCEPTION
                   END-IF
               WHEN 'SEE'
                   PERFORM 7300-EDIT-BASCARD-ENV
                   IF WS-BAS-TO-ENV = SPACES
                       MOVE 13 TO WS-EXC-COLUMN
                       MOVE 'TO ENVIRONMENT REQUIRED FOR SEE'
                           TO WS-EXC-REASON
                       PERFORM 7900-POST-EXCEPTION
                   ELSE
                       IF WS-BAS-TO-ENV = WS-BAS-ENV-NAME
                           MOVE 13 TO WS-EXC-COLUMN
                           MOVE 'FROM AND TO ENVIRONMENTS IDENTICAL'
                               TO WS-EXC-REASON
                           PERFORM 7900-POST-EXCEPTION
                       ELSE
                           MOVE WS-BAS-TO-ENV TO WS-LOOKUP-ENV
                           MOVE 13 TO WS-EXC-COLUMN
                           PERFORM 1410-EDIT-REGISTERED-ENV
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 1 TO WS-EXC-COLUMN
                   MOVE SPACES TO WS-EXC-REASON
                   STRING
                       'UNKNOWN ACTION '''
                                       DELIMITED BY SIZE
                       WS-BAS-ACTION   DELIMITED BY SIZE
                       ''' - LST/RST/SEE/FRC ONLY'
                                       DELIMITED BY SIZE
                       INTO WS-EXC-REASON
                   END-STRING
                   PERFORM 7900-POST-EXCEPTION
           END-EVALUATE.

       7300-EDIT-BASCARD-ENV.
           IF WS-BAS-ENV-NAME = SPACES
               MOVE 5 TO WS-EXC-COLUMN
               MOVE 'ENVIRONMENT NAME MISSING' TO WS-EXC-REASON
               PERFORM 7900-POST-EXCEPTION
           ELSE
               MOVE WS-BAS-ENV-NAME TO WS-LOOKUP-ENV
               MOVE 5 TO WS-EXC-COLUMN
               PERFORM 1410-EDIT-REGISTERED-ENV
           END-IF.

      *    RST takes 00 as "every check"; FRC needs a real one.
       7400-EDIT-BASCARD-CHECK.
           IF WS-BAS-CHECK IS NOT NUMERIC
                   OR WS-BAS-CHECK-N > WS-CCK-MAX
                   OR (WS-BAS-CHECK-N = 0 AND WS-BAS-ACTION = 'FRC')
               MOVE 10 TO WS-EXC-COLUMN
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   'CHECK NUMBER '''   DELIMITED BY SIZE
                   WS-BAS-CHECK        DELIMITED BY SIZE
                   ''' NOT 01-20'      DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF.

      *    Registry-wide checks with no card to point at: every
      *    ACTIVE environment needs a schedule and a policy.
       7500-CROSS-CHECK-REGISTRY.
           MOVE 'ENVREG' TO WS-EXC-FILE
           MOVE 0 TO WS-FILE-CARDS
           MOVE 0 TO WS-FILE-EXCEPTIONS
           MOVE 0 TO WS-EXC-CARD
           MOVE 0 TO WS-EXC-COLUMN
           DISPLAY ' '
           DISPLAY 'ACTIVE ENVIRONMENTS'
           DISPLAY 'FILE      CARD  COL  REASON'
           PERFORM VARYING WS-ENV-IDX FROM 1 BY 1
                   UNTIL WS-ENV-IDX > WS-ENV-COUNT
               IF WS-ENV-T-STATUS(WS-ENV-IDX) = 'A'
                   ADD 1 TO WS-FILE-CARDS
                   PERFORM 7600-CROSS-CHECK-ONE-ENV
               END-IF
           END-PERFORM
           MOVE WS-FILE-CARDS TO WS-ED-CARD
           IF WS-FILE-EXCEPTIONS = 0
               DISPLAY '  (' WS-ED-CARD ' ACTIVE - NO EXCEPTIONS)'
           ELSE
               MOVE WS-FILE-EXCEPTIONS TO WS-ED-COUNT
               DISPLAY '  (' WS-ED-CARD ' ACTIVE - '
                   WS-ED-COUNT ' EXCEPTION(S))'
           END-IF
           IF WS-ENV-OVERFLOW > 0
               DISPLAY '  (' WS-ENV-OVERFLOW ' ENVIRONMENT(S) BEYOND'
                   ' TABLE CAPACITY NOT CHECKED)'
           END-IF.

       7600-CROSS-CHECK-ONE-ENV.
           IF WS-ENV-T-SCHED-FLAG(WS-ENV-IDX) NOT = 'Y'
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   WS-ENV-T-NAME(WS-ENV-IDX)
                                       DELIMITED BY SIZE
                   ' ACTIVE BUT HAS NO SCHEDCAL CARD'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF
           IF WS-ENV-T-POLICY-FLAG(WS-ENV-IDX) NOT = 'Y'
                   AND NOT WS-DEFAULT-POLICY
               MOVE SPACES TO WS-EXC-REASON
               STRING
                   WS-ENV-T-NAME(WS-ENV-IDX)
                                       DELIMITED BY SIZE
                   ' ACTIVE BUT HAS NO ESCALATION POLICY'
                                       DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 7900-POST-EXCEPTION
           END-IF.

       7900-POST-EXCEPTION.
           ADD 1 TO WS-FILE-EXCEPTIONS
           ADD 1 TO WS-EXCEPTIONS-TOTAL
           MOVE WS-EXC-CARD TO WS-ED-CARD
           MOVE WS-EXC-COLUMN TO WS-ED-COLUMN
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-EXC-FILE             DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               WS-ED-CARD              DELIMITED BY SIZE
               '   '                   DELIMITED BY SIZE
               WS-ED-COLUMN            DELIMITED BY SIZE
               '  '                    DELIMITED BY SIZE
               WS-EXC-REASON           DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-ENVS-LOADED TO WS-ED-COUNT
           DISPLAY 'REGISTRY ENVIRONMENTS .... ' WS-ED-COUNT
           MOVE WS-FILES-EDITED TO WS-ED-COUNT
           DISPLAY 'CARD FILES EDITED ........ ' WS-ED-COUNT
           MOVE WS-FILES-ABSENT TO WS-ED-COUNT
           DISPLAY 'CARD FILES NOT PRESENT ... ' WS-ED-COUNT
           MOVE WS-CARDS-READ TO WS-ED-COUNT
           DISPLAY 'CARDS READ ............... ' WS-ED-COUNT
           MOVE WS-EXCEPTIONS-TOTAL TO WS-ED-COUNT
           DISPLAY 'EXCEPTIONS ............... ' WS-ED-COUNT.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-READ-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTIONS-TOTAL > 0
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
           MOVE 'HELLO-PREFLT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
