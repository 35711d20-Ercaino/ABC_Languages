      * HELLO-EVAUDT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloEvidAudit_Cobol
      *       helloEvidAudit_Cobol.cob
      *   ./helloEvidAudit_Cobol [DAYS]
      *
      * Run-evidence completeness audit. Every verification pass
      * writes one HELLO.RUNMAN manifest record (see RUNMAN.CPY)
      * stating how many HELLO.LOG, HELLO.RESULTS, and HELLO.DIAG
      * records it appended, and stamps its run serial on each of
      * them. This program reads all four files and proves the
      * evidence is all there:
      *
      *   - per serial, log / results / diagnostic records found
      *     against the manifest counts (SHORT or OVER)
      *   - manifest entries with no evidence at all
      *   - the manifest's PASS/FAIL/SKIP counts against the check
      *     results actually recorded in HELLO.RESULTS
      *   - orphan evidence: records stamped with a serial that has
      *     no manifest entry (a pass that died before 8400 in
      *     HELLO-WORLD, or a manifest record since lost)
      *
      * Evidence is matched by serial: the RUN= tag of the log line,
      * CHKRES-RUN-SERIAL, and the serial column of the diagnostic
      * snapshot. Records with no serial (written before the serial
      * existed, or by a utility rather than a pass) are counted and
      * otherwise ignored. HELLO-WORLD snapshots from its checkpoint
      * and baseline write-back, which run after the manifest record
      * is written, carry the serial but are not in the manifest
      * count; they are tallied as LATE and left out of the
      * comparison.
      *
      * Argument 1 is the audit period in days (manifest entries and
      * evidence dated within it are audited - keep it inside the
      * HELLO-PURGE retention so purged log lines are not reported
      * missing); the HW_AUDIT_DAYS environment variable is honoured
      * next, and 30 is the default.
      *
      * RETURN-CODE 0 = evidence complete, 4 = exceptions reported,
      * 8 = manifest, log, results or diagnostic file unreadable (no
      * exceptions are listed, since they could not be trusted).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-EVAUDT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-RUNMAN-FILE ASSIGN TO 'HELLO.RUNMAN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNMAN-RUN-SERIAL
               FILE STATUS IS WS-RUNMAN-FILE-STATUS.
           SELECT HELLO-LOG-FILE ASSIGN TO 'HELLO.LOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-FILE-STATUS.
           SELECT HELLO-RESULTS-FILE ASSIGN TO 'HELLO.RESULTS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-FILE-STATUS.
           SELECT HELLO-DIAG-FILE ASSIGN TO 'HELLO.DIAG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-RUNMAN-FILE.

           COPY RUNMAN.

       FD  HELLO-LOG-FILE.
       01  LOG-RECORD                  PIC X(132).

       FD  HELLO-RESULTS-FILE.

           COPY CHKRES.

       FD  HELLO-DIAG-FILE.
       01  DIAG-RECORD                 PIC X(132).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-RUNMAN-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-LOG-FILE-STATUS          PIC X(2)  VALUE '00'.
       01  WS-RESULTS-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-DIAG-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-RUNMAN-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-RUNMAN-EOF                     VALUE 'Y'.
       01  WS-LOG-EOF-FLAG             PIC X(1)  VALUE 'N'.
           88  WS-LOG-EOF                        VALUE 'Y'.
       01  WS-RESULTS-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RESULTS-EOF                    VALUE 'Y'.
       01  WS-DIAG-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-DIAG-EOF                       VALUE 'Y'.

       01  WS-AUDIT-ERROR-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-AUDIT-ERROR                    VALUE 'Y'.

      *    Fixed-position view of the HELLO-WORLD log line (see
      *    8100-WRITE-LOG-ENTRY); lines without the RUN= tag predate
      *    the run serial.
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
           05  FILLER                  PIC X(16).

      *    Fixed-position view of the HELLO.DIAG snapshot line (see
      *    HELLO-ERRH).
       01  WS-DIAG-LINE.
           05  WS-DIAG-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-JOB-NAME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-PROGRAM         PIC X(12).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-PARAGRAPH       PIC X(30).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-FILE-NAME       PIC X(16).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-OPERATION       PIC X(10).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-STATUS          PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-SEVERITY        PIC X(1).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-RC              PIC X(2).
           05  FILLER                  PIC X(1).
           05  WS-DIAG-RUN-SERIAL      PIC X(8).
           05  FILLER                  PIC X(8).

       01  WS-PERIOD-PARMS.
           05  WS-PERIOD-ARG           PIC X(8)  VALUE SPACES.
           05  WS-PERIOD-DAYS          PIC 9(4)  VALUE 30.
           05  WS-PERIOD-SUB           PIC 9(2)  VALUE 0 COMP.
           05  WS-PERIOD-BAD-FLAG      PIC X(1)  VALUE 'N'.
           05  WS-PERIOD-DIGIT         PIC 9(1)  VALUE 0.

       01  WS-CUTOFF-WORK.
           05  WS-TODAY-INTEGER        PIC 9(8)  VALUE 0.
           05  WS-CUTOFF-DATE          PIC 9(8)  VALUE 0.
           05  WS-EVID-DATE            PIC 9(8)  VALUE 0.
           05  WS-EVID-SERIAL          PIC 9(8)  VALUE 0.

      *    One entry per manifest record in the period, loaded in
      *    serial (key) order so 5000-LOCATE-SERIAL can halve its way
      *    to an entry. Expected counts come from the manifest; the
      *    found counts are tallied from the evidence files.
       01  WS-MAN-LIMITS.
           05  WS-MAN-MAX              PIC 9(4)  VALUE 2000 COMP.
           05  WS-MAN-COUNT            PIC 9(4)  VALUE 0    COMP.
           05  WS-MAN-OVERFLOW         PIC 9(5)  VALUE 0.
           05  WS-MAN-HIGH-SERIAL      PIC 9(8)  VALUE 0.
       01  WS-MAN-TABLE.
           05  WS-MAN-ENTRY OCCURS 2000 TIMES INDEXED BY WS-MAN-IDX.
               10  WS-MAN-SERIAL       PIC 9(8).
               10  WS-MAN-ENV          PIC X(4).
               10  WS-MAN-DATE         PIC 9(8).
               10  WS-MAN-HOST         PIC X(8).
               10  WS-MAN-EXP-LOG      PIC 9(5).
               10  WS-MAN-EXP-RES      PIC 9(5).
               10  WS-MAN-EXP-DIAG     PIC 9(5).
               10  WS-MAN-PASS         PIC 9(2).
               10  WS-MAN-FAIL         PIC 9(2).
               10  WS-MAN-SKIP         PIC 9(2).
               10  WS-MAN-ACT-LOG      PIC 9(5).
               10  WS-MAN-ACT-RES      PIC 9(5).
               10  WS-MAN-ACT-DIAG     PIC 9(5).
               10  WS-MAN-LATE-DIAG    PIC 9(5).
               10  WS-MAN-RES-PASS     PIC 9(3).
               10  WS-MAN-RES-FAIL     PIC 9(3).
               10  WS-MAN-RES-SKIP     PIC 9(3).

      *    Serials found on evidence records with no manifest entry,
      *    one cell per serial and file.
       01  WS-ORPH-LIMITS.
           05  WS-ORPH-MAX             PIC 9(3)  VALUE 100 COMP.
           05  WS-ORPH-COUNT           PIC 9(3)  VALUE 0   COMP.
           05  WS-ORPH-OVERFLOW        PIC 9(5)  VALUE 0.
       01  WS-ORPH-TABLE.
           05  WS-ORPH-ENTRY OCCURS 100 TIMES INDEXED BY WS-ORPH-IDX.
               10  WS-ORPH-SERIAL      PIC 9(8).
               10  WS-ORPH-FILE        PIC X(13).
               10  WS-ORPH-DATE        PIC 9(8).
               10  WS-ORPH-RECS        PIC 9(5).

       01  WS-SEARCH-WORK.
           05  WS-MAN-FOUND            PIC X(1)  VALUE 'N'.
           05  WS-MAN-SUB              PIC 9(4)  VALUE 0 COMP.
           05  WS-LOW-SUB              PIC 9(4)  VALUE 0 COMP.
           05  WS-HIGH-SUB             PIC 9(4)  VALUE 0 COMP.
           05  WS-MID-SUB              PIC 9(4)  VALUE 0 COMP.
           05  WS-ORPH-FOUND           PIC X(1)  VALUE 'N'.
           05  WS-ORPH-FILE-NAME       PIC X(13) VALUE SPACES.

       01  WS-LATE-SNAPSHOT-FLAG       PIC X(1)  VALUE 'N'.
           88  WS-LATE-SNAPSHOT                  VALUE 'Y'.

       01  WS-RECORD-COUNTS.
           05  WS-MAN-READ             PIC 9(7)  VALUE 0.
           05  WS-LOG-READ             PIC 9(7)  VALUE 0.
           05  WS-RES-READ             PIC 9(7)  VALUE 0.
           05  WS-DIAG-READ            PIC 9(7)  VALUE 0.
           05  WS-EVID-UNTAGGED        PIC 9(7)  VALUE 0.
           05  WS-EVID-BEFORE-PERIOD   PIC 9(7)  VALUE 0.
           05  WS-EVID-BEYOND-TABLE    PIC 9(7)  VALUE 0.
           05  WS-ORPH-RECS-TOTAL      PIC 9(7)  VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7)  VALUE 0.
           05  WS-NO-EVID-EXCEPTIONS   PIC 9(7)  VALUE 0.
           05  WS-PFS-EXCEPTIONS       PIC 9(7)  VALUE 0.
           05  WS-SECTION-COUNT        PIC 9(7)  VALUE 0.

       01  WS-VERDICT-WORK.
           05  WS-LOG-VERDICT          PIC X(5)  VALUE SPACES.
           05  WS-RES-VERDICT          PIC X(5)  VALUE SPACES.
           05  WS-DIAG-VERDICT         PIC X(5)  VALUE SPACES.

       01  WS-REPORT-LINE              PIC X(100).

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT             PIC ZZZZZZ9.
           05  WS-ED-EXP               PIC ZZZZ9.
           05  WS-ED-ACT               PIC ZZZZ9.
           05  WS-ED-EXP-2             PIC ZZZZ9.
           05  WS-ED-ACT-2             PIC ZZZZ9.
           05  WS-ED-EXP-3             PIC ZZZZ9.
           05  WS-ED-ACT-3             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-RUN-MANIFEST
           IF NOT WS-AUDIT-ERROR
               PERFORM 3000-SCAN-LOG-FILE
               PERFORM 3200-SCAN-RESULTS-FILE
               PERFORM 3400-SCAN-DIAG-FILE
           END-IF
           IF NOT WS-AUDIT-ERROR
               PERFORM 4000-PRINT-COUNT-SECTION
               PERFORM 4100-PRINT-NO-EVIDENCE-SECTION
               PERFORM 4200-PRINT-PFS-SECTION
               PERFORM 4300-PRINT-ORPHAN-SECTION
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOEVA' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-PERIOD-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PERIOD-ARG
           END-ACCEPT
           IF WS-PERIOD-ARG = SPACES
               ACCEPT WS-PERIOD-ARG FROM ENVIRONMENT 'HW_AUDIT_DAYS'
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
           DISPLAY 'RUN-EVIDENCE COMPLETENESS AUDIT - RUNS ON OR AFTER '
               WS-CUTOFF-DATE.

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
               DISPLAY 'EVAUDT: PERIOD ''' WS-PERIOD-ARG
                   ''' INVALID, USING 30 DAYS'
               MOVE 30 TO WS-PERIOD-DAYS
           END-IF.

       2000-LOAD-RUN-MANIFEST.
           OPEN INPUT HELLO-RUNMAN-FILE
           EVALUATE WS-RUNMAN-FILE-STATUS
               WHEN '00'
                   MOVE LOW-VALUES TO RUNMAN-RUN-SERIAL
                   START HELLO-RUNMAN-FILE
                       KEY NOT < RUNMAN-RUN-SERIAL
                       INVALID KEY
                           MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
                   END-START
                   PERFORM 2100-READ-NEXT-MANIFEST
                       UNTIL WS-RUNMAN-EOF
                   CLOSE HELLO-RUNMAN-FILE
               WHEN '35'
                   DISPLAY 'EVAUDT: NO RUN MANIFEST ON FILE - ALL'
                       ' SERIAL-STAMPED EVIDENCE IS ORPHANED'
               WHEN OTHER
                   MOVE '2000-LOAD-RUN-MANIFEST' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RUNMAN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RUNMAN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-AUDIT-ERROR-FLAG
           END-EVALUATE.

       2100-READ-NEXT-MANIFEST.
           READ HELLO-RUNMAN-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RUNMAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MAN-READ
                   IF RUNMAN-RUN-DATE NOT < WS-CUTOFF-DATE
                       PERFORM 2200-POST-MANIFEST-ENTRY
                   END-IF
           END-READ.

      *    A full table stops the load; evidence for serials past the
      *    last one held is then counted as beyond the table rather
      *    than reported as orphaned.
       2200-POST-MANIFEST-ENTRY.
           IF WS-MAN-COUNT < WS-MAN-MAX
               ADD 1 TO WS-MAN-COUNT
               SET WS-MAN-IDX TO WS-MAN-COUNT
               MOVE RUNMAN-RUN-SERIAL TO WS-MAN-SERIAL(WS-MAN-IDX)
               MOVE RUNMAN-ENV-NAME TO WS-MAN-ENV(WS-MAN-IDX)
               MOVE RUNMAN-RUN-DATE TO WS-MAN-DATE(WS-MAN-IDX)
               MOVE RUNMAN-HOST-NAME TO WS-MAN-HOST(WS-MAN-IDX)
               MOVE RUNMAN-LOG-REC-COUNT TO WS-MAN-EXP-LOG(WS-MAN-IDX)
               MOVE RUNMAN-RESULT-REC-COUNT
                   TO WS-MAN-EXP-RES(WS-MAN-IDX)
               MOVE RUNMAN-DIAG-REC-COUNT
                   TO WS-MAN-EXP-DIAG(WS-MAN-IDX)
               MOVE RUNMAN-PASS-COUNT TO WS-MAN-PASS(WS-MAN-IDX)
               MOVE RUNMAN-FAIL-COUNT TO WS-MAN-FAIL(WS-MAN-IDX)
               MOVE RUNMAN-SKIP-COUNT TO WS-MAN-SKIP(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-ACT-LOG(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-ACT-RES(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-ACT-DIAG(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-LATE-DIAG(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-RES-PASS(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-RES-FAIL(WS-MAN-IDX)
               MOVE 0 TO WS-MAN-RES-SKIP(WS-MAN-IDX)
               MOVE RUNMAN-RUN-SERIAL TO WS-MAN-HIGH-SERIAL
           ELSE
               ADD 1 TO WS-MAN-OVERFLOW
           END-IF.

       3000-SCAN-LOG-FILE.
           OPEN INPUT HELLO-LOG-FILE
           EVALUATE WS-LOG-FILE-STATUS
               WHEN '00'
                   PERFORM 3100-READ-LOG-RECORD UNTIL WS-LOG-EOF
                   CLOSE HELLO-LOG-FILE
               WHEN '35'
                   DISPLAY 'EVAUDT: NO HELLO.LOG ON FILE'
               WHEN OTHER
                   MOVE '3000-SCAN-LOG-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.LOG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-LOG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-AUDIT-ERROR-FLAG
           END-EVALUATE.

       3100-READ-LOG-RECORD.
           READ HELLO-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOG-READ
                   MOVE LOG-RECORD TO WS-LOG-LINE
                   IF WS-LOG-DATE IS NUMERIC
                           AND WS-LOG-RUN-TAG = ' RUN='
                           AND WS-LOG-RUN-SERIAL IS NUMERIC
                       MOVE WS-LOG-DATE TO WS-EVID-DATE
                       MOVE WS-LOG-RUN-SERIAL TO WS-EVID-SERIAL
                       MOVE 'HELLO.LOG' TO WS-ORPH-FILE-NAME
                       PERFORM 5100-ROUTE-EVIDENCE
                       IF WS-MAN-FOUND = 'Y'
                           ADD 1 TO WS-MAN-ACT-LOG(WS-MAN-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO WS-EVID-UNTAGGED
                   END-IF
           END-READ.

       3200-SCAN-RESULTS-FILE.
           OPEN INPUT HELLO-RESULTS-FILE
           EVALUATE WS-RESULTS-FILE-STATUS
               WHEN '00'
                   PERFORM 3300-READ-RESULTS-RECORD
                       UNTIL WS-RESULTS-EOF
                   CLOSE HELLO-RESULTS-FILE
               WHEN '35'
                   DISPLAY 'EVAUDT: NO HELLO.RESULTS ON FILE'
               WHEN OTHER
                   MOVE '3200-SCAN-RESULTS-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RESULTS' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RESULTS-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-AUDIT-ERROR-FLAG
           END-EVALUATE.

      *    Check results are tallied the way HELLO-WORLD builds the
      *    manifest counts: PASS, FAIL, and anything else as SKIP.
       3300-READ-RESULTS-RECORD.
           READ HELLO-RESULTS-FILE
               AT END
                   MOVE 'Y' TO WS-RESULTS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RES-READ
                   IF CHKRES-RUN-DATE IS NUMERIC
                           AND CHKRES-RUN-SERIAL IS NUMERIC
                           AND CHKRES-RUN-SERIAL > 0
                       MOVE CHKRES-RUN-DATE TO WS-EVID-DATE
                       MOVE CHKRES-RUN-SERIAL TO WS-EVID-SERIAL
                       MOVE 'HELLO.RESULTS' TO WS-ORPH-FILE-NAME
                       PERFORM 5100-ROUTE-EVIDENCE
                       IF WS-MAN-FOUND = 'Y'
                           ADD 1 TO WS-MAN-ACT-RES(WS-MAN-SUB)
                           EVALUATE CHKRES-CHECK-RESULT
                               WHEN 'PASS'
                                   ADD 1 TO WS-MAN-RES-PASS(WS-MAN-SUB)
                               WHEN 'FAIL'
                                   ADD 1 TO WS-MAN-RES-FAIL(WS-MAN-SUB)
                               WHEN OTHER
                                   ADD 1 TO WS-MAN-RES-SKIP(WS-MAN-SUB)
                           END-EVALUATE
                       END-IF
                   ELSE
                       ADD 1 TO WS-EVID-UNTAGGED
                   END-IF
           END-READ.

       3400-SCAN-DIAG-FILE.
           OPEN INPUT HELLO-DIAG-FILE
           EVALUATE WS-DIAG-FILE-STATUS
               WHEN '00'
                   PERFORM 3500-READ-DIAG-RECORD UNTIL WS-DIAG-EOF
                   CLOSE HELLO-DIAG-FILE
               WHEN '35'
                   DISPLAY 'EVAUDT: NO HELLO.DIAG ON FILE'
               WHEN OTHER
                   MOVE '3400-SCAN-DIAG-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.DIAG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-DIAG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-AUDIT-ERROR-FLAG
           END-EVALUATE.

      *    Serial zero marks a snapshot from a utility, not a pass.
       3500-READ-DIAG-RECORD.
           READ HELLO-DIAG-FILE
               AT END
                   MOVE 'Y' TO WS-DIAG-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-DIAG-READ
                   MOVE DIAG-RECORD TO WS-DIAG-LINE
                   IF WS-DIAG-DATE IS NUMERIC
                           AND WS-DIAG-RUN-SERIAL IS NUMERIC
                           AND WS-DIAG-RUN-SERIAL NOT = '00000000'
                       MOVE WS-DIAG-DATE TO WS-EVID-DATE
                       MOVE WS-DIAG-RUN-SERIAL TO WS-EVID-SERIAL
                       MOVE 'HELLO.DIAG' TO WS-ORPH-FILE-NAME
                       PERFORM 3600-JUDGE-LATE-SNAPSHOT
                       PERFORM 5100-ROUTE-EVIDENCE
                       IF WS-MAN-FOUND = 'Y'
                           IF WS-LATE-SNAPSHOT
                               ADD 1 TO WS-MAN-LATE-DIAG(WS-MAN-SUB)
                           ELSE
                               ADD 1 TO WS-MAN-ACT-DIAG(WS-MAN-SUB)
                           END-IF
                       END-IF
                   ELSE
                       ADD 1 TO WS-EVID-UNTAGGED
                   END-IF
           END-READ.

      *    HELLO-WORLD paragraphs that run after its manifest record
      *    is written: the checkpoint write and reset, the manifest
      *    write itself, and the baseline write-back.
       3600-JUDGE-LATE-SNAPSHOT.
           MOVE 'N' TO WS-LATE-SNAPSHOT-FLAG
           IF WS-DIAG-PROGRAM = 'HELLO-WORLD'
               IF WS-DIAG-PARAGRAPH(1:2) = '83'
                       OR WS-DIAG-PARAGRAPH(1:4) = '8400'
                       OR WS-DIAG-PARAGRAPH(1:4) = '1700'
                       OR WS-DIAG-PARAGRAPH(1:4) = '1800'
                   MOVE 'Y' TO WS-LATE-SNAPSHOT-FLAG
               END-IF
           END-IF.

       4000-PRINT-COUNT-SECTION.
           DISPLAY ' '
           DISPLAY 'EVIDENCE COUNT EXCEPTIONS (MANIFEST / FOUND)'
           DISPLAY 'SERIAL   ENV  DATE     HOST     '
               '  LOG         RESULTS     DIAG'
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-ACT-LOG(WS-MAN-IDX) > 0
                       OR WS-MAN-ACT-RES(WS-MAN-IDX) > 0
                       OR WS-MAN-ACT-DIAG(WS-MAN-IDX) > 0
                       OR WS-MAN-LATE-DIAG(WS-MAN-IDX) > 0
                   IF WS-MAN-ACT-LOG(WS-MAN-IDX)
                           NOT = WS-MAN-EXP-LOG(WS-MAN-IDX)
                           OR WS-MAN-ACT-RES(WS-MAN-IDX)
                               NOT = WS-MAN-EXP-RES(WS-MAN-IDX)
                           OR WS-MAN-ACT-DIAG(WS-MAN-IDX)
                               NOT = WS-MAN-EXP-DIAG(WS-MAN-IDX)
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-COUNT-EXCEPTIONS
                       PERFORM 4050-PRINT-COUNT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

       4050-PRINT-COUNT-LINE.
           MOVE WS-MAN-EXP-LOG(WS-MAN-IDX) TO WS-ED-EXP
           MOVE WS-MAN-ACT-LOG(WS-MAN-IDX) TO WS-ED-ACT
           MOVE WS-MAN-EXP-RES(WS-MAN-IDX) TO WS-ED-EXP-2
           MOVE WS-MAN-ACT-RES(WS-MAN-IDX) TO WS-ED-ACT-2
           MOVE WS-MAN-EXP-DIAG(WS-MAN-IDX) TO WS-ED-EXP-3
           MOVE WS-MAN-ACT-DIAG(WS-MAN-IDX) TO WS-ED-ACT-3
           EVALUATE TRUE
               WHEN WS-MAN-ACT-LOG(WS-MAN-IDX)
                       < WS-MAN-EXP-LOG(WS-MAN-IDX)
                   MOVE 'SHORT' TO WS-LOG-VERDICT
               WHEN WS-MAN-ACT-LOG(WS-MAN-IDX)
                       > WS-MAN-EXP-LOG(WS-MAN-IDX)
                   MOVE 'OVER' TO WS-LOG-VERDICT
               WHEN OTHER
                   MOVE SPACES TO WS-LOG-VERDICT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MAN-ACT-RES(WS-MAN-IDX)
                       < WS-MAN-EXP-RES(WS-MAN-IDX)
                   MOVE 'SHORT' TO WS-RES-VERDICT
               WHEN WS-MAN-ACT-RES(WS-MAN-IDX)
                       > WS-MAN-EXP-RES(WS-MAN-IDX)
                   MOVE 'OVER' TO WS-RES-VERDICT
               WHEN OTHER
                   MOVE SPACES TO WS-RES-VERDICT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-MAN-ACT-DIAG(WS-MAN-IDX)
                       < WS-MAN-EXP-DIAG(WS-MAN-IDX)
                   MOVE 'SHORT' TO WS-DIAG-VERDICT
               WHEN WS-MAN-ACT-DIAG(WS-MAN-IDX)
                       > WS-MAN-EXP-DIAG(WS-MAN-IDX)
                   MOVE 'OVER' TO WS-DIAG-VERDICT
               WHEN OTHER
                   MOVE SPACES TO WS-DIAG-VERDICT
           END-EVALUATE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-MAN-SERIAL(WS-MAN-IDX)   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-ENV(WS-MAN-IDX)      DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-DATE(WS-MAN-IDX)     DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-HOST(WS-MAN-IDX)     DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-ED-EXP                   DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT                   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-LOG-VERDICT              DELIMITED BY SIZE
               WS-ED-EXP-2                 DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT-2                 DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-RES-VERDICT              DELIMITED BY SIZE
               WS-ED-EXP-3                 DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT-3                 DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-DIAG-VERDICT             DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       4100-PRINT-NO-EVIDENCE-SECTION.
           DISPLAY ' '
           DISPLAY 'MANIFEST ENTRIES WITH NO EVIDENCE'
           DISPLAY 'SERIAL   ENV  DATE     HOST     '
               'EXPECTED LOG/RES/DIAG'
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-ACT-LOG(WS-MAN-IDX) = 0
                       AND WS-MAN-ACT-RES(WS-MAN-IDX) = 0
                       AND WS-MAN-ACT-DIAG(WS-MAN-IDX) = 0
                       AND WS-MAN-LATE-DIAG(WS-MAN-IDX) = 0
                   ADD 1 TO WS-SECTION-COUNT
                   ADD 1 TO WS-NO-EVID-EXCEPTIONS
                   MOVE WS-MAN-EXP-LOG(WS-MAN-IDX) TO WS-ED-EXP
                   MOVE WS-MAN-EXP-RES(WS-MAN-IDX) TO WS-ED-EXP-2
                   MOVE WS-MAN-EXP-DIAG(WS-MAN-IDX) TO WS-ED-EXP-3
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       WS-MAN-SERIAL(WS-MAN-IDX) DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-MAN-ENV(WS-MAN-IDX)    DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-MAN-DATE(WS-MAN-IDX)   DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-MAN-HOST(WS-MAN-IDX)   DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-ED-EXP                 DELIMITED BY SIZE
                       '/'                       DELIMITED BY SIZE
                       WS-ED-EXP-2               DELIMITED BY SIZE
                       '/'                       DELIMITED BY SIZE
                       WS-ED-EXP-3               DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   DISPLAY WS-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

      *    Only runs with results records on file are compared; a run
      *    whose results are missing altogether is already reported
      *    SHORT above.
       4200-PRINT-PFS-SECTION.
           DISPLAY ' '
           DISPLAY 'PASS/FAIL/SKIP DISAGREEMENTS (MANIFEST / RESULTS)'
           DISPLAY 'SERIAL   ENV  DATE     HOST     '
               '  PASS    FAIL    SKIP'
           MOVE 0 TO WS-SECTION-COUNT
           PERFORM VARYING WS-MAN-IDX FROM 1 BY 1
                   UNTIL WS-MAN-IDX > WS-MAN-COUNT
               IF WS-MAN-ACT-RES(WS-MAN-IDX) > 0
                   IF WS-MAN-RES-PASS(WS-MAN-IDX)
                           NOT = WS-MAN-PASS(WS-MAN-IDX)
                           OR WS-MAN-RES-FAIL(WS-MAN-IDX)
                               NOT = WS-MAN-FAIL(WS-MAN-IDX)
                           OR WS-MAN-RES-SKIP(WS-MAN-IDX)
                               NOT = WS-MAN-SKIP(WS-MAN-IDX)
                       ADD 1 TO WS-SECTION-COUNT
                       ADD 1 TO WS-PFS-EXCEPTIONS
                       PERFORM 4250-PRINT-PFS-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF.

       4250-PRINT-PFS-LINE.
           MOVE WS-MAN-PASS(WS-MAN-IDX) TO WS-ED-EXP
           MOVE WS-MAN-RES-PASS(WS-MAN-IDX) TO WS-ED-ACT
           MOVE WS-MAN-FAIL(WS-MAN-IDX) TO WS-ED-EXP-2
           MOVE WS-MAN-RES-FAIL(WS-MAN-IDX) TO WS-ED-ACT-2
           MOVE WS-MAN-SKIP(WS-MAN-IDX) TO WS-ED-EXP-3
           MOVE WS-MAN-RES-SKIP(WS-MAN-IDX) TO WS-ED-ACT-3
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-MAN-SERIAL(WS-MAN-IDX)   DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-ENV(WS-MAN-IDX)      DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-DATE(WS-MAN-IDX)     DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-MAN-HOST(WS-MAN-IDX)     DELIMITED BY SIZE
               ' '                         DELIMITED BY SIZE
               WS-ED-EXP                   DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT                   DELIMITED BY SIZE
               WS-ED-EXP-2                 DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT-2                 DELIMITED BY SIZE
               WS-ED-EXP-3                 DELIMITED BY SIZE
               '/'                         DELIMITED BY SIZE
               WS-ED-ACT-3                 DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       4300-PRINT-ORPHAN-SECTION.
           DISPLAY ' '
           DISPLAY 'ORPHAN EVIDENCE (SERIAL NOT IN THE MANIFEST)'
           DISPLAY 'SERIAL   FILE          DATE      RECORDS'
           PERFORM VARYING WS-ORPH-IDX FROM 1 BY 1
                   UNTIL WS-ORPH-IDX > WS-ORPH-COUNT
               MOVE WS-ORPH-RECS(WS-ORPH-IDX) TO WS-ED-ACT
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   WS-ORPH-SERIAL(WS-ORPH-IDX) DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-ORPH-FILE(WS-ORPH-IDX)   DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-ORPH-DATE(WS-ORPH-IDX)   DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WS-ED-ACT                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               DISPLAY WS-REPORT-LINE
           END-PERFORM
           IF WS-ORPH-COUNT = 0
               DISPLAY '  (NONE)'
           END-IF
           IF WS-ORPH-OVERFLOW > 0
               DISPLAY 'ORPHAN RECORDS NOT LISTED - TABLE FULL: '
                   WS-ORPH-OVERFLOW
           END-IF.

      *    Binary search of the serial-ordered manifest table for
      *    WS-EVID-SERIAL; WS-MAN-SUB is left on the entry found.
       5000-LOCATE-SERIAL.
           MOVE 'N' TO WS-MAN-FOUND
           MOVE 1 TO WS-LOW-SUB
           MOVE WS-MAN-COUNT TO WS-HIGH-SUB
           PERFORM UNTIL WS-MAN-FOUND = 'Y'
                   OR WS-LOW-SUB > WS-HIGH-SUB
               COMPUTE WS-MID-SUB = (WS-LOW-SUB + WS-HIGH-SUB) / 2
               EVALUATE TRUE
                   WHEN WS-MAN-SERIAL(WS-MID-SUB) = WS-EVID-SERIAL
                       MOVE 'Y' TO WS-MAN-FOUND
                       MOVE WS-MID-SUB TO WS-MAN-SUB
                   WHEN WS-MAN-SERIAL(WS-MID-SUB) < WS-EVID-SERIAL
                       COMPUTE WS-LOW-SUB = WS-MID-SUB + 1
                   WHEN OTHER
                       IF WS-MID-SUB = 1
                           MOVE 0 TO WS-HIGH-SUB
                       ELSE
                           COMPUTE WS-HIGH-SUB = WS-MID-SUB - 1
                       END-IF
               END-EVALUATE
           END-PERFORM.

      *    Evidence dated before the period is not audited; evidence
      *    for a serial past a full table cannot be judged. Anything
      *    else either belongs to a manifest entry or is an orphan.
       5100-ROUTE-EVIDENCE.
           MOVE 'N' TO WS-MAN-FOUND
           EVALUATE TRUE
               WHEN WS-EVID-DATE < WS-CUTOFF-DATE
                   ADD 1 TO WS-EVID-BEFORE-PERIOD
               WHEN WS-MAN-OVERFLOW > 0
                       AND WS-EVID-SERIAL > WS-MAN-HIGH-SERIAL
                   ADD 1 TO WS-EVID-BEYOND-TABLE
               WHEN OTHER
                   PERFORM 5000-LOCATE-SERIAL
                   IF WS-MAN-FOUND = 'N'
                       PERFORM 5200-POST-ORPHAN
                   END-IF
           END-EVALUATE.

       5200-POST-ORPHAN.
           ADD 1 TO WS-ORPH-RECS-TOTAL
           MOVE 'N' TO WS-ORPH-FOUND
           PERFORM VARYING WS-ORPH-IDX FROM 1 BY 1
                   UNTIL WS-ORPH-IDX > WS-ORPH-COUNT
                   OR WS-ORPH-FOUND = 'Y'
               IF WS-ORPH-SERIAL(WS-ORPH-IDX) = WS-EVID-SERIAL
                       AND WS-ORPH-FILE(WS-ORPH-IDX)
                           = WS-ORPH-FILE-NAME
                   MOVE 'Y' TO WS-ORPH-FOUND
                   ADD 1 TO WS-ORPH-RECS(WS-ORPH-IDX)
               END-IF
           END-PERFORM
           IF WS-ORPH-FOUND = 'N'
               IF WS-ORPH-COUNT < WS-ORPH-MAX
                   ADD 1 TO WS-ORPH-COUNT
                   SET WS-ORPH-IDX TO WS-ORPH-COUNT
                   MOVE WS-EVID-SERIAL TO WS-ORPH-SERIAL(WS-ORPH-IDX)
                   MOVE WS-ORPH-FILE-NAME TO WS-ORPH-FILE(WS-ORPH-IDX)
                   MOVE WS-EVID-DATE TO WS-ORPH-DATE(WS-ORPH-IDX)
                   MOVE 1 TO WS-ORPH-RECS(WS-ORPH-IDX)
               ELSE
                   ADD 1 TO WS-ORPH-OVERFLOW
               END-IF
           END-IF.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-MAN-READ TO WS-ED-COUNT
           DISPLAY 'MANIFEST RECORDS READ .... ' WS-ED-COUNT
           MOVE WS-MAN-COUNT TO WS-ED-COUNT
           DISPLAY 'RUNS AUDITED ............. ' WS-ED-COUNT
           MOVE WS-LOG-READ TO WS-ED-COUNT
           DISPLAY 'LOG RECORDS READ ......... ' WS-ED-COUNT
           MOVE WS-RES-READ TO WS-ED-COUNT
           DISPLAY 'RESULTS RECORDS READ ..... ' WS-ED-COUNT
           MOVE WS-DIAG-READ TO WS-ED-COUNT
           DISPLAY 'DIAG RECORDS READ ........ ' WS-ED-COUNT
           MOVE WS-EVID-UNTAGGED TO WS-ED-COUNT
           DISPLAY 'RECORDS WITH NO SERIAL ... ' WS-ED-COUNT
           MOVE WS-EVID-BEFORE-PERIOD TO WS-ED-COUNT
           DISPLAY 'RECORDS BEFORE PERIOD .... ' WS-ED-COUNT
           MOVE WS-COUNT-EXCEPTIONS TO WS-ED-COUNT
           DISPLAY 'RUNS SHORT OR OVER ....... ' WS-ED-COUNT
           MOVE WS-NO-EVID-EXCEPTIONS TO WS-ED-COUNT
           DISPLAY 'RUNS WITH NO EVIDENCE .... ' WS-ED-COUNT
           MOVE WS-PFS-EXCEPTIONS TO WS-ED-COUNT
           DISPLAY 'P/F/S DISAGREEMENTS ...... ' WS-ED-COUNT
           MOVE WS-ORPH-RECS-TOTAL TO WS-ED-COUNT
           DISPLAY 'ORPHAN EVIDENCE RECORDS .. ' WS-ED-COUNT
           IF WS-MAN-OVERFLOW > 0
               DISPLAY 'MANIFEST ENTRIES NOT AUDITED - TABLE FULL: '
                   WS-MAN-OVERFLOW
               MOVE WS-EVID-BEYOND-TABLE TO WS-ED-COUNT
               DISPLAY 'RECORDS BEYOND TABLE ..... ' WS-ED-COUNT
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-AUDIT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COUNT-EXCEPTIONS > 0
                       OR WS-NO-EVID-EXCEPTIONS > 0
                       OR WS-PFS-EXCEPTIONS > 0
                       OR WS-ORPH-RECS-TOTAL > 0
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
           MOVE 'HELLO-EVAUDT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
