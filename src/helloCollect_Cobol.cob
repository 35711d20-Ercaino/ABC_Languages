      * HELLO-COLLCT
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloCollect_Cobol
      *       helloCollect_Cobol.cob
      *   ./helloCollect_Cobol
      *
      * Fleet transmission collector, run on the collecting host
      * before HELLO-FLEET. HELLO-FLEET trusts HELLO.FLEETIN to be a
      * complete copy of every host's results; with the files copied
      * by hand, a truncated copy or a host that sent nothing looked
      * exactly like "that host had fewer runs". Every host now sends
      * an envelope written by HELLO-XMIT (XMITENV.CPY), and the
      * envelopes are concatenated into HELLO.XMITIN. This job:
      *   - checks every envelope against its trailer - record count,
      *     run-serial hash, check-number hash, trailer host and the
      *     header's serial range - and rejects any that fail, or
      *     whose trailer never arrives (a truncated copy);
      *   - rejects an envelope already received (same host and
      *     serial range) or overlapping one already received, so a
      *     file copied twice is never counted twice;
      *   - lists every host the registry expects (the
      *     ENVREG-LAST-HOST of each active environment) that sent
      *     nothing, or sent only rejected envelopes;
      *   - appends one HELLO.RECEIPT line per envelope seen, accepted
      *     or not, stamped with this collection's date and time, so
      *     the transmissions behind any fleet report can be shown;
      *   - only once every receipt is logged, appends the accepted
      *     envelopes' results records to HELLO.FLEETIN (created when
      *     absent), in arrival order - a late or resent envelope can
      *     land after a host's newer runs, and HELLO-FLEET takes
      *     each host's latest result by run stamp for that reason.
      * Logging the receipts first means a range can never reach
      * HELLO.FLEETIN without its receipt, so a resubmitted
      * collection can never append it twice. If the step fails
      * once receipts are logged, the report names the collection
      * stamp: remove the receipts carrying it from HELLO.RECEIPT
      * before resubmitting, or those envelopes are rejected as
      * duplicates (a range partly appended and then appended again
      * repeats runs HELLO-FLEET already holds, which is harmless).
      * An envelope with nothing in it (range zero) is a host's
      * "nothing new" and is accepted without a range check. Records
      * found outside any envelope are counted and ignored.
      *
      * The collection runs under the suite lock.
      *
      * Files:
      *   HELLO.XMITIN    concatenated HELLO.XMIT envelopes (input)
      *   HELLO.RECEIPT   receipt log, one line per envelope per
      *                   collection: collection date and time, host,
      *                   first and last serial, record count, extract
      *                   date and time, ACC/REJ, reason, environments
      *   HELLO.ENVREG    environment registry, for the expected hosts
      *   HELLO.FLEETIN   collected fleet results (appended)
      *
      * RETURN-CODE 0 = every expected host delivered a good envelope,
      * 4 = an envelope was rejected, records lay outside any
      * envelope, an expected host sent nothing, or the registry was
      * unreadable so the expected hosts were not checked, 8 = suite
      * lock not obtained, no HELLO.XMITIN, or a file unavailable
      * (see the closing message for whether receipts were logged
      * and must be removed before resubmitting).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-COLLCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-XMITIN-FILE ASSIGN TO 'HELLO.XMITIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMITIN-FILE-STATUS.
           SELECT HELLO-RECEIPT-FILE ASSIGN TO 'HELLO.RECEIPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECEIPT-FILE-STATUS.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-FLEETIN-FILE ASSIGN TO 'HELLO.FLEETIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLEETIN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-XMITIN-FILE.

           COPY CHKRES.

           COPY XMITENV.

       FD  HELLO-RECEIPT-FILE.
       01  RCPT-RECORD.
           05  RCPT-COLLECT-DATE       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-COLLECT-TIME       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-HOST-NAME          PIC X(8).
           05  FILLER                  PIC X(1).
           05  RCPT-FIRST-SERIAL       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-LAST-SERIAL        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-RECORD-COUNT       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  RCPT-EXTRACT-DATE       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-EXTRACT-TIME       PIC 9(8).
           05  FILLER                  PIC X(1).
           05  RCPT-STATUS             PIC X(3).
               88  RCPT-ACCEPTED                 VALUE 'ACC'.
           05  FILLER                  PIC X(1).
           05  RCPT-REASON             PIC X(20).
           05  FILLER                  PIC X(1).
           05  RCPT-ENV-LIST           PIC X(32).

       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-FLEETIN-FILE.
       01  FLEETIN-RECORD              PIC X(96).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-XMITIN-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RECEIPT-FILE-STATUS      PIC X(2)  VALUE '00'.
       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-FLEETIN-FILE-STATUS      PIC X(2)  VALUE '00'.

       01  WS-XMITIN-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-XMITIN-EOF                     VALUE 'Y'.
       01  WS-RECEIPT-EOF-FLAG         PIC X(1)  VALUE 'N'.
           88  WS-RECEIPT-EOF                    VALUE 'Y'.
       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.

       01  WS-COLLECT-FLAGS.
           05  WS-LOCK-MISSED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-LOCK-MISSED                VALUE 'Y'.
           05  WS-COLLECT-ERROR-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-COLLECT-ERROR              VALUE 'Y'.
           05  WS-INSIDE-FLAG          PIC X(1)  VALUE 'N'.
               88  WS-INSIDE-ENVELOPE            VALUE 'Y'.
           05  WS-REGISTRY-FLAG        PIC X(1)  VALUE 'N'.
               88  WS-REGISTRY-READ              VALUE 'Y'.
           05  WS-REGISTRY-ERROR-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-REGISTRY-ERROR             VALUE 'Y'.

      *    Envelopes found in HELLO.XMITIN, in file order, with the
      *    totals accumulated from their records and the verdict.
       01  WS-TRN-LIMITS.
           05  WS-TRN-MAX              PIC 9(3)  VALUE 50 COMP.
           05  WS-TRN-COUNT            PIC 9(3)  VALUE 0  COMP.
           05  WS-TRN-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-TRN-TABLE.
           05  WS-TRN-ENTRY OCCURS 50 TIMES INDEXED BY WS-TRN-IDX.
               10  WS-TRN-HOST         PIC X(8).
               10  WS-TRN-FIRST        PIC 9(8).
               10  WS-TRN-LAST         PIC 9(8).
               10  WS-TRN-EXT-DATE     PIC 9(8).
               10  WS-TRN-EXT-TIME     PIC 9(8).
               10  WS-TRN-ENV-LIST     PIC X(32).
               10  WS-TRN-RECORDS      PIC 9(7).
               10  WS-TRN-STATUS       PIC X(3).
                   88  WS-TRN-ACCEPTED           VALUE 'ACC'.
                   88  WS-TRN-REJECTED           VALUE 'REJ'.
               10  WS-TRN-REASON       PIC X(20).

      *    Totals of the envelope being read.
       01  WS-CUR-WORK.
           05  WS-CUR-SUB              PIC 9(3)  VALUE 0 COMP.
           05  WS-CUR-RECORDS          PIC 9(7)  VALUE 0.
           05  WS-CUR-SERIAL-HASH      PIC 9(15) VALUE 0.
           05  WS-CUR-CHECK-HASH       PIC 9(9)  VALUE 0.
           05  WS-CUR-MIN-SERIAL       PIC 9(8)  VALUE 0.
           05  WS-CUR-MAX-SERIAL       PIC 9(8)  VALUE 0.

      *    Ranges already received in earlier collections (accepted,
      *    non-empty receipts).
       01  WS-RCV-LIMITS.
           05  WS-RCV-MAX              PIC 9(4)  VALUE 2000 COMP.
           05  WS-RCV-COUNT            PIC 9(4)  VALUE 0    COMP.
           05  WS-RCV-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 2000 TIMES INDEXED BY WS-RCV-IDX.
               10  WS-RCV-HOST         PIC X(8).
               10  WS-RCV-FIRST        PIC 9(8).
               10  WS-RCV-LAST         PIC 9(8).

      *    Hosts the registry expects to hear from.
       01  WS-EXP-LIMITS.
           05  WS-EXP-MAX              PIC 9(2)  VALUE 50 COMP.
           05  WS-EXP-COUNT            PIC 9(2)  VALUE 0  COMP.
           05  WS-EXP-OVERFLOW         PIC 9(5)  VALUE 0.
       01  WS-EXP-TABLE.
           05  WS-EXP-ENTRY OCCURS 50 TIMES INDEXED BY WS-EXP-IDX.
               10  WS-EXP-HOST         PIC X(8).
               10  WS-EXP-ENV          PIC X(4).
               10  WS-EXP-ENV-COUNT    PIC 9(2).

       01  WS-SEARCH-WORK.
           05  WS-SCAN-SUB             PIC 9(3)  VALUE 0 COMP.
           05  WS-PASS2-SUB            PIC 9(3)  VALUE 0 COMP.
           05  WS-FOUND-FLAG           PIC X(1)  VALUE 'N'.
           05  WS-HOST-ACCEPTED        PIC X(1)  VALUE 'N'.
           05  WS-HOST-REJECTED        PIC X(1)  VALUE 'N'.

       01  WS-COLLECT-COUNTS.
           05  WS-XMITIN-READ          PIC 9(9)  VALUE 0.
           05  WS-ORPHAN-RECORDS       PIC 9(9)  VALUE 0.
           05  WS-ENVELOPES-ACCEPTED   PIC 9(5)  VALUE 0.
           05  WS-ENVELOPES-REJECTED   PIC 9(5)  VALUE 0.
           05  WS-FLEETIN-WRITTEN      PIC 9(9)  VALUE 0.
           05  WS-RECEIPTS-WRITTEN     PIC 9(5)  VALUE 0.
           05  WS-HOSTS-SILENT         PIC 9(5)  VALUE 0.
           05  WS-HOSTS-REJECTED       PIC 9(5)  VALUE 0.

       01  WS-TRN-LINE.
           05  WS-TL-HOST              PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-FIRST             PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-LAST              PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-RECORDS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(1).
           05  WS-TL-EXT-DATE          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-EXT-TIME          PIC 9(8).
           05  FILLER                  PIC X(1).
           05  WS-TL-STATUS            PIC X(3).
           05  FILLER                  PIC X(1).
           05  WS-TL-REASON            PIC X(20).

       01  WS-ED-COUNT                 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED
               PERFORM 2000-LOAD-RECEIPT-LOG
               IF NOT WS-COLLECT-ERROR
                   PERFORM 3000-VALIDATE-ENVELOPES
               END-IF
               IF NOT WS-COLLECT-ERROR
                   PERFORM 3500-CHECK-ALREADY-RECEIVED
                   PERFORM 4500-WRITE-RECEIPTS
               END-IF
               IF NOT WS-COLLECT-ERROR
                   PERFORM 4000-BUILD-FLEET-FILE
               END-IF
               IF NOT WS-COLLECT-ERROR
                   PERFORM 5000-LOAD-EXPECTED-HOSTS
               END-IF
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED AND NOT WS-COLLECT-ERROR
               PERFORM 6000-PRINT-ENVELOPE-SECTION
               PERFORM 6500-PRINT-HOST-SECTION
           END-IF
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOCOL' TO WS-JOB-NAME
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
           DISPLAY 'FLEET TRANSMISSION COLLECTION'.

      *    No receipt log yet means nothing has been received.
       2000-LOAD-RECEIPT-LOG.
           OPEN INPUT HELLO-RECEIPT-FILE
           EVALUATE WS-RECEIPT-FILE-STATUS
               WHEN '00'
                   PERFORM 2100-READ-RECEIPT-RECORD
                       UNTIL WS-RECEIPT-EOF
                   CLOSE HELLO-RECEIPT-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2000-LOAD-RECEIPT-LOG' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.RECEIPT' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-RECEIPT-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
           END-EVALUATE.

       2100-READ-RECEIPT-RECORD.
           READ HELLO-RECEIPT-FILE
               AT END
                   MOVE 'Y' TO WS-RECEIPT-EOF-FLAG
               NOT AT END
                   IF RCPT-ACCEPTED
                           AND RCPT-FIRST-SERIAL IS NUMERIC
                           AND RCPT-LAST-SERIAL IS NUMERIC
                           AND RCPT-FIRST-SERIAL > 0
                       IF WS-RCV-COUNT < WS-RCV-MAX
                           ADD 1 TO WS-RCV-COUNT
                           MOVE RCPT-HOST-NAME
                               TO WS-RCV-HOST(WS-RCV-COUNT)
                           MOVE RCPT-FIRST-SERIAL
                               TO WS-RCV-FIRST(WS-RCV-COUNT)
                           MOVE RCPT-LAST-SERIAL
                               TO WS-RCV-LAST(WS-RCV-COUNT)
                       ELSE
                           ADD 1 TO WS-RCV-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *    First pass over HELLO.XMITIN: total each envelope and judge
      *    it against its trailer. Nothing is written yet.
       3000-VALIDATE-ENVELOPES.
           MOVE 'N' TO WS-INSIDE-FLAG
           MOVE 'N' TO WS-XMITIN-EOF-FLAG
           OPEN INPUT HELLO-XMITIN-FILE
           EVALUATE WS-XMITIN-FILE-STATUS
               WHEN '00'
                   PERFORM 3100-READ-FOR-VALIDATION
                       UNTIL WS-XMITIN-EOF
                   CLOSE HELLO-XMITIN-FILE
                   IF WS-INSIDE-ENVELOPE
                       PERFORM 3400-REJECT-INCOMPLETE
                   END-IF
               WHEN '35'
                   DISPLAY 'COLLCT: NO HELLO.XMITIN - NOTHING'
                       ' RECEIVED, NOTHING COLLECTED'
                   MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
               WHEN OTHER
                   MOVE '3000-VALIDATE-ENVELOPES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.XMITIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-XMITIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
           END-EVALUATE.

       3100-READ-FOR-VALIDATION.
           READ HELLO-XMITIN-FILE
               AT END
                   MOVE 'Y' TO WS-XMITIN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-XMITIN-READ
                   EVALUATE TRUE
                       WHEN XMIT-HEADER
                           IF WS-INSIDE-ENVELOPE
                               PERFORM 3400-REJECT-INCOMPLETE
                           END-IF
                           PERFORM 3200-OPEN-ENVELOPE
                       WHEN XMIT-TRAILER
                           IF WS-INSIDE-ENVELOPE
                               PERFORM 3300-CLOSE-ENVELOPE
                           ELSE
                               ADD 1 TO WS-ORPHAN-RECORDS
                           END-IF
                       WHEN WS-INSIDE-ENVELOPE
                           ADD 1 TO WS-CUR-RECORDS
                           IF CHKRES-RUN-SERIAL IS NUMERIC
                               ADD CHKRES-RUN-SERIAL
                                   TO WS-CUR-SERIAL-HASH
                               IF WS-CUR-MIN-SERIAL = 0
                                   OR CHKRES-RUN-SERIAL
                                       < WS-CUR-MIN-SERIAL
                                   MOVE CHKRES-RUN-SERIAL
                                       TO WS-CUR-MIN-SERIAL
                               END-IF
                               IF CHKRES-RUN-SERIAL
                                       > WS-CUR-MAX-SERIAL
                                   MOVE CHKRES-RUN-SERIAL
                                       TO WS-CUR-MAX-SERIAL
                               END-IF
                           END-IF
                           IF CHKRES-CHECK-NUMBER IS NUMERIC
                               ADD CHKRES-CHECK-NUMBER
                                   TO WS-CUR-CHECK-HASH
                           END-IF
                       WHEN OTHER
                           ADD 1 TO WS-ORPHAN-RECORDS
                   END-EVALUATE
           END-READ.

       3200-OPEN-ENVELOPE.
           MOVE 'Y' TO WS-INSIDE-FLAG
           MOVE 0 TO WS-CUR-RECORDS
           MOVE 0 TO WS-CUR-SERIAL-HASH
           MOVE 0 TO WS-CUR-CHECK-HASH
           MOVE 0 TO WS-CUR-MIN-SERIAL
           MOVE 0 TO WS-CUR-MAX-SERIAL
           IF WS-TRN-COUNT < WS-TRN-MAX
               ADD 1 TO WS-TRN-COUNT
               MOVE WS-TRN-COUNT TO WS-CUR-SUB
               MOVE XMIT-HDR-HOST-NAME TO WS-TRN-HOST(WS-CUR-SUB)
               IF XMIT-HDR-FIRST-SERIAL IS NUMERIC
                       AND XMIT-HDR-LAST-SERIAL IS NUMERIC
                   MOVE XMIT-HDR-FIRST-SERIAL
                       TO WS-TRN-FIRST(WS-CUR-SUB)
                   MOVE XMIT-HDR-LAST-SERIAL
                       TO WS-TRN-LAST(WS-CUR-SUB)
               ELSE
                   MOVE 0 TO WS-TRN-FIRST(WS-CUR-SUB)
                   MOVE 0 TO WS-TRN-LAST(WS-CUR-SUB)
               END-IF
               IF XMIT-HDR-EXTRACT-DATE IS NUMERIC
                       AND XMIT-HDR-EXTRACT-TIME IS NUMERIC
                   MOVE XMIT-HDR-EXTRACT-DATE
                       TO WS-TRN-EXT-DATE(WS-CUR-SUB)
                   MOVE XMIT-HDR-EXTRACT-TIME
                       TO WS-TRN-EXT-TIME(WS-CUR-SUB)
               ELSE
                   MOVE 0 TO WS-TRN-EXT-DATE(WS-CUR-SUB)
                   MOVE 0 TO WS-TRN-EXT-TIME(WS-CUR-SUB)
               END-IF
               MOVE XMIT-HDR-ENV-LIST TO WS-TRN-ENV-LIST(WS-CUR-SUB)
               MOVE 0 TO WS-TRN-RECORDS(WS-CUR-SUB)
               MOVE SPACES TO WS-TRN-STATUS(WS-CUR-SUB)
               MOVE SPACES TO WS-TRN-REASON(WS-CUR-SUB)
           ELSE
               MOVE 0 TO WS-CUR-SUB
               ADD 1 TO WS-TRN-OVERFLOW
           END-IF.

      *    The trailer must agree with what was actually received,
      *    and a non-empty envelope's records must span exactly the
      *    header's serial range.
       3300-CLOSE-ENVELOPE.
           MOVE 'N' TO WS-INSIDE-FLAG
           IF WS-CUR-SUB > 0
               MOVE WS-CUR-RECORDS TO WS-TRN-RECORDS(WS-CUR-SUB)
               MOVE 'REJ' TO WS-TRN-STATUS(WS-CUR-SUB)
               EVALUATE TRUE
                   WHEN XMIT-TRL-HOST-NAME NOT = WS-TRN-HOST(WS-CUR-SUB)
                       MOVE 'TRAILER HOST DIFFERS'
                           TO WS-TRN-REASON(WS-CUR-SUB)
                   WHEN XMIT-TRL-RECORD-COUNT IS NOT NUMERIC
                           OR XMIT-TRL-RECORD-COUNT
                               NOT = WS-CUR-RECORDS
                       MOVE 'RECORD COUNT DIFFERS'
                           TO WS-TRN-REASON(WS-CUR-SUB)
                   WHEN XMIT-TRL-SERIAL-HASH IS NOT NUMERIC
                           OR XMIT-TRL-SERIAL-HASH
                               NOT = WS-CUR-SERIAL-HASH
                       MOVE 'SERIAL HASH DIFFERS'
                           TO WS-TRN-REASON(WS-CUR-SUB)
                   WHEN XMIT-TRL-CHECK-HASH IS NOT NUMERIC
                           OR XMIT-TRL-CHECK-HASH
                               NOT = WS-CUR-CHECK-HASH
                       MOVE 'CHECK HASH DIFFERS'
                           TO WS-TRN-REASON(WS-CUR-SUB)
                   WHEN WS-CUR-MIN-SERIAL NOT = WS-TRN-FIRST(WS-CUR-SUB)
                           OR WS-CUR-MAX-SERIAL
                               NOT = WS-TRN-LAST(WS-CUR-SUB)
                       MOVE 'SERIAL RANGE DIFFERS'
                           TO WS-TRN-REASON(WS-CUR-SUB)
                   WHEN OTHER
                       MOVE 'ACC' TO WS-TRN-STATUS(WS-CUR-SUB)
               END-EVALUATE
           END-IF.

       3400-REJECT-INCOMPLETE.
           MOVE 'N' TO WS-INSIDE-FLAG
           IF WS-CUR-SUB > 0
               MOVE WS-CUR-RECORDS TO WS-TRN-RECORDS(WS-CUR-SUB)
               MOVE 'REJ' TO WS-TRN-STATUS(WS-CUR-SUB)
               MOVE 'NO TRAILER-TRUNCATED' TO WS-TRN-REASON(WS-CUR-SUB)
           END-IF.

      *    A good envelope is still refused if its range was received
      *    before - in an earlier collection or earlier in this one.
      *    Empty envelopes carry no range and are never duplicates.
       3500-CHECK-ALREADY-RECEIVED.
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
               IF WS-TRN-ACCEPTED(WS-TRN-IDX)
                       AND WS-TRN-FIRST(WS-TRN-IDX) > 0
                   PERFORM 3510-MATCH-RECEIPTS
                   IF WS-TRN-ACCEPTED(WS-TRN-IDX)
                       PERFORM 3520-MATCH-EARLIER-ENVELOPES
                   END-IF
               END-IF
               IF WS-TRN-ACCEPTED(WS-TRN-IDX)
                   ADD 1 TO WS-ENVELOPES-ACCEPTED
               ELSE
                   ADD 1 TO WS-ENVELOPES-REJECTED
               END-IF
           END-PERFORM.

       3510-MATCH-RECEIPTS.
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
                   OR WS-TRN-REJECTED(WS-TRN-IDX)
               IF WS-RCV-HOST(WS-RCV-IDX) = WS-TRN-HOST(WS-TRN-IDX)
                   IF WS-RCV-FIRST(WS-RCV-IDX)
                           = WS-TRN-FIRST(WS-TRN-IDX)
                           AND WS-RCV-LAST(WS-RCV-IDX)
                               = WS-TRN-LAST(WS-TRN-IDX)
                       MOVE 'REJ' TO WS-TRN-STATUS(WS-TRN-IDX)
                       MOVE 'DUPLICATE'
                           TO WS-TRN-REASON(WS-TRN-IDX)
                   ELSE
                       IF WS-RCV-FIRST(WS-RCV-IDX)
                               NOT > WS-TRN-LAST(WS-TRN-IDX)
                               AND WS-RCV-LAST(WS-RCV-IDX)
                                   NOT < WS-TRN-FIRST(WS-TRN-IDX)
                           MOVE 'REJ' TO WS-TRN-STATUS(WS-TRN-IDX)
                           MOVE 'OVERLAPS RECEIVED'
                               TO WS-TRN-REASON(WS-TRN-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       3520-MATCH-EARLIER-ENVELOPES.
           PERFORM VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB >= WS-TRN-IDX
                   OR WS-TRN-REJECTED(WS-TRN-IDX)
               IF WS-TRN-ACCEPTED(WS-SCAN-SUB)
                       AND WS-TRN-HOST(WS-SCAN-SUB)
                           = WS-TRN-HOST(WS-TRN-IDX)
                       AND WS-TRN-FIRST(WS-SCAN-SUB) > 0
                       AND WS-TRN-FIRST(WS-SCAN-SUB)
                           NOT > WS-TRN-LAST(WS-TRN-IDX)
                       AND WS-TRN-LAST(WS-SCAN-SUB)
                           NOT < WS-TRN-FIRST(WS-TRN-IDX)
                   MOVE 'REJ' TO WS-TRN-STATUS(WS-TRN-IDX)
                   IF WS-TRN-FIRST(WS-SCAN-SUB)
                           = WS-TRN-FIRST(WS-TRN-IDX)
                           AND WS-TRN-LAST(WS-SCAN-SUB)
                               = WS-TRN-LAST(WS-TRN-IDX)
                       MOVE 'DUPLICATE' TO WS-TRN-REASON(WS-TRN-IDX)
                   ELSE
                       MOVE 'OVERLAPS RECEIVED'
                           TO WS-TRN-REASON(WS-TRN-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Second pass, run once every receipt is logged: copy the
      *    records of accepted envelopes only.
      *    Envelopes are counted off in the same order as the first
      *    pass, so the ordinal finds each one's verdict; any beyond
      *    the table were never judged and are not copied.
       4000-BUILD-FLEET-FILE.
           IF WS-ENVELOPES-ACCEPTED > 0
               OPEN EXTEND HELLO-FLEETIN-FILE
               IF WS-FLEETIN-FILE-STATUS = '35'
                   OPEN OUTPUT HELLO-FLEETIN-FILE
               END-IF
               IF WS-FLEETIN-FILE-STATUS NOT = '00'
                   MOVE '4000-BUILD-FLEET-FILE' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.FLEETIN' TO ERRH-FILE-NAME
                   MOVE 'OPEN EXT' TO ERRH-OPERATION
                   MOVE WS-FLEETIN-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
               ELSE
                   MOVE 'N' TO WS-INSIDE-FLAG
                   MOVE 'N' TO WS-XMITIN-EOF-FLAG
                   MOVE 0 TO WS-PASS2-SUB
                   OPEN INPUT HELLO-XMITIN-FILE
                   IF WS-XMITIN-FILE-STATUS NOT = '00'
                       MOVE '4000-BUILD-FLEET-FILE' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.XMITIN' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-XMITIN-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                       MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
                   ELSE
                       PERFORM 4100-READ-FOR-COPY
                           UNTIL WS-XMITIN-EOF OR WS-COLLECT-ERROR
                       CLOSE HELLO-XMITIN-FILE
                   END-IF
                   CLOSE HELLO-FLEETIN-FILE
               END-IF
           END-IF.

       4100-READ-FOR-COPY.
           READ HELLO-XMITIN-FILE
               AT END
                   MOVE 'Y' TO WS-XMITIN-EOF-FLAG
               NOT AT END
                   EVALUATE TRUE
                       WHEN XMIT-HEADER
                           ADD 1 TO WS-PASS2-SUB
                           MOVE 'Y' TO WS-INSIDE-FLAG
                       WHEN XMIT-TRAILER
                           MOVE 'N' TO WS-INSIDE-FLAG
                       WHEN WS-INSIDE-ENVELOPE
                               AND WS-PASS2-SUB <= WS-TRN-COUNT
                           IF WS-TRN-ACCEPTED(WS-PASS2-SUB)
                               PERFORM 4200-WRITE-FLEET-RECORD
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4200-WRITE-FLEET-RECORD.
           MOVE CHKRES-RECORD TO FLEETIN-RECORD
           WRITE FLEETIN-RECORD
           IF WS-FLEETIN-FILE-STATUS NOT = '00'
               MOVE '4200-WRITE-FLEET-RECORD' TO ERRH-PARAGRAPH
               MOVE 'HELLO.FLEETIN' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-FLEETIN-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
           ELSE
               ADD 1 TO WS-FLEETIN-WRITTEN
           END-IF.

       4500-WRITE-RECEIPTS.
           OPEN EXTEND HELLO-RECEIPT-FILE
           IF WS-RECEIPT-FILE-STATUS = '35'
               OPEN OUTPUT HELLO-RECEIPT-FILE
           END-IF
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
               MOVE '4500-WRITE-RECEIPTS' TO ERRH-PARAGRAPH
               MOVE 'HELLO.RECEIPT' TO ERRH-FILE-NAME
               MOVE 'OPEN EXT' TO ERRH-OPERATION
               MOVE WS-RECEIPT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
           ELSE
               PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                       UNTIL WS-TRN-IDX > WS-TRN-COUNT
                       OR WS-COLLECT-ERROR
                   PERFORM 4510-WRITE-ONE-RECEIPT
               END-PERFORM
               CLOSE HELLO-RECEIPT-FILE
           END-IF.

       4510-WRITE-ONE-RECEIPT.
           MOVE SPACES TO RCPT-RECORD
           MOVE WS-RUN-DATE TO RCPT-COLLECT-DATE
           MOVE WS-RUN-TIME TO RCPT-COLLECT-TIME
           MOVE WS-TRN-HOST(WS-TRN-IDX) TO RCPT-HOST-NAME
           MOVE WS-TRN-FIRST(WS-TRN-IDX) TO RCPT-FIRST-SERIAL
           MOVE WS-TRN-LAST(WS-TRN-IDX) TO RCPT-LAST-SERIAL
           MOVE WS-TRN-RECORDS(WS-TRN-IDX) TO RCPT-RECORD-COUNT
           MOVE WS-TRN-EXT-DATE(WS-TRN-IDX) TO RCPT-EXTRACT-DATE
           MOVE WS-TRN-EXT-TIME(WS-TRN-IDX) TO RCPT-EXTRACT-TIME
           MOVE WS-TRN-STATUS(WS-TRN-IDX) TO RCPT-STATUS
           MOVE WS-TRN-REASON(WS-TRN-IDX) TO RCPT-REASON
           MOVE WS-TRN-ENV-LIST(WS-TRN-IDX) TO RCPT-ENV-LIST
           WRITE RCPT-RECORD
           IF WS-RECEIPT-FILE-STATUS NOT = '00'
               MOVE '4510-WRITE-ONE-RECEIPT' TO ERRH-PARAGRAPH
               MOVE 'HELLO.RECEIPT' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-RECEIPT-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-COLLECT-ERROR-FLAG
           ELSE
               ADD 1 TO WS-RECEIPTS-WRITTEN
           END-IF.

      *    The expected hosts are the last hosts the registry saw
      *    verify each active environment. A missing registry is
      *    reported and the collection stands.
       5000-LOAD-EXPECTED-HOSTS.
           OPEN INPUT HELLO-ENVREG-FILE
           EVALUATE WS-ENVREG-FILE-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-REGISTRY-FLAG
                   MOVE LOW-VALUES TO ENVREG-ENV-NAME
                   START HELLO-ENVREG-FILE KEY NOT < ENVREG-ENV-NAME
                       INVALID KEY
                           MOVE 'Y' TO WS-ENVREG-EOF-FLAG
                   END-START
                   PERFORM 5100-READ-NEXT-ENV UNTIL WS-ENVREG-EOF
                   CLOSE HELLO-ENVREG-FILE
               WHEN '35'
                   DISPLAY 'COLLCT: NO HELLO.ENVREG - EXPECTED HOSTS'
                       ' NOT CHECKED'
               WHEN OTHER
                   MOVE '5000-LOAD-EXPECTED-HOSTS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVREG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-ENVREG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-REGISTRY-ERROR-FLAG
                   DISPLAY 'COLLCT: HELLO.ENVREG UNREADABLE - EXPECTED'
                       ' HOSTS NOT CHECKED'
           END-EVALUATE.

       5100-READ-NEXT-ENV.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               NOT AT END
                   IF ENVREG-ACTIVE AND ENVREG-LAST-HOST NOT = SPACES
                       PERFORM 5200-POST-EXPECTED-HOST
                   END-IF
           END-READ.

       5200-POST-EXPECTED-HOST.
           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
                   OR WS-FOUND-FLAG = 'Y'
               IF WS-EXP-HOST(WS-EXP-IDX) = ENVREG-LAST-HOST
                   MOVE 'Y' TO WS-FOUND-FLAG
                   ADD 1 TO WS-EXP-ENV-COUNT(WS-EXP-IDX)
               END-IF
           END-PERFORM
           IF WS-FOUND-FLAG = 'N'
               IF WS-EXP-COUNT < WS-EXP-MAX
                   ADD 1 TO WS-EXP-COUNT
                   MOVE ENVREG-LAST-HOST TO WS-EXP-HOST(WS-EXP-COUNT)
                   MOVE ENVREG-ENV-NAME TO WS-EXP-ENV(WS-EXP-COUNT)
                   MOVE 1 TO WS-EXP-ENV-COUNT(WS-EXP-COUNT)
               ELSE
                   ADD 1 TO WS-EXP-OVERFLOW
               END-IF
           END-IF.

       6000-PRINT-ENVELOPE-SECTION.
           DISPLAY ' '
           DISPLAY 'ENVELOPES RECEIVED'
           DISPLAY 'HOST     FIRST    LAST     RECORDS EXTRACTED'
               '         VERDICT'
           DISPLAY '------------------------------------------------'
               '-------------------------------'
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
               PERFORM 6100-PRINT-ENVELOPE-LINE
           END-PERFORM
           IF WS-TRN-COUNT = 0
               DISPLAY '(NO ENVELOPES IN HELLO.XMITIN)'
           END-IF.

       6100-PRINT-ENVELOPE-LINE.
           MOVE SPACES TO WS-TRN-LINE
           MOVE WS-TRN-HOST(WS-TRN-IDX) TO WS-TL-HOST
           MOVE WS-TRN-FIRST(WS-TRN-IDX) TO WS-TL-FIRST
           MOVE WS-TRN-LAST(WS-TRN-IDX) TO WS-TL-LAST
           MOVE WS-TRN-RECORDS(WS-TRN-IDX) TO WS-TL-RECORDS
           MOVE WS-TRN-EXT-DATE(WS-TRN-IDX) TO WS-TL-EXT-DATE
           MOVE WS-TRN-EXT-TIME(WS-TRN-IDX) TO WS-TL-EXT-TIME
           MOVE WS-TRN-STATUS(WS-TRN-IDX) TO WS-TL-STATUS
           MOVE WS-TRN-REASON(WS-TRN-IDX) TO WS-TL-REASON
           IF WS-TRN-ACCEPTED(WS-TRN-IDX)
                   AND WS-TRN-FIRST(WS-TRN-IDX) = 0
               MOVE 'NOTHING NEW' TO WS-TL-REASON
           END-IF
           DISPLAY WS-TRN-LINE
           IF WS-TRN-REJECTED(WS-TRN-IDX)
                   AND WS-TRN-REASON(WS-TRN-IDX) NOT = 'DUPLICATE'
                   AND WS-TRN-FIRST(WS-TRN-IDX) > 0
               DISPLAY '         RESEND: HELLO-XMIT '
                   WS-TRN-FIRST(WS-TRN-IDX) ' '
                   WS-TRN-LAST(WS-TRN-IDX) ' ON '
                   WS-TRN-HOST(WS-TRN-IDX)
           END-IF.

      *    Each expected host is judged on this collection alone: an
      *    accepted envelope (even an empty one) is a delivery, and so
      *    is an exact duplicate - that range is already in hand. Only
      *    other rejections mean resend; none at all means silence.
       6500-PRINT-HOST-SECTION.
           DISPLAY ' '
           DISPLAY 'EXPECTED HOSTS (FROM THE REGISTRY)'
           IF NOT WS-REGISTRY-READ
               DISPLAY '(REGISTRY NOT READ)'
           END-IF
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXP-COUNT
               PERFORM 6600-PRINT-HOST-LINE
           END-PERFORM.

       6600-PRINT-HOST-LINE.
           MOVE 'N' TO WS-HOST-ACCEPTED
           MOVE 'N' TO WS-HOST-REJECTED
           PERFORM VARYING WS-TRN-IDX FROM 1 BY 1
                   UNTIL WS-TRN-IDX > WS-TRN-COUNT
               IF WS-TRN-HOST(WS-TRN-IDX) = WS-EXP-HOST(WS-EXP-IDX)
                   IF WS-TRN-ACCEPTED(WS-TRN-IDX)
                           OR WS-TRN-REASON(WS-TRN-IDX) = 'DUPLICATE'
                       MOVE 'Y' TO WS-HOST-ACCEPTED
                   ELSE
                       MOVE 'Y' TO WS-HOST-REJECTED
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-HOST-ACCEPTED = 'Y'
                   DISPLAY WS-EXP-HOST(WS-EXP-IDX) ' '
                       WS-EXP-ENV(WS-EXP-IDX) ' ENVS='
                       WS-EXP-ENV-COUNT(WS-EXP-IDX)
                       ' ... RECEIVED'
               WHEN WS-HOST-REJECTED = 'Y'
                   ADD 1 TO WS-HOSTS-REJECTED
                   DISPLAY WS-EXP-HOST(WS-EXP-IDX) ' '
                       WS-EXP-ENV(WS-EXP-IDX) ' ENVS='
                       WS-EXP-ENV-COUNT(WS-EXP-IDX)
                       ' ... *** REJECTED ONLY - RESEND'
               WHEN OTHER
                   ADD 1 TO WS-HOSTS-SILENT
                   DISPLAY WS-EXP-HOST(WS-EXP-IDX) ' '
                       WS-EXP-ENV(WS-EXP-IDX) ' ENVS='
                       WS-EXP-ENV-COUNT(WS-EXP-IDX)
                       ' ... *** SENT NOTHING'
           END-EVALUATE.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-XMITIN-READ TO WS-ED-COUNT
           DISPLAY 'XMITIN RECORDS READ ...... ' WS-ED-COUNT
           MOVE WS-ENVELOPES-ACCEPTED TO WS-ED-COUNT
           DISPLAY 'ENVELOPES ACCEPTED ....... ' WS-ED-COUNT
           MOVE WS-ENVELOPES-REJECTED TO WS-ED-COUNT
           DISPLAY 'ENVELOPES REJECTED ....... ' WS-ED-COUNT
           MOVE WS-ORPHAN-RECORDS TO WS-ED-COUNT
           DISPLAY 'RECORDS OUTSIDE ENVELOPES  ' WS-ED-COUNT
           MOVE WS-FLEETIN-WRITTEN TO WS-ED-COUNT
           DISPLAY 'FLEETIN RECORDS ADDED .... ' WS-ED-COUNT
           MOVE WS-RECEIPTS-WRITTEN TO WS-ED-COUNT
           DISPLAY 'RECEIPTS LOGGED .......... ' WS-ED-COUNT
           MOVE WS-HOSTS-SILENT TO WS-ED-COUNT
           DISPLAY 'EXPECTED HOSTS SILENT .... ' WS-ED-COUNT
           MOVE WS-HOSTS-REJECTED TO WS-ED-COUNT
           DISPLAY 'EXPECTED HOSTS REJECTED .. ' WS-ED-COUNT
           IF WS-TRN-OVERFLOW > 0
               DISPLAY 'ENVELOPES NOT JUDGED - TABLE FULL: '
                   WS-TRN-OVERFLOW
           END-IF
           IF WS-RCV-OVERFLOW > 0
               DISPLAY 'RECEIPTS NOT HELD - TABLE FULL: '
                   WS-RCV-OVERFLOW
           END-IF
           IF WS-EXP-OVERFLOW > 0
               DISPLAY 'EXPECTED HOSTS NOT HELD - TABLE FULL: '
                   WS-EXP-OVERFLOW
           END-IF
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED
                   DISPLAY 'NOTHING COLLECTED - RESUBMIT THE STEP'
               WHEN WS-COLLECT-ERROR AND WS-RECEIPTS-WRITTEN = 0
                   DISPLAY 'NOTHING COLLECTED - RESUBMIT THE STEP'
               WHEN WS-COLLECT-ERROR
                   DISPLAY 'COLLECTION INCOMPLETE - REMOVE THE'
                       ' HELLO.RECEIPT LINES STAMPED ' WS-RUN-DATE
                       ' ' WS-RUN-TIME
                   DISPLAY '  THEN RESUBMIT THE STEP'
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-LOCK-MISSED OR WS-COLLECT-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ENVELOPES-REJECTED > 0
                       OR WS-ORPHAN-RECORDS > 0
                       OR WS-TRN-OVERFLOW > 0
                       OR WS-HOSTS-SILENT > 0
                       OR WS-HOSTS-REJECTED > 0
                       OR WS-REGISTRY-ERROR
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *    Suite lock brackets: a collection while a verification run
      *    holds the lock is not attempted - the step is
      *    resubmittable. A missing HELLO-LOCK module degrades to an
      *    unserialized collection with a loud warning.
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
               MOVE 'Y' TO WS-LOCK-MISSED-FLAG
               DISPLAY 'SUITE LOCK NOT HELD (STATUS=' LOCK-STATUS
                   ') - NOTHING COLLECTED, RESUBMIT THE STEP'
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
           MOVE 'HELLO-COLLCT' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
