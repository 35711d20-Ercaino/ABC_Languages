      * HELLO-REGBKP
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloRegBackup_Cobol
      *       helloRegBackup_Cobol.cob
      *   ./helloRegBackup_Cobol
      *
      * Image-copy backup of the environment-registry master
      * HELLO.ENVREG, run as a step of the nightly stream ahead of
      * the verification runs. Every registry record is copied in
      * key order to the sequential HELLO.ENVIMAGE (see ENVIMG.CPY),
      * between a header carrying the copy date/time and the number
      * of HELLO.ENVJRNL journal records on file at that moment, and
      * a trailer carrying the record count. The copy is taken under
      * the suite lock so no registry update - and so no journal
      * record - lands half in and half out of it; HELLO-REGRCV
      * restores from the copy and replays the journal from the
      * recorded position to rebuild the registry as of any later
      * point in time.
      *
      * Each run replaces HELLO.ENVIMAGE; the stream keeps the
      * generations it wants by copying the file aside.
      *
      * RETURN-CODE 0 = image copy written, 8 = suite lock not
      * obtained or registry/image file unavailable (no copy taken -
      * resubmit the step).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-REGBKP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-ENVJRNL-FILE ASSIGN TO 'HELLO.ENVJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT HELLO-ENVIMAGE-FILE ASSIGN TO 'HELLO.ENVIMAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

       FD  HELLO-ENVJRNL-FILE.
       01  JRNL-RECORD                 PIC X(320).

       FD  HELLO-ENVIMAGE-FILE.

           COPY ENVIMG.

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

           COPY LOCKLK.

       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-JRNL-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-IMAGE-FILE-STATUS        PIC X(2)  VALUE '00'.

       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-JRNL-EOF                       VALUE 'Y'.

       01  WS-BACKUP-FLAGS.
           05  WS-LOCK-MISSED-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-LOCK-MISSED                VALUE 'Y'.
           05  WS-BACKUP-ERROR-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-BACKUP-ERROR               VALUE 'Y'.
           05  WS-REGISTRY-OPEN-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-REGISTRY-OPEN              VALUE 'Y'.

       01  WS-BACKUP-COUNTS.
           05  WS-JRNL-POSITION        PIC 9(9)  VALUE 0.
           05  WS-RECORDS-COPIED       PIC 9(9)  VALUE 0.

       01  WS-ED-COUNT                 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 9850-ACQUIRE-SUITE-LOCK
           IF NOT WS-LOCK-MISSED
               PERFORM 2000-COUNT-JOURNAL-RECORDS
               PERFORM 3000-OPEN-COPY-FILES
               IF NOT WS-BACKUP-ERROR
                   PERFORM 3100-WRITE-HEADER
                   PERFORM 4000-COPY-REGISTRY
                   PERFORM 5000-WRITE-TRAILER
                   CLOSE HELLO-ENVIMAGE-FILE
               END-IF
               IF WS-REGISTRY-OPEN
                   CLOSE HELLO-ENVREG-FILE
               END-IF
           END-IF
           PERFORM 9860-RELEASE-SUITE-LOCK
           PERFORM 8000-DISPLAY-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLOBKP' TO WS-JOB-NAME
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
           DISPLAY 'ENVIRONMENT REGISTRY IMAGE COPY'.

      *    The journal position is taken under the same lock as the
      *    copy, so it marks exactly the changes the copy already
      *    holds. No journal yet means position zero.
       2000-COUNT-JOURNAL-RECORDS.
           OPEN INPUT HELLO-ENVJRNL-FILE
           EVALUATE WS-JRNL-FILE-STATUS
               WHEN '00'
                   PERFORM 2100-COUNT-ONE-RECORD UNTIL WS-JRNL-EOF
                   CLOSE HELLO-ENVJRNL-FILE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   MOVE '2000-COUNT-JOURNAL-RECORDS' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVJRNL' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-JRNL-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-BACKUP-ERROR-FLAG
           END-EVALUATE.

       2100-COUNT-ONE-RECORD.
           READ HELLO-ENVJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-POSITION
           END-READ.

      *    An absent registry is copied as an empty image (header and
      *    trailer only) - that is a valid starting point for replay.
       3000-OPEN-COPY-FILES.
           IF NOT WS-BACKUP-ERROR
               OPEN INPUT HELLO-ENVREG-FILE
               EVALUATE WS-ENVREG-FILE-STATUS
                   WHEN '00'
                       MOVE 'Y' TO WS-REGISTRY-OPEN-FLAG
                   WHEN '35'
                       DISPLAY 'REGBKP: NO REGISTRY ON FILE - EMPTY'
                           ' IMAGE WRITTEN'
                       MOVE 'Y' TO WS-ENVREG-EOF-FLAG
                   WHEN OTHER
                       MOVE '3000-OPEN-COPY-FILES' TO ERRH-PARAGRAPH
                       MOVE 'HELLO.ENVREG' TO ERRH-FILE-NAME
                       MOVE 'OPEN IN' TO ERRH-OPERATION
                       MOVE WS-ENVREG-FILE-STATUS TO ERRH-FILE-STATUS
                       PERFORM 9800-CALL-ERROR-HANDLER
                       MOVE 'Y' TO WS-BACKUP-ERROR-FLAG
               END-EVALUATE
           END-IF
           IF NOT WS-BACKUP-ERROR
               OPEN OUTPUT HELLO-ENVIMAGE-FILE
               IF WS-IMAGE-FILE-STATUS NOT = '00'
                   MOVE '3000-OPEN-COPY-FILES' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVIMAGE' TO ERRH-FILE-NAME
                   MOVE 'OPEN OUT' TO ERRH-OPERATION
                   MOVE WS-IMAGE-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-BACKUP-ERROR-FLAG
               END-IF
           END-IF.

       3100-WRITE-HEADER.
           MOVE SPACES TO ENVIMG-RECORD
           MOVE 'H' TO ENVIMG-TYPE
           MOVE WS-RUN-DATE TO ENVIMG-COPY-DATE
           MOVE WS-RUN-TIME TO ENVIMG-COPY-TIME
           MOVE WS-JRNL-POSITION TO ENVIMG-COUNT
           PERFORM 3200-WRITE-IMAGE-RECORD.

       3200-WRITE-IMAGE-RECORD.
           WRITE ENVIMG-RECORD
           IF WS-IMAGE-FILE-STATUS NOT = '00'
               MOVE '3200-WRITE-IMAGE-RECORD' TO ERRH-PARAGRAPH
               MOVE 'HELLO.ENVIMAGE' TO ERRH-FILE-NAME
               MOVE 'WRITE' TO ERRH-OPERATION
               MOVE WS-IMAGE-FILE-STATUS TO ERRH-FILE-STATUS
               PERFORM 9800-CALL-ERROR-HANDLER
               MOVE 'Y' TO WS-BACKUP-ERROR-FLAG
               MOVE 'Y' TO WS-ENVREG-EOF-FLAG
           END-IF.

       4000-COPY-REGISTRY.
           IF WS-REGISTRY-OPEN
               MOVE LOW-VALUES TO ENVREG-ENV-NAME
               START HELLO-ENVREG-FILE KEY NOT < ENVREG-ENV-NAME
                   INVALID KEY
                       MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               END-START
               PERFORM 4100-COPY-NEXT-RECORD UNTIL WS-ENVREG-EOF
           END-IF.

       4100-COPY-NEXT-RECORD.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO ENVIMG-RECORD
                   MOVE 'D' TO ENVIMG-TYPE
                   MOVE WS-RUN-DATE TO ENVIMG-COPY-DATE
                   MOVE WS-RUN-TIME TO ENVIMG-COPY-TIME
                   MOVE ENVREG-RECORD TO ENVIMG-IMAGE
                   PERFORM 3200-WRITE-IMAGE-RECORD
                   IF NOT WS-BACKUP-ERROR
                       ADD 1 TO WS-RECORDS-COPIED
                   END-IF
           END-READ.

       5000-WRITE-TRAILER.
           IF NOT WS-BACKUP-ERROR
               MOVE SPACES TO ENVIMG-RECORD
               MOVE 'T' TO ENVIMG-TYPE
               MOVE WS-RUN-DATE TO ENVIMG-COPY-DATE
               MOVE WS-RUN-TIME TO ENVIMG-COPY-TIME
               MOVE WS-RECORDS-COPIED TO ENVIMG-COUNT
               PERFORM 3200-WRITE-IMAGE-RECORD
           END-IF.

       8000-DISPLAY-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-RECORDS-COPIED TO WS-ED-COUNT
           DISPLAY 'REGISTRY RECORDS COPIED .. ' WS-ED-COUNT
           MOVE WS-JRNL-POSITION TO WS-ED-COUNT
           DISPLAY 'JOURNAL POSITION ......... ' WS-ED-COUNT
           IF WS-BACKUP-ERROR
               DISPLAY 'IMAGE COPY INCOMPLETE - RESUBMIT THE STEP'
           END-IF.

       9000-TERMINATE.
           IF WS-LOCK-MISSED OR WS-BACKUP-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *    Suite lock brackets: the copy and the journal position
      *    must describe the same instant, so a copy taken while
      *    another job holds the lock is not attempted - the step is
      *    resubmittable. A missing HELLO-LOCK module degrades to an
      *    unserialized copy with a loud warning.
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
                   ') - NO IMAGE COPY TAKEN, RESUBMIT THE STEP'
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
           MOVE 'HELLO-REGBKP' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
