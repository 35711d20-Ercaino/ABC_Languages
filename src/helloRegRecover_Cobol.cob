      * HELLO-REGRCV
      * Requirements: GnuCOBOL (cobc)
      * Execution:
      *   cobc -x -I copybooks -o helloRegRecover_Cobol
      *       helloRegRecover_Cobol.cob
      *   ./helloRegRecover_Cobol [YYYYMMDD [HHMMSSCC [VERIFY]]]
      *
      * Point-in-time recovery of the environment-registry master
      * HELLO.ENVREG. Starts from the image copy HELLO.ENVIMAGE
      * written by HELLO-REGBKP, then applies the after-images from
      * the registry journal HELLO.ENVJRNL - only the records past
      * the journal position the copy recorded - in journal order up
      * to the target date and time, and rebuilds the registry as it
      * stood then into the new indexed file HELLO.ENVRCVR. The
      * operator swaps HELLO.ENVRCVR in for HELLO.ENVREG after
      * reading the report; the live registry is never written.
      *
      * Argument 1 is the target date (default today), argument 2
      * the target time HHMMSSCC - HHMM or HHMMSS may be given and
      * are padded with zeros (default end of day). Argument 3
      * VERIFY replays without building HELLO.ENVRCVR.
      *
      * Journal records carry the start date/time of the job that
      * made the change, not the moment of the write. Replay
      * therefore stops at the first journal record stamped after
      * the target: everything before it in the journal is applied,
      * everything from it on is counted as beyond the target, so
      * the result is always a state the registry really passed
      * through.
      *
      * Each applied record is checked against the state it
      * replaces: a REWRITE's before-image must equal the replayed
      * record, and a WRITE must find no record for the environment.
      * A mismatch means a registry change escaped the journal (or
      * the wrong image copy was used); it is listed and the
      * after-image is applied anyway.
      *
      * Both modes finish with a field-by-field comparison of the
      * replayed registry against the current HELLO.ENVREG.
      *
      * RETURN-CODE 0 = replay clean, 4 = before-image mismatches
      * found, 8 = image copy or journal unusable, or HELLO.ENVRCVR
      * could not be built.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-REGRCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELLO-ENVIMAGE-FILE ASSIGN TO 'HELLO.ENVIMAGE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMAGE-FILE-STATUS.
           SELECT HELLO-ENVJRNL-FILE ASSIGN TO 'HELLO.ENVJRNL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-FILE-STATUS.
           SELECT HELLO-ENVREG-FILE ASSIGN TO 'HELLO.ENVREG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENVREG-ENV-NAME
               FILE STATUS IS WS-ENVREG-FILE-STATUS.
           SELECT HELLO-ENVRCVR-FILE ASSIGN TO 'HELLO.ENVRCVR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RCVR-ENV-NAME
               FILE STATUS IS WS-RCVR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELLO-ENVIMAGE-FILE.

           COPY ENVIMG.

       FD  HELLO-ENVJRNL-FILE.
       01  JRNL-RECORD                 PIC X(320).

       FD  HELLO-ENVREG-FILE.

           COPY ENVREG.

      *    Same 128-byte layout as ENVREG-RECORD; only the key is
      *    named here, the image is moved in whole.
       FD  HELLO-ENVRCVR-FILE.
       01  RCVR-RECORD.
           05  RCVR-ENV-NAME           PIC X(4).
           05  FILLER                  PIC X(124).

       WORKING-STORAGE SECTION.

           COPY JOBHDR.

           COPY ERRHLK.

       01  WS-IMAGE-FILE-STATUS        PIC X(2)  VALUE '00'.
       01  WS-JRNL-FILE-STATUS         PIC X(2)  VALUE '00'.
       01  WS-ENVREG-FILE-STATUS       PIC X(2)  VALUE '00'.
       01  WS-RCVR-FILE-STATUS         PIC X(2)  VALUE '00'.

       01  WS-IMAGE-EOF-FLAG           PIC X(1)  VALUE 'N'.
           88  WS-IMAGE-EOF                      VALUE 'Y'.
       01  WS-JRNL-EOF-FLAG            PIC X(1)  VALUE 'N'.
           88  WS-JRNL-EOF                       VALUE 'Y'.
       01  WS-ENVREG-EOF-FLAG          PIC X(1)  VALUE 'N'.
           88  WS-ENVREG-EOF                     VALUE 'Y'.

       01  WS-RECOVERY-FLAGS.
           05  WS-RUN-MODE             PIC X(1)  VALUE 'R'.
               88  WS-RECOVER-MODE               VALUE 'R'.
               88  WS-VERIFY-MODE                VALUE 'V'.
           05  WS-RECOVERY-ERROR-FLAG  PIC X(1)  VALUE 'N'.
               88  WS-RECOVERY-ERROR             VALUE 'Y'.
           05  WS-HEADER-SEEN-FLAG     PIC X(1)  VALUE 'N'.
               88  WS-HEADER-SEEN                VALUE 'Y'.
           05  WS-TRAILER-SEEN-FLAG    PIC X(1)  VALUE 'N'.
               88  WS-TRAILER-SEEN               VALUE 'Y'.
           05  WS-TARGET-PASSED-FLAG   PIC X(1)  VALUE 'N'.
               88  WS-TARGET-PASSED              VALUE 'Y'.

      *    Target point in time, argument or default, held as one
      *    16-byte date-and-time key to compare with the journal
      *    stamps.
       01  WS-TARGET-ARGS.
           05  WS-DATE-ARG             PIC X(8)  VALUE SPACES.
           05  WS-DATE-ARG-N REDEFINES WS-DATE-ARG
                                       PIC 9(8).
           05  WS-TIME-ARG             PIC X(8)  VALUE SPACES.
           05  WS-MODE-ARG             PIC X(8)  VALUE SPACES.
           05  WS-ARG-SUB              PIC 9(2)  COMP VALUE 0.
           05  WS-ARG-BAD-FLAG         PIC X(1)  VALUE 'N'.

       01  WS-TARGET-STAMP.
           05  WS-TARGET-DATE          PIC 9(8)  VALUE 0.
           05  WS-TARGET-TIME          PIC 9(8)  VALUE 99999999.
           05  WS-TARGET-TIME-X REDEFINES WS-TARGET-TIME.
               10  WS-TARGET-HH        PIC 9(2).
               10  WS-TARGET-MI        PIC 9(2).
               10  WS-TARGET-SS        PIC 9(2).
               10  WS-TARGET-CC        PIC 9(2).

       01  WS-JRNL-STAMP.
           05  WS-STAMP-DATE           PIC X(8).
           05  WS-STAMP-TIME           PIC X(8).

      *    What the image copy's header and trailer said.
       01  WS-IMAGE-CONTROL.
           05  WS-COPY-DATE            PIC 9(8)  VALUE 0.
           05  WS-COPY-TIME            PIC 9(8)  VALUE 0.
           05  WS-JRNL-POSITION        PIC 9(9)  VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(9)  VALUE 0.

      *    Fixed-position view of the journal line written by
      *    HELLO-JRNL (the same view HELLO-JRNLRP reports from).
       01  WS-JRNL-LINE.
           05  WS-JRNL-DATE            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-TIME            PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-JOB-NAME        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-OPERATOR        PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-PROGRAM         PIC X(12).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-ACTION          PIC X(8).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-ENV             PIC X(4).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-BEFORE          PIC X(128).
           05  FILLER                  PIC X(1).
           05  WS-JRNL-AFTER           PIC X(128).

      *    The registry as replayed: loaded from the image copy, then
      *    updated by each applied journal record.
       01  WS-RCV-LIMITS.
           05  WS-RCV-MAX              PIC 9(4)  COMP VALUE 200.
           05  WS-RCV-COUNT            PIC 9(4)  COMP VALUE 0.
           05  WS-RCV-OVERFLOW         PIC 9(5)  VALUE 0.

       01  WS-RCV-TABLE.
           05  WS-RCV-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-RCV-IDX.
               10  WS-RCV-ENV          PIC X(4).
               10  WS-RCV-IMAGE        PIC X(128).
               10  WS-RCV-MATCHED-FLAG PIC X(1).

       01  WS-FOUND-FLAG               PIC X(1)  VALUE 'N'.
           88  WS-ENTRY-FOUND                    VALUE 'Y'.
       01  WS-FOUND-SUB                PIC 9(4)  COMP VALUE 0.
       01  WS-LOOKUP-ENV               PIC X(4)  VALUE SPACES.

      *    The 128-byte registry image decoded field by field (the
      *    layout of ENVREG.CPY), once for the current record and
      *    once for the replayed one.
       01  WS-CUR-VIEW.
           05  WS-CUR-ENV              PIC X(4).
           05  WS-CUR-DESC             PIC X(30).
           05  WS-CUR-OWNER            PIC X(8).
           05  WS-CUR-STATUS           PIC X(1).
           05  WS-CUR-LV-DATE          PIC X(8).
           05  WS-CUR-LV-TIME          PIC X(8).
           05  WS-CUR-RESULT           PIC X(4).
           05  WS-CUR-CONSEC           PIC X(3).
           05  WS-CUR-FPRINT           PIC X(8).
           05  WS-CUR-VERSION          PIC X(40).
           05  WS-CUR-HOST             PIC X(8).
           05  FILLER                  PIC X(6).

       01  WS-RCV-VIEW.
           05  WS-RCV-V-ENV            PIC X(4).
           05  WS-RCV-V-DESC           PIC X(30).
           05  WS-RCV-V-OWNER          PIC X(8).
           05  WS-RCV-V-STATUS         PIC X(1).
           05  WS-RCV-V-LV-DATE        PIC X(8).
           05  WS-RCV-V-LV-TIME        PIC X(8).
           05  WS-RCV-V-RESULT         PIC X(4).
           05  WS-RCV-V-CONSEC         PIC X(3).
           05  WS-RCV-V-FPRINT         PIC X(8).
           05  WS-RCV-V-VERSION        PIC X(40).
           05  WS-RCV-V-HOST           PIC X(8).
           05  FILLER                  PIC X(6).

       01  WS-RECORD-COUNTS.
           05  WS-IMAGE-RECORDS        PIC 9(7)  VALUE 0.
           05  WS-JRNL-READ            PIC 9(7)  VALUE 0.
           05  WS-JRNL-SKIPPED         PIC 9(7)  VALUE 0.
           05  WS-JRNL-APPLIED         PIC 9(7)  VALUE 0.
           05  WS-JRNL-BEYOND          PIC 9(7)  VALUE 0.
           05  WS-JRNL-BAD             PIC 9(7)  VALUE 0.
           05  WS-MISMATCHES           PIC 9(7)  VALUE 0.
           05  WS-RCVR-WRITTEN         PIC 9(7)  VALUE 0.
           05  WS-ENVS-IDENTICAL       PIC 9(7)  VALUE 0.
           05  WS-ENVS-DIFFERENT       PIC 9(7)  VALUE 0.
           05  WS-ENVS-CURRENT-ONLY    PIC 9(7)  VALUE 0.
           05  WS-ENVS-RECOVERED-ONLY  PIC 9(7)  VALUE 0.

       01  WS-REPORT-LINE              PIC X(100).

       01  WS-ED-COUNT                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-DISPLAY-JOB-BANNER
           PERFORM 2000-LOAD-IMAGE-COPY
           IF NOT WS-RECOVERY-ERROR
               PERFORM 3000-REPLAY-JOURNAL
           END-IF
           IF NOT WS-RECOVERY-ERROR AND WS-RECOVER-MODE
               PERFORM 4000-BUILD-RECOVERED-REGISTRY
           END-IF
           IF NOT WS-RECOVERY-ERROR
               PERFORM 5000-COMPARE-WITH-CURRENT
           END-IF
           PERFORM 8000-PRINT-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE 'HELLORCV' TO WS-JOB-NAME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'USER'
           IF WS-OPERATOR-ID = SPACES
               MOVE 'SYSTEM' TO WS-OPERATOR-ID
           END-IF
           MOVE WS-RUN-DATE TO WS-TARGET-DATE
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-DATE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-DATE-ARG
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-TIME-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-TIME-ARG
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-MODE-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE-ARG
           END-ACCEPT
           IF WS-DATE-ARG NOT = SPACES
               PERFORM 1200-EDIT-DATE-ARG
           END-IF
           IF WS-TIME-ARG NOT = SPACES
               PERFORM 1300-EDIT-TIME-ARG
           END-IF
           IF WS-MODE-ARG = 'VERIFY'
               MOVE 'V' TO WS-RUN-MODE
           END-IF.

       1100-DISPLAY-JOB-BANNER.
           DISPLAY '================================================='
           DISPLAY 'JOB: ' WS-JOB-NAME
               '  DATE: ' WS-RUN-DATE
               '  TIME: ' WS-RUN-TIME
               '  OPERATOR: ' WS-OPERATOR-ID
           DISPLAY '================================================='
           IF WS-VERIFY-MODE
               DISPLAY 'REGISTRY RECOVERY - VERIFY ONLY (NO REBUILD)'
           ELSE
               DISPLAY 'REGISTRY RECOVERY - REBUILD TO HELLO.ENVRCVR'
           END-IF
           IF WS-TARGET-TIME = 99999999
               DISPLAY 'RECOVER TO: ' WS-TARGET-DATE ' END OF DAY'
           ELSE
               DISPLAY 'RECOVER TO: ' WS-TARGET-DATE
                   ' ' WS-TARGET-TIME
           END-IF.

       1200-EDIT-DATE-ARG.
           IF WS-DATE-ARG IS NUMERIC
                   AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-ARG-N) = 0
               MOVE WS-DATE-ARG-N TO WS-TARGET-DATE
           ELSE
               DISPLAY 'REGRCV: DATE ''' WS-DATE-ARG
                   ''' INVALID, USING ' WS-RUN-DATE
           END-IF.

      *    HHMM, HHMMSS or HHMMSSCC; the missing low-order positions
      *    are zero, so 0600 means 06:00:00.00.
       1300-EDIT-TIME-ARG.
           MOVE 'N' TO WS-ARG-BAD-FLAG
           MOVE ZEROS TO WS-TARGET-TIME
           PERFORM VARYING WS-ARG-SUB FROM 1 BY 1
                   UNTIL WS-ARG-SUB > 8
                   OR WS-TIME-ARG(WS-ARG-SUB:1) = SPACE
                   OR WS-ARG-BAD-FLAG = 'Y'
               IF WS-TIME-ARG(WS-ARG-SUB:1) IS NUMERIC
                   MOVE WS-TIME-ARG(WS-ARG-SUB:1)
                       TO WS-TARGET-TIME-X(WS-ARG-SUB:1)
               ELSE
                   MOVE 'Y' TO WS-ARG-BAD-FLAG
               END-IF
           END-PERFORM
           IF WS-ARG-SUB < 5
               MOVE 'Y' TO WS-ARG-BAD-FLAG
           END-IF
           IF WS-ARG-BAD-FLAG = 'N'
               IF WS-TARGET-HH > 23 OR WS-TARGET-MI > 59
                       OR WS-TARGET-SS > 59
                   MOVE 'Y' TO WS-ARG-BAD-FLAG
               END-IF
           END-IF
           IF WS-ARG-BAD-FLAG = 'Y'
               DISPLAY 'REGRCV: TIME ''' WS-TIME-ARG
                   ''' INVALID, USING END OF DAY'
               MOVE 99999999 TO WS-TARGET-TIME
           END-IF.

      *    The image copy must be complete - a header first and a
      *    trailer whose count agrees - before anything is replayed
      *    on top of it.
       2000-LOAD-IMAGE-COPY.
           OPEN INPUT HELLO-ENVIMAGE-FILE
           EVALUATE WS-IMAGE-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   DISPLAY 'REGRCV: NO IMAGE COPY ON FILE - RUN'
                       ' HELLO-REGBKP FIRST'
                   MOVE 'Y' TO WS-IMAGE-EOF-FLAG
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
               WHEN OTHER
                   MOVE '2000-LOAD-IMAGE-COPY' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVIMAGE' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-IMAGE-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-IMAGE-EOF-FLAG
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
           END-EVALUATE
           PERFORM 2100-READ-IMAGE-RECORD UNTIL WS-IMAGE-EOF
           IF WS-IMAGE-FILE-STATUS = '00'
                   OR WS-IMAGE-FILE-STATUS = '10'
               CLOSE HELLO-ENVIMAGE-FILE
           END-IF
           IF NOT WS-RECOVERY-ERROR
               IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
                   DISPLAY 'REGRCV: IMAGE COPY INCOMPLETE - NO'
                       ' HEADER OR NO TRAILER'
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
               ELSE
                   IF WS-TRAILER-COUNT NOT = WS-IMAGE-RECORDS
                       DISPLAY 'REGRCV: IMAGE COPY TRAILER COUNT '
                           WS-TRAILER-COUNT ' BUT '
                           WS-IMAGE-RECORDS ' RECORDS READ'
                       MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
                   END-IF
               END-IF
           END-IF
           IF NOT WS-RECOVERY-ERROR
               DISPLAY 'IMAGE COPY TAKEN: ' WS-COPY-DATE
                   ' ' WS-COPY-TIME
                   '  JOURNAL POSITION: ' WS-JRNL-POSITION
               IF WS-COPY-DATE > WS-TARGET-DATE
                       OR (WS-COPY-DATE = WS-TARGET-DATE
                       AND WS-COPY-TIME > WS-TARGET-TIME)
                   DISPLAY 'REGRCV: IMAGE COPY IS LATER THAN THE'
                       ' TARGET - USE AN OLDER GENERATION'
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
               END-IF
           END-IF.

       2100-READ-IMAGE-RECORD.
           READ HELLO-ENVIMAGE-FILE
               AT END
                   MOVE 'Y' TO WS-IMAGE-EOF-FLAG
               NOT AT END
                   PERFORM 2200-LOAD-IMAGE-RECORD
           END-READ.

       2200-LOAD-IMAGE-RECORD.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   DISPLAY 'REGRCV: DATA AFTER IMAGE COPY TRAILER'
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
                   MOVE 'Y' TO WS-IMAGE-EOF-FLAG
               WHEN ENVIMG-HEADER AND NOT WS-HEADER-SEEN
                       AND ENVIMG-COUNT IS NUMERIC
                   MOVE 'Y' TO WS-HEADER-SEEN-FLAG
                   MOVE ENVIMG-COPY-DATE TO WS-COPY-DATE
                   MOVE ENVIMG-COPY-TIME TO WS-COPY-TIME
                   MOVE ENVIMG-COUNT TO WS-JRNL-POSITION
               WHEN ENVIMG-DETAIL AND WS-HEADER-SEEN
                   ADD 1 TO WS-IMAGE-RECORDS
                   MOVE ENVIMG-IMAGE TO WS-RCV-VIEW
                   MOVE WS-RCV-V-ENV TO WS-LOOKUP-ENV
                   PERFORM 3500-FIND-RCV-ENTRY
                   IF WS-ENTRY-FOUND
                       MOVE ENVIMG-IMAGE TO WS-RCV-IMAGE(WS-FOUND-SUB)
                   ELSE
                       PERFORM 3600-ADD-RCV-ENTRY
                       IF WS-ENTRY-FOUND
                           MOVE ENVIMG-IMAGE
                               TO WS-RCV-IMAGE(WS-FOUND-SUB)
                       END-IF
                   END-IF
               WHEN ENVIMG-TRAILER AND WS-HEADER-SEEN
                       AND ENVIMG-COUNT IS NUMERIC
                   MOVE 'Y' TO WS-TRAILER-SEEN-FLAG
                   MOVE ENVIMG-COUNT TO WS-TRAILER-COUNT
               WHEN OTHER
                   DISPLAY 'REGRCV: IMAGE COPY RECORD OUT OF SEQUENCE'
                       ' OR UNREADABLE (TYPE ''' ENVIMG-TYPE ''')'
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
                   MOVE 'Y' TO WS-IMAGE-EOF-FLAG
           END-EVALUATE.

      *    Journal records up to the copy's position are already in
      *    the copy; the rest are applied in journal order until the
      *    first one stamped after the target.
       3000-REPLAY-JOURNAL.
           DISPLAY ' '
           DISPLAY 'JOURNAL REPLAY'
           OPEN INPUT HELLO-ENVJRNL-FILE
           EVALUATE WS-JRNL-FILE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               WHEN OTHER
                   MOVE '3000-REPLAY-JOURNAL' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVJRNL' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-JRNL-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
           END-EVALUATE
           PERFORM 3100-READ-JOURNAL-RECORD UNTIL WS-JRNL-EOF
           IF WS-JRNL-FILE-STATUS = '00'
                   OR WS-JRNL-FILE-STATUS = '10'
               CLOSE HELLO-ENVJRNL-FILE
           END-IF
           IF NOT WS-RECOVERY-ERROR
                   AND WS-JRNL-READ < WS-JRNL-POSITION
               DISPLAY 'REGRCV: JOURNAL HOLDS ' WS-JRNL-READ
                   ' RECORDS, IMAGE COPY EXPECTS AT LEAST '
                   WS-JRNL-POSITION
               DISPLAY 'REGRCV: JOURNAL REPLACED SINCE THE COPY -'
                   ' CANNOT REPLAY'
               MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
           END-IF
           IF NOT WS-RECOVERY-ERROR AND WS-MISMATCHES = 0
               DISPLAY '(ALL APPLIED BEFORE-IMAGES MATCH)'
           END-IF.

       3100-READ-JOURNAL-RECORD.
           READ HELLO-ENVJRNL-FILE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-READ
                   MOVE JRNL-RECORD TO WS-JRNL-LINE
                   PERFORM 3200-ROUTE-JOURNAL-RECORD
           END-READ.

       3200-ROUTE-JOURNAL-RECORD.
           MOVE WS-JRNL-DATE TO WS-STAMP-DATE
           MOVE WS-JRNL-TIME TO WS-STAMP-TIME
           EVALUATE TRUE
               WHEN WS-JRNL-READ NOT > WS-JRNL-POSITION
                   ADD 1 TO WS-JRNL-SKIPPED
               WHEN WS-TARGET-PASSED
                   ADD 1 TO WS-JRNL-BEYOND
               WHEN WS-JRNL-DATE IS NOT NUMERIC
                       OR WS-JRNL-TIME IS NOT NUMERIC
                       OR WS-JRNL-ENV = SPACES
                       OR (WS-JRNL-ACTION NOT = 'WRITE'
                       AND WS-JRNL-ACTION NOT = 'REWRITE')
                   ADD 1 TO WS-JRNL-BAD
                   DISPLAY 'REGRCV: JOURNAL RECORD ' WS-JRNL-READ
                       ' UNREADABLE - NOT APPLIED'
               WHEN WS-JRNL-STAMP > WS-TARGET-STAMP
                   MOVE 'Y' TO WS-TARGET-PASSED-FLAG
                   ADD 1 TO WS-JRNL-BEYOND
               WHEN OTHER
                   PERFORM 3300-APPLY-JOURNAL-RECORD
           END-EVALUATE.

      *    Check the before-image against the replayed state, then
      *    apply the after-image whatever the check found.
       3300-APPLY-JOURNAL-RECORD.
           MOVE WS-JRNL-ENV TO WS-LOOKUP-ENV
           PERFORM 3500-FIND-RCV-ENTRY
           IF WS-JRNL-ACTION = 'WRITE'
               IF WS-ENTRY-FOUND
                   MOVE 'WRITE OF AN ENVIRONMENT ALREADY ON FILE'
                       TO WS-REPORT-LINE
                   PERFORM 3400-REPORT-MISMATCH
               END-IF
           ELSE
               IF NOT WS-ENTRY-FOUND
                   MOVE 'REWRITE OF AN ENVIRONMENT NOT ON FILE'
                       TO WS-REPORT-LINE
                   PERFORM 3400-REPORT-MISMATCH
               ELSE
                   IF WS-JRNL-BEFORE NOT = WS-RCV-IMAGE(WS-FOUND-SUB)
                       MOVE 'BEFORE-IMAGE DIFFERS FROM REPLAYED RECORD'
                           TO WS-REPORT-LINE
                       PERFORM 3400-REPORT-MISMATCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ENTRY-FOUND
               PERFORM 3600-ADD-RCV-ENTRY
           END-IF
           IF WS-ENTRY-FOUND
               MOVE WS-JRNL-AFTER TO WS-RCV-IMAGE(WS-FOUND-SUB)
               ADD 1 TO WS-JRNL-APPLIED
           END-IF.

       3400-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCHES
           DISPLAY '  MISMATCH: ' WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               '    JOURNAL RECORD '   DELIMITED BY SIZE
               WS-JRNL-READ            DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-JRNL-DATE            DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-JRNL-TIME            DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-JRNL-ENV             DELIMITED BY SIZE
               ' '                     DELIMITED BY SIZE
               WS-JRNL-ACTION          DELIMITED BY SIZE
               ' BY '                  DELIMITED BY SIZE
               WS-JRNL-PROGRAM         DELIMITED BY SIZE
               ' JOB '                 DELIMITED BY SIZE
               WS-JRNL-JOB-NAME        DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           DISPLAY WS-REPORT-LINE.

       3500-FIND-RCV-ENTRY.
           MOVE 'N' TO WS-FOUND-FLAG
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
                   OR WS-ENTRY-FOUND
               IF WS-RCV-ENV(WS-RCV-IDX) = WS-LOOKUP-ENV
                   MOVE 'Y' TO WS-FOUND-FLAG
                   SET WS-FOUND-SUB TO WS-RCV-IDX
               END-IF
           END-PERFORM.

      *    A full table is counted and reported at the totals; the
      *    environment is then missing from the rebuild, so a
      *    rebuild with overflow is refused.
       3600-ADD-RCV-ENTRY.
           IF WS-RCV-COUNT < WS-RCV-MAX
               ADD 1 TO WS-RCV-COUNT
               MOVE WS-RCV-COUNT TO WS-FOUND-SUB
               MOVE WS-LOOKUP-ENV TO WS-RCV-ENV(WS-FOUND-SUB)
               MOVE SPACES TO WS-RCV-IMAGE(WS-FOUND-SUB)
               MOVE 'N' TO WS-RCV-MATCHED-FLAG(WS-FOUND-SUB)
               MOVE 'Y' TO WS-FOUND-FLAG
           ELSE
               ADD 1 TO WS-RCV-OVERFLOW
           END-IF.

       4000-BUILD-RECOVERED-REGISTRY.
           IF WS-RCV-OVERFLOW > 0
               DISPLAY 'REGRCV: MORE THAN ' WS-RCV-MAX
                   ' ENVIRONMENTS - HELLO.ENVRCVR NOT BUILT'
               MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
           ELSE
               OPEN OUTPUT HELLO-ENVRCVR-FILE
               IF WS-RCVR-FILE-STATUS NOT = '00'
                   MOVE '4000-BUILD-RECOVERED-REGISTRY'
                       TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVRCVR' TO ERRH-FILE-NAME
                   MOVE 'OPEN OUT' TO ERRH-OPERATION
                   MOVE WS-RCVR-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
               ELSE
                   PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                           UNTIL WS-RCV-IDX > WS-RCV-COUNT
                           OR WS-RECOVERY-ERROR
                       PERFORM 4100-WRITE-RECOVERED-RECORD
                   END-PERFORM
                   CLOSE HELLO-ENVRCVR-FILE
               END-IF
           END-IF.

       4100-WRITE-RECOVERED-RECORD.
           MOVE WS-RCV-IMAGE(WS-RCV-IDX) TO RCVR-RECORD
           WRITE RCVR-RECORD
               INVALID KEY
                   MOVE '4100-WRITE-RECOVERED-RECORD'
                       TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVRCVR' TO ERRH-FILE-NAME
                   MOVE 'WRITE' TO ERRH-OPERATION
                   MOVE WS-RCVR-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   MOVE 'Y' TO WS-RECOVERY-ERROR-FLAG
               NOT INVALID KEY
                   ADD 1 TO WS-RCVR-WRITTEN
           END-WRITE.

      *    Walk the current registry in key order against the
      *    replayed table, then list what only the replay holds.
       5000-COMPARE-WITH-CURRENT.
           DISPLAY ' '
           DISPLAY 'COMPARISON WITH CURRENT HELLO.ENVREG'
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
                   DISPLAY '(NO CURRENT REGISTRY ON FILE)'
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               WHEN OTHER
                   MOVE '5000-COMPARE-WITH-CURRENT' TO ERRH-PARAGRAPH
                   MOVE 'HELLO.ENVREG' TO ERRH-FILE-NAME
                   MOVE 'OPEN IN' TO ERRH-OPERATION
                   MOVE WS-ENVREG-FILE-STATUS TO ERRH-FILE-STATUS
                   PERFORM 9800-CALL-ERROR-HANDLER
                   DISPLAY '(CURRENT REGISTRY UNREADABLE - NOT'
                       ' COMPARED)'
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
           END-EVALUATE
           PERFORM 5100-READ-CURRENT-RECORD UNTIL WS-ENVREG-EOF
           IF WS-ENVREG-FILE-STATUS = '00'
                   OR WS-ENVREG-FILE-STATUS = '10'
               CLOSE HELLO-ENVREG-FILE
           END-IF
           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
               IF WS-RCV-MATCHED-FLAG(WS-RCV-IDX) NOT = 'Y'
                   ADD 1 TO WS-ENVS-RECOVERED-ONLY
                   MOVE WS-RCV-IMAGE(WS-RCV-IDX) TO WS-RCV-VIEW
                   DISPLAY ' '
                   DISPLAY WS-RCV-ENV(WS-RCV-IDX)
                       '  ONLY IN RECOVERED REGISTRY: STATUS '
                       WS-RCV-V-STATUS ' OWNER ' WS-RCV-V-OWNER
               END-IF
           END-PERFORM.

       5100-READ-CURRENT-RECORD.
           READ HELLO-ENVREG-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ENVREG-EOF-FLAG
               NOT AT END
                   PERFORM 5200-COMPARE-ONE-ENVIRONMENT
           END-READ.

       5200-COMPARE-ONE-ENVIRONMENT.
           MOVE ENVREG-RECORD TO WS-CUR-VIEW
           MOVE ENVREG-ENV-NAME TO WS-LOOKUP-ENV
           PERFORM 3500-FIND-RCV-ENTRY
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-ENVS-CURRENT-ONLY
               DISPLAY ' '
               DISPLAY ENVREG-ENV-NAME
                   '  ONLY IN CURRENT REGISTRY: STATUS '
                   WS-CUR-STATUS ' OWNER ' WS-CUR-OWNER
           ELSE
               MOVE 'Y' TO WS-RCV-MATCHED-FLAG(WS-FOUND-SUB)
               IF ENVREG-RECORD = WS-RCV-IMAGE(WS-FOUND-SUB)
                   ADD 1 TO WS-ENVS-IDENTICAL
               ELSE
                   ADD 1 TO WS-ENVS-DIFFERENT
                   MOVE WS-RCV-IMAGE(WS-FOUND-SUB) TO WS-RCV-VIEW
                   DISPLAY ' '
                   DISPLAY ENVREG-ENV-NAME
                       '  DIFFERS  (CURRENT  ->  RECOVERED)'
                   PERFORM 5300-PRINT-FIELD-DIFFERENCES
               END-IF
           END-IF.

      *    One line per field that differs, in the style of the
      *    HELLO-JRNLRP change report.
       5300-PRINT-FIELD-DIFFERENCES.
           IF WS-CUR-DESC NOT = WS-RCV-V-DESC
               DISPLAY '  DESCRIPTION   ' WS-CUR-DESC
               DISPLAY '            ->  ' WS-RCV-V-DESC
           END-IF
           IF WS-CUR-OWNER NOT = WS-RCV-V-OWNER
               DISPLAY '  OWNER         ' WS-CUR-OWNER
                   '  ->  ' WS-RCV-V-OWNER
           END-IF
           IF WS-CUR-STATUS NOT = WS-RCV-V-STATUS
               DISPLAY '  STATUS        ' WS-CUR-STATUS
                   '  ->  ' WS-RCV-V-STATUS
           END-IF
           IF WS-CUR-LV-DATE NOT = WS-RCV-V-LV-DATE
                   OR WS-CUR-LV-TIME NOT = WS-RCV-V-LV-TIME
               DISPLAY '  LAST VERIFIED ' WS-CUR-LV-DATE
                   ' ' WS-CUR-LV-TIME
                   '  ->  ' WS-RCV-V-LV-DATE
                   ' ' WS-RCV-V-LV-TIME
           END-IF
           IF WS-CUR-RESULT NOT = WS-RCV-V-RESULT
               DISPLAY '  LAST RESULT   ' WS-CUR-RESULT
                   '  ->  ' WS-RCV-V-RESULT
           END-IF
           IF WS-CUR-CONSEC NOT = WS-RCV-V-CONSEC
               DISPLAY '  CONSEC FAILS  ' WS-CUR-CONSEC
                   '  ->  ' WS-RCV-V-CONSEC
           END-IF
           IF WS-CUR-FPRINT NOT = WS-RCV-V-FPRINT
               DISPLAY '  PASS FPRINT   ' WS-CUR-FPRINT
                   '  ->  ' WS-RCV-V-FPRINT
           END-IF
           IF WS-CUR-VERSION NOT = WS-RCV-V-VERSION
               DISPLAY '  PASS VERSION  ' WS-CUR-VERSION
               DISPLAY '            ->  ' WS-RCV-V-VERSION
           END-IF
           IF WS-CUR-HOST NOT = WS-RCV-V-HOST
               DISPLAY '  HOST          ' WS-CUR-HOST
                   '  ->  ' WS-RCV-V-HOST
           END-IF.

       8000-PRINT-CONTROL-TOTALS.
           DISPLAY ' '
           DISPLAY 'CONTROL TOTALS'
           MOVE WS-IMAGE-RECORDS TO WS-ED-COUNT
           DISPLAY 'IMAGE COPY RECORDS ....... ' WS-ED-COUNT
           MOVE WS-JRNL-READ TO WS-ED-COUNT
           DISPLAY 'JOURNAL RECORDS READ ..... ' WS-ED-COUNT
           MOVE WS-JRNL-SKIPPED TO WS-ED-COUNT
           DISPLAY 'ALREADY IN IMAGE COPY .... ' WS-ED-COUNT
           MOVE WS-JRNL-APPLIED TO WS-ED-COUNT
           DISPLAY 'CHANGES APPLIED .......... ' WS-ED-COUNT
           MOVE WS-JRNL-BEYOND TO WS-ED-COUNT
           DISPLAY 'BEYOND TARGET ............ ' WS-ED-COUNT
           MOVE WS-JRNL-BAD TO WS-ED-COUNT
           DISPLAY 'RECORDS UNPARSEABLE ...... ' WS-ED-COUNT
           MOVE WS-MISMATCHES TO WS-ED-COUNT
           DISPLAY 'BEFORE-IMAGE MISMATCHES .. ' WS-ED-COUNT
           MOVE WS-RCV-OVERFLOW TO WS-ED-COUNT
           DISPLAY 'TABLE OVERFLOW ........... ' WS-ED-COUNT
           MOVE WS-RCVR-WRITTEN TO WS-ED-COUNT
           DISPLAY 'RECOVERED RECORDS WRITTEN  ' WS-ED-COUNT
           MOVE WS-ENVS-IDENTICAL TO WS-ED-COUNT
           DISPLAY 'IDENTICAL TO CURRENT ..... ' WS-ED-COUNT
           MOVE WS-ENVS-DIFFERENT TO WS-ED-COUNT
           DISPLAY 'DIFFERENT FROM CURRENT ... ' WS-ED-COUNT
           MOVE WS-ENVS-CURRENT-ONLY TO WS-ED-COUNT
           DISPLAY 'ONLY IN CURRENT .......... ' WS-ED-COUNT
           MOVE WS-ENVS-RECOVERED-ONLY TO WS-ED-COUNT
           DISPLAY 'ONLY IN RECOVERED ........ ' WS-ED-COUNT
           IF WS-RECOVERY-ERROR
               DISPLAY 'RECOVERY NOT COMPLETED'
           ELSE
               IF WS-RECOVER-MODE
                   DISPLAY 'HELLO.ENVRCVR READY - REVIEW, THEN SWAP'
                       ' IN FOR HELLO.ENVREG'
               END-IF
           END-IF.

       9000-TERMINATE.
           EVALUATE TRUE
               WHEN WS-RECOVERY-ERROR
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MISMATCHES > 0
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
           MOVE 'HELLO-REGRCV' TO ERRH-PROGRAM-NAME
           MOVE 0 TO ERRH-RUN-SERIAL
           CALL 'HELLO-ERRH' USING ERRH-PARAMETERS
               ON EXCEPTION
                   DISPLAY 'ERRH UNAVAILABLE: ' ERRH-PARAGRAPH
                       ' ' ERRH-OPERATION ' ' ERRH-FILE-NAME
                       ' STATUS=' ERRH-FILE-STATUS
           END-CALL.
