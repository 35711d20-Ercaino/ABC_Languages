      * SEQUENTIAL, appended by HELLO-WORLD - one record per check per
      * run). This is the machine-readable form of the scorecard for
      * the enterprise monitoring feed and any other downstream
      * reader; COPY this under the FD so the loader and every
      * reader share one definition. The same records are loaded,
      * keyed, into HELLO.RESHIST (RESHIST.CPY) for the readers that
      * need one run or one check rather than the whole file. Run
      * date/time and job name mirror the WS-JOB-HEADER fields
      * (JOBHDR.CPY) stamped on SYSOUT.
       01  CHKRES-RECORD.
           05  CHKRES-RUN-DATE         PIC 9(8).
           05  CHKRES-RUN-TIME         PIC 9(8).
