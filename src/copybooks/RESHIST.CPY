      * RESHIST.CPY
      * Indexed per-check results history (HELLO.RESHIST, ORGANIZATION
      * INDEXED, RECORD KEY RHST-KEY, ALTERNATE RECORD KEY
      * RHST-SERIAL-KEY). Carries the same facts as a CHKRES.CPY
      * record, one record per check per run, loaded by HELLO-WORLD
      * alongside its HELLO.RESULTS append; HELLO.RESULTS stays the
      * monitoring-feed extract. The primary key leads with the
      * environment and check, so a START positioned past an
      * (environment, check) pair and a READ PREVIOUS returns that
      * check's latest run; the alternate key leads with the run
      * serial, so one run's records - or the runs around a given
      * serial - are a START and READ NEXT/PREVIOUS away. The
      * alternate key repeats the serial, environment and check so it
      * is unique without DUPLICATES. Records written before run
      * serials existed have no key and stay in HELLO.RESULTS only.
      * Loaded by HELLO-WORLD and HELLO-RHLOAD (one-time conversion);
      * read by HELLO-RECON, HELLO-FLEET, HELLO-RUNSCR and counted
      * against HELLO.RESULTS by HELLO-RHCHK. COPY this under the FD
      * in every program that reads or loads the history.
       01  RHST-RECORD.
           05  RHST-KEY.
               10  RHST-ENV-NAME       PIC X(4).
               10  RHST-CHECK-NUMBER   PIC 9(2).
               10  RHST-RUN-SERIAL     PIC 9(8).
           05  RHST-SERIAL-KEY.
               10  RHST-SK-RUN-SERIAL  PIC 9(8).
               10  RHST-SK-ENV-NAME    PIC X(4).
               10  RHST-SK-CHECK-NUMBER
                                       PIC 9(2).
           05  RHST-RUN-DATE           PIC 9(8).
           05  RHST-RUN-TIME           PIC 9(8).
           05  RHST-JOB-NAME           PIC X(8).
           05  RHST-CHECK-NAME         PIC X(30).
           05  RHST-CHECK-RESULT       PIC X(4).
           05  RHST-FPRINT-HASH        PIC 9(8).
           05  RHST-HOST-NAME          PIC X(8).
           05  FILLER                  PIC X(10).
