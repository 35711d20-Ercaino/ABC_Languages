           05  RUNMAN-DIAG-REC-COUNT   PIC 9(5).
      *    Host that ran the pass (see CHKRES-HOST-NAME).
           05  RUNMAN-HOST-NAME        PIC X(8).
      *    Checks whose elapsed time regressed past the baseline
      *    tolerance. A regression fails the run on its own, so a run
      *    whose failed checks are all waived still failed when this
      *    is non-zero. Runs written before it was recorded hold
      *    spaces here, which readers take as no regression.
           05  RUNMAN-PERF-REGRESS-COUNT
                                       PIC 9(2).
           05  FILLER                  PIC X(9).
