           05  ENVREG-LAST-VERIFIED-TIME
                                       PIC 9(8).
           05  ENVREG-LAST-RESULT      PIC X(4).
      *    Failed runs in a row since the last PASS. HELLO-WORLD
      *    leaves it as it was for a failed run whose failures were
      *    all waived (see WAIVER.CPY): such a run neither adds to
      *    nor breaks the streak.
           05  ENVREG-CONSEC-FAIL-COUNT
                                       PIC 9(3).
      *    Toolchain fingerprint of the environment's last PASSing
