      * WAIVER.CPY
      * Check-failure waiver master record (HELLO.WAIVER, ORGANIZATION
      * INDEXED, RECORD KEY WAIVER-KEY). One record per environment
      * and check number whose failure has been accepted for a
      * limited time - a known defect with a fix scheduled, a check
      * that cannot pass on one box until a vendor patch lands. A
      * waiver is in force through its expiry date; the expiry is
      * mandatory so no failure is waived indefinitely. Maintained by
      * HELLO-WVRMNT (cards) and HELLO-WVRSCR (screen); read by
      * HELLO-GATE and HELLO-ESCAL, which treat a run whose only
      * failures are waived checks as passed with waivers, and by
      * HELLO-WORLD, which does not count such a run toward the
      * consecutive-failure streak; listed by HELLO-WVRRPT. COPY
      * this under the FD in every program that reads or maintains
      * the waiver file.
       01  WAIVER-RECORD.
           05  WAIVER-KEY.
               10  WAIVER-ENV-NAME     PIC X(4).
               10  WAIVER-CHECK-NUMBER PIC 9(2).
           05  WAIVER-REASON           PIC X(40).
      *    Who signed the waiver off, and the defect or change ticket
      *    that tracks the fix.
           05  WAIVER-APPROVER         PIC X(8).
           05  WAIVER-TICKET           PIC X(8).
      *    Last date (YYYYMMDD) the waiver is honoured.
           05  WAIVER-EXPIRY-DATE      PIC 9(8).
      *    Operator and date of the last add or change.
           05  WAIVER-ENTERED-BY       PIC X(8).
           05  WAIVER-ENTERED-DATE     PIC 9(8).
           05  FILLER                  PIC X(14).
