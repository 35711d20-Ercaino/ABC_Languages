      * XMITENV.CPY
      * Fleet transmission envelope (HELLO.XMIT, LINE SEQUENTIAL,
      * written on each host by HELLO-XMIT and validated centrally by
      * HELLO-COLLCT). An envelope is one header record, the host's
      * HELLO.RESULTS records for the serial range it covers (the
      * CHKRES.CPY layout, unchanged), and one trailer record carrying
      * the control totals. Header and trailer are the same length as
      * a results record and are told apart by their record type in
      * the first eight bytes, where a results record holds its
      * numeric run date. COPY this under the FD alongside CHKRES in
      * every program that writes or reads envelopes.
      *
      * Header: the sending host, the environments present (the
      * first eight; XMIT-HDR-ENV-COUNT holds the full count), the
      * extract date/time, and the lowest and highest run serial in
      * the envelope - both zero when the host had nothing new to
      * send.
       01  XMIT-HEADER-RECORD.
           05  XMIT-HDR-TYPE           PIC X(8).
               88  XMIT-HEADER                   VALUE 'XMITHDR '.
               88  XMIT-TRAILER                  VALUE 'XMITTRL '.
           05  XMIT-HDR-HOST-NAME      PIC X(8).
           05  XMIT-HDR-EXTRACT-DATE   PIC 9(8).
           05  XMIT-HDR-EXTRACT-TIME   PIC 9(8).
           05  XMIT-HDR-FIRST-SERIAL   PIC 9(8).
           05  XMIT-HDR-LAST-SERIAL    PIC 9(8).
           05  XMIT-HDR-ENV-COUNT      PIC 9(2).
           05  XMIT-HDR-ENV-LIST.
               10  XMIT-HDR-ENV-NAME OCCURS 8 TIMES
                                       PIC X(4).
           05  FILLER                  PIC X(14).
      *    Trailer: the number of results records between header and
      *    trailer, and hash totals - the sum of their run serials and
      *    the sum of their check numbers - so a truncated or
      *    hand-edited copy cannot pass for a complete one.
       01  XMIT-TRAILER-RECORD.
           05  XMIT-TRL-TYPE           PIC X(8).
           05  XMIT-TRL-HOST-NAME      PIC X(8).
           05  XMIT-TRL-RECORD-COUNT   PIC 9(7).
           05  XMIT-TRL-SERIAL-HASH    PIC 9(15).
           05  XMIT-TRL-CHECK-HASH     PIC 9(9).
           05  FILLER                  PIC X(49).
