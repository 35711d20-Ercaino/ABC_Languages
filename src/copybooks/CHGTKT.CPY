      * CHGTKT.CPY
      * Approved toolchain change-ticket record (HELLO.CHGTKT,
      * ORGANIZATION INDEXED, RECORD KEY CHGT-KEY). One record per
      * ticket per host: a ticket that covers two boxes arrives from
      * the change system as two extract lines and is held as two
      * records, because the approved window is judged separately on
      * every host. A window is open from its start stamp up to (not
      * including) its end stamp; stamps are YYYYMMDD plus HHMM, as
      * in MAINTWIN.CPY. Loaded (full refresh) from the change
      * system's extract by HELLO-CHGLOD; read by HELLO-CHGREC. COPY
      * this under the FD in every program that reads or loads the
      * ticket file.
       01  CHGT-RECORD.
           05  CHGT-KEY.
               10  CHGT-TICKET         PIC X(8).
               10  CHGT-HOST-NAME      PIC X(8).
           05  CHGT-ENV-NAME           PIC X(4).
           05  CHGT-START-STAMP.
               10  CHGT-START-DATE     PIC 9(8).
               10  CHGT-START-TIME     PIC 9(4).
           05  CHGT-END-STAMP.
               10  CHGT-END-DATE       PIC 9(8).
               10  CHGT-END-TIME       PIC 9(4).
      *    Compiler version text the change is meant to leave behind
      *    (compared with the version on the HELLO.LOG line of the
      *    first run after the change); spaces when the ticket does
      *    not say.
           05  CHGT-EXPECT-VERSION     PIC X(40).
      *    When the record was loaded from the extract.
           05  CHGT-LOADED-DATE        PIC 9(8).
           05  CHGT-LOADED-TIME        PIC 9(8).
           05  FILLER                  PIC X(10).
