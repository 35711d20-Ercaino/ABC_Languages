      * MAINTWIN.CPY
      * Planned-maintenance window record (HELLO.MAINTWIN, ORGANIZATION
      * INDEXED, RECORD KEY MWIN-KEY). One record per window during
      * which an environment is knowingly out of service - a patch
      * weekend, a storage move - so that a failed or missing
      * verification in that time is not treated as an incident. A
      * window is open from its start stamp up to (not including) its
      * end stamp; stamps are YYYYMMDD plus HHMM. The key leads with
      * the environment, so a START on the environment and READ NEXT
      * returns that environment's windows in start order. Cancelled
      * windows stay on file, flagged, as history. Maintained by
      * HELLO-MWNMNT (cards); read by HELLO-CTLBLD, HELLO-ESCAL,
      * HELLO-SCHED, HELLO-GATE and HELLO-BRIEF. COPY this under the
      * FD in every program that reads or maintains the window file.
       01  MWIN-RECORD.
           05  MWIN-KEY.
               10  MWIN-ENV-NAME       PIC X(4).
               10  MWIN-START-STAMP.
                   15  MWIN-START-DATE PIC 9(8).
                   15  MWIN-START-TIME PIC 9(4).
           05  MWIN-END-STAMP.
               10  MWIN-END-DATE       PIC 9(8).
               10  MWIN-END-TIME       PIC 9(4).
      *    S = scheduled (honoured), C = cancelled (history only).
           05  MWIN-STATUS             PIC X(1).
               88  MWIN-SCHEDULED                VALUE 'S'.
               88  MWIN-CANCELLED                VALUE 'C'.
           05  MWIN-REASON             PIC X(40).
      *    Change ticket authorising the work.
           05  MWIN-TICKET             PIC X(8).
      *    Operator and date the window was entered, and cancelled.
           05  MWIN-ENTERED-BY         PIC X(8).
           05  MWIN-ENTERED-DATE       PIC 9(8).
           05  MWIN-CANCELLED-BY       PIC X(8).
           05  MWIN-CANCELLED-DATE     PIC 9(8).
           05  FILLER                  PIC X(11).
