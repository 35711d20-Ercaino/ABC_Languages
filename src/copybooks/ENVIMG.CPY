      * ENVIMG.CPY
      * Registry image-copy record (HELLO.ENVIMAGE, LINE SEQUENTIAL),
      * written by HELLO-REGBKP and read back by HELLO-REGRCV for a
      * point-in-time recovery of HELLO.ENVREG. One header record,
      * one detail record per registry record (the full 128-byte
      * ENVREG-RECORD image, see ENVREG.CPY), and one trailer record
      * carrying the detail count. The header records when the copy
      * was taken and how many HELLO.ENVJRNL records existed at that
      * moment: the copy is taken under the suite lock, so every
      * journal record past that position is a registry change made
      * after the copy and is what recovery replays. COPY this under
      * the FD in every program that writes or reads the image copy.
       01  ENVIMG-RECORD.
           05  ENVIMG-TYPE             PIC X(1).
               88  ENVIMG-HEADER                 VALUE 'H'.
               88  ENVIMG-DETAIL                 VALUE 'D'.
               88  ENVIMG-TRAILER                VALUE 'T'.
           05  FILLER                  PIC X(1).
      *    Date and time the copy was taken (header and trailer).
           05  ENVIMG-COPY-DATE        PIC 9(8).
           05  FILLER                  PIC X(1).
           05  ENVIMG-COPY-TIME        PIC 9(8).
           05  FILLER                  PIC X(1).
      *    Header: HELLO.ENVJRNL records on file when the copy was
      *    taken. Trailer: detail records written.
           05  ENVIMG-COUNT            PIC 9(9).
           05  FILLER                  PIC X(1).
      *    Detail: one ENVREG-RECORD image.
           05  ENVIMG-IMAGE            PIC X(128).
