      *> Per-batch disposition return file, one per batch id, written
      *> by COBOLSOLUTION4DISP after the balancing step and named
      *> DISP.<department>.<batch id>. A DISPHDR echoing the batch's
      *> BATCHHDR, one DISPDTL per seed in the order the department
      *> sent them, and a DISPTRL whose counts are the ones BALRPT
      *> balanced for that batch. Laid over the plain X(200) record.
       01  DISP-HEADER-RECORD.
           05  DISP-HDR-TYPE PIC X(8).
           05  DISP-HDR-BATCH-ID PIC X(8).
           05  DISP-HDR-DEPARTMENT PIC X(8).
           05  DISP-HDR-CREATE-DATE PIC 9(8).
      *> 'N' when the seeds arrived outside any BATCHHDR group and
      *> were processed under the driver's UNKNOWN batch id.
           05  DISP-HDR-BATCHHDR-FLAG PIC X.
               88  DISP-HDR-FROM-BATCHHDR VALUE 'Y'.
           05  DISP-HDR-RUN-DATE PIC 9(8).
           05  DISP-HDR-RUN-NUMBER PIC 9(4).
      *> A batch id sent twice in one SEEDFILE gets one file holding
      *> a header..trailer group for each time it was sent.
           05  DISP-HDR-GROUP-NUMBER PIC 9(4).
           05  FILLER PIC X(151).
       01  DISP-DETAIL-RECORD.
           05  DISP-DTL-TYPE PIC X(8).
           05  DISP-DTL-BATCH-ID PIC X(8).
           05  DISP-DTL-SEQUENCE PIC 9(8).
      *> The seed as the driver saw it - an expanded range or repeat
      *> record gives one detail per seed it expanded to.
           05  DISP-DTL-SEED-TEXT PIC X(20).
           05  DISP-DTL-STATUS PIC X.
               88  DISP-DTL-ACCEPTED VALUE 'A'.
               88  DISP-DTL-REJECTED VALUE 'R'.
               88  DISP-DTL-UNACCOUNTED VALUE 'U'.
           05  DISP-DTL-ITER-COUNT PIC 9(6).
           05  DISP-DTL-URL PIC X(100).
           05  DISP-DTL-REASON PIC X(40).
           05  DISP-DTL-REASON-PARTS REDEFINES DISP-DTL-REASON.
               10  DISP-DTL-REASON-CODE PIC X(3).
               10  FILLER PIC X(37).
           05  FILLER PIC X(9).
       01  DISP-TRAILER-RECORD.
           05  DISP-TRL-TYPE PIC X(8).
           05  DISP-TRL-BATCH-ID PIC X(8).
           05  DISP-TRL-SEED-COUNT PIC 9(8).
           05  DISP-TRL-ACCEPTED-COUNT PIC 9(8).
           05  DISP-TRL-REJECTED-COUNT PIC 9(8).
           05  DISP-TRL-UNACCOUNTED-COUNT PIC 9(8).
      *> 'P' marks a group whose batch id is sent again later in the
      *> same SEEDFILE; the last group's flag speaks for the batch.
           05  DISP-TRL-BALANCE-FLAG PIC X.
               88  DISP-TRL-AGREES-WITH-BALRPT VALUE 'Y'.
               88  DISP-TRL-DISAGREES-WITH-BALRPT VALUE 'N'.
               88  DISP-TRL-PARTIAL-BATCH VALUE 'P'.
           05  FILLER PIC X(151).
