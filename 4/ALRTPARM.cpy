      *> Linkage layout shared between COBOLSOLUTION4ALRT and every
      *> batch program that raises an operations alert: the driver,
      *> balancing, acknowledgment matching, housekeeping, cache
      *> verification, the schedule monitor and batch maintenance.
      *> The caller names itself and passes the finding as it graded
      *> it; batch id and seed are left as spaces when they do not
      *> apply. A severity of zero is not a finding and is not
      *> queued.
       01  ALRT-PARMS.
           05  ALRT-PROGRAM-ID PIC X(24).
           05  ALRT-SEVERITY PIC 9(2).
           05  ALRT-BATCH-ID PIC X(8).
           05  ALRT-SEED PIC X(6).
           05  ALRT-MESSAGE-CODE PIC X(8).
           05  ALRT-TEXT PIC X(80).
           05  ALRT-RESULT-FLAG PIC X.
               88  ALRT-WRITTEN VALUE "W".
               88  ALRT-WRITE-FAILED VALUE "E".
           05  ALRT-FILE-STATUS PIC X(2).
