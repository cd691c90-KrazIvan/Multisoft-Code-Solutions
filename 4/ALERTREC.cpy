      *> Record layout of the operations alert queue (ALERTQ) - one
      *> row for every finding a batch program grades above zero,
      *> appended through COBOLSOLUTION4ALRT and never rewritten, so
      *> the morning operator reads one queue instead of a report
      *> per program. COBOLSOLUTION4ALDISP dispatches it.
       01  ALERT-QUEUE-RECORD.
           05  ALERT-TIMESTAMP.
               10  ALERT-DATE PIC 9(8).
      *> hhmmss plus hundredths, as CURRENT-DATE gives it.
               10  ALERT-TIME PIC 9(8).
           05  ALERT-PROGRAM-ID PIC X(24).
      *> The grade the program gave the finding, on the same scale
      *> as its RETURN-CODE: 4 warning, 8 error, 16 run unusable.
           05  ALERT-SEVERITY PIC 9(2).
      *> Spaces when the finding belongs to no one batch.
           05  ALERT-BATCH-ID PIC X(8).
      *> Spaces when the finding is not about one seed.
           05  ALERT-SEED PIC X(6).
      *> Three-letter program prefix and the finding, e.g. RCNSEED
      *> for a seed balance failure on BALRPT.
           05  ALERT-MESSAGE-CODE PIC X(8).
           05  ALERT-TEXT PIC X(80).
