      *> Record layout of the URL master backup catalog (URLBKCAT) -
      *> one row per URLMASTER.BKP.Dyyyymmdd taken by
      *> COBOLSOLUTION4BKUP, with the moment the copy was taken so
      *> COBOLSOLUTION4RECOV knows which journal rows the backup
      *> already holds and which it has to re-apply.
       01  BACKUP-CATALOG-RECORD.
           05  BKCAT-DATE PIC 9(8).
           05  BKCAT-TIME PIC 9(8).
           05  BKCAT-ROW-COUNT PIC 9(8).
