      *> One summary record per batch on the permanent RUNHIST file -
      *> a driver run over a SEEDFILE holding several BATCHHDR groups
      *> appends one record for each, all with the same run date and
      *> time. Read by the trend program. Fixed positions so the
      *> columns can also be cut on the command line.
       01  RUN-HISTORY-RECORD.
           05  HIST-RUN-DATE PIC 9(8).
           05  HIST-RUN-TIME PIC 9(6).
      *> the historic column positions still cut the same; records
      *> written before the field existed read back as spaces.
           05  HIST-DEPARTMENT PIC X(8).
      *> Rejects for a URL already issued to another seed. Appended
      *> after the department for the same reason; records written
      *> before the reason existed read back as spaces here.
           05  HIST-REJECT-R07 PIC 9(8).
