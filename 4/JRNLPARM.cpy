      *> Linkage layout shared between COBOLSOLUTION4JRNL and every
      *> program that changes a URLMASTER row. The caller passes the
      *> row as it stood before the change and as it stands after;
      *> a before image of spaces means the row was added.
       01  JRNL-PARMS.
           05  JRNL-PROGRAM-ID PIC X(20).
           05  JRNL-OPERATOR-ID PIC X(20).
           05  JRNL-BATCH-ID PIC X(8).
      *> IS first issue, RI re-issue, WD online withdrawal, CF
      *> acknowledgment confirmation, WS/RS/WB/RB the maintenance
      *> transaction that made the change, MG a domain migration
      *> restamp.
           05  JRNL-ACTION PIC X(2).
      *> The whole URLMST row, prior URL and migrate date included.
           05  JRNL-BEFORE-IMAGE PIC X(258).
           05  JRNL-AFTER-IMAGE PIC X(258).
           05  JRNL-RESULT-FLAG PIC X.
               88  JRNL-WRITTEN VALUE "W".
               88  JRNL-WRITE-FAILED VALUE "E".
           05  JRNL-FILE-STATUS PIC X(2).
