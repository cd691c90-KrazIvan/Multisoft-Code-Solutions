      *> Record layout of the URL master change journal (URLJRNL) -
      *> one row per URLMASTER row added or changed, by any program,
      *> holding the whole row before and after the change. Written
      *> only through COBOLSOLUTION4JRNL and never rewritten, so it
      *> is the permanent account of every change since the master
      *> was first loaded. COBOLSOLUTION4RECOV re-applies it on top
      *> of a COBOLSOLUTION4BKUP backup to rebuild the master as it
      *> stood at any chosen moment.
       01  URL-JOURNAL-RECORD.
           05  URLJRN-TIMESTAMP.
               10  URLJRN-DATE PIC 9(8).
      *> hhmmss plus hundredths, as CURRENT-DATE gives it.
               10  URLJRN-TIME PIC 9(8).
           05  URLJRN-PROGRAM-ID PIC X(20).
           05  URLJRN-OPERATOR-ID PIC X(20).
           05  URLJRN-BATCH-ID PIC X(8).
           05  URLJRN-ACTION PIC X(2).
           05  URLJRN-SEED PIC 9(6).
           05  URLJRN-BEFORE-IMAGE PIC X(150).
           05  URLJRN-AFTER-IMAGE PIC X(150).
      *> The last 108 bytes of each image - the prior URL and migrate
      *> date the master row gained for the domain migration - are
      *> carried here at the end of the row rather than by widening
      *> the images above, so rows journalled before then still read
      *> back in place, with spaces here for fields the row did not
      *> have yet.
           05  URLJRN-BEFORE-IMAGE-EXT PIC X(108).
           05  URLJRN-AFTER-IMAGE-EXT PIC X(108).
