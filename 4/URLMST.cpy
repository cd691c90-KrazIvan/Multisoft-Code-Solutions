      *> Record layout of the URL master file (URLMASTER) - one row
      *> per seed whose URL has been issued to the business, held as
      *> an indexed file keyed on URLMST-SEED with URLMST-URL as an
      *> alternate key (duplicates allowed), so a new URL can be
      *> checked against every other seed's row. Shared by the batch
      *> driver (which writes and updates it after each successful
      *> seed) and the online transaction (which answers inquiries
      *> from it and can mark a URL withdrawn so it is never
      *> re-issued).
       01  URL-MASTER-RECORD.
           05  URLMST-SEED PIC 9(6).
           05  URLMST-URL PIC X(100).
           05  URLMST-CONFIRM-STATUS PIC X.
               88  URLMST-CONFIRMED VALUE "C".
           05  URLMST-CONFIRM-DATE PIC 9(8).
      *> Set by the domain migration (COBOLSOLUTION4MIGR) when the
      *> row is restamped from a retiring domain or path prefix onto
      *> the new one: the URL the business was given before, kept as
      *> a second alternate key so a lookup on the old URL still
      *> finds the seed, and the day the row was moved. Spaces in
      *> both mean the row has never been migrated - rows written
      *> before the fields existed read back that way too.
           05  URLMST-PRIOR-URL PIC X(100).
           05  URLMST-MIGRATE-DATE PIC 9(8).
      *> Rows written before the seed domain was widened carry a
      *> two-digit seed and everything four bytes to the left. Those
      *> URLs are already published, so the conversion that loads a
      *> sequential master onto the keyed file accepts both shapes -
      *> a row whose first six bytes are not numeric is read through
      *> this view - and writes every row back in the current one.
       01  URL-MASTER-RECORD-OLD.
           05  URLMST-OLD-SEED PIC 9(2).
           05  URLMST-OLD-URL PIC X(100).
