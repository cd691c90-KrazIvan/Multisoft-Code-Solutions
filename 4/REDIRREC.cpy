      *> Redirect map handed to the web content team by the domain
      *> migration (COBOLSOLUTION4MIGR), one file per migration run
      *> named REDIRMAP.Dyyyymmdd.Thhmmss. A header naming the old and
      *> new domain/prefix, one detail per seed restamped - the URL
      *> the business was given, the URL it now answers on, and the
      *> seed - and a trailer carrying the detail count so their
      *> loader can prove completeness, as with the web extract.
      *> Laid over the plain X(250) record.
       01  REDIR-HEADER-RECORD.
           05  REDIR-HDR-TYPE PIC X.
           05  REDIR-HDR-RUN-DATE PIC 9(8).
           05  REDIR-HDR-OLD-BASE PIC X(100).
           05  REDIR-HDR-NEW-BASE PIC X(100).
           05  FILLER PIC X(41).
       01  REDIR-DETAIL-RECORD.
           05  REDIR-DTL-TYPE PIC X.
           05  REDIR-DTL-OLD-URL PIC X(100).
           05  REDIR-DTL-NEW-URL PIC X(100).
           05  REDIR-DTL-SEED PIC 9(6).
      *> How the path fitted under the new domain/prefix against the
      *> URL as issued: S the same, L less of it, M more of it.
           05  REDIR-DTL-PATH-FIT PIC X.
               88  REDIR-DTL-SAME-PATH VALUE 'S'.
               88  REDIR-DTL-LESS-PATH VALUE 'L'.
               88  REDIR-DTL-MORE-PATH VALUE 'M'.
           05  FILLER PIC X(42).
       01  REDIR-TRAILER-RECORD.
           05  REDIR-TRL-TYPE PIC X.
           05  REDIR-TRL-DETAIL-COUNT PIC 9(8).
           05  FILLER PIC X(241).
