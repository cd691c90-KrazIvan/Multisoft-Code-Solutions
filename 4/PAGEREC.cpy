      *> Pager feed written by the alert dispatcher
      *> (COBOLSOLUTION4ALDISP), replaced on every dispatch: one row
      *> per open finding graded 8 or above on ALERTQ, highest
      *> severity first, for the on-call paging interface to pick up.
      *> Repeats of one finding (same program, message code, batch
      *> and seed) are folded into one row carrying how many times it
      *> was queued and when it was last seen.
       01  PAGER-FEED-RECORD.
           05  PAGE-DISPATCH-DATE PIC 9(8).
           05  PAGE-DISPATCH-TIME PIC 9(6).
           05  PAGE-SEVERITY PIC 9(2).
           05  PAGE-PROGRAM-ID PIC X(24).
           05  PAGE-BATCH-ID PIC X(8).
           05  PAGE-SEED PIC X(6).
           05  PAGE-MESSAGE-CODE PIC X(8).
           05  PAGE-OCCURRENCES PIC 9(8).
           05  PAGE-FIRST-DATE PIC 9(8).
           05  PAGE-LAST-DATE PIC 9(8).
           05  PAGE-LAST-TIME PIC 9(8).
      *> The text of the latest occurrence.
           05  PAGE-TEXT PIC X(80).
           05  FILLER PIC X(6).
