       AUTHOR. IVAN SHABALIN.

      *> Run-lock subprogram shared by every program that writes
      *> URLMASTER or CHECKPOINT. The batch driver, the online
      *> transaction, maintenance and acknowledgment matching all
      *> update master rows in place, and a second writer mid-run
      *> would change rows out from under the first (a withdrawal
      *> landing between a driver's withdrawn check and its issue,
      *> a restart checkpoint overtaken). ACQUIRE records the
      *> holder's program, operator and timestamp on the
      *> single-record RUNLOCK file and refuses a second caller with
      *> the holder's identity; RELEASE empties the file at clean
      *> end. A run that abends leaves the lock standing
      *> deliberately - COBOLSOLUTION4UNLOCK is the documented
      *> operator path for breaking it after the abend has been
      *> looked at, so a crashed run cannot freeze the schedule.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
