           STRING URL DELIMITED BY SPACE S DELIMITED BY SIZE
               INTO CALC-RESULT
           PERFORM 9500-BUILD-NEW-CACHE-ENTRIES
      *> A validate-only call keeps what it learned in memory for the
      *> rest of the run but writes nothing: nothing was issued, so
      *> there is nothing to audit either.
           IF NOT CALC-VALIDATE-ONLY
               PERFORM 9600-APPEND-NEW-CACHE-ENTRIES
               PERFORM 9700-WRITE-AUDIT-RECORD
           END-IF
           GOBACK.

       1100-COMPUTE-ONE-STEP.
