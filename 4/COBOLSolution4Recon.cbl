      *> RESULTFILE line, then writes a one-page balancing report to
      *> BALRPT. Ends with RETURN-CODE 8 when anything is out of
      *> balance so the scheduler holds the downstream steps.
      *> SEEDFILE may carry several BATCHHDR..BATCHTRL groups; each
      *> batch id is balanced on its own (result and reject lines
      *> and audit rows are attributed by their BATCH= tag) and gets
      *> its own section of BALRPT ahead of the run totals. A seed
      *> refused as a URL collision (R07) was computed, and so
      *> audited, before it was refused; its audit row is accounted
      *> for by the R07 reject line for the same batch and seed.
      *> Each batch found out of balance is also queued on ALERTQ
      *> for the operations console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY GENCTLR.

       WORKING-STORAGE SECTION.
       COPY ALRTPARM.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-SEED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RESULT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-REJECT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDIT-CALLER PIC X(8) VALUE SPACES.
       01 WS-AUDIT-URL PIC X(100) VALUE SPACES.
       01 WS-AUDIT-BATCH PIC X(8) VALUE SPACES.
       01 WS-AUDIT-SEED-TEXT PIC X(12) VALUE SPACES.
       01 WS-AUDIT-SEED PIC 9(6) VALUE ZERO.
       01 WS-AUDIT-COLLISIONS PIC 9(8) VALUE ZERO.
       01 WS-RESULT-URL PIC X(100) VALUE SPACES.
       01 WS-URL-FOUND-SWITCH PIC X VALUE 'N'.
           88 URL-FOUND VALUE 'Y'.
       01 WS-URL-TABLE.
           05 WS-URL-ENTRY OCCURS 10000 TIMES INDEXED BY WS-URL-IDX.
               10 WS-URL-VALUE PIC X(100).
      *> One entry per R07 reject line - the batch and seed whose
      *> computed URL was refused because another seed holds it.
       01 WS-COLLISION-FOUND-SWITCH PIC X VALUE 'N'.
           88 COLLISION-SEED-FOUND VALUE 'Y'.
       01 WS-COLL-SUB PIC 9(5) VALUE ZERO.
       01 WS-COLL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-COLL-TABLE.
           05 WS-COLL-ENTRY OCCURS 2000 TIMES.
               10 WS-COLL-BATCH-ID PIC X(8).
               10 WS-COLL-SEED PIC 9(6).
      *> One entry per batch id met in SEEDFILE, RESULTFILE,
      *> REJECTFILE or the BATCHJOB audit rows. A batch id that turns
      *> up only on the output side (no seeds sent under it) still
      *> gets an entry, and is out of balance by construction. Seeds
      *> outside any BATCHHDR group are held under UNKNOWN, the id the
      *> driver stamps on them.
       01 WS-LINE-BATCH PIC X(8) VALUE SPACES.
       01 WS-SEEDS-BEFORE-RECORD PIC 9(8) VALUE ZERO.
       01 WS-CURRENT-BAL-SUB PIC 9(4) VALUE ZERO.
       01 WS-BAL-SUB PIC 9(4) VALUE ZERO.
       01 WS-BAL-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-BAL-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BAL-WARNED-SWITCH PIC X VALUE 'N'.
           88 BAL-TABLE-WARNED VALUE 'Y'.
       01 WS-BATCHES-OUT-OF-BALANCE PIC 9(4) VALUE ZERO.
       01 WS-BAL-TABLE.
           05 WS-BAL-ENTRY OCCURS 100 TIMES.
               10 WS-BAL-BATCH-ID PIC X(8).
               10 WS-BAL-DEPARTMENT PIC X(8).
               10 WS-BAL-CREATE-DATE PIC 9(8).
               10 WS-BAL-SEEDS PIC 9(8).
               10 WS-BAL-RESULTS PIC 9(8).
               10 WS-BAL-REJECTS PIC 9(8).
               10 WS-BAL-OUTPUT-TOTAL PIC 9(8).
               10 WS-BAL-AUDIT-ROWS PIC 9(8).
               10 WS-BAL-AUDIT-MATCHED PIC 9(8).
               10 WS-BAL-AUDIT-UNMATCHED PIC 9(8).
               10 WS-BAL-AUDIT-COLLISIONS PIC 9(8).
               10 WS-BAL-SEED-SWITCH PIC X.
                   88 BAL-SEEDS-IN-BALANCE VALUE 'Y'.
               10 WS-BAL-AUDIT-SWITCH PIC X.
                   88 BAL-AUDIT-IN-BALANCE VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE ALRT-PARMS
           PERFORM 0050-RESOLVE-GENERATION
           PERFORM 1000-COUNT-SEEDFILE
           PERFORM 2000-LOAD-RESULTFILE
           PERFORM 3000-COUNT-REJECTFILE
           PERFORM 4000-MATCH-AUDITLOG
           ADD WS-RESULT-COUNT WS-REJECT-COUNT GIVING WS-OUTPUT-TOTAL
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               PERFORM 4500-BALANCE-ONE-BATCH
           END-PERFORM
           IF WS-OUTPUT-TOTAL NOT = WS-SEEDS-READ-COUNT
               MOVE 'N' TO WS-SEED-BALANCE-SWITCH
           END-IF
           END-IF
           STOP RUN.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text, and the batch id where there is one; they are
      *> cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4RECON" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> The latest generation on GENCTL is the run this step
      *> follows; with no GENCTL (older environments) the historic
      *> fixed names still work.
               CLOSE SEED-FILE
           END-IF.

      *> A header opens its batch's entry and a trailer closes it;
      *> seeds with no open group are counted under UNKNOWN exactly
      *> as the driver stamps them.
       1100-TALLY-SEED-RECORD.
           IF SEED-HDR-TYPE = "BATCHHDR"
               MOVE SEED-HDR-BATCH-ID TO WS-BATCH-ID
               MOVE SEED-HDR-DEPARTMENT TO WS-BATCH-DEPARTMENT
               IF SEED-HDR-CREATE-DATE IS NUMERIC
                   MOVE SEED-HDR-CREATE-DATE TO WS-BATCH-CREATE-DATE
               ELSE
                   MOVE ZERO TO WS-BATCH-CREATE-DATE
               END-IF
               MOVE WS-BATCH-ID TO WS-LINE-BATCH
               PERFORM 1900-FIND-BATCH-ENTRY
               MOVE WS-BAL-HIT-SUB TO WS-CURRENT-BAL-SUB
               IF WS-CURRENT-BAL-SUB > ZERO
                   MOVE WS-BATCH-DEPARTMENT TO
                       WS-BAL-DEPARTMENT(WS-CURRENT-BAL-SUB)
                   MOVE WS-BATCH-CREATE-DATE TO
                       WS-BAL-CREATE-DATE(WS-CURRENT-BAL-SUB)
               END-IF
           ELSE
               IF SEED-HDR-TYPE = "BATCHTRL"
                   MOVE ZERO TO WS-CURRENT-BAL-SUB
               ELSE
                   IF WS-CURRENT-BAL-SUB = ZERO
                       MOVE "UNKNOWN" TO WS-LINE-BATCH
                       PERFORM 1900-FIND-BATCH-ENTRY
                       MOVE WS-BAL-HIT-SUB TO WS-CURRENT-BAL-SUB
                   END-IF
                   MOVE WS-SEEDS-READ-COUNT TO WS-SEEDS-BEFORE-RECORD
                   PERFORM 1150-TALLY-SEED-EXPANSION
                   IF WS-CURRENT-BAL-SUB > ZERO
                       COMPUTE WS-BAL-SEEDS(WS-CURRENT-BAL-SUB) =
                           WS-BAL-SEEDS(WS-CURRENT-BAL-SUB)
                           + WS-SEEDS-READ-COUNT
                           - WS-SEEDS-BEFORE-RECORD
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-IF.

      *> Finds the entry for WS-LINE-BATCH, adding it when it is new.
      *> WS-BAL-HIT-SUB comes back zero only when the table is full,
      *> in which case the line still counts in the run totals.
       1900-FIND-BATCH-ENTRY.
           MOVE ZERO TO WS-BAL-HIT-SUB
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT OR WS-BAL-HIT-SUB > ZERO
               IF WS-BAL-BATCH-ID(WS-BAL-SUB) = WS-LINE-BATCH
                   MOVE WS-BAL-SUB TO WS-BAL-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-BAL-HIT-SUB = ZERO
               IF WS-BAL-COUNT < 100
                   ADD 1 TO WS-BAL-COUNT
                   MOVE WS-BAL-COUNT TO WS-BAL-HIT-SUB
                   INITIALIZE WS-BAL-ENTRY(WS-BAL-HIT-SUB)
                   MOVE WS-LINE-BATCH TO WS-BAL-BATCH-ID(WS-BAL-HIT-SUB)
                   MOVE 'Y' TO WS-BAL-SEED-SWITCH(WS-BAL-HIT-SUB)
                   MOVE 'Y' TO WS-BAL-AUDIT-SWITCH(WS-BAL-HIT-SUB)
               ELSE
                   IF NOT BAL-TABLE-WARNED
                       SET BAL-TABLE-WARNED TO TRUE
                       DISPLAY "WARNING - MORE THAN 100 BATCH IDS - "
                           "LATER BATCHES BALANCE IN THE TOTALS ONLY"
                   END-IF
               END-IF
           END-IF.

      *> Pulls the BATCH= tag off a result or reject line (the text
      *> after the tag up to the next space) into WS-LINE-BATCH.
       1950-EXTRACT-LINE-BATCH.
           MOVE SPACES TO WS-LINE-BATCH
           IF WS-PARSE-PART-2 = SPACES
               MOVE "UNKNOWN" TO WS-LINE-BATCH
           ELSE
               UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
                   INTO WS-LINE-BATCH
           END-IF.

       2000-LOAD-RESULTFILE.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"

       2100-STORE-RESULT-URL.
           MOVE SPACES TO WS-RESULT-URL
           MOVE SPACES TO WS-PARSE-PART-2
           UNSTRING RESULT-RECORD DELIMITED BY " BATCH="
               INTO WS-RESULT-URL WS-PARSE-PART-2
           PERFORM 1950-EXTRACT-LINE-BATCH
           PERFORM 1900-FIND-BATCH-ENTRY
           IF WS-BAL-HIT-SUB > ZERO
               ADD 1 TO WS-BAL-RESULTS(WS-BAL-HIT-SUB)
           END-IF
           IF WS-URL-TABLE-COUNT < 10000
               ADD 1 TO WS-URL-TABLE-COUNT
               MOVE WS-RESULT-URL TO WS-URL-VALUE(WS-URL-TABLE-COUNT)
                       SET NO-MORE-REJECTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REJECT-COUNT
                       PERFORM 3100-ATTRIBUTE-REJECT-LINE
               END-READ
           END-PERFORM
           IF WS-REJECT-FILE-STATUS = "00" OR "10"
               CLOSE REJECT-FILE
           END-IF.

       3100-ATTRIBUTE-REJECT-LINE.
           MOVE SPACES TO WS-PARSE-PART-2
           UNSTRING REJECT-RECORD DELIMITED BY " BATCH="
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
           PERFORM 1950-EXTRACT-LINE-BATCH
           PERFORM 1900-FIND-BATCH-ENTRY
           IF WS-BAL-HIT-SUB > ZERO
               ADD 1 TO WS-BAL-REJECTS(WS-BAL-HIT-SUB)
           END-IF
           MOVE SPACES TO WS-PARSE-PART-2
           UNSTRING REJECT-RECORD DELIMITED BY " REASON="
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
           IF WS-PARSE-PART-2(1:3) = "R07"
               PERFORM 3200-STORE-COLLISION-SEED
           END-IF.

      *> The reject line leads with SEED=<seed as sent>; the audit
      *> row carries the same seed zero-filled, so both are held as
      *> numbers.
       3200-STORE-COLLISION-SEED.
           MOVE SPACES TO WS-PARSE-PART-1
           UNSTRING REJECT-RECORD DELIMITED BY " "
               INTO WS-PARSE-PART-1
           MOVE WS-PARSE-PART-1(6:12) TO WS-AUDIT-SEED-TEXT
           IF WS-AUDIT-SEED-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-AUDIT-SEED-TEXT)) = ZERO
               IF WS-COLL-COUNT < 2000
                   ADD 1 TO WS-COLL-COUNT
                   MOVE WS-LINE-BATCH TO WS-COLL-BATCH-ID(WS-COLL-COUNT)
                   COMPUTE WS-COLL-SEED(WS-COLL-COUNT) = FUNCTION
                       NUMVAL(FUNCTION TRIM(WS-AUDIT-SEED-TEXT))
               ELSE
                   DISPLAY "WARNING - R07 TABLE FULL AT 2000 - "
                       "AUDIT MATCHING MAY REPORT FALSE MISMATCHES"
               END-IF
           END-IF.

       4000-MATCH-AUDITLOG.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
           END-IF.

      *> AUDITLOG accumulates across runs and across callers, so only
      *> rows stamped CALLER=BATCHJOB with the id of one of this
      *> file's batches take part in the balance - online lookups and
      *> earlier batches are someone else's business.
       4100-MATCH-ONE-AUDIT-ROW.
           MOVE SPACES TO WS-AUDIT-CALLER
           MOVE SPACES TO WS-AUDIT-URL
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
           UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
               INTO WS-AUDIT-BATCH
           MOVE ZERO TO WS-BAL-HIT-SUB
           IF WS-AUDIT-CALLER = "BATCHJOB"
               PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
                   OR WS-BAL-HIT-SUB > ZERO
                   IF WS-BAL-BATCH-ID(WS-BAL-SUB) = WS-AUDIT-BATCH
                       AND WS-BAL-SEEDS(WS-BAL-SUB) > ZERO
                       MOVE WS-BAL-SUB TO WS-BAL-HIT-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BAL-HIT-SUB > ZERO
               ADD 1 TO WS-AUDIT-BATCH-ROWS
               ADD 1 TO WS-BAL-AUDIT-ROWS(WS-BAL-HIT-SUB)
               MOVE SPACES TO WS-PARSE-PART-2
               UNSTRING AUDIT-RECORD DELIMITED BY " URL="
                   INTO WS-PARSE-PART-1 WS-PARSE-PART-2
               UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
                   INTO WS-AUDIT-URL
               PERFORM 4200-SEARCH-URL-TABLE
               IF NOT URL-FOUND
                   PERFORM 4300-SEARCH-COLLISION-TABLE
               END-IF
               IF URL-FOUND
                   ADD 1 TO WS-AUDIT-MATCHED
                   ADD 1 TO WS-BAL-AUDIT-MATCHED(WS-BAL-HIT-SUB)
               ELSE
                   IF COLLISION-SEED-FOUND
                       ADD 1 TO WS-AUDIT-COLLISIONS
                       ADD 1 TO WS-BAL-AUDIT-COLLISIONS(WS-BAL-HIT-SUB)
                   ELSE
                       ADD 1 TO WS-AUDIT-UNMATCHED
                       ADD 1 TO WS-BAL-AUDIT-UNMATCHED(WS-BAL-HIT-SUB)
                       DISPLAY "OUT OF BALANCE - AUDIT ROW WITHOUT "
                           "RESULT LINE, BATCH=" WS-AUDIT-BATCH
                           " URL=" FUNCTION TRIM(WS-AUDIT-URL)
                   END-IF
               END-IF
           END-IF.

               END-IF
           END-PERFORM.

      *> An audit row with no result line is still accounted for when
      *> its batch refused the same seed as a URL collision.
       4300-SEARCH-COLLISION-TABLE.
           MOVE 'N' TO WS-COLLISION-FOUND-SWITCH
           MOVE SPACES TO WS-PARSE-PART-2
           MOVE SPACES TO WS-AUDIT-SEED-TEXT
           UNSTRING AUDIT-RECORD DELIMITED BY " SEED="
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
           UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
               INTO WS-AUDIT-SEED-TEXT
           IF WS-AUDIT-SEED-TEXT(1:6) IS NUMERIC
               MOVE WS-AUDIT-SEED-TEXT(1:6) TO WS-AUDIT-SEED
               PERFORM VARYING WS-COLL-SUB FROM 1 BY 1
                   UNTIL WS-COLL-SUB > WS-COLL-COUNT
                   OR COLLISION-SEED-FOUND
                   IF WS-COLL-BATCH-ID(WS-COLL-SUB) = WS-AUDIT-BATCH
                       AND WS-COLL-SEED(WS-COLL-SUB) = WS-AUDIT-SEED
                       SET COLLISION-SEED-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       4500-BALANCE-ONE-BATCH.
           ADD WS-BAL-RESULTS(WS-BAL-SUB) WS-BAL-REJECTS(WS-BAL-SUB)
               GIVING WS-BAL-OUTPUT-TOTAL(WS-BAL-SUB)
           IF WS-BAL-OUTPUT-TOTAL(WS-BAL-SUB) NOT =
               WS-BAL-SEEDS(WS-BAL-SUB)
               MOVE 'N' TO WS-BAL-SEED-SWITCH(WS-BAL-SUB)
               MOVE 'N' TO WS-SEED-BALANCE-SWITCH
           END-IF
           IF WS-BAL-AUDIT-UNMATCHED(WS-BAL-SUB) > ZERO
               MOVE 'N' TO WS-BAL-AUDIT-SWITCH(WS-BAL-SUB)
               MOVE 'N' TO WS-AUDIT-BALANCE-SWITCH
           END-IF
           IF NOT BAL-SEEDS-IN-BALANCE(WS-BAL-SUB)
               OR NOT BAL-AUDIT-IN-BALANCE(WS-BAL-SUB)
               ADD 1 TO WS-BATCHES-OUT-OF-BALANCE
           END-IF
           IF NOT BAL-SEEDS-IN-BALANCE(WS-BAL-SUB)
               MOVE 8 TO ALRT-SEVERITY
               MOVE WS-BAL-BATCH-ID(WS-BAL-SUB) TO ALRT-BATCH-ID
               MOVE "RCNSEED" TO ALRT-MESSAGE-CODE
               STRING "SEED RECORDS " DELIMITED BY SIZE
                   WS-BAL-SEEDS(WS-BAL-SUB) DELIMITED BY SIZE
                   " BUT RESULTS PLUS REJECTS " DELIMITED BY SIZE
                   WS-BAL-OUTPUT-TOTAL(WS-BAL-SUB) DELIMITED BY SIZE
                   " - SEE BALRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF NOT BAL-AUDIT-IN-BALANCE(WS-BAL-SUB)
               MOVE 8 TO ALRT-SEVERITY
               MOVE WS-BAL-BATCH-ID(WS-BAL-SUB) TO ALRT-BATCH-ID
               MOVE "RCNAUDIT" TO ALRT-MESSAGE-CODE
               STRING WS-BAL-AUDIT-UNMATCHED(WS-BAL-SUB)
                   DELIMITED BY SIZE
                   " BATCHJOB AUDIT ROW(S) WITH NO RESULT LINE"
                   DELIMITED BY SIZE
                   " - SEE BALRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

      *> One section per batch id in file order, then the run totals
      *> the report always carried, so the operator can see which
      *> sender's batch is holding the downstream steps.
       5000-WRITE-BALANCE-REPORT.
           OPEN OUTPUT BALANCE-RPT-FILE
           IF WS-BALANCE-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN BALRPT, STATUS="
                   WS-BALANCE-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "RCNNORPT" TO ALRT-MESSAGE-CODE
               STRING "BALRPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-BALANCE-RPT-STATUS DELIMITED BY SIZE
                   " - RUN NOT BALANCED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "==========================================="
               TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           PERFORM VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT
               PERFORM 5100-WRITE-BATCH-SECTION
           END-PERFORM
           MOVE SPACES TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE "RUN TOTALS - ALL BATCHES" TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE "------------------------" TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "BATCHES IN RUN..........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BATCHES-OUT-OF-BALANCE TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "BATCHES OUT OF BALANCE..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-SEEDS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-AUDIT-COLLISIONS TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "AUDIT ROWS R07 REFUSED..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-AUDIT-UNMATCHED TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "AUDIT ROWS UNMATCHED....: " DELIMITED BY SIZE
           END-IF
           WRITE BALANCE-RECORD
           CLOSE BALANCE-RPT-FILE.

       5100-WRITE-BATCH-SECTION.
           MOVE SPACES TO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           STRING "BATCH ID: " DELIMITED BY SIZE
               WS-BAL-BATCH-ID(WS-BAL-SUB) DELIMITED BY SIZE
               "  DEPARTMENT: " DELIMITED BY SIZE
               WS-BAL-DEPARTMENT(WS-BAL-SUB) DELIMITED BY SIZE
               "  CREATED: " DELIMITED BY SIZE
               WS-BAL-CREATE-DATE(WS-BAL-SUB) DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-SEEDS(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  SEED RECORDS READ.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-RESULTS(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  RESULT LINES WRITTEN..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-REJECTS(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  REJECT LINES WRITTEN..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-OUTPUT-TOTAL(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  RESULTS PLUS REJECTS..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           IF BAL-SEEDS-IN-BALANCE(WS-BAL-SUB)
               MOVE "  SEED BALANCE..........: IN BALANCE"
                   TO BALANCE-RECORD
           ELSE
               MOVE "  SEED BALANCE..........: *** OUT OF BALANCE ***"
                   TO BALANCE-RECORD
           END-IF
           WRITE BALANCE-RECORD
           MOVE WS-BAL-AUDIT-ROWS(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  AUDIT ROWS (BATCHJOB).: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-AUDIT-MATCHED(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  AUDIT ROWS MATCHED....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-AUDIT-COLLISIONS(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  AUDIT ROWS R07 REFUSED: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE WS-BAL-AUDIT-UNMATCHED(WS-BAL-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO BALANCE-RECORD
           STRING "  AUDIT ROWS UNMATCHED..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE SPACES TO BALANCE-RECORD
           IF BAL-AUDIT-IN-BALANCE(WS-BAL-SUB)
               MOVE "  AUDIT BALANCE.........: IN BALANCE"
                   TO BALANCE-RECORD
           ELSE
               MOVE "  AUDIT BALANCE.........: *** OUT OF BALANCE ***"
                   TO BALANCE-RECORD
           END-IF
           WRITE BALANCE-RECORD.
