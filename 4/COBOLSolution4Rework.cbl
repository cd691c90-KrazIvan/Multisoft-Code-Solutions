      *> with its own BATCHHDR and BATCHTRL so the rework batch
      *> balances in recon exactly like a first-pass batch. R04
      *> duplicates and R06 withdrawn seeds are never carried forward -
      *> resubmitting either would only reproduce the reject. An R07
      *> URL collision goes forward only under an operator-supplied
      *> corrected seed, like the edit rejects. A rework
      *> report (REWORKRPT) says what was resubmitted, what was
      *> dropped and why. When the original SEEDFILE carried several
      *> batches, each original batch's resubmissions go out as their
      *> own BATCHHDR..BATCHTRL group under that batch's rework id.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
      *> The original SEEDFILE is still on disk when rework runs, so
      *> the BATCHHDRs it carries supply the department for each batch
      *> id a reject line names, and the rework id is derived from
      *> that batch id - the tie to the original batch is never
      *> re-keyed by hand.
           SELECT SEED-FILE ASSIGN TO "SEEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FILE-STATUS.
       01 WS-DROPPED-R06-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DROPPED-NOCORR-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
      *> The original batches on SEEDFILE, in file order, and the
      *> rework group currently open on SEEDFILE.REWORK. Reject lines
      *> arrive grouped by batch, so a change of BATCH= tag closes one
      *> rework group and opens the next.
       01 WS-REJECT-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-OPEN-GROUP-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-REWORK-GROUP-SWITCH PIC X VALUE 'N'.
           88 REWORK-GROUP-OPEN VALUE 'Y'.
       01 WS-GROUP-RESUBMIT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REWORK-GROUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ORIG-SUB PIC 9(4) VALUE ZERO.
       01 WS-ORIG-BATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ORIG-BATCH-TABLE.
           05 WS-ORIG-BATCH-ENTRY OCCURS 100 TIMES.
               10 WS-ORIG-BATCH-ID PIC X(8).
               10 WS-ORIG-DEPARTMENT PIC X(8).
      *> Operator corrections, one per line on CORRFILE, tagged the
      *> same way the reject lines are: OLD=<seed as rejected>
      *> NEW=<seed to resubmit>. Matched on the rejected seed text
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0050-RESOLVE-GENERATION
           PERFORM 0100-CAPTURE-ORIGINAL-BATCH
           PERFORM 0300-LOAD-CORRECTIONS
           OPEN OUTPUT REWORK-RPT-FILE
           IF WS-REWORK-RPT-STATUS NOT = "00"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-REJECTS
               READ REJECT-FILE
                   AT END
                       PERFORM 1000-REWORK-ONE-REJECT
               END-READ
           END-PERFORM
      *> With nothing resubmitted the file still gets one empty group
      *> for the first original batch, as it always has.
           IF NOT REWORK-GROUP-OPEN
               IF WS-ORIG-BATCH-COUNT > ZERO
                   MOVE WS-ORIG-BATCH-ID(1) TO WS-REJECT-BATCH-ID
               ELSE
                   MOVE "UNKNOWN" TO WS-REJECT-BATCH-ID
               END-IF
               PERFORM 1050-START-ORIGINAL-BATCH
               PERFORM 0650-OPEN-REWORK-GROUP
           END-IF
           PERFORM 0600-WRITE-REWORK-TRAILER
           CLOSE REJECT-FILE
           CLOSE REWORK-SEED-FILE
                       SET NO-MORE-SEED-RECORDS TO TRUE
                   NOT AT END
                       IF SEED-HDR-TYPE = "BATCHHDR"
                           AND WS-ORIG-BATCH-COUNT < 100
                           ADD 1 TO WS-ORIG-BATCH-COUNT
                           MOVE SEED-HDR-BATCH-ID TO
                               WS-ORIG-BATCH-ID(WS-ORIG-BATCH-COUNT)
                           MOVE SEED-HDR-DEPARTMENT TO
                               WS-ORIG-DEPARTMENT(WS-ORIG-BATCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           WRITE REWORK-RPT-RECORD
           MOVE "====================" TO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD
           MOVE WS-ORIG-BATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REWORK-RPT-RECORD
           STRING "REJECTS FROM: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-FILE-NAME) DELIMITED BY SIZE
               "  ORIGINAL BATCHES ON SEEDFILE: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD.

       0500-WRITE-REWORK-HEADER.
           END-IF.

      *> The trailer count is filled in automatically from the seeds
      *> actually written in this group, so each rework batch arrives
      *> at the driver already in balance with its own BATCHTRL.
       0600-WRITE-REWORK-TRAILER.
           MOVE SPACES TO REWORK-SEED-RECORD
           MOVE "BATCHTRL" TO RWRK-TRL-TYPE
           MOVE WS-GROUP-RESUBMIT-COUNT TO RWRK-TRL-EXPECTED-COUNT
           WRITE REWORK-SEED-RECORD
           IF WS-REWORK-SEED-STATUS NOT = "00"
               DISPLAY "ERROR - SEEDFILE.REWORK WRITE FAILED, STATUS="
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Closes the rework group in progress (if any) and opens one
      *> for the current original batch. Only batches with something
      *> to resubmit get a group on SEEDFILE.REWORK.
       0650-OPEN-REWORK-GROUP.
           IF REWORK-GROUP-OPEN
               PERFORM 0600-WRITE-REWORK-TRAILER
           END-IF
           PERFORM 0500-WRITE-REWORK-HEADER
           SET REWORK-GROUP-OPEN TO TRUE
           MOVE WS-BATCH-ID TO WS-OPEN-GROUP-BATCH-ID
           ADD 1 TO WS-REWORK-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-RESUBMIT-COUNT.

       1000-REWORK-ONE-REJECT.
           ADD 1 TO WS-REJECTS-READ-COUNT
           MOVE SPACES TO WS-REJECT-SEED-TEXT
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-BATCH-ID
           MOVE SPACES TO WS-PARSE-PART-2
           UNSTRING REJECT-RECORD DELIMITED BY " BATCH="
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
           UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
               INTO WS-REJECT-BATCH-ID
           IF WS-REJECT-BATCH-ID = SPACES
               MOVE "UNKNOWN" TO WS-REJECT-BATCH-ID
           END-IF
           IF WS-REJECTS-READ-COUNT = 1
               OR WS-REJECT-BATCH-ID NOT = WS-BATCH-ID
               PERFORM 1050-START-ORIGINAL-BATCH
           END-IF
           MOVE SPACES TO WS-PARSE-PART-2
           UNSTRING REJECT-RECORD DELIMITED BY "SEED="
               INTO WS-PARSE-PART-1 WS-PARSE-PART-2
                   PERFORM 1100-RESUBMIT-IF-CORRECTED
           END-EVALUATE.

      *> A reject line naming a different batch from the one before
      *> starts that batch's section of the report: its department
      *> comes from its BATCHHDR and its rework id is derived here.
       1050-START-ORIGINAL-BATCH.
           MOVE WS-REJECT-BATCH-ID TO WS-BATCH-ID
           MOVE SPACES TO WS-BATCH-DEPARTMENT
           PERFORM VARYING WS-ORIG-SUB FROM 1 BY 1
               UNTIL WS-ORIG-SUB > WS-ORIG-BATCH-COUNT
               OR WS-BATCH-DEPARTMENT NOT = SPACES
               IF WS-ORIG-BATCH-ID(WS-ORIG-SUB) = WS-BATCH-ID
                   MOVE WS-ORIG-DEPARTMENT(WS-ORIG-SUB)
                       TO WS-BATCH-DEPARTMENT
               END-IF
           END-PERFORM
           IF WS-BATCH-DEPARTMENT = SPACES
               DISPLAY "WARNING - BATCH " WS-BATCH-ID
                   " HAS NO BATCHHDR ON SEEDFILE - "
                   "REWORK DEPARTMENT UNKNOWN"
           END-IF
           PERFORM 0200-DERIVE-REWORK-BATCH-ID
           MOVE SPACES TO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD
           MOVE SPACES TO REWORK-RPT-RECORD
           STRING "ORIGINAL BATCH: " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               "  REWORK BATCH: " DELIMITED BY SIZE
               WS-REWORK-BATCH-ID DELIMITED BY SIZE
               "  DEPARTMENT: " DELIMITED BY SIZE
               WS-BATCH-DEPARTMENT DELIMITED BY SIZE
               INTO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD.

       1100-RESUBMIT-IF-CORRECTED.
           MOVE 'N' TO WS-CORR-FOUND-SWITCH
           MOVE ZERO TO WS-CORR-HIT-SUB
           END-IF.

       1200-WRITE-RESUBMIT-SEED.
           IF NOT REWORK-GROUP-OPEN
               OR WS-OPEN-GROUP-BATCH-ID NOT = WS-BATCH-ID
               PERFORM 0650-OPEN-REWORK-GROUP
           END-IF
           MOVE SPACES TO REWORK-SEED-RECORD
           MOVE FUNCTION TRIM(WS-CORR-NEW(WS-CORR-HIT-SUB))
               TO REWORK-SEED-RECORD
           WRITE REWORK-SEED-RECORD
           IF WS-REWORK-SEED-STATUS = "00"
               ADD 1 TO WS-RESUBMIT-COUNT
               ADD 1 TO WS-GROUP-RESUBMIT-COUNT
           ELSE
               DISPLAY "ERROR - SEEDFILE.REWORK WRITE FAILED, STATUS="
                   WS-REWORK-SEED-STATUS
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD
           MOVE WS-REWORK-GROUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REWORK-RPT-RECORD
           STRING "REWORK BATCHES WRITTEN..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REWORK-RPT-RECORD
           WRITE REWORK-RPT-RECORD
           MOVE WS-RESUBMIT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REWORK-RPT-RECORD
           STRING "SEEDS RESUBMITTED.......: " DELIMITED BY SIZE
