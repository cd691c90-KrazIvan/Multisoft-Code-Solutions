       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4DISP.

       AUTHOR. IVAN SHABALIN.

      *> Disposition return step, scheduled straight after the
      *> COBOLSOLUTION4RECON balancing step. Gives every sending
      *> department back a fixed-layout file per batch (layout in
      *> DISPREC) saying, seed by seed and in the order it sent them,
      *> whether each seed was accepted - with its URL and iteration
      *> count - or rejected and why (R01-R07).
      *> SEEDFILE is walked with the driver's own range/repeat
      *> expansion, and each seed is paired with the next REPORTFILE
      *> line (accepted) or REJECTFILE line (rejected) for its batch
      *> in the generation GENCTL names - the driver writes both in
      *> seed order. A seed with no output line is returned as
      *> unaccounted. The trailer flag says whether the batch's
      *> counts agree with the result and reject lines BALRPT
      *> balanced (counted here the same way, by BATCH= tag), and a
      *> control listing goes to DISPRPT. Ends with RETURN-CODE 8 when
      *> any batch does not agree, so the files are held back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEED-FILE ASSIGN TO "SEEDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEED-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO DYNAMIC WS-RESULT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.
           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT GENCTL-FILE ASSIGN TO "GENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.
           SELECT DISP-FILE ASSIGN TO DYNAMIC WS-DISP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT DISP-RPT-FILE ASSIGN TO "DISPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEED-FILE.
       01  SEED-RECORD PIC X(80).
       COPY SEEDHDR.

       FD  RESULT-FILE.
       01  RESULT-RECORD PIC X(120).

       FD  REJECT-FILE.
       01  REJECT-RECORD PIC X(120).

       FD  REPORT-FILE.
       01  REPORT-RECORD PIC X(180).

       FD  GENCTL-FILE.
       COPY GENCTLR.

       FD  DISP-FILE.
       01  DISP-RECORD PIC X(200).
       COPY DISPREC.

       FD  DISP-RPT-FILE.
       01  DISP-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-SEED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RESULT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-REJECT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-REPORT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-GENCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-DISP-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-DISP-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-RESULT-FILE-NAME PIC X(30) VALUE "RESULTFILE".
       01 WS-REJECT-FILE-NAME PIC X(30) VALUE "REJECTFILE".
       01 WS-REPORT-FILE-NAME PIC X(30) VALUE "REPORTFILE".
       01 WS-DISP-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-SEED-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-SEEDS VALUE 'Y'.
       01 WS-RESULT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-RESULTS VALUE 'Y'.
       01 WS-REJECT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-REJECTS VALUE 'Y'.
       01 WS-REPORT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-REPORT-LINES VALUE 'Y'.
       01 WS-GROUP-OPEN-SWITCH PIC X VALUE 'N'.
           88 BATCH-GROUP-OPEN VALUE 'Y'.
       01 WS-DISP-OPEN-SWITCH PIC X VALUE 'N'.
           88 DISP-FILE-OPEN VALUE 'Y'.
       01 WS-DISP-FAILED-SWITCH PIC X VALUE 'N'.
           88 DISP-WRITE-FAILED VALUE 'Y'.
       01 WS-BATCH-ID PIC X(8) VALUE "UNKNOWN".
       01 WS-BATCH-DEPARTMENT PIC X(8) VALUE SPACES.
       01 WS-BATCH-CREATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-BATCHHDR-SWITCH PIC X VALUE 'N'.
       01 WS-SEED-TEXT PIC X(20) VALUE SPACES.
       01 WS-SEEDS-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-RESULT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REJECT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ACCEPTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REJECTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-UNACCOUNTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SURPLUS-COUNT PIC 9(8) VALUE ZERO.
       01 WS-FILES-WRITTEN PIC 9(8) VALUE ZERO.
       01 WS-BATCHES-DISAGREEING PIC 9(4) VALUE ZERO.
       01 WS-PARSE-PART-1 PIC X(180) VALUE SPACES.
       01 WS-PARSE-PART-2 PIC X(180) VALUE SPACES.
       01 WS-PARSE-PART-3 PIC X(180) VALUE SPACES.
       01 WS-PARSE-PART-4 PIC X(180) VALUE SPACES.
       01 WS-PARSE-PART-5 PIC X(180) VALUE SPACES.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-DASH-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STAR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-EXPAND-PART-1 PIC X(40) VALUE SPACES.
       01 WS-EXPAND-PART-2 PIC X(40) VALUE SPACES.
       01 WS-RANGE-LOW PIC 9(8) VALUE ZERO.
       01 WS-RANGE-HIGH PIC 9(8) VALUE ZERO.
       01 WS-RANGE-VALUE PIC 9(8) VALUE ZERO.
       01 WS-REPEAT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SEED-VALUE-EDIT PIC Z(7)9.
      *> The next unpaired REPORTFILE and REJECTFILE lines. Both files
      *> are in seed order, so only the line at the head of each can
      *> belong to the seed being returned.
       01 WS-RPT-HEAD-SEED PIC X(20) VALUE SPACES.
       01 WS-RPT-HEAD-ITER PIC X(6) VALUE SPACES.
       01 WS-RPT-HEAD-URL PIC X(100) VALUE SPACES.
       01 WS-RPT-HEAD-BATCH PIC X(8) VALUE SPACES.
       01 WS-REJ-HEAD-SEED PIC X(20) VALUE SPACES.
       01 WS-REJ-HEAD-REASON PIC X(40) VALUE SPACES.
       01 WS-REJ-HEAD-BATCH PIC X(8) VALUE SPACES.
       01 WS-MATCH-SWITCH PIC X VALUE 'N'.
           88 SEED-WAS-ACCEPTED VALUE 'A'.
           88 SEED-WAS-REJECTED VALUE 'R'.
           88 SEED-NOT-MATCHED VALUE 'N'.
       01 WS-SURPLUS-SWITCH PIC X VALUE 'N'.
           88 SURPLUS-REPORT-LINE VALUE 'A'.
           88 SURPLUS-REJECT-LINE VALUE 'R'.
           88 NO-SURPLUS-LINE VALUE 'N'.
      *> The seed and batch of the line last taken from each file.
       01 WS-LAST-RPT-SEED PIC X(20) VALUE SPACES.
       01 WS-LAST-RPT-BATCH PIC X(8) VALUE SPACES.
       01 WS-LAST-REJ-SEED PIC X(20) VALUE SPACES.
       01 WS-LAST-REJ-BATCH PIC X(8) VALUE SPACES.
      *> Current header..trailer group.
       01 WS-GROUP-SEQUENCE PIC 9(8) VALUE ZERO.
       01 WS-GROUP-ACCEPTED PIC 9(8) VALUE ZERO.
       01 WS-GROUP-REJECTED PIC 9(8) VALUE ZERO.
       01 WS-GROUP-UNACCOUNTED PIC 9(8) VALUE ZERO.
      *> One entry per batch id met in SEEDFILE, RESULTFILE or
      *> REJECTFILE - the BALRPT counts beside what was returned.
       01 WS-LINE-BATCH PIC X(8) VALUE SPACES.
       01 WS-CURRENT-DSP-SUB PIC 9(4) VALUE ZERO.
       01 WS-DSP-SUB PIC 9(4) VALUE ZERO.
       01 WS-DSP-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-DSP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DSP-WARNED-SWITCH PIC X VALUE 'N'.
           88 DSP-TABLE-WARNED VALUE 'Y'.
       01 WS-DSP-TABLE.
           05 WS-DSP-ENTRY OCCURS 100 TIMES.
               10 WS-DSP-BATCH-ID PIC X(8).
               10 WS-DSP-DEPARTMENT PIC X(8).
               10 WS-DSP-FILE-NAME PIC X(30).
               10 WS-DSP-GROUPS-SENT PIC 9(4).
               10 WS-DSP-GROUPS-RETURNED PIC 9(4).
               10 WS-DSP-SEEDS PIC 9(8).
               10 WS-DSP-ACCEPTED PIC 9(8).
               10 WS-DSP-REJECTED PIC 9(8).
               10 WS-DSP-UNACCOUNTED PIC 9(8).
               10 WS-DSP-RESULTS PIC 9(8).
               10 WS-DSP-REJECTS PIC 9(8).
               10 WS-DSP-AGREE-SWITCH PIC X.
                   88 DSP-AGREES-WITH-BALRPT VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0050-RESOLVE-GENERATION
           PERFORM 1000-COUNT-RESULTFILE
           PERFORM 1100-COUNT-REJECTFILE
           PERFORM 1500-COUNT-SEED-GROUPS
           PERFORM 2000-RETURN-DISPOSITIONS
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
               PERFORM 4500-AGREE-ONE-BATCH
           END-PERFORM
           PERFORM 5000-WRITE-CONTROL-REPORT
           IF WS-BATCHES-DISAGREEING > ZERO
               OR WS-SURPLUS-COUNT > ZERO
               OR DISP-WRITE-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Same resolution as the balancing step: the generation on
      *> GENCTL is the run being returned, and with no GENCTL the
      *> historic fixed names still work.
       0050-RESOLVE-GENERATION.
           OPEN INPUT GENCTL-FILE
           IF WS-GENCTL-STATUS = "00"
               READ GENCTL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GENCTL-RECORD IS NUMERIC
                           MOVE GEN-LAST-RUN-DATE TO WS-RUN-DATE
                           MOVE GEN-LAST-RUN-NUMBER TO WS-RUN-NUMBER
                           MOVE SPACES TO WS-RESULT-FILE-NAME
                           STRING "RESULTFILE.D" DELIMITED BY SIZE
                               GEN-LAST-RUN-DATE DELIMITED BY SIZE
                               ".R" DELIMITED BY SIZE
                               GEN-LAST-RUN-NUMBER DELIMITED BY SIZE
                               INTO WS-RESULT-FILE-NAME
                           MOVE SPACES TO WS-REJECT-FILE-NAME
                           STRING "REJECTFILE.D" DELIMITED BY SIZE
                               GEN-LAST-RUN-DATE DELIMITED BY SIZE
                               ".R" DELIMITED BY SIZE
                               GEN-LAST-RUN-NUMBER DELIMITED BY SIZE
                               INTO WS-REJECT-FILE-NAME
                           MOVE SPACES TO WS-REPORT-FILE-NAME
                           STRING "REPORTFILE.D" DELIMITED BY SIZE
                               GEN-LAST-RUN-DATE DELIMITED BY SIZE
                               ".R" DELIMITED BY SIZE
                               GEN-LAST-RUN-NUMBER DELIMITED BY SIZE
                               INTO WS-REPORT-FILE-NAME
                       END-IF
               END-READ
               CLOSE GENCTL-FILE
           END-IF.

      *> The BALRPT side of the agreement: result and reject lines
      *> per BATCH= tag, counted exactly as the balancing step does.
       1000-COUNT-RESULTFILE.
           OPEN INPUT RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-RESULT-FILE-NAME) ", STATUS="
                   WS-RESULT-FILE-STATUS
               SET NO-MORE-RESULTS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-RESULTS
               READ RESULT-FILE
                   AT END
                       SET NO-MORE-RESULTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RESULT-COUNT
                       MOVE SPACES TO WS-PARSE-PART-2
                       UNSTRING RESULT-RECORD DELIMITED BY " BATCH="
                           INTO WS-PARSE-PART-1 WS-PARSE-PART-2
                       PERFORM 1950-EXTRACT-LINE-BATCH
                       PERFORM 1900-FIND-BATCH-ENTRY
                       IF WS-DSP-HIT-SUB > ZERO
                           ADD 1 TO WS-DSP-RESULTS(WS-DSP-HIT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RESULT-FILE-STATUS = "00" OR "10"
               CLOSE RESULT-FILE
           END-IF.

       1100-COUNT-REJECTFILE.
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REJECT-FILE-NAME) ", STATUS="
                   WS-REJECT-FILE-STATUS
               SET NO-MORE-REJECTS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-REJECTS
               READ REJECT-FILE
                   AT END
                       SET NO-MORE-REJECTS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE SPACES TO WS-PARSE-PART-2
                       UNSTRING REJECT-RECORD DELIMITED BY " BATCH="
                           INTO WS-PARSE-PART-1 WS-PARSE-PART-2
                       PERFORM 1950-EXTRACT-LINE-BATCH
                       PERFORM 1900-FIND-BATCH-ENTRY
                       IF WS-DSP-HIT-SUB > ZERO
                           ADD 1 TO WS-DSP-REJECTS(WS-DSP-HIT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REJECT-FILE-STATUS = "00" OR "10"
               CLOSE REJECT-FILE
           END-IF.

      *> Counts how many header..trailer groups each batch id was
      *> sent in, so a trailer can tell whether its group is the last
      *> one for the batch. Group boundaries follow the driver: a
      *> header opens a group, a trailer closes it, and a seed with no
      *> group open starts an UNKNOWN one.
       1500-COUNT-SEED-GROUPS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SEEDFILE, STATUS="
                   WS-SEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           PERFORM UNTIL NO-MORE-SEEDS
               READ SEED-FILE
                   AT END
                       SET NO-MORE-SEEDS TO TRUE
                   NOT AT END
                       PERFORM 1550-COUNT-ONE-GROUP-RECORD
               END-READ
           END-PERFORM
           CLOSE SEED-FILE
           MOVE 'N' TO WS-SEED-EOF-SWITCH
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH.

       1550-COUNT-ONE-GROUP-RECORD.
           IF SEED-HDR-TYPE = "BATCHHDR"
               MOVE SEED-HDR-BATCH-ID TO WS-LINE-BATCH
               PERFORM 1900-FIND-BATCH-ENTRY
               IF WS-DSP-HIT-SUB > ZERO
                   ADD 1 TO WS-DSP-GROUPS-SENT(WS-DSP-HIT-SUB)
               END-IF
               SET BATCH-GROUP-OPEN TO TRUE
           ELSE
               IF SEED-HDR-TYPE = "BATCHTRL"
                   MOVE 'N' TO WS-GROUP-OPEN-SWITCH
               ELSE
                   IF NOT BATCH-GROUP-OPEN
                       MOVE "UNKNOWN" TO WS-LINE-BATCH
                       PERFORM 1900-FIND-BATCH-ENTRY
                       IF WS-DSP-HIT-SUB > ZERO
                           ADD 1 TO WS-DSP-GROUPS-SENT(WS-DSP-HIT-SUB)
                       END-IF
                       SET BATCH-GROUP-OPEN TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Finds the entry for WS-LINE-BATCH, adding it when it is new.
      *> WS-DSP-HIT-SUB comes back zero only when the table is full.
       1900-FIND-BATCH-ENTRY.
           MOVE ZERO TO WS-DSP-HIT-SUB
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT OR WS-DSP-HIT-SUB > ZERO
               IF WS-DSP-BATCH-ID(WS-DSP-SUB) = WS-LINE-BATCH
                   MOVE WS-DSP-SUB TO WS-DSP-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-DSP-HIT-SUB = ZERO
               IF WS-DSP-COUNT < 100
                   ADD 1 TO WS-DSP-COUNT
                   MOVE WS-DSP-COUNT TO WS-DSP-HIT-SUB
                   INITIALIZE WS-DSP-ENTRY(WS-DSP-HIT-SUB)
                   MOVE WS-LINE-BATCH TO WS-DSP-BATCH-ID(WS-DSP-HIT-SUB)
                   MOVE 'Y' TO WS-DSP-AGREE-SWITCH(WS-DSP-HIT-SUB)
               ELSE
                   IF NOT DSP-TABLE-WARNED
                       SET DSP-TABLE-WARNED TO TRUE
                       DISPLAY "WARNING - MORE THAN 100 BATCH IDS - "
                           "LATER BATCHES ARE RETURNED UNCHECKED"
                   END-IF
               END-IF
           END-IF.

      *> Pulls the BATCH= tag off an output line (the text after the
      *> tag up to the next space) into WS-LINE-BATCH.
       1950-EXTRACT-LINE-BATCH.
           MOVE SPACES TO WS-LINE-BATCH
           IF WS-PARSE-PART-2 = SPACES
               MOVE "UNKNOWN" TO WS-LINE-BATCH
           ELSE
               UNSTRING WS-PARSE-PART-2 DELIMITED BY " "
                   INTO WS-LINE-BATCH
           END-IF.

       2000-RETURN-DISPOSITIONS.
           OPEN INPUT SEED-FILE
           IF WS-SEED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SEEDFILE, STATUS="
                   WS-SEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REPORT-FILE-NAME) ", STATUS="
                   WS-REPORT-FILE-STATUS
                   " - NO SEED CAN BE RETURNED AS ACCEPTED"
               SET NO-MORE-REPORT-LINES TO TRUE
           ELSE
               PERFORM 2700-READ-REPORT-HEAD
           END-IF
           MOVE 'N' TO WS-REJECT-EOF-SWITCH
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-FILE-STATUS NOT = "00"
               SET NO-MORE-REJECTS TO TRUE
           ELSE
               PERFORM 2750-READ-REJECT-HEAD
           END-IF
           PERFORM UNTIL NO-MORE-SEEDS
               READ SEED-FILE
                   AT END
                       SET NO-MORE-SEEDS TO TRUE
                   NOT AT END
                       PERFORM 2100-RETURN-SEED-RECORD
               END-READ
           END-PERFORM
           IF BATCH-GROUP-OPEN
               PERFORM 2900-CLOSE-BATCH-GROUP
           END-IF
      *> Output lines left over once every seed has been returned
      *> belong to no seed that was sent.
           PERFORM UNTIL NO-MORE-REPORT-LINES
               ADD 1 TO WS-SURPLUS-COUNT
               DISPLAY "WARNING - REPORTFILE LINE FOR SEED "
                   FUNCTION TRIM(WS-RPT-HEAD-SEED) " BATCH "
                   WS-RPT-HEAD-BATCH " MATCHES NO SEED SENT"
               PERFORM 2700-READ-REPORT-HEAD
           END-PERFORM
           PERFORM UNTIL NO-MORE-REJECTS
               ADD 1 TO WS-SURPLUS-COUNT
               DISPLAY "WARNING - REJECTFILE LINE FOR SEED "
                   FUNCTION TRIM(WS-REJ-HEAD-SEED) " BATCH "
                   WS-REJ-HEAD-BATCH " MATCHES NO SEED SENT"
               PERFORM 2750-READ-REJECT-HEAD
           END-PERFORM
           CLOSE SEED-FILE
           IF WS-REPORT-FILE-STATUS = "00" OR "10"
               CLOSE REPORT-FILE
           END-IF
           IF WS-REJECT-FILE-STATUS = "00" OR "10"
               CLOSE REJECT-FILE
           END-IF.

       2100-RETURN-SEED-RECORD.
           IF SEED-HDR-TYPE = "BATCHHDR"
               IF BATCH-GROUP-OPEN
                   PERFORM 2900-CLOSE-BATCH-GROUP
               END-IF
               MOVE SEED-HDR-BATCH-ID TO WS-BATCH-ID
               MOVE SEED-HDR-DEPARTMENT TO WS-BATCH-DEPARTMENT
               IF SEED-HDR-CREATE-DATE IS NUMERIC
                   MOVE SEED-HDR-CREATE-DATE TO WS-BATCH-CREATE-DATE
               ELSE
                   MOVE ZERO TO WS-BATCH-CREATE-DATE
               END-IF
               MOVE 'Y' TO WS-BATCHHDR-SWITCH
               PERFORM 2200-OPEN-BATCH-GROUP
           ELSE
               IF SEED-HDR-TYPE = "BATCHTRL"
                   IF BATCH-GROUP-OPEN
                       PERFORM 2900-CLOSE-BATCH-GROUP
                   END-IF
               ELSE
                   IF NOT BATCH-GROUP-OPEN
                       MOVE "UNKNOWN" TO WS-BATCH-ID
                       MOVE SPACES TO WS-BATCH-DEPARTMENT
                       MOVE ZERO TO WS-BATCH-CREATE-DATE
                       MOVE 'N' TO WS-BATCHHDR-SWITCH
                       PERFORM 2200-OPEN-BATCH-GROUP
                   END-IF
                   PERFORM 2300-EXPAND-SEED-RECORD
               END-IF
           END-IF.

      *> A batch id's first group creates its file; a later group
      *> for the same id in the same SEEDFILE is added to the end of
      *> it, so the department gets one file per batch as BALRPT
      *> balances one section per batch.
       2200-OPEN-BATCH-GROUP.
           SET BATCH-GROUP-OPEN TO TRUE
           MOVE ZERO TO WS-GROUP-SEQUENCE
           MOVE ZERO TO WS-GROUP-ACCEPTED
           MOVE ZERO TO WS-GROUP-REJECTED
           MOVE ZERO TO WS-GROUP-UNACCOUNTED
           MOVE WS-BATCH-ID TO WS-LINE-BATCH
           PERFORM 1900-FIND-BATCH-ENTRY
           MOVE WS-DSP-HIT-SUB TO WS-CURRENT-DSP-SUB
           MOVE SPACES TO WS-DISP-FILE-NAME
           IF WS-BATCH-DEPARTMENT = SPACES
               STRING "DISP.NODEPT." DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   INTO WS-DISP-FILE-NAME
           ELSE
               STRING "DISP." DELIMITED BY SIZE
                   WS-BATCH-DEPARTMENT DELIMITED BY SPACE
                   "." DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   INTO WS-DISP-FILE-NAME
           END-IF
           IF WS-CURRENT-DSP-SUB > ZERO
               AND WS-DSP-GROUPS-RETURNED(WS-CURRENT-DSP-SUB) > ZERO
               OPEN EXTEND DISP-FILE
           ELSE
               OPEN OUTPUT DISP-FILE
           END-IF
           IF WS-DISP-FILE-STATUS = "00"
               SET DISP-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-DISP-FILE-NAME) ", STATUS="
                   WS-DISP-FILE-STATUS
               MOVE 'N' TO WS-DISP-OPEN-SWITCH
               SET DISP-WRITE-FAILED TO TRUE
           END-IF
           IF WS-CURRENT-DSP-SUB > ZERO
               ADD 1 TO WS-DSP-GROUPS-RETURNED(WS-CURRENT-DSP-SUB)
               MOVE WS-BATCH-DEPARTMENT TO
                   WS-DSP-DEPARTMENT(WS-CURRENT-DSP-SUB)
               MOVE WS-DISP-FILE-NAME TO
                   WS-DSP-FILE-NAME(WS-CURRENT-DSP-SUB)
           END-IF
           MOVE SPACES TO DISP-HEADER-RECORD
           MOVE "DISPHDR" TO DISP-HDR-TYPE
           MOVE WS-BATCH-ID TO DISP-HDR-BATCH-ID
           MOVE WS-BATCH-DEPARTMENT TO DISP-HDR-DEPARTMENT
           MOVE WS-BATCH-CREATE-DATE TO DISP-HDR-CREATE-DATE
           MOVE WS-BATCHHDR-SWITCH TO DISP-HDR-BATCHHDR-FLAG
           MOVE WS-RUN-DATE TO DISP-HDR-RUN-DATE
           MOVE WS-RUN-NUMBER TO DISP-HDR-RUN-NUMBER
           IF WS-CURRENT-DSP-SUB > ZERO
               MOVE WS-DSP-GROUPS-RETURNED(WS-CURRENT-DSP-SUB)
                   TO DISP-HDR-GROUP-NUMBER
           ELSE
               MOVE 1 TO DISP-HDR-GROUP-NUMBER
           END-IF
           PERFORM 2950-WRITE-DISP-RECORD.

      *> Mirrors the driver's 0730 expansion so the seeds come out
      *> one by one with the same text the driver wrote on its
      *> output lines: a bare seed as sent, each value of a range
      *> edited without leading zeros, each copy of a repeat as its
      *> value part, and a malformed record as one R05 seed.
       2300-EXPAND-SEED-RECORD.
           MOVE ZERO TO WS-DASH-COUNT
           MOVE ZERO TO WS-STAR-COUNT
           INSPECT SEED-RECORD TALLYING WS-STAR-COUNT FOR ALL "*"
           INSPECT SEED-RECORD TALLYING WS-DASH-COUNT FOR ALL "-"
           MOVE SPACES TO WS-EXPAND-PART-1
           MOVE SPACES TO WS-EXPAND-PART-2
           MOVE FUNCTION TRIM(SEED-RECORD) TO WS-SEED-TEXT
           IF WS-STAR-COUNT = 0 AND WS-DASH-COUNT = 0
               PERFORM 2400-RETURN-ONE-SEED
           ELSE
               IF WS-STAR-COUNT = 1 AND WS-DASH-COUNT = 0
                   PERFORM 2310-EXPAND-REPEAT-RECORD
               ELSE
                   IF WS-DASH-COUNT = 1 AND WS-STAR-COUNT = 0
                       PERFORM 2320-EXPAND-RANGE-RECORD
                   ELSE
                       PERFORM 2400-RETURN-ONE-SEED
                   END-IF
               END-IF
           END-IF.

       2310-EXPAND-REPEAT-RECORD.
           UNSTRING SEED-RECORD DELIMITED BY "*"
               INTO WS-EXPAND-PART-1 WS-EXPAND-PART-2
           IF WS-EXPAND-PART-1 NOT = SPACES
               AND WS-EXPAND-PART-2 NOT = SPACES
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-EXPAND-PART-1)) = ZERO
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-EXPAND-PART-2)) = ZERO
               COMPUTE WS-REPEAT-COUNT =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXPAND-PART-2))
               IF WS-REPEAT-COUNT < 1 OR WS-REPEAT-COUNT > 9999
                   PERFORM 2400-RETURN-ONE-SEED
               ELSE
                   MOVE FUNCTION TRIM(WS-EXPAND-PART-1)
                       TO WS-SEED-TEXT
                   PERFORM 2400-RETURN-ONE-SEED
                       WS-REPEAT-COUNT TIMES
               END-IF
           ELSE
               PERFORM 2400-RETURN-ONE-SEED
           END-IF.

       2320-EXPAND-RANGE-RECORD.
           UNSTRING SEED-RECORD DELIMITED BY "-"
               INTO WS-EXPAND-PART-1 WS-EXPAND-PART-2
           IF WS-EXPAND-PART-1 NOT = SPACES
               AND WS-EXPAND-PART-2 NOT = SPACES
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-EXPAND-PART-1)) = ZERO
               AND FUNCTION TEST-NUMVAL
                   (FUNCTION TRIM(WS-EXPAND-PART-2)) = ZERO
               COMPUTE WS-RANGE-LOW =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXPAND-PART-1))
               COMPUTE WS-RANGE-HIGH =
                   FUNCTION NUMVAL(FUNCTION TRIM(WS-EXPAND-PART-2))
               IF WS-RANGE-LOW > WS-RANGE-HIGH
                   OR WS-RANGE-HIGH - WS-RANGE-LOW + 1 > 9999
                   PERFORM 2400-RETURN-ONE-SEED
               ELSE
                   PERFORM VARYING WS-RANGE-VALUE FROM WS-RANGE-LOW
                       BY 1 UNTIL WS-RANGE-VALUE > WS-RANGE-HIGH
                       MOVE WS-RANGE-VALUE TO WS-SEED-VALUE-EDIT
                       MOVE FUNCTION TRIM(WS-SEED-VALUE-EDIT)
                           TO WS-SEED-TEXT
                       PERFORM 2400-RETURN-ONE-SEED
                   END-PERFORM
               END-IF
           ELSE
               PERFORM 2400-RETURN-ONE-SEED
           END-IF.

      *> Pairs the seed with the head output line of its batch. When
      *> both heads could be it, the result line wins: a seed value
      *> is only ever issued on its first occurrence in a batch, so an
      *> equal reject at the other head belongs to a later copy. When
      *> neither head fits, a head repeating the line last taken from
      *> its file is a second output for one seed (a seed re-run
      *> across a restart); it is dropped and counted, and the
      *> pairing tried again.
       2400-RETURN-ONE-SEED.
           ADD 1 TO WS-SEEDS-READ-COUNT
           ADD 1 TO WS-GROUP-SEQUENCE
           PERFORM 2450-PAIR-WITH-HEAD-LINE
           PERFORM UNTIL NOT SEED-NOT-MATCHED OR NO-SURPLUS-LINE
               ADD 1 TO WS-SURPLUS-COUNT
               IF SURPLUS-REPORT-LINE
                   DISPLAY "WARNING - SECOND REPORTFILE LINE FOR SEED "
                       FUNCTION TRIM(WS-RPT-HEAD-SEED) " BATCH "
                       WS-RPT-HEAD-BATCH " DROPPED"
                   PERFORM 2700-READ-REPORT-HEAD
               ELSE
                   DISPLAY "WARNING - SECOND REJECTFILE LINE FOR SEED "
                       FUNCTION TRIM(WS-REJ-HEAD-SEED) " BATCH "
                       WS-REJ-HEAD-BATCH " DROPPED"
                   PERFORM 2750-READ-REJECT-HEAD
               END-IF
               PERFORM 2450-PAIR-WITH-HEAD-LINE
           END-PERFORM
           MOVE SPACES TO DISP-DETAIL-RECORD
           MOVE "DISPDTL" TO DISP-DTL-TYPE
           MOVE WS-BATCH-ID TO DISP-DTL-BATCH-ID
           MOVE WS-GROUP-SEQUENCE TO DISP-DTL-SEQUENCE
           MOVE WS-SEED-TEXT TO DISP-DTL-SEED-TEXT
           MOVE ZERO TO DISP-DTL-ITER-COUNT
           EVALUATE TRUE
               WHEN SEED-WAS-ACCEPTED
                   SET DISP-DTL-ACCEPTED TO TRUE
                   IF WS-RPT-HEAD-ITER IS NUMERIC
                       MOVE WS-RPT-HEAD-ITER TO DISP-DTL-ITER-COUNT
                   END-IF
                   MOVE WS-RPT-HEAD-URL TO DISP-DTL-URL
                   MOVE WS-RPT-HEAD-SEED TO WS-LAST-RPT-SEED
                   MOVE WS-RPT-HEAD-BATCH TO WS-LAST-RPT-BATCH
                   ADD 1 TO WS-GROUP-ACCEPTED
                   ADD 1 TO WS-ACCEPTED-COUNT
                   IF WS-CURRENT-DSP-SUB > ZERO
                       ADD 1 TO WS-DSP-ACCEPTED(WS-CURRENT-DSP-SUB)
                   END-IF
                   PERFORM 2700-READ-REPORT-HEAD
               WHEN SEED-WAS-REJECTED
                   SET DISP-DTL-REJECTED TO TRUE
                   MOVE WS-REJ-HEAD-REASON TO DISP-DTL-REASON
                   MOVE WS-REJ-HEAD-SEED TO WS-LAST-REJ-SEED
                   MOVE WS-REJ-HEAD-BATCH TO WS-LAST-REJ-BATCH
                   ADD 1 TO WS-GROUP-REJECTED
                   ADD 1 TO WS-REJECTED-COUNT
                   IF WS-CURRENT-DSP-SUB > ZERO
                       ADD 1 TO WS-DSP-REJECTED(WS-CURRENT-DSP-SUB)
                   END-IF
                   PERFORM 2750-READ-REJECT-HEAD
               WHEN OTHER
                   SET DISP-DTL-UNACCOUNTED TO TRUE
                   MOVE "NO RESULT OR REJECT LINE FOR THIS SEED"
                       TO DISP-DTL-REASON
                   ADD 1 TO WS-GROUP-UNACCOUNTED
                   ADD 1 TO WS-UNACCOUNTED-COUNT
                   IF WS-CURRENT-DSP-SUB > ZERO
                       ADD 1 TO WS-DSP-UNACCOUNTED(WS-CURRENT-DSP-SUB)
                   END-IF
           END-EVALUATE
           IF WS-CURRENT-DSP-SUB > ZERO
               ADD 1 TO WS-DSP-SEEDS(WS-CURRENT-DSP-SUB)
           END-IF
           PERFORM 2950-WRITE-DISP-RECORD.

       2450-PAIR-WITH-HEAD-LINE.
           MOVE 'N' TO WS-MATCH-SWITCH
           MOVE 'N' TO WS-SURPLUS-SWITCH
           IF NOT NO-MORE-REPORT-LINES
               AND WS-RPT-HEAD-BATCH = WS-BATCH-ID
               AND WS-RPT-HEAD-SEED = WS-SEED-TEXT
               SET SEED-WAS-ACCEPTED TO TRUE
           ELSE
               IF NOT NO-MORE-REJECTS
                   AND WS-REJ-HEAD-BATCH = WS-BATCH-ID
                   AND WS-REJ-HEAD-SEED = WS-SEED-TEXT
                   SET SEED-WAS-REJECTED TO TRUE
               END-IF
           END-IF
           IF SEED-NOT-MATCHED
               IF NOT NO-MORE-REPORT-LINES
                   AND WS-RPT-HEAD-BATCH = WS-LAST-RPT-BATCH
                   AND WS-RPT-HEAD-SEED = WS-LAST-RPT-SEED
                   SET SURPLUS-REPORT-LINE TO TRUE
               ELSE
                   IF NOT NO-MORE-REJECTS
                       AND WS-REJ-HEAD-BATCH = WS-LAST-REJ-BATCH
                       AND WS-REJ-HEAD-SEED = WS-LAST-REJ-SEED
                       SET SURPLUS-REJECT-LINE TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> SEED=<seed> ITERATIONS=<n> MAXVALUE=<n> URL=<url> BATCH=<id>
       2700-READ-REPORT-HEAD.
           READ REPORT-FILE
               AT END
                   SET NO-MORE-REPORT-LINES TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PARSE-PART-1 WS-PARSE-PART-2
                       WS-PARSE-PART-3 WS-PARSE-PART-4 WS-PARSE-PART-5
                   UNSTRING REPORT-RECORD
                       DELIMITED BY " ITERATIONS=" OR " MAXVALUE="
                           OR " URL=" OR " BATCH="
                       INTO WS-PARSE-PART-1 WS-PARSE-PART-2
                           WS-PARSE-PART-3 WS-PARSE-PART-4
                           WS-PARSE-PART-5
                   MOVE WS-PARSE-PART-1(6:20) TO WS-RPT-HEAD-SEED
                   MOVE WS-PARSE-PART-2 TO WS-RPT-HEAD-ITER
                   MOVE WS-PARSE-PART-4 TO WS-RPT-HEAD-URL
                   MOVE WS-PARSE-PART-5 TO WS-PARSE-PART-2
                   PERFORM 1950-EXTRACT-LINE-BATCH
                   MOVE WS-LINE-BATCH TO WS-RPT-HEAD-BATCH
           END-READ.

      *> SEED=<seed as sent> REASON=<Rnn-text> BATCH=<id>
       2750-READ-REJECT-HEAD.
           READ REJECT-FILE
               AT END
                   SET NO-MORE-REJECTS TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-PARSE-PART-1 WS-PARSE-PART-2
                       WS-PARSE-PART-3
                   UNSTRING REJECT-RECORD
                       DELIMITED BY " REASON=" OR " BATCH="
                       INTO WS-PARSE-PART-1 WS-PARSE-PART-2
                           WS-PARSE-PART-3
                   MOVE WS-PARSE-PART-1(6:20) TO WS-REJ-HEAD-SEED
                   MOVE WS-PARSE-PART-2 TO WS-REJ-HEAD-REASON
                   MOVE WS-PARSE-PART-3 TO WS-PARSE-PART-2
                   PERFORM 1950-EXTRACT-LINE-BATCH
                   MOVE WS-LINE-BATCH TO WS-REJ-HEAD-BATCH
           END-READ.

      *> The trailer speaks for the whole batch only on the batch's
      *> last group; until then it is marked partial.
       2900-CLOSE-BATCH-GROUP.
           MOVE SPACES TO DISP-TRAILER-RECORD
           MOVE "DISPTRL" TO DISP-TRL-TYPE
           MOVE WS-BATCH-ID TO DISP-TRL-BATCH-ID
           MOVE WS-GROUP-SEQUENCE TO DISP-TRL-SEED-COUNT
           MOVE WS-GROUP-ACCEPTED TO DISP-TRL-ACCEPTED-COUNT
           MOVE WS-GROUP-REJECTED TO DISP-TRL-REJECTED-COUNT
           MOVE WS-GROUP-UNACCOUNTED TO DISP-TRL-UNACCOUNTED-COUNT
           IF WS-CURRENT-DSP-SUB = ZERO
               SET DISP-TRL-DISAGREES-WITH-BALRPT TO TRUE
           ELSE
               MOVE WS-CURRENT-DSP-SUB TO WS-DSP-SUB
               IF WS-DSP-GROUPS-RETURNED(WS-DSP-SUB)
                   < WS-DSP-GROUPS-SENT(WS-DSP-SUB)
                   SET DISP-TRL-PARTIAL-BATCH TO TRUE
               ELSE
                   PERFORM 4500-AGREE-ONE-BATCH
                   IF DSP-AGREES-WITH-BALRPT(WS-DSP-SUB)
                       SET DISP-TRL-AGREES-WITH-BALRPT TO TRUE
                   ELSE
                       SET DISP-TRL-DISAGREES-WITH-BALRPT TO TRUE
                   END-IF
               END-IF
           END-IF
           PERFORM 2950-WRITE-DISP-RECORD
           IF DISP-FILE-OPEN
               CLOSE DISP-FILE
               ADD 1 TO WS-FILES-WRITTEN
           END-IF
           MOVE 'N' TO WS-DISP-OPEN-SWITCH
           MOVE 'N' TO WS-GROUP-OPEN-SWITCH.

       2950-WRITE-DISP-RECORD.
           IF DISP-FILE-OPEN
               WRITE DISP-RECORD
               IF WS-DISP-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - WRITE TO "
                       FUNCTION TRIM(WS-DISP-FILE-NAME)
                       " FAILED, STATUS=" WS-DISP-FILE-STATUS
                   SET DISP-WRITE-FAILED TO TRUE
               END-IF
           END-IF.

      *> A batch agrees when every seed was returned and the accepted
      *> and rejected counts are BALRPT's result and reject lines.
       4500-AGREE-ONE-BATCH.
           MOVE 'Y' TO WS-DSP-AGREE-SWITCH(WS-DSP-SUB)
           IF WS-DSP-ACCEPTED(WS-DSP-SUB) NOT =
               WS-DSP-RESULTS(WS-DSP-SUB)
               OR WS-DSP-REJECTED(WS-DSP-SUB) NOT =
               WS-DSP-REJECTS(WS-DSP-SUB)
               OR WS-DSP-UNACCOUNTED(WS-DSP-SUB) > ZERO
               MOVE 'N' TO WS-DSP-AGREE-SWITCH(WS-DSP-SUB)
           END-IF.

       5000-WRITE-CONTROL-REPORT.
           OPEN OUTPUT DISP-RPT-FILE
           IF WS-DISP-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN DISPRPT, STATUS="
                   WS-DISP-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "COBOLSOLUTION4 DISPOSITION RETURN CONTROL LISTING"
               TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE "================================================="
               TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "GENERATION..............: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               WS-RUN-NUMBER DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           PERFORM VARYING WS-DSP-SUB FROM 1 BY 1
               UNTIL WS-DSP-SUB > WS-DSP-COUNT
               PERFORM 5100-WRITE-BATCH-SECTION
           END-PERFORM
           MOVE SPACES TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE "RUN TOTALS - ALL BATCHES" TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE "------------------------" TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-FILES-WRITTEN TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "GROUPS RETURNED.........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-SEEDS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "SEEDS RETURNED..........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "ACCEPTED................: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "REJECTED................: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-UNACCOUNTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "UNACCOUNTED.............: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-RESULT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "BALRPT RESULT LINES.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "BALRPT REJECT LINES.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-SURPLUS-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "OUTPUT LINES UNPAIRED...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-BATCHES-DISAGREEING TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "BATCHES NOT AGREEING....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE SPACES TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           IF WS-BATCHES-DISAGREEING = ZERO
               AND WS-SURPLUS-COUNT = ZERO
               AND NOT DISP-WRITE-FAILED
               MOVE "OVERALL.................: RELEASE TO DEPARTMENTS"
                   TO DISP-RPT-RECORD
           ELSE
               MOVE "OVERALL.................: *** HOLD FILES ***"
                   TO DISP-RPT-RECORD
           END-IF
           WRITE DISP-RPT-RECORD
           CLOSE DISP-RPT-FILE.

       5100-WRITE-BATCH-SECTION.
           IF NOT DSP-AGREES-WITH-BALRPT(WS-DSP-SUB)
               ADD 1 TO WS-BATCHES-DISAGREEING
           END-IF
           MOVE SPACES TO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "BATCH...................: " DELIMITED BY SIZE
               WS-DSP-BATCH-ID(WS-DSP-SUB) DELIMITED BY SIZE
               " DEPARTMENT " DELIMITED BY SIZE
               WS-DSP-DEPARTMENT(WS-DSP-SUB) DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE SPACES TO DISP-RPT-RECORD
           IF WS-DSP-GROUPS-RETURNED(WS-DSP-SUB) = ZERO
               MOVE "DISPOSITION FILE........: NONE - NO SEEDS SENT"
                   TO DISP-RPT-RECORD
           ELSE
               STRING "DISPOSITION FILE........: " DELIMITED BY SIZE
                   WS-DSP-FILE-NAME(WS-DSP-SUB) DELIMITED BY SPACE
                   INTO DISP-RPT-RECORD
           END-IF
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-SEEDS(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  SEEDS RETURNED........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-ACCEPTED(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  ACCEPTED..............: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-REJECTED(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  REJECTED..............: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-UNACCOUNTED(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  UNACCOUNTED...........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-RESULTS(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  BALRPT RESULT LINES...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           MOVE WS-DSP-REJECTS(WS-DSP-SUB) TO WS-COUNT-EDIT
           MOVE SPACES TO DISP-RPT-RECORD
           STRING "  BALRPT REJECT LINES...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO DISP-RPT-RECORD
           WRITE DISP-RPT-RECORD
           IF DSP-AGREES-WITH-BALRPT(WS-DSP-SUB)
               MOVE "  DISPOSITION...........: AGREES WITH BALRPT"
                   TO DISP-RPT-RECORD
           ELSE
               MOVE "  DISPOSITION...........: *** DOES NOT AGREE ***"
                   TO DISP-RPT-RECORD
           END-IF
           WRITE DISP-RPT-RECORD.
