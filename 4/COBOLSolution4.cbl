           SELECT GENCATLG-FILE ASSIGN TO "GENCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCATLG-STATUS.
      *> The URL master is keyed on the seed and updated in place -
      *> each seed reads and rewrites only its own row. The URL
      *> itself is an alternate key (duplicates allowed, since rows
      *> that collided before the check existed are still on file)
      *> so a newly built URL can be looked up against every other
      *> seed's row before it is issued.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT WEB-EXTRACT-FILE ASSIGN TO DYNAMIC WS-WEB-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WEB-EXTRACT-STATUS.
           SELECT ONLINE-SUPP-FILE ASSIGN TO "ONLSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLINE-SUPP-STATUS.
      *> Written only by a validate-only run - the whole of its
      *> output.
           SELECT PREFLIGHT-FILE ASSIGN TO "PREFLIGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREFLIGHT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> SEEDFILE now arrives bracketed by batch control records from
      *> the upstream department: a BATCHHDR carrying batch identity
      *> and a BATCHTRL carrying the seed count they believe they
      *> sent. Anything else is a seed record as before. Several
      *> departments' batches may be concatenated into one file - each
      *> BATCHHDR..BATCHTRL group is validated, counted and recorded
      *> on its own.
       FD  SEED-FILE.
       01  SEED-RECORD PIC X(80).
       COPY SEEDHDR.
       FD  OVERFLOW-LOG-FILE.
       01  OVERFLOW-LOG-RECORD PIC X(100).

      *> Opened I-O for the whole run. A first issue is a WRITE of a
      *> new row, a re-issue a REWRITE of the existing one, so an
      *> abend mid-batch leaves every row already touched on file and
      *> nothing else disturbed - there is no whole-file image to be
      *> left half written.
       FD  URL-MASTER-FILE.
       COPY URLMST.

      *> Machine-readable feed for the web content team: one detail
      *> record per SUCCESSFUL seed only (rejects never leak into
      *> this file), bracketed by a header identifying the run and a
       FD  GENCATLG-FILE.
       COPY GENCATR.

       FD  PREFLIGHT-FILE.
       01  PREFLIGHT-RECORD PIC X(200).

       WORKING-STORAGE SECTION.
       COPY CALCPARM.
       COPY LOCKPARM.
       COPY JRNLPARM.
       COPY ALRTPARM.
       01 RESULT PIC    X(100) VALUE SPACES.
       01 WS-SEED-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RESULT-FILE-STATUS PIC X(2) VALUE SPACES.
           88 SEEN-TABLE-WARNED VALUE 'Y'.
       01 WS-SEEN-SEED-TABLE.
           05 WS-SEEN-SEED-VALUE OCCURS 20000 TIMES PIC 9(6).
      *> One entry per BATCHHDR..BATCHTRL group in SEEDFILE, in file
      *> order. The group's own counts and grade are kept here so each
      *> batch gets its own RUNHIST record, and a failing group grades
      *> itself without marking the clean groups around it. Seeds
      *> outside any header open a group of their own under batch id
      *> UNKNOWN, which the control check then fails.
       01 WS-BATCH-OPEN-SWITCH PIC X VALUE 'N'.
           88 BATCH-GROUP-OPEN VALUE 'Y'.
       01 WS-BATCH-TABLE-WARNED-SWITCH PIC X VALUE 'N'.
           88 BATCH-TABLE-WARNED VALUE 'Y'.
       01 WS-BATCH-SUB PIC 9(4) VALUE ZERO.
       01 WS-BATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-PRINT-SUB PIC 9(4) VALUE ZERO.
       01 WS-REASON-SUB PIC 9(2) VALUE ZERO.
      *> Grade of failures that belong to no single group - output
      *> opens, the extract trailer, the end-of-run closes. It is
      *> carried onto every group's RUNHIST record.
       01 WS-RUN-WIDE-SEVERITY PIC 9(2) VALUE ZERO.
       01 WS-HIST-SEVERITY PIC 9(2) VALUE ZERO.
       01 WS-ALERT-SEED PIC 9(6) VALUE ZERO.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 100 TIMES.
               10 WS-BT-BATCH-ID PIC X(8).
               10 WS-BT-DEPARTMENT PIC X(8).
               10 WS-BT-SEEDS-READ PIC 9(8).
               10 WS-BT-RESULTS PIC 9(8).
               10 WS-BT-REJECTS PIC 9(8).
               10 WS-BT-REASON-COUNT OCCURS 9 TIMES PIC 9(8).
               10 WS-BT-DUPLICATES PIC 9(8).
               10 WS-BT-OVERFLOWS PIC 9(8).
               10 WS-BT-TRUNCS PIC 9(8).
               10 WS-BT-SEVERITY PIC 9(2).
       01 WS-RESULT-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REJECT-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-STAT-COUNT-EDIT PIC Z(7)9.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-WEB-EXTRACT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ONLINE-SUPP-STATUS PIC X(2) VALUE SPACES.
       01 WS-SUPP-EOF-SWITCH PIC X VALUE 'N'.
       01 WS-OVERFLOW-LOG-NAME PIC X(30) VALUE "OVERFLOWLOG".
       01 WS-WEB-EXTRACT-NAME PIC X(30) VALUE "WEBEXTRACT".
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-TRUNC-COUNT PIC 9(8) VALUE ZERO.
       01 WS-OVERFLOW-COUNT PIC 9(8) VALUE ZERO.
       01 WS-IO-FILE-NAME PIC X(12) VALUE SPACES.
               10 WS-IO-ERR-FILE PIC X(12).
               10 WS-IO-ERR-STATUS PIC X(2).
               10 WS-IO-ERR-SEED PIC X(20).
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-URL-WITHDRAWN-SWITCH PIC X VALUE 'N'.
           88 URL-IS-WITHDRAWN VALUE 'Y'.
       01 WS-URLMST-FOUND-SWITCH PIC X VALUE 'N'.
           88 URLMST-ROW-FOUND VALUE 'Y'.
      *> The URL is built with no separator between its parts and
      *> cut at 100 bytes, so two different seeds can come out with
      *> the same URL. A first issue whose URL is already held by an
      *> active row for another seed, or redirected to one as the
      *> old URL it was migrated off, is refused (R07) and the seed
      *> holding it is named on the reject line.
       01 WS-URL-COLLISION-SWITCH PIC X VALUE 'N'.
           88 URL-COLLISION-FOUND VALUE 'Y'.
       01 WS-COLLISION-SCAN-SWITCH PIC X VALUE 'N'.
           88 COLLISION-SCAN-DONE VALUE 'Y'.
       01 WS-COLLISION-SEED PIC 9(6) VALUE ZERO.
      *> Which key the holding seed was found on: its own URL, or an
      *> old URL it was migrated off that is now redirected to it.
       01 WS-COLLISION-KEY-SWITCH PIC X VALUE SPACE.
           88 COLLISION-ON-PRIOR-URL VALUE 'P'.
       01 WS-COLLISION-READ-SWITCH PIC X VALUE 'N'.
           88 COLLISION-READ-FAILED VALUE 'Y'.
      *> Set only when URLMASTER opened I-O. A master that cannot be
      *> opened is graded at start-up and every later keyed access is
      *> skipped rather than failing once per seed.
       01 WS-URL-MASTER-OPEN-SWITCH PIC X VALUE 'N'.
           88 URL-MASTER-IS-OPEN VALUE 'Y'.
      *> RUNMODE=VALIDATE runs the seed file through the same
      *> classification, expansion, edits, withdrawn and collision
      *> checks and batch controls as a real run, but only lists on
      *> PREFLIGHT what would be issued and what rejected. It takes
      *> no run lock and opens no permanent file or generation for
      *> output: URLMASTER is read, SEQCACHE and AUDITLOG are left
      *> alone by the calc subprogram, and there is no checkpoint,
      *> journal, GENCTL, extract or history record.
       01 WS-RUN-MODE PIC X(8) VALUE SPACES.
           88 VALIDATE-ONLY-RUN VALUE "VALIDATE".
       01 WS-PREFLIGHT-STATUS PIC X(2) VALUE SPACES.
       01 WS-PF-NOTE PIC X(30) VALUE SPACES.
       01 WS-PF-LABEL PIC X(24) VALUE SPACES.
       01 WS-PF-BATCHES-FAILING PIC 9(4) VALUE ZERO.
       01 WS-PF-SEVERITY-EDIT PIC Z9.
      *> A real run writes each first issue's master row before the
      *> next seed is checked, so a later seed building the same URL
      *> is refused R07. Nothing is written here, so the first issues
      *> listed so far are held and checked as well.
       01 WS-PF-SEED-LISTED-SWITCH PIC X VALUE 'N'.
           88 PF-SEED-ALREADY-LISTED VALUE 'Y'.
       01 WS-PF-URL-WARNED-SWITCH PIC X VALUE 'N'.
           88 PF-URL-TABLE-WARNED VALUE 'Y'.
       01 WS-PF-URL-SUB PIC 9(5) VALUE ZERO.
       01 WS-PF-URL-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PF-URL-TABLE.
           05 WS-PF-URL-ENTRY OCCURS 10000 TIMES.
               10 WS-PF-URL-SEED PIC 9(6).
               10 WS-PF-URL-VALUE PIC X(100).
       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           INITIALIZE ALRT-PARMS
           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "RUNMODE"
           MOVE FUNCTION UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE
           IF VALIDATE-ONLY-RUN
               PERFORM 7000-RUN-PREFLIGHT
               STOP RUN
           END-IF
           MOVE 'N' TO CALC-VALIDATE-FLAG
      *> The run lock comes before anything else: a second driver, or
      *> the online transaction mid-session, would be updating the
      *> same master rows and checkpoint underneath this run.
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO ALRT-SEVERITY
               MOVE "DRVLOCK" TO ALRT-MESSAGE-CODE
               MOVE "RUN LOCK NOT GRANTED - NO SEED PROCESSED"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SEEDFILE, FILE STATUS="
                   WS-SEED-FILE-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "DRVNOSED" TO ALRT-MESSAGE-CODE
               STRING "SEEDFILE COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-SEED-FILE-STATUS DELIMITED BY SIZE
                   " - NO SEED PROCESSED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           IF WS-MAX-SEVERITY >= 16
               DISPLAY "ERROR - RUN UNUSABLE - STOPPED BEFORE ANY "
                   "SEED WAS PROCESSED"
               MOVE WS-MAX-SEVERITY TO ALRT-SEVERITY
               MOVE "DRVSTOP" TO ALRT-MESSAGE-CODE
               MOVE "RUN UNUSABLE - STOPPED BEFORE ANY SEED PROCESSED"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               CLOSE SEED-FILE
               CLOSE RESULT-FILE
               CLOSE TRUNC-LOG-FILE
           END-IF
           PERFORM 0200-OPEN-CHECKPOINT-FOR-WRITE
           PERFORM 1400-LOAD-DEPT-MASTER
           PERFORM 1300-OPEN-URL-MASTER
           MOVE WS-RESTART-COUNT TO WS-PROCESSED-COUNT
           PERFORM UNTIL NO-MORE-SEEDS
               READ SEED-FILE
                       PERFORM 0700-CLASSIFY-SEED-RECORD
               END-READ
           END-PERFORM
      *> The last group closes at end-of-file whether or not its
      *> trailer arrived; an empty SEEDFILE still gets one UNKNOWN
      *> group so the missing controls are reported and recorded.
           IF WS-BATCH-COUNT = ZERO
               PERFORM 0705-START-BATCH-GROUP
           END-IF
           IF BATCH-GROUP-OPEN
               PERFORM 0800-VERIFY-BATCH-CONTROLS
           END-IF
           PERFORM 6200-MERGE-ONLINE-SUPPLEMENT
           PERFORM 6100-WRITE-EXTRACT-TRAILER
           CLOSE SEED-FILE
           CLOSE REJECT-FILE
           CLOSE OVERFLOW-LOG-FILE
           CLOSE WEB-EXTRACT-FILE
           PERFORM 1390-CLOSE-URL-MASTER
           PERFORM 0950-VERIFY-OUTPUT-CLOSES
           PERFORM 0900-CLEAR-CHECKPOINT
           PERFORM 9900-DISPLAY-RUN-STATISTICS
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text, and the batch id and seed where there is one; they
      *> are cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> A clean start takes the next generation from GENCTL (run
      *> number restarts at 1 on a new date), records it on GENCATLG
      *> for the housekeeping job, and stamps it into every
                   END-READ
               END-PERFORM
               CLOSE CHECKPOINT-FILE
           END-IF.

       0200-OPEN-CHECKPOINT-FOR-WRITE.
           PERFORM 9800-RECORD-IO-ERROR.

      *> Every record passes through here so a restart still sees the
      *> batch headers (and re-captures each batch id) instead of
      *> blindly skipping the first N records. Seeds already covered
      *> by the checkpoint count toward their group's trailer total
      *> but are not reprocessed.
       0700-CLASSIFY-SEED-RECORD.
           IF SEED-HDR-TYPE = "BATCHHDR"
               PERFORM 0710-CAPTURE-BATCH-HEADER
               END-IF
           END-IF.

      *> A header arriving while the previous group is still open
      *> means that group never had its trailer - it is closed (and
      *> failed) here before the new group starts.
       0710-CAPTURE-BATCH-HEADER.
           IF BATCH-GROUP-OPEN
               PERFORM 0800-VERIFY-BATCH-CONTROLS
           END-IF
           PERFORM 0705-START-BATCH-GROUP
           SET BATCH-HEADER-SEEN TO TRUE
           MOVE SEED-HDR-BATCH-ID TO WS-BATCH-ID
           MOVE SEED-HDR-DEPARTMENT TO WS-BATCH-DEPARTMENT
           ELSE
               MOVE ZERO TO WS-BATCH-CREATE-DATE
           END-IF
           MOVE WS-BATCH-ID TO WS-BT-BATCH-ID(WS-BATCH-SUB)
           MOVE WS-BATCH-DEPARTMENT TO WS-BT-DEPARTMENT(WS-BATCH-SUB)
           PERFORM 0715-VALIDATE-BATCH-DEPARTMENT.

      *> Opens the next group: every per-batch control, the seen-seed
      *> table (duplicates are a within-batch matter) and the group's
      *> counters start again from nothing. Past 100 groups the rest
      *> are folded into the last entry and the run warned once.
       0705-START-BATCH-GROUP.
           IF WS-BATCH-COUNT < 100
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO WS-BATCH-SUB
               INITIALIZE WS-BATCH-ENTRY(WS-BATCH-SUB)
               MOVE "UNKNOWN" TO WS-BT-BATCH-ID(WS-BATCH-SUB)
           ELSE
               IF NOT BATCH-TABLE-WARNED
                   SET BATCH-TABLE-WARNED TO TRUE
                   DISPLAY "WARNING - MORE THAN 100 BATCHES IN SEEDFILE"
                       " - LATER BATCHES ARE COUNTED WITH THE 100TH"
                   IF WS-MAX-SEVERITY < 4
                       MOVE 4 TO WS-MAX-SEVERITY
                   END-IF
                   IF WS-RUN-WIDE-SEVERITY < 4
                       MOVE 4 TO WS-RUN-WIDE-SEVERITY
                   END-IF
               END-IF
           END-IF
           SET BATCH-GROUP-OPEN TO TRUE
           MOVE "UNKNOWN" TO WS-BATCH-ID
           MOVE SPACES TO WS-BATCH-DEPARTMENT
           MOVE ZERO TO WS-BATCH-CREATE-DATE
           MOVE 'N' TO WS-BATCH-HEADER-SWITCH
           MOVE 'N' TO WS-BATCH-TRAILER-SWITCH
           MOVE 'N' TO WS-TRAILER-COUNT-SWITCH
           MOVE ZERO TO WS-EXPECTED-SEED-COUNT
           MOVE ZERO TO WS-SEEN-SEED-COUNT
           MOVE 'N' TO WS-SEEN-WARNED-SWITCH.

      *> Batch-control and sender failures grade the group they were
      *> found in, and through WS-MAX-SEVERITY the run as a whole.
       0790-GRADE-BATCH-FAILURE.
           IF WS-BT-SEVERITY(WS-BATCH-SUB) < 8
               MOVE 8 TO WS-BT-SEVERITY(WS-BATCH-SUB)
           END-IF
           IF WS-MAX-SEVERITY < 8
               MOVE 8 TO WS-MAX-SEVERITY
           END-IF.

      *> The batch is flagged, not thrown away: the seeds still
      *> process so a typoed sender code does not hold the nightly
      *> extract, but the batch (and so the run) is graded 8 and the
      *> message names the sender and batch, the same treatment the
      *> batch-control failures get.
       0715-VALIDATE-BATCH-DEPARTMENT.
           IF DEPT-MASTER-ON-FILE
               MOVE ZERO TO WS-DEPT-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-DEPT-HIT-SUB = ZERO
                   DISPLAY "ERROR - BATCH " WS-BATCH-ID
                       " BATCHHDR DEPARTMENT " WS-BATCH-DEPARTMENT
                       " IS NOT ON THE DEPARTMENT MASTER"
                   PERFORM 0790-GRADE-BATCH-FAILURE
               ELSE
                   IF WS-DEPT-ACTIVE(WS-DEPT-HIT-SUB) NOT = "A"
                       DISPLAY "ERROR - BATCH " WS-BATCH-ID
                           " BATCHHDR DEPARTMENT " WS-BATCH-DEPARTMENT
                           " IS DEACTIVATED ON THE DEPARTMENT MASTER"
                       PERFORM 0790-GRADE-BATCH-FAILURE
                   END-IF
               END-IF
           END-IF.

      *> The trailer closes its group. A trailer with no group open
      *> (two trailers in a row) opens and fails an UNKNOWN group so
      *> the stray record is reported rather than ignored.
       0720-CAPTURE-BATCH-TRAILER.
           IF NOT BATCH-GROUP-OPEN
               PERFORM 0705-START-BATCH-GROUP
           END-IF
           SET BATCH-TRAILER-SEEN TO TRUE
           IF SEED-TRL-EXPECTED-COUNT IS NUMERIC
               MOVE SEED-TRL-EXPECTED-COUNT TO WS-EXPECTED-SEED-COUNT
               SET TRAILER-COUNT-VALID TO TRUE
           ELSE
               DISPLAY "ERROR - BATCH " WS-BATCH-ID
                   " BATCHTRL EXPECTED COUNT NOT NUMERIC"
               PERFORM 0790-GRADE-BATCH-FAILURE
           END-IF
           PERFORM 0800-VERIFY-BATCH-CONTROLS.

      *> A seed record is one of three shapes: a bare seed, a range
      *> "low-high", or a repeat "value*count". Ranges and repeats are
      *> On the restart skip path the edit check still runs (writing
      *> nothing) so the seen-seed table is rebuilt from the seeds
      *> already covered by the checkpoint - otherwise a duplicate
      *> straddling the abend point would slip through. The restart
      *> count is a count of seeds across the whole file, so the run
      *> total decides the skip and the group total feeds the trailer.
       0750-DISPATCH-ONE-SEED.
           IF NOT BATCH-GROUP-OPEN
               PERFORM 0705-START-BATCH-GROUP
           END-IF
           ADD 1 TO WS-SEEDS-READ-COUNT
           ADD 1 TO WS-BT-SEEDS-READ(WS-BATCH-SUB)
           IF WS-SEEDS-READ-COUNT > WS-RESTART-COUNT
               PERFORM 1000-PROCESS-SEED
           ELSE
               PERFORM 0755-RECOUNT-SKIPPED-SEED
           END-IF.

      *> The abended attempt never reached the history write, so
      *> each group's record must still cover its pre-abend seeds.
      *> The checkpoint totals cannot say which group each of those
      *> belonged to, so every seed the abended attempt already
      *> processed is re-classified here, writing nothing, and its
      *> group's counts come out as if the run had never stopped.
      *> Edit failures are decided by the edit alone; a seed that
      *> passes was withdrawn (R06), was issued before the abend (its
      *> master row already stamped), or - with no row on the master
      *> at all - was refused as a URL collision (R07).
       0755-RECOUNT-SKIPPED-SEED.
           PERFORM 0400-EDIT-CHECK-SEED
           IF SEED-IS-VALID
               PERFORM 1050-CHECK-URL-WITHDRAWN
               IF URL-IS-WITHDRAWN
                   MOVE "R06-URL WITHDRAWN" TO WS-REJECT-REASON
                   PERFORM 0520-COUNT-REJECT
               ELSE
                   IF URLMST-ROW-FOUND
                       ADD 1 TO WS-RESULT-WRITTEN-COUNT
                       ADD 1 TO WS-BT-RESULTS(WS-BATCH-SUB)
                   ELSE
                       MOVE "R07-URL COLLISION" TO WS-REJECT-REASON
                       PERFORM 0520-COUNT-REJECT
                   END-IF
               END-IF
           ELSE
               PERFORM 0520-COUNT-REJECT
           END-IF.

       0760-EXPAND-REPEAT-RECORD.
      *> trailer balance still closes, and lands in REJECTFILE with
      *> its own reason instead of a misleading R01.
       0780-REJECT-BAD-EXPANSION.
           IF NOT BATCH-GROUP-OPEN
               PERFORM 0705-START-BATCH-GROUP
           END-IF
           MOVE FUNCTION TRIM(SEED-RECORD) TO WS-SEED-TEXT
           ADD 1 TO WS-SEEDS-READ-COUNT
           ADD 1 TO WS-BT-SEEDS-READ(WS-BATCH-SUB)
           MOVE "R05-BAD RANGE/REPEAT SYNTAX" TO WS-REJECT-REASON
           IF WS-SEEDS-READ-COUNT > WS-RESTART-COUNT
               PERFORM 0500-WRITE-REJECT-LINE
               PERFORM 3000-WRITE-CHECKPOINT
           ELSE
               PERFORM 0520-COUNT-REJECT
           END-IF.

      *> Closes the current group: its header, trailer and trailer
      *> count are checked against what this group alone held, and
      *> the duplicate-rate alarm is judged per batch so one sender's
      *> doubled file is named rather than diluted by the others.
       0800-VERIFY-BATCH-CONTROLS.
           IF NOT BATCH-HEADER-SEEN
               DISPLAY "ERROR - BATCH GROUP " WS-BATCH-SUB
                   " HAS NO BATCHHDR RECORD - BATCH ID UNKNOWN"
               PERFORM 0790-GRADE-BATCH-FAILURE
           END-IF
           IF NOT BATCH-TRAILER-SEEN
               DISPLAY "ERROR - BATCH " WS-BATCH-ID
                   " HAS NO BATCHTRL RECORD - "
                   "SEED COUNT CANNOT BE VERIFIED"
               PERFORM 0790-GRADE-BATCH-FAILURE
           ELSE
               IF TRAILER-COUNT-VALID
                   AND WS-EXPECTED-SEED-COUNT NOT =
                       WS-BT-SEEDS-READ(WS-BATCH-SUB)
                   DISPLAY "ERROR - BATCH " WS-BATCH-ID
                       " SEED COUNT MISMATCH - TRAILER SAYS "
                       WS-EXPECTED-SEED-COUNT " BUT FILE HELD "
                       WS-BT-SEEDS-READ(WS-BATCH-SUB)
                   PERFORM 0790-GRADE-BATCH-FAILURE
               END-IF
           END-IF
           IF WS-BT-DUPLICATES(WS-BATCH-SUB) * 10 >
               WS-BT-SEEDS-READ(WS-BATCH-SUB)
               DISPLAY "WARNING - BATCH " WS-BATCH-ID
                   " DUPLICATE RATE EXCEEDS 10 PERCENT - "
                   "UPSTREAM FILE MAY HAVE BEEN CONCATENATED TWICE"
               IF WS-BT-SEVERITY(WS-BATCH-SUB) < 4
                   MOVE 4 TO WS-BT-SEVERITY(WS-BATCH-SUB)
               END-IF
               IF WS-MAX-SEVERITY < 4
                   MOVE 4 TO WS-MAX-SEVERITY
               END-IF
           END-IF
           IF VALIDATE-ONLY-RUN
               PERFORM 7300-LIST-PREFLIGHT-BATCH
           END-IF
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

       1000-PROCESS-SEED.
           PERFORM 0400-EDIT-CHECK-SEED
               PERFORM 1010-PROCESS-EDITED-SEED
           END-IF.

      *> A re-issue keeps the URL the seed already owns, so only a
      *> first issue (no row found by the withdrawn check) is looked
      *> up against the other seeds' URLs.
       1010-PROCESS-EDITED-SEED.
           MOVE 'N' TO WS-URL-COLLISION-SWITCH
           MOVE 'N' TO WS-PF-SEED-LISTED-SWITCH
           IF SEED-IS-VALID
               MOVE WS-SEED-NUMERIC TO CALC-SEED
               MOVE "BATCHJOB" TO CALC-CALLER-ID
               MOVE WS-OPERATOR-ID TO CALC-OPERATOR-ID
               MOVE WS-BATCH-ID TO CALC-BATCH-ID
               CALL "COBOLSOLUTION4CALC" USING CALC-PARMS
               IF NOT URLMST-ROW-FOUND
                   PERFORM 1060-CHECK-URL-COLLISION
                   IF VALIDATE-ONLY-RUN AND NOT URL-COLLISION-FOUND
                       PERFORM 7450-CHECK-PREFLIGHT-URLS
                   END-IF
               END-IF
           END-IF
           IF SEED-IS-VALID AND URL-COLLISION-FOUND
               PERFORM 1070-REJECT-URL-COLLISION
           ELSE
               IF SEED-IS-VALID AND VALIDATE-ONLY-RUN
                   PERFORM 7400-LIST-WOULD-ISSUE
               ELSE
                   PERFORM 1020-ISSUE-OR-REJECT-SEED
               END-IF
           END-IF
           PERFORM 3000-WRITE-CHECKPOINT.

       1020-ISSUE-OR-REJECT-SEED.
           IF SEED-IS-VALID
               MOVE CALC-RESULT TO RESULT
               MOVE SPACES TO RESULT-RECORD
               STRING CALC-RESULT DELIMITED BY SPACE
      *> RUNHIST record and the trend report.
               IF WS-RESULT-FILE-STATUS = "00"
                   ADD 1 TO WS-RESULT-WRITTEN-COUNT
                   ADD 1 TO WS-BT-RESULTS(WS-BATCH-SUB)
               END-IF
               MOVE "RESULTFILE" TO WS-IO-FILE-NAME
               MOVE WS-RESULT-FILE-STATUS TO WS-IO-STATUS
               END-IF
               IF CALC-TRUNCATION-DETECTED
                   ADD 1 TO WS-TRUNC-COUNT
                   ADD 1 TO WS-BT-TRUNCS(WS-BATCH-SUB)
                   MOVE SPACES TO TRUNC-LOG-RECORD
                   STRING "SEED=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
               END-IF
               IF CALC-OVERFLOW-DETECTED
                   ADD 1 TO WS-OVERFLOW-COUNT
                   ADD 1 TO WS-BT-OVERFLOWS(WS-BATCH-SUB)
                   MOVE SPACES TO OVERFLOW-LOG-RECORD
                   STRING "SEED=" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
               PERFORM 1200-UPDATE-URL-MASTER
           ELSE
               PERFORM 0500-WRITE-REJECT-LINE
           END-IF.

       1050-CHECK-URL-WITHDRAWN.
           MOVE 'N' TO WS-URL-WITHDRAWN-SWITCH
           PERFORM 1375-READ-URL-MASTER-ROW
           IF URLMST-ROW-FOUND AND URLMST-WITHDRAWN
               SET URL-IS-WITHDRAWN TO TRUE
           END-IF.

      *> Reads every master row carrying the URL just built, through
      *> the alternate key. An active row for a different seed is a
      *> collision; a withdrawn row no longer answers on the web, and
      *> the seed's own row cannot be here on a first issue. Status
      *> 02 is the normal "more rows share this URL" answer. A URL
      *> that is clear as a URL is then looked up as an old URL: the
      *> web content team redirects a migrated seed's old URL to it,
      *> so an active row carrying it as its prior URL holds it too.
       1060-CHECK-URL-COLLISION.
           MOVE 'N' TO WS-URL-COLLISION-SWITCH
           MOVE 'N' TO WS-COLLISION-READ-SWITCH
           MOVE SPACE TO WS-COLLISION-KEY-SWITCH
           MOVE ZERO TO WS-COLLISION-SEED
           IF URL-MASTER-IS-OPEN
               MOVE 'N' TO WS-COLLISION-SCAN-SWITCH
               MOVE CALC-RESULT TO URLMST-URL
               START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
                   INVALID KEY
                       SET COLLISION-SCAN-DONE TO TRUE
               END-START
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "23"
                   MOVE "URLMASTER" TO WS-IO-FILE-NAME
                   MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
                   MOVE 8 TO WS-IO-SEVERITY
                   PERFORM 9800-RECORD-IO-ERROR
                   SET COLLISION-READ-FAILED TO TRUE
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
               PERFORM UNTIL COLLISION-SCAN-DONE
                   READ URL-MASTER-FILE NEXT RECORD
                       AT END
                           SET COLLISION-SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM 1065-TEST-ONE-URL-ROW
                   END-READ
                   PERFORM 1068-CHECK-COLLISION-READ
               END-PERFORM
               IF NOT URL-COLLISION-FOUND
                   AND NOT COLLISION-READ-FAILED
                   PERFORM 1066-CHECK-PRIOR-URL-COLLISION
               END-IF
           END-IF.

       1065-TEST-ONE-URL-ROW.
           IF URLMST-URL NOT = CALC-RESULT
               SET COLLISION-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-SEED-NUMERIC
                   SET URL-COLLISION-FOUND TO TRUE
                   MOVE URLMST-SEED TO WS-COLLISION-SEED
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       1066-CHECK-PRIOR-URL-COLLISION.
           MOVE 'N' TO WS-COLLISION-SCAN-SWITCH
           MOVE CALC-RESULT TO URLMST-PRIOR-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-PRIOR-URL
               INVALID KEY
                   SET COLLISION-SCAN-DONE TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               MOVE "URLMASTER" TO WS-IO-FILE-NAME
               MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
               MOVE 8 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
               SET COLLISION-READ-FAILED TO TRUE
               SET COLLISION-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL COLLISION-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET COLLISION-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 1067-TEST-ONE-PRIOR-URL-ROW
               END-READ
               PERFORM 1068-CHECK-COLLISION-READ
           END-PERFORM.

       1067-TEST-ONE-PRIOR-URL-ROW.
           IF URLMST-PRIOR-URL NOT = CALC-RESULT
               SET COLLISION-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-SEED-NUMERIC
                   SET URL-COLLISION-FOUND TO TRUE
                   SET COLLISION-ON-PRIOR-URL TO TRUE
                   MOVE URLMST-SEED TO WS-COLLISION-SEED
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       1068-CHECK-COLLISION-READ.
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "10"
               MOVE "URLMASTER" TO WS-IO-FILE-NAME
               MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
               MOVE 8 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
               SET COLLISION-READ-FAILED TO TRUE
               SET COLLISION-SCAN-DONE TO TRUE
           END-IF.

      *> The URL already answers for another seed, so it is never
      *> issued twice: no result line, no extract detail, no master
      *> row. Calc has audited the computation, so RECON matches
      *> that audit row to this reject by batch and seed.
       1070-REJECT-URL-COLLISION.
           MOVE SPACES TO WS-REJECT-REASON
           IF COLLISION-ON-PRIOR-URL
               STRING "R07-URL REDIRECTED FROM SEED " DELIMITED BY SIZE
                   WS-COLLISION-SEED DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               DISPLAY "WARNING - SEED " FUNCTION TRIM(WS-SEED-TEXT)
                   " URL IS REDIRECTED TO SEED " WS-COLLISION-SEED
                   " - REJECTED R07, BATCH=" WS-BATCH-ID
           ELSE
               STRING "R07-URL COLLISION WITH SEED " DELIMITED BY SIZE
                   WS-COLLISION-SEED DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               DISPLAY "WARNING - SEED " FUNCTION TRIM(WS-SEED-TEXT)
                   " URL IS ALREADY ISSUED TO SEED " WS-COLLISION-SEED
                   " - REJECTED R07, BATCH=" WS-BATCH-ID
           END-IF
           PERFORM 0500-WRITE-REJECT-LINE.

      *> A first issue records the URL exactly as produced; a
      *> re-issue of the same seed in a later batch keeps the URL and
      *> iteration count as ORIGINALLY issued and only rolls the
      *> last-issue date, issue count and issuing batch forward.
       1200-UPDATE-URL-MASTER.
           PERFORM 1375-READ-URL-MASTER-ROW
           IF URL-MASTER-IS-OPEN
               IF URLMST-ROW-FOUND
                   MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                   MOVE "RI" TO JRNL-ACTION
                   MOVE WS-RUN-DATE TO URLMST-LAST-ISSUE-DATE
                   ADD 1 TO URLMST-ISSUE-COUNT
                   MOVE WS-BATCH-ID TO URLMST-BATCH-ID
                   REWRITE URL-MASTER-RECORD
               ELSE
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE "IS" TO JRNL-ACTION
                   MOVE SPACES TO URL-MASTER-RECORD
                   MOVE WS-SEED-NUMERIC TO URLMST-SEED
                   MOVE CALC-RESULT TO URLMST-URL
                   MOVE CALC-ITER-COUNT TO URLMST-ITER-COUNT
                   MOVE WS-RUN-DATE TO URLMST-FIRST-ISSUE-DATE
                   MOVE WS-RUN-DATE TO URLMST-LAST-ISSUE-DATE
                   MOVE 1 TO URLMST-ISSUE-COUNT
                   MOVE WS-BATCH-ID TO URLMST-BATCH-ID
                   SET URLMST-ACTIVE TO TRUE
                   MOVE SPACE TO URLMST-CONFIRM-STATUS
                   MOVE ZERO TO URLMST-CONFIRM-DATE
                   WRITE URL-MASTER-RECORD
               END-IF
      *> The URL was still issued on RESULTFILE and the extract, so a
      *> row that did not land means the issue history is
      *> incomplete - graded, never shrugged off. Status 02 only says
      *> another row shares an alternate key value - a withdrawn row's
      *> URL, or the blank prior URL of every row never migrated -
      *> the row landed.
               IF WS-URL-MASTER-STATUS = "02"
                   MOVE "00" TO WS-URL-MASTER-STATUS
               END-IF
               MOVE "URLMASTER" TO WS-IO-FILE-NAME
               MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
               MOVE 8 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
               IF WS-URL-MASTER-STATUS = "00"
                   PERFORM 1250-JOURNAL-MASTER-CHANGE
               END-IF
           END-IF.

      *> Every row that lands on the master is journalled with its
      *> before and after image. A journal row that cannot be written
      *> leaves the change unrecoverable from backup, so it is graded
      *> the same as a master row that did not land.
       1250-JOURNAL-MASTER-CHANGE.
           MOVE "COBOLSOLUTION4" TO JRNL-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE WS-BATCH-ID TO JRNL-BATCH-ID
           MOVE URL-MASTER-RECORD TO JRNL-AFTER-IMAGE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4JRNL" USING JRNL-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF JRNL-WRITE-FAILED
               MOVE "URLJRNL" TO WS-IO-FILE-NAME
               MOVE JRNL-FILE-STATUS TO WS-IO-STATUS
               MOVE 8 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
           END-IF.

      *> A missing master (35) is the normal first-ever-run case: it
      *> is created empty and reopened for update. Any other open
      *> failure means withdrawn URLs could be re-issued and issues
      *> go unrecorded, so it is graded instead of shrugged off.
       1300-OPEN-URL-MASTER.
           OPEN I-O URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS = "35"
               OPEN OUTPUT URL-MASTER-FILE
               IF WS-URL-MASTER-STATUS = "00"
                   CLOSE URL-MASTER-FILE
                   OPEN I-O URL-MASTER-FILE
               END-IF
           END-IF
           IF WS-URL-MASTER-STATUS = "00"
               SET URL-MASTER-IS-OPEN TO TRUE
           ELSE
               MOVE "URLMASTER" TO WS-IO-FILE-NAME
               MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
               MOVE 8 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
           END-IF.

      *> Random read of the current seed's row. Not-found (23) is the
      *> ordinary first-issue case; anything else is a real I-O
      *> failure on the master.
       1375-READ-URL-MASTER-ROW.
           MOVE 'N' TO WS-URLMST-FOUND-SWITCH
           IF URL-MASTER-IS-OPEN
               MOVE WS-SEED-NUMERIC TO URLMST-SEED
               READ URL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET URLMST-ROW-FOUND TO TRUE
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "23"
                   MOVE "URLMASTER" TO WS-IO-FILE-NAME
                   MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
                   MOVE 8 TO WS-IO-SEVERITY
                   PERFORM 9800-RECORD-IO-ERROR
               END-IF
           END-IF.

       1390-CLOSE-URL-MASTER.
           IF URL-MASTER-IS-OPEN
               CLOSE URL-MASTER-FILE
               MOVE 'N' TO WS-URL-MASTER-OPEN-SWITCH
               MOVE "URLMASTER" TO WS-IO-FILE-NAME
               MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
               MOVE 4 TO WS-IO-SEVERITY
               PERFORM 9800-RECORD-IO-ERROR
           END-IF.

      *> A missing DEPTMAST (35) is the normal older-environment
               END-IF
           END-IF.

       0400-EDIT-CHECK-SEED.
           SET SEED-IS-VALID TO TRUE
           MOVE SPACES TO WS-REJECT-REASON
                               MOVE "R04-DUPLICATE IN BATCH"
                                   TO WS-REJECT-REASON
                               ADD 1 TO WS-DUPLICATE-COUNT
                               ADD 1 TO WS-BT-DUPLICATES(WS-BATCH-SUB)
                           END-IF
                       ELSE
                           PERFORM 0460-RECORD-SEED-AS-SEEN
                   IF WS-MAX-SEVERITY < 4
                       MOVE 4 TO WS-MAX-SEVERITY
                   END-IF
                   IF WS-BT-SEVERITY(WS-BATCH-SUB) < 4
                       MOVE 4 TO WS-BT-SEVERITY(WS-BATCH-SUB)
                   END-IF
               END-IF
           END-IF.

       0500-WRITE-REJECT-LINE.
           IF VALIDATE-ONLY-RUN
               PERFORM 7500-LIST-WOULD-REJECT
           ELSE
               PERFORM 0510-WRITE-REJECT-RECORD
           END-IF.

       0510-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           STRING "SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
      *> the total, so the reason columns on RUNHIST always sum to
      *> the reject total.
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM 0520-COUNT-REJECT
           END-IF
           MOVE "REJECTFILE" TO WS-IO-FILE-NAME
           MOVE WS-REJECT-FILE-STATUS TO WS-IO-STATUS
           MOVE 8 TO WS-IO-SEVERITY
           PERFORM 9800-RECORD-IO-ERROR.

      *> The reason code's number picks the group's reason column, so
      *> a new reason needs only its RUNHIST field, not a new branch.
       0520-COUNT-REJECT.
           ADD 1 TO WS-REJECT-WRITTEN-COUNT
           ADD 1 TO WS-BT-REJECTS(WS-BATCH-SUB)
           IF WS-REJECT-REASON(2:2) IS NUMERIC
               MOVE WS-REJECT-REASON(2:2) TO WS-REASON-SUB
               IF WS-REASON-SUB > ZERO AND WS-REASON-SUB < 10
                   ADD 1 TO
                       WS-BT-REASON-COUNT(WS-BATCH-SUB, WS-REASON-SUB)
               END-IF
           END-IF.

       3000-WRITE-CHECKPOINT.
           ADD 1 TO WS-PROCESSED-COUNT
           IF NOT VALIDATE-ONLY-RUN
               AND FUNCTION MOD(WS-PROCESSED-COUNT,
                   WS-CHECKPOINT-INTERVAL) = 0
               MOVE WS-PROCESSED-COUNT TO CHK-PROCESSED-COUNT
               MOVE WS-EXTRACT-COUNT TO CHK-EXTRACT-COUNT
               MOVE WS-GEN-DATE TO CHK-GEN-DATE

      *> The header is written lazily, on the first detail record,
      *> because the batch id it carries is only known once BATCHHDR
      *> has been read from SEEDFILE. With several batches in the
      *> file it carries the batch of the first issued URL.
       6000-WRITE-EXTRACT-DETAIL.
           IF NOT EXTRACT-HEADER-WRITTEN
               PERFORM 6050-WRITE-EXTRACT-HEADER
           MOVE WS-WEB-EXTRACT-STATUS TO WS-IO-STATUS
           PERFORM 9800-RECORD-IO-ERROR.

      *> A failure while a group is open grades that group; anything
      *> outside a group is a run-wide failure every group inherits.
       9800-RECORD-IO-ERROR.
           IF WS-IO-STATUS NOT = "00"
               IF WS-IO-SEVERITY > WS-MAX-SEVERITY
                   MOVE WS-IO-SEVERITY TO WS-MAX-SEVERITY
               END-IF
               IF BATCH-GROUP-OPEN
                   IF WS-IO-SEVERITY > WS-BT-SEVERITY(WS-BATCH-SUB)
                       MOVE WS-IO-SEVERITY TO
                           WS-BT-SEVERITY(WS-BATCH-SUB)
                   END-IF
               ELSE
                   IF WS-IO-SEVERITY > WS-RUN-WIDE-SEVERITY
                       MOVE WS-IO-SEVERITY TO WS-RUN-WIDE-SEVERITY
                   END-IF
               END-IF
               ADD 1 TO WS-IO-ERROR-COUNT
               IF WS-IO-ERROR-COUNT <= 10
                   MOVE WS-IO-FILE-NAME TO
                   DISPLAY "ERROR - FILE " WS-IO-FILE-NAME
                       " STATUS=" WS-IO-STATUS
                       " AT SEED=" FUNCTION TRIM(WS-SEED-TEXT)
                   IF NOT VALIDATE-ONLY-RUN
                       PERFORM 9810-RAISE-IO-ERROR-ALERT
                   END-IF
               END-IF
           END-IF.

      *> Queued for the same first 10 errors the job log shows; a
      *> pre-flight pass changes nothing and raises nothing.
       9810-RAISE-IO-ERROR-ALERT.
           MOVE WS-IO-SEVERITY TO ALRT-SEVERITY
           IF BATCH-GROUP-OPEN
               MOVE WS-BT-BATCH-ID(WS-BATCH-SUB) TO ALRT-BATCH-ID
           END-IF
           IF WS-SEED-NUMERIC >= 1 AND WS-SEED-NUMERIC <= 999999
               MOVE WS-SEED-NUMERIC TO WS-ALERT-SEED
               MOVE WS-ALERT-SEED TO ALRT-SEED
           END-IF
           MOVE "DRVIOERR" TO ALRT-MESSAGE-CODE
           STRING "FILE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-IO-FILE-NAME) DELIMITED BY SIZE
               " STATUS=" DELIMITED BY SIZE
               WS-IO-STATUS DELIMITED BY SIZE
               " AT SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM 0080-RAISE-ALERT.

       9850-DISPLAY-IO-ERROR-SUMMARY.
           IF WS-IO-ERROR-COUNT > ZERO
               MOVE WS-IO-ERROR-COUNT TO WS-STAT-COUNT-EDIT
               MOVE WS-MAX-SEVERITY TO RETURN-CODE
           END-IF.

      *> The duplicate-rate warning is judged per batch as each group
      *> closes (0800) and already sits in WS-MAX-SEVERITY.
       9900-DISPLAY-RUN-STATISTICS.
           PERFORM 9850-DISPLAY-IO-ERROR-SUMMARY
           DISPLAY "COBOLSOLUTION4 END-OF-RUN STATISTICS"
           DISPLAY "  DUPLICATE SEEDS.......: " WS-STAT-COUNT-EDIT
           MOVE WS-SUPP-MERGED-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  ONLINE ISSUES MERGED..: " WS-STAT-COUNT-EDIT
           MOVE WS-BATCH-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  BATCHES IN SEEDFILE...: " WS-STAT-COUNT-EDIT
           PERFORM VARYING WS-BATCH-PRINT-SUB FROM 1 BY 1
               UNTIL WS-BATCH-PRINT-SUB > WS-BATCH-COUNT
               DISPLAY "    BATCH " WS-BT-BATCH-ID(WS-BATCH-PRINT-SUB)
                   " DEPT " WS-BT-DEPARTMENT(WS-BATCH-PRINT-SUB)
                   " SEEDS " WS-BT-SEEDS-READ(WS-BATCH-PRINT-SUB)
                   " RESULTS " WS-BT-RESULTS(WS-BATCH-PRINT-SUB)
                   " REJECTS " WS-BT-REJECTS(WS-BATCH-PRINT-SUB)
                   " RC " WS-BT-SEVERITY(WS-BATCH-PRINT-SUB)
           END-PERFORM.

      *> One record per batch group onto the permanent RUNHIST file
      *> - written last, after the severity grading, so each record
      *> also says how its batch ended. All the groups of one
      *> execution share its run date and time.
       9950-WRITE-RUN-HISTORY.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           OPEN EXTEND RUN-HISTORY-FILE
               DISPLAY "WARNING - UNABLE TO OPEN RUNHIST, STATUS="
                   WS-RUN-HISTORY-STATUS
           ELSE
               PERFORM VARYING WS-BATCH-PRINT-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-PRINT-SUB > WS-BATCH-COUNT
                   PERFORM 9960-WRITE-ONE-BATCH-HISTORY
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-BATCH-PRINT-SUB FROM 1 BY 1
               UNTIL WS-BATCH-PRINT-SUB > WS-BATCH-COUNT
               PERFORM 9970-ALERT-ONE-BATCH
           END-PERFORM.

       9960-WRITE-ONE-BATCH-HISTORY.
           MOVE WS-RUN-DATE TO HIST-RUN-DATE
           MOVE WS-RUN-TIME TO HIST-RUN-TIME
           MOVE WS-OPERATOR-ID TO HIST-OPERATOR-ID
           MOVE WS-BT-BATCH-ID(WS-BATCH-PRINT-SUB) TO HIST-BATCH-ID
           MOVE WS-BT-SEEDS-READ(WS-BATCH-PRINT-SUB) TO HIST-SEEDS-READ
           MOVE WS-BT-RESULTS(WS-BATCH-PRINT-SUB)
               TO HIST-RESULTS-WRITTEN
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 1)
               TO HIST-REJECT-R01
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 2)
               TO HIST-REJECT-R02
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 3)
               TO HIST-REJECT-R03
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 4)
               TO HIST-REJECT-R04
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 5)
               TO HIST-REJECT-R05
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 6)
               TO HIST-REJECT-R06
           MOVE WS-BT-REASON-COUNT(WS-BATCH-PRINT-SUB, 7)
               TO HIST-REJECT-R07
           MOVE WS-BT-REJECTS(WS-BATCH-PRINT-SUB) TO HIST-REJECT-TOTAL
           MOVE WS-BT-OVERFLOWS(WS-BATCH-PRINT-SUB)
               TO HIST-OVERFLOW-COUNT
           MOVE WS-BT-TRUNCS(WS-BATCH-PRINT-SUB) TO HIST-TRUNC-COUNT
           IF WS-RESTART-COUNT > ZERO
               MOVE "R" TO HIST-RESTART-FLAG
           ELSE
               MOVE "C" TO HIST-RESTART-FLAG
           END-IF
      *> The batch's own grade (its I-O errors, control and sender
      *> failures, duplicate-rate warning) plus whatever went wrong
      *> run-wide, so the history records how this batch ENDED
      *> without a neighbour's failure showing against it.
           MOVE WS-BT-SEVERITY(WS-BATCH-PRINT-SUB) TO WS-HIST-SEVERITY
           IF WS-RUN-WIDE-SEVERITY > WS-HIST-SEVERITY
               MOVE WS-RUN-WIDE-SEVERITY TO WS-HIST-SEVERITY
           END-IF
           MOVE WS-HIST-SEVERITY TO HIST-MAX-SEVERITY
           MOVE WS-BT-DEPARTMENT(WS-BATCH-PRINT-SUB) TO HIST-DEPARTMENT
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING - RUNHIST WRITE FAILED, STATUS="
                   WS-RUN-HISTORY-STATUS
                   " BATCH=" WS-BT-BATCH-ID(WS-BATCH-PRINT-SUB)
           END-IF.

      *> Each batch that ended above zero is queued with the grade
      *> RUNHIST records for it, whether or not RUNHIST could be
      *> written.
       9970-ALERT-ONE-BATCH.
           MOVE WS-BT-SEVERITY(WS-BATCH-PRINT-SUB) TO WS-HIST-SEVERITY
           IF WS-RUN-WIDE-SEVERITY > WS-HIST-SEVERITY
               MOVE WS-RUN-WIDE-SEVERITY TO WS-HIST-SEVERITY
           END-IF
           IF WS-HIST-SEVERITY > ZERO
               MOVE WS-HIST-SEVERITY TO ALRT-SEVERITY
               MOVE WS-BT-BATCH-ID(WS-BATCH-PRINT-SUB) TO ALRT-BATCH-ID
               MOVE "DRVBATCH" TO ALRT-MESSAGE-CODE
               STRING "BATCH ENDED RC=" DELIMITED BY SIZE
                   WS-HIST-SEVERITY DELIMITED BY SIZE
                   " DEPT=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-BT-DEPARTMENT(WS-BATCH-PRINT-SUB))
                   DELIMITED BY SIZE
                   " SEEDS=" DELIMITED BY SIZE
                   WS-BT-SEEDS-READ(WS-BATCH-PRINT-SUB)
                   DELIMITED BY SIZE
                   " RESULTS=" DELIMITED BY SIZE
                   WS-BT-RESULTS(WS-BATCH-PRINT-SUB) DELIMITED BY SIZE
                   " REJECTS=" DELIMITED BY SIZE
                   WS-BT-REJECTS(WS-BATCH-PRINT-SUB) DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

       0900-CLEAR-CHECKPOINT.
           MOVE 8 TO WS-IO-SEVERITY
           PERFORM 9800-RECORD-IO-ERROR
           CLOSE CHECKPOINT-FILE.

      *> Pre-flight run. No run lock (nothing here is updated, so a
      *> live run or an online session can carry on alongside), no
      *> checkpoint read (a pre-flight always covers the whole file)
      *> and no generation resolved. The seed loop is the real one,
      *> so every edit and control check is the code a real run uses.
       7000-RUN-PREFLIGHT.
           SET CALC-VALIDATE-ONLY TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN INPUT SEED-FILE
           IF WS-SEED-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SEEDFILE, FILE STATUS="
                   WS-SEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PREFLIGHT-FILE
               IF WS-PREFLIGHT-STATUS NOT = "00"
                   DISPLAY "ERROR - UNABLE TO OPEN PREFLIGHT, "
                       "FILE STATUS=" WS-PREFLIGHT-STATUS
                   CLOSE SEED-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   PERFORM 7050-RUN-PREFLIGHT-PASS
               END-IF
           END-IF.

       7050-RUN-PREFLIGHT-PASS.
           PERFORM 7010-WRITE-PREFLIGHT-HEADING
           PERFORM 1400-LOAD-DEPT-MASTER
           PERFORM 7100-OPEN-URL-MASTER-INPUT
           PERFORM UNTIL NO-MORE-SEEDS
               READ SEED-FILE
                   AT END
                       SET NO-MORE-SEEDS TO TRUE
                   NOT AT END
                       PERFORM 0700-CLASSIFY-SEED-RECORD
               END-READ
           END-PERFORM
           IF WS-BATCH-COUNT = ZERO
               PERFORM 0705-START-BATCH-GROUP
           END-IF
           IF BATCH-GROUP-OPEN
               PERFORM 0800-VERIFY-BATCH-CONTROLS
           END-IF
           CLOSE SEED-FILE
           PERFORM 1390-CLOSE-URL-MASTER
           PERFORM 7800-WRITE-PREFLIGHT-TOTALS
           CLOSE PREFLIGHT-FILE
           PERFORM 7900-DISPLAY-PREFLIGHT-SUMMARY.

       7010-WRITE-PREFLIGHT-HEADING.
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "COBOLSOLUTION4 PRE-FLIGHT VALIDATION - "
                   DELIMITED BY SIZE
               "NOTHING IS ISSUED OR UPDATED BY THIS RUN"
                   DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "RUN DATE................: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "OPERATOR................: " DELIMITED BY SIZE
               WS-OPERATOR-ID DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE.

      *> Read-only open. A missing master is not created here - a
      *> real run would create it empty, so every seed is simply a
      *> first issue. Any other failure grades the run as 1300 does.
       7100-OPEN-URL-MASTER-INPUT.
           OPEN INPUT URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS = "00"
               SET URL-MASTER-IS-OPEN TO TRUE
           ELSE
               IF WS-URL-MASTER-STATUS = "35"
                   MOVE SPACES TO PREFLIGHT-RECORD
                   STRING "URLMASTER...............: " DELIMITED BY SIZE
                       "NOT ON FILE - EVERY SEED WOULD BE A FIRST ISSUE"
                           DELIMITED BY SIZE
                       INTO PREFLIGHT-RECORD
                   PERFORM 7390-WRITE-PREFLIGHT-LINE
               ELSE
                   MOVE "URLMASTER" TO WS-IO-FILE-NAME
                   MOVE WS-URL-MASTER-STATUS TO WS-IO-STATUS
                   MOVE 8 TO WS-IO-SEVERITY
                   PERFORM 9800-RECORD-IO-ERROR
               END-IF
           END-IF.

      *> One summary block per batch group, written as 0800 closes
      *> the group, so the controls read exactly as the real run
      *> would judge them. A group inherits any run-wide failure
      *> (an unreadable master) just as its RUNHIST record would.
       7300-LIST-PREFLIGHT-BATCH.
           MOVE SPACES TO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               " SUMMARY" DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PREFLIGHT-RECORD
           IF BATCH-HEADER-SEEN
               STRING "  BATCHHDR..............: PRESENT"
                       DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           ELSE
               STRING "  BATCHHDR..............: *** MISSING ***"
                       DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           END-IF
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           IF BATCH-HEADER-SEEN
               PERFORM 7310-LIST-PREFLIGHT-DEPARTMENT
           END-IF
           MOVE SPACES TO PREFLIGHT-RECORD
           IF NOT BATCH-TRAILER-SEEN
               STRING "  BATCHTRL..............: *** MISSING ***"
                       DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           ELSE
               IF TRAILER-COUNT-VALID
                   MOVE SPACES TO WS-PF-NOTE
                   IF WS-EXPECTED-SEED-COUNT NOT =
                       WS-BT-SEEDS-READ(WS-BATCH-SUB)
                       MOVE "*** NOT THE SEEDS IN BATCH ***"
                           TO WS-PF-NOTE
                   END-IF
                   MOVE WS-EXPECTED-SEED-COUNT TO WS-STAT-COUNT-EDIT
                   STRING "  BATCHTRL..............: COUNT "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(WS-STAT-COUNT-EDIT)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-PF-NOTE DELIMITED BY SIZE
                       INTO PREFLIGHT-RECORD
               ELSE
                   STRING "  BATCHTRL..............: "
                           DELIMITED BY SIZE
                       "*** COUNT NOT NUMERIC ***" DELIMITED BY SIZE
                       INTO PREFLIGHT-RECORD
               END-IF
           END-IF
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO WS-PF-NOTE
           MOVE "  SEEDS IN BATCH........" TO WS-PF-LABEL
           MOVE WS-BT-SEEDS-READ(WS-BATCH-SUB) TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  WOULD ISSUE..........." TO WS-PF-LABEL
           MOVE WS-BT-RESULTS(WS-BATCH-SUB) TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  WOULD REJECT.........." TO WS-PF-LABEL
           MOVE WS-BT-REJECTS(WS-BATCH-SUB) TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 9
               IF WS-BT-REASON-COUNT(WS-BATCH-SUB, WS-REASON-SUB)
                   > ZERO
                   MOVE SPACES TO WS-PF-LABEL
                   STRING "    REASON R0" DELIMITED BY SIZE
                       WS-REASON-SUB(2:1) DELIMITED BY SIZE
                       ".........." DELIMITED BY SIZE
                       INTO WS-PF-LABEL
                   MOVE WS-BT-REASON-COUNT(WS-BATCH-SUB, WS-REASON-SUB)
                       TO WS-STAT-COUNT-EDIT
                   PERFORM 7380-WRITE-PREFLIGHT-COUNT
               END-IF
           END-PERFORM
           MOVE "  DUPLICATE SEEDS......." TO WS-PF-LABEL
           MOVE WS-BT-DUPLICATES(WS-BATCH-SUB) TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE WS-BT-SEVERITY(WS-BATCH-SUB) TO WS-HIST-SEVERITY
           IF WS-RUN-WIDE-SEVERITY > WS-HIST-SEVERITY
               MOVE WS-RUN-WIDE-SEVERITY TO WS-HIST-SEVERITY
           END-IF
           MOVE WS-HIST-SEVERITY TO WS-PF-SEVERITY-EDIT
           MOVE SPACES TO PREFLIGHT-RECORD
           IF WS-HIST-SEVERITY >= 8
               ADD 1 TO WS-PF-BATCHES-FAILING
               STRING "  GRADE.................: " DELIMITED BY SIZE
                   WS-PF-SEVERITY-EDIT DELIMITED BY SIZE
                   " *** WOULD FAIL ***" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           ELSE
               STRING "  GRADE.................: " DELIMITED BY SIZE
                   WS-PF-SEVERITY-EDIT DELIMITED BY SIZE
                   " WOULD PASS" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           END-IF
           PERFORM 7390-WRITE-PREFLIGHT-LINE.

      *> The same lookup 0715 made when the header arrived, repeated
      *> only to say on the report which way it went.
       7310-LIST-PREFLIGHT-DEPARTMENT.
           MOVE SPACES TO WS-PF-NOTE
           IF NOT DEPT-MASTER-ON-FILE
               MOVE "NOT CHECKED - NO DEPTMAST" TO WS-PF-NOTE
           ELSE
               MOVE ZERO TO WS-DEPT-HIT-SUB
               PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-HIT-SUB > ZERO
                   IF WS-DEPT-CODE(WS-DEPT-SUB) = WS-BATCH-DEPARTMENT
                       MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
                   END-IF
               END-PERFORM
               IF WS-DEPT-HIT-SUB = ZERO
                   MOVE "*** NOT ON DEPT MASTER ***" TO WS-PF-NOTE
               ELSE
                   IF WS-DEPT-ACTIVE(WS-DEPT-HIT-SUB) NOT = "A"
                       MOVE "*** DEACTIVATED ***" TO WS-PF-NOTE
                   ELSE
                       MOVE "ACTIVE" TO WS-PF-NOTE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "  DEPARTMENT............: " DELIMITED BY SIZE
               WS-BATCH-DEPARTMENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PF-NOTE DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE.

       7380-WRITE-PREFLIGHT-COUNT.
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING WS-PF-LABEL DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-STAT-COUNT-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PF-NOTE DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE.

      *> The report is the whole product of a pre-flight run, so a
      *> line that did not land grades the run like RESULTFILE would.
       7390-WRITE-PREFLIGHT-LINE.
           WRITE PREFLIGHT-RECORD
           MOVE "PREFLIGHT" TO WS-IO-FILE-NAME
           MOVE WS-PREFLIGHT-STATUS TO WS-IO-STATUS
           MOVE 8 TO WS-IO-SEVERITY
           PERFORM 9800-RECORD-IO-ERROR.

      *> Counted exactly as 1020 counts a landed result line, so the
      *> batch summary and the grades read as the real run's would.
       7400-LIST-WOULD-ISSUE.
           ADD 1 TO WS-RESULT-WRITTEN-COUNT
           ADD 1 TO WS-BT-RESULTS(WS-BATCH-SUB)
           IF URLMST-ROW-FOUND OR PF-SEED-ALREADY-LISTED
               MOVE "RE-ISSUE" TO WS-PF-NOTE
           ELSE
               MOVE "FIRST ISSUE" TO WS-PF-NOTE
               PERFORM 7460-HOLD-PREFLIGHT-URL
           END-IF
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "WOULD ISSUE  BATCH=" DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               " SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
               " ITERATIONS=" DELIMITED BY SIZE
               CALC-ITER-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PF-NOTE) DELIMITED BY SIZE
               " URL=" DELIMITED BY SIZE
               CALC-RESULT DELIMITED BY SPACE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           IF CALC-TRUNCATION-DETECTED
               ADD 1 TO WS-TRUNC-COUNT
               ADD 1 TO WS-BT-TRUNCS(WS-BATCH-SUB)
               MOVE SPACES TO PREFLIGHT-RECORD
               STRING "             SEED=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
                   " WOULD HAVE TRUNCATED UNDER OLD PIC 9(2)"
                       DELIMITED BY SIZE
                   " A-FIELD" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
               PERFORM 7390-WRITE-PREFLIGHT-LINE
           END-IF
           IF CALC-OVERFLOW-DETECTED
               ADD 1 TO WS-OVERFLOW-COUNT
               ADD 1 TO WS-BT-OVERFLOWS(WS-BATCH-SUB)
               MOVE SPACES TO PREFLIGHT-RECORD
               STRING "             SEED=" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
                   " URL WOULD BE CUT AT 100 BYTES - FULL PATH="
                       DELIMITED BY SIZE
                   CALC-FULL-PATH-LENGTH DELIMITED BY SIZE
                   " BYTES" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
               PERFORM 7390-WRITE-PREFLIGHT-LINE
           END-IF.

      *> Checks a first issue against the first issues already listed
      *> in this pre-flight. The same seed again (a later repeat copy
      *> or a later batch) is what the real run would find on the
      *> master as a re-issue; another seed holding the URL is the
      *> R07 the real run's 1060 would have found.
       7450-CHECK-PREFLIGHT-URLS.
           PERFORM VARYING WS-PF-URL-SUB FROM 1 BY 1
               UNTIL WS-PF-URL-SUB > WS-PF-URL-COUNT
               OR URL-COLLISION-FOUND
               OR PF-SEED-ALREADY-LISTED
               IF WS-PF-URL-SEED(WS-PF-URL-SUB) = WS-SEED-NUMERIC
                   SET PF-SEED-ALREADY-LISTED TO TRUE
               ELSE
                   IF WS-PF-URL-VALUE(WS-PF-URL-SUB) = CALC-RESULT
                       SET URL-COLLISION-FOUND TO TRUE
                       MOVE WS-PF-URL-SEED(WS-PF-URL-SUB)
                           TO WS-COLLISION-SEED
                   END-IF
               END-IF
           END-PERFORM.

      *> Past 10000 first issues the in-run collision check goes
      *> blind for the overflow - said once and graded as a warning,
      *> as the seen-seed table does.
       7460-HOLD-PREFLIGHT-URL.
           IF WS-PF-URL-COUNT < 10000
               ADD 1 TO WS-PF-URL-COUNT
               MOVE WS-SEED-NUMERIC TO WS-PF-URL-SEED(WS-PF-URL-COUNT)
               MOVE CALC-RESULT TO WS-PF-URL-VALUE(WS-PF-URL-COUNT)
           ELSE
               IF NOT PF-URL-TABLE-WARNED
                   SET PF-URL-TABLE-WARNED TO TRUE
                   DISPLAY "WARNING - PRE-FLIGHT URL TABLE FULL AT "
                       "10000 - COLLISIONS WITHIN THIS FILE NOT ALL "
                       "CHECKED"
                   IF WS-MAX-SEVERITY < 4
                       MOVE 4 TO WS-MAX-SEVERITY
                   END-IF
                   IF WS-BT-SEVERITY(WS-BATCH-SUB) < 4
                       MOVE 4 TO WS-BT-SEVERITY(WS-BATCH-SUB)
                   END-IF
               END-IF
           END-IF.

      *> Same reason text and same counting as 0510, so the reason
      *> counts on the batch summary are the ones RUNHIST would get.
       7500-LIST-WOULD-REJECT.
           MOVE SPACES TO PREFLIGHT-RECORD
           STRING "WOULD REJECT BATCH=" DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               " SEED=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SEED-TEXT) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
               INTO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           PERFORM 0520-COUNT-REJECT.

       7800-WRITE-PREFLIGHT-TOTALS.
           MOVE SPACES TO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE "RUN TOTALS" TO PREFLIGHT-RECORD
           PERFORM 7390-WRITE-PREFLIGHT-LINE
           MOVE SPACES TO WS-PF-NOTE
           MOVE "  SEEDS READ............" TO WS-PF-LABEL
           MOVE WS-SEEDS-READ-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  WOULD ISSUE..........." TO WS-PF-LABEL
           MOVE WS-RESULT-WRITTEN-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  WOULD REJECT.........." TO WS-PF-LABEL
           MOVE WS-REJECT-WRITTEN-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  DUPLICATE SEEDS......." TO WS-PF-LABEL
           MOVE WS-DUPLICATE-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  URLS CUT AT 100 BYTES." TO WS-PF-LABEL
           MOVE WS-OVERFLOW-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  BATCHES IN SEEDFILE..." TO WS-PF-LABEL
           MOVE WS-BATCH-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  BATCHES WOULD FAIL...." TO WS-PF-LABEL
           MOVE WS-PF-BATCHES-FAILING TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE "  I-O ERRORS............" TO WS-PF-LABEL
           MOVE WS-IO-ERROR-COUNT TO WS-STAT-COUNT-EDIT
           PERFORM 7380-WRITE-PREFLIGHT-COUNT
           MOVE WS-MAX-SEVERITY TO WS-PF-SEVERITY-EDIT
           MOVE SPACES TO PREFLIGHT-RECORD
           IF WS-MAX-SEVERITY >= 8
               STRING "  OVERALL...............: RC " DELIMITED BY SIZE
                   WS-PF-SEVERITY-EDIT DELIMITED BY SIZE
                   " *** WOULD FAIL ***" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           ELSE
               STRING "  OVERALL...............: RC " DELIMITED BY SIZE
                   WS-PF-SEVERITY-EDIT DELIMITED BY SIZE
                   " WOULD PASS" DELIMITED BY SIZE
                   INTO PREFLIGHT-RECORD
           END-IF
           PERFORM 7390-WRITE-PREFLIGHT-LINE.

       7900-DISPLAY-PREFLIGHT-SUMMARY.
           PERFORM 9850-DISPLAY-IO-ERROR-SUMMARY
           DISPLAY "COBOLSOLUTION4 PRE-FLIGHT STATISTICS - "
               "NOTHING ISSUED OR UPDATED"
           MOVE WS-SEEDS-READ-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  SEEDS READ............: " WS-STAT-COUNT-EDIT
           MOVE WS-RESULT-WRITTEN-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  WOULD ISSUE...........: " WS-STAT-COUNT-EDIT
           MOVE WS-REJECT-WRITTEN-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  WOULD REJECT..........: " WS-STAT-COUNT-EDIT
           MOVE WS-BATCH-COUNT TO WS-STAT-COUNT-EDIT
           DISPLAY "  BATCHES IN SEEDFILE...: " WS-STAT-COUNT-EDIT
           MOVE WS-PF-BATCHES-FAILING TO WS-STAT-COUNT-EDIT
           DISPLAY "  BATCHES WOULD FAIL....: " WS-STAT-COUNT-EDIT.
