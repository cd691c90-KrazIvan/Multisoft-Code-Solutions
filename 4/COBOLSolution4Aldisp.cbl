       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4ALDISP.

       AUTHOR. IVAN SHABALIN.

      *> Operations alert dispatcher. Every batch program queues the
      *> findings it grades above zero on ALERTQ through
      *> COBOLSOLUTION4ALRT; this job reads the whole queue and gives
      *> the morning operator one place to look. Repeats of the same
      *> finding - same program, message code, batch id and seed -
      *> are folded together, and findings an operator has already
      *> signed off on ALERTACK are suppressed. What is left is
      *> printed on OPSCON highest severity first, and every open
      *> finding graded 8 or above is written to PAGERFEED for the
      *> on-call pager. Ends with RETURN-CODE 8 when anything was
      *> paged, 4 when only warnings are open, and 16 when OPSCON
      *> cannot be written.
      *>
      *> An acknowledgment covers the occurrences queued on or before
      *> its through-date, so the same finding raised again after the
      *> operator looked at it comes back on the console. The queue
      *> is append-only and is read in full on every dispatch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.
           SELECT ALERT-ACK-FILE ASSIGN TO "ALERTACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-ACK-STATUS.
           SELECT OPS-CONSOLE-FILE ASSIGN TO "OPSCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-CONSOLE-STATUS.
           SELECT PAGER-FEED-FILE ASSIGN TO "PAGERFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAGER-FEED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       COPY ALERTREC.

      *> One line per finding an operator has dealt with: the
      *> program, message code, batch id and seed exactly as the
      *> console shows them, and the last alert date the sign-off
      *> covers (zeros for every occurrence, past and future). An
      *> asterisk in the first position of any of the four key
      *> fields matches any value, so one line can clear, say, every
      *> MNTREJ up to a date.
       FD  ALERT-ACK-FILE.
       01  ALERT-ACK-RECORD.
           05  AACK-PROGRAM-ID PIC X(24).
           05  AACK-MESSAGE-CODE PIC X(8).
           05  AACK-BATCH-ID PIC X(8).
           05  AACK-SEED PIC X(6).
           05  AACK-THROUGH-DATE PIC 9(8).
           05  AACK-OPERATOR-ID PIC X(20).
           05  FILLER PIC X(10).

       FD  OPS-CONSOLE-FILE.
       01  OPS-CONSOLE-RECORD PIC X(132).

       FD  PAGER-FEED-FILE.
       COPY PAGEREC.

       WORKING-STORAGE SECTION.
       01 WS-ALERT-QUEUE-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-ACK-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPS-CONSOLE-STATUS PIC X(2) VALUE SPACES.
       01 WS-PAGER-FEED-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-ALERTS VALUE 'Y'.
       01 WS-ACK-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-ACKS VALUE 'Y'.
       01 WS-PAGER-OPEN-SWITCH PIC X VALUE 'N'.
           88 PAGER-FEED-OPEN VALUE 'Y'.
       01 WS-ACK-FOUND-SWITCH PIC X VALUE 'N'.
           88 ALERT-IS-ACKNOWLEDGED VALUE 'Y'.
       01 WS-TABLE-WARNED-SWITCH PIC X VALUE 'N'.
           88 FINDING-TABLE-WARNED VALUE 'Y'.
       01 WS-SECTION-SWITCH PIC X VALUE 'N'.
           88 SEVERITY-SECTION-STARTED VALUE 'Y'.
       01 WS-DISPATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-DISPATCH-TIME PIC 9(6) VALUE ZERO.
       01 WS-ALERTS-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-UNREADABLE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-OPEN-ALERT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-NOT-GROUPED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-PAGED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-WARNING-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-PAGED-EDIT PIC Z(7)9.
       01 WS-SEVERITY-LEVEL PIC 9(2) VALUE ZERO.
       01 WS-ACK-SUB PIC 9(4) VALUE ZERO.
       01 WS-FINDING-SUB PIC 9(4) VALUE ZERO.
       01 WS-FINDING-HIT-SUB PIC 9(4) VALUE ZERO.
      *> Operator sign-offs from ALERTACK.
       01 WS-ACK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 500 TIMES.
               10 WS-ACK-PROGRAM PIC X(24).
               10 WS-ACK-CODE PIC X(8).
               10 WS-ACK-BATCH PIC X(8).
               10 WS-ACK-SEED PIC X(6).
               10 WS-ACK-THROUGH PIC 9(8).
      *> One entry per distinct open finding, in the order each was
      *> first queued; severity is the highest any occurrence had.
       01 WS-FINDING-COUNT PIC 9(4) VALUE ZERO.
       01 WS-FINDING-TABLE.
           05 WS-FINDING-ENTRY OCCURS 2000 TIMES.
               10 WS-FND-PROGRAM PIC X(24).
               10 WS-FND-CODE PIC X(8).
               10 WS-FND-BATCH PIC X(8).
               10 WS-FND-SEED PIC X(6).
               10 WS-FND-SEVERITY PIC 9(2).
               10 WS-FND-OCCURRENCES PIC 9(8).
               10 WS-FND-FIRST-DATE PIC 9(8).
               10 WS-FND-FIRST-TIME PIC 9(8).
               10 WS-FND-LAST-DATE PIC 9(8).
               10 WS-FND-LAST-TIME PIC 9(8).
               10 WS-FND-TEXT PIC X(80).
       01 WS-CONSOLE-DETAIL.
           05 WS-CD-SEVERITY PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CD-PROGRAM PIC X(24).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-CODE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-BATCH PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-SEED PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-OCCURRENCES PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CD-FIRST-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-FIRST-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-CD-LAST-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-CD-LAST-TIME PIC 9(6).
           05 FILLER PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DISPATCH-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-DISPATCH-TIME
           OPEN OUTPUT OPS-CONSOLE-FILE
           IF WS-OPS-CONSOLE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN OPSCON, STATUS="
                   WS-OPS-CONSOLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-WRITE-CONSOLE-HEADING
           PERFORM 0200-LOAD-ACKNOWLEDGMENTS
           PERFORM 1000-READ-ALERT-QUEUE
           PERFORM 0300-OPEN-PAGER-FEED
           PERFORM 2000-PRINT-BY-SEVERITY
           PERFORM 5000-WRITE-CONSOLE-TOTALS
           CLOSE OPS-CONSOLE-FILE
           IF PAGER-FEED-OPEN
               CLOSE PAGER-FEED-FILE
           END-IF
           IF WS-PAGED-COUNT > ZERO
               OR WS-NOT-GROUPED-COUNT > ZERO
               OR (WS-PAGER-FEED-STATUS NOT = "00"
                   AND WS-FINDING-COUNT > ZERO)
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FINDING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
           MOVE WS-PAGED-COUNT TO WS-PAGED-EDIT
           DISPLAY "COBOLSOLUTION4ALDISP - "
               FUNCTION TRIM(WS-COUNT-EDIT) " OPEN FINDING(S), "
               FUNCTION TRIM(WS-PAGED-EDIT) " PAGED"
           STOP RUN.

       0100-WRITE-CONSOLE-HEADING.
           MOVE "OPERATIONS CONSOLE ALERT SUMMARY" TO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE "================================" TO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "DISPATCHED: " DELIMITED BY SIZE
               WS-DISPATCH-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DISPATCH-TIME DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE SPACES TO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD.

       0200-LOAD-ACKNOWLEDGMENTS.
           OPEN INPUT ALERT-ACK-FILE
           IF WS-ALERT-ACK-STATUS NOT = "00"
               SET NO-MORE-ACKS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-ACKS
               READ ALERT-ACK-FILE
                   AT END
                       SET NO-MORE-ACKS TO TRUE
                   NOT AT END
                       PERFORM 0250-LOAD-ONE-ACKNOWLEDGMENT
               END-READ
           END-PERFORM
           IF WS-ALERT-ACK-STATUS = "00" OR "10"
               CLOSE ALERT-ACK-FILE
           END-IF.

      *> A through-date that is missing or not numeric is read as
      *> zeros - every occurrence - which is what an operator who
      *> leaves it blank means.
       0250-LOAD-ONE-ACKNOWLEDGMENT.
           IF WS-ACK-COUNT < 500
               ADD 1 TO WS-ACK-COUNT
               MOVE AACK-PROGRAM-ID TO WS-ACK-PROGRAM(WS-ACK-COUNT)
               MOVE AACK-MESSAGE-CODE TO WS-ACK-CODE(WS-ACK-COUNT)
               MOVE AACK-BATCH-ID TO WS-ACK-BATCH(WS-ACK-COUNT)
               MOVE AACK-SEED TO WS-ACK-SEED(WS-ACK-COUNT)
               IF AACK-THROUGH-DATE IS NUMERIC
                   MOVE AACK-THROUGH-DATE TO
                       WS-ACK-THROUGH(WS-ACK-COUNT)
               ELSE
                   MOVE ZERO TO WS-ACK-THROUGH(WS-ACK-COUNT)
               END-IF
           ELSE
               DISPLAY "WARNING - ACKNOWLEDGMENT TABLE FULL AT 500 - "
                   "FURTHER ALERTACK LINES IGNORED"
               SET NO-MORE-ACKS TO TRUE
           END-IF.

       0300-OPEN-PAGER-FEED.
           OPEN OUTPUT PAGER-FEED-FILE
           IF WS-PAGER-FEED-STATUS = "00"
               SET PAGER-FEED-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR - UNABLE TO OPEN PAGERFEED, STATUS="
                   WS-PAGER-FEED-STATUS
               MOVE SPACES TO OPS-CONSOLE-RECORD
               STRING "*** PAGERFEED COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-PAGER-FEED-STATUS DELIMITED BY SIZE
                   " - NOTHING BELOW HAS BEEN PAGED ***"
                   DELIMITED BY SIZE
                   INTO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
               MOVE SPACES TO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
           END-IF.

       1000-READ-ALERT-QUEUE.
           OPEN INPUT ALERT-QUEUE-FILE
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN ALERTQ, STATUS="
                   WS-ALERT-QUEUE-STATUS
               MOVE "NO ALERT QUEUE ON FILE - NOTHING TO DISPATCH"
                   TO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
               MOVE SPACES TO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
               SET NO-MORE-ALERTS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-ALERTS
               READ ALERT-QUEUE-FILE
                   AT END
                       SET NO-MORE-ALERTS TO TRUE
                   NOT AT END
                       PERFORM 1100-DISPATCH-ONE-ALERT
               END-READ
           END-PERFORM
           IF WS-ALERT-QUEUE-STATUS = "00" OR "10"
               CLOSE ALERT-QUEUE-FILE
           END-IF.

       1100-DISPATCH-ONE-ALERT.
           ADD 1 TO WS-ALERTS-READ-COUNT
           IF ALERT-SEVERITY IS NOT NUMERIC
               OR ALERT-DATE IS NOT NUMERIC
               OR ALERT-SEVERITY = ZERO
               ADD 1 TO WS-UNREADABLE-COUNT
           ELSE
               PERFORM 1200-CHECK-ACKNOWLEDGED
               IF ALERT-IS-ACKNOWLEDGED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               ELSE
                   ADD 1 TO WS-OPEN-ALERT-COUNT
                   PERFORM 1300-FOLD-INTO-FINDING
               END-IF
           END-IF.

       1200-CHECK-ACKNOWLEDGED.
           MOVE 'N' TO WS-ACK-FOUND-SWITCH
           PERFORM VARYING WS-ACK-SUB FROM 1 BY 1
               UNTIL WS-ACK-SUB > WS-ACK-COUNT
               OR ALERT-IS-ACKNOWLEDGED
               IF (WS-ACK-PROGRAM(WS-ACK-SUB)(1:1) = "*"
                   OR WS-ACK-PROGRAM(WS-ACK-SUB) = ALERT-PROGRAM-ID)
                   AND (WS-ACK-CODE(WS-ACK-SUB)(1:1) = "*"
                   OR WS-ACK-CODE(WS-ACK-SUB) = ALERT-MESSAGE-CODE)
                   AND (WS-ACK-BATCH(WS-ACK-SUB)(1:1) = "*"
                   OR WS-ACK-BATCH(WS-ACK-SUB) = ALERT-BATCH-ID)
                   AND (WS-ACK-SEED(WS-ACK-SUB)(1:1) = "*"
                   OR WS-ACK-SEED(WS-ACK-SUB) = ALERT-SEED)
                   AND (WS-ACK-THROUGH(WS-ACK-SUB) = ZERO
                   OR ALERT-DATE <= WS-ACK-THROUGH(WS-ACK-SUB))
                   SET ALERT-IS-ACKNOWLEDGED TO TRUE
               END-IF
           END-PERFORM.

      *> The queue is in time order, so each new occurrence is the
      *> latest one and its text replaces the one held.
       1300-FOLD-INTO-FINDING.
           MOVE ZERO TO WS-FINDING-HIT-SUB
           PERFORM VARYING WS-FINDING-SUB FROM 1 BY 1
               UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
               OR WS-FINDING-HIT-SUB > ZERO
               IF WS-FND-PROGRAM(WS-FINDING-SUB) = ALERT-PROGRAM-ID
                   AND WS-FND-CODE(WS-FINDING-SUB) =
                       ALERT-MESSAGE-CODE
                   AND WS-FND-BATCH(WS-FINDING-SUB) = ALERT-BATCH-ID
                   AND WS-FND-SEED(WS-FINDING-SUB) = ALERT-SEED
                   MOVE WS-FINDING-SUB TO WS-FINDING-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-FINDING-HIT-SUB = ZERO
               IF WS-FINDING-COUNT < 2000
                   ADD 1 TO WS-FINDING-COUNT
                   MOVE WS-FINDING-COUNT TO WS-FINDING-HIT-SUB
                   MOVE ALERT-PROGRAM-ID TO
                       WS-FND-PROGRAM(WS-FINDING-HIT-SUB)
                   MOVE ALERT-MESSAGE-CODE TO
                       WS-FND-CODE(WS-FINDING-HIT-SUB)
                   MOVE ALERT-BATCH-ID TO
                       WS-FND-BATCH(WS-FINDING-HIT-SUB)
                   MOVE ALERT-SEED TO WS-FND-SEED(WS-FINDING-HIT-SUB)
                   MOVE ZERO TO WS-FND-SEVERITY(WS-FINDING-HIT-SUB)
                   MOVE ZERO TO WS-FND-OCCURRENCES(WS-FINDING-HIT-SUB)
                   MOVE ALERT-DATE TO
                       WS-FND-FIRST-DATE(WS-FINDING-HIT-SUB)
                   MOVE ALERT-TIME TO
                       WS-FND-FIRST-TIME(WS-FINDING-HIT-SUB)
               ELSE
                   ADD 1 TO WS-NOT-GROUPED-COUNT
                   IF NOT FINDING-TABLE-WARNED
                       DISPLAY "WARNING - FINDING TABLE FULL AT 2000 -"
                           " FURTHER FINDINGS NOT SHOWN ON OPSCON"
                       SET FINDING-TABLE-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF
           IF WS-FINDING-HIT-SUB > ZERO
               ADD 1 TO WS-FND-OCCURRENCES(WS-FINDING-HIT-SUB)
               IF ALERT-SEVERITY > WS-FND-SEVERITY(WS-FINDING-HIT-SUB)
                   MOVE ALERT-SEVERITY TO
                       WS-FND-SEVERITY(WS-FINDING-HIT-SUB)
               END-IF
               MOVE ALERT-DATE TO WS-FND-LAST-DATE(WS-FINDING-HIT-SUB)
               MOVE ALERT-TIME TO WS-FND-LAST-TIME(WS-FINDING-HIT-SUB)
               MOVE ALERT-TEXT TO WS-FND-TEXT(WS-FINDING-HIT-SUB)
           END-IF.

      *> Highest severity first; within a severity, in the order the
      *> findings were first queued.
       2000-PRINT-BY-SEVERITY.
           IF WS-FINDING-COUNT = ZERO
               MOVE "NO OPEN FINDINGS - NOTHING NEEDS ACTION"
                   TO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
           ELSE
               MOVE SPACES TO OPS-CONSOLE-RECORD
               STRING "SV  PROGRAM                  CODE     BATCH    "
                   DELIMITED BY SIZE
                   "SEED     OCCURS  FIRST QUEUED     "
                   DELIMITED BY SIZE
                   "LAST QUEUED" DELIMITED BY SIZE
                   INTO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
               PERFORM VARYING WS-SEVERITY-LEVEL FROM 99 BY -1
                   UNTIL WS-SEVERITY-LEVEL = ZERO
                   MOVE 'N' TO WS-SECTION-SWITCH
                   PERFORM VARYING WS-FINDING-SUB FROM 1 BY 1
                       UNTIL WS-FINDING-SUB > WS-FINDING-COUNT
                       IF WS-FND-SEVERITY(WS-FINDING-SUB) =
                           WS-SEVERITY-LEVEL
                           PERFORM 2100-PRINT-ONE-FINDING
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       2100-PRINT-ONE-FINDING.
           IF NOT SEVERITY-SECTION-STARTED
               MOVE SPACES TO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
               MOVE SPACES TO OPS-CONSOLE-RECORD
               IF WS-SEVERITY-LEVEL >= 8
                   STRING "SEVERITY " DELIMITED BY SIZE
                       WS-SEVERITY-LEVEL DELIMITED BY SIZE
                       " - PAGED" DELIMITED BY SIZE
                       INTO OPS-CONSOLE-RECORD
               ELSE
                   STRING "SEVERITY " DELIMITED BY SIZE
                       WS-SEVERITY-LEVEL DELIMITED BY SIZE
                       " - WARNING, REVIEW TODAY" DELIMITED BY SIZE
                       INTO OPS-CONSOLE-RECORD
               END-IF
               WRITE OPS-CONSOLE-RECORD
               SET SEVERITY-SECTION-STARTED TO TRUE
           END-IF
           MOVE WS-FND-SEVERITY(WS-FINDING-SUB) TO WS-CD-SEVERITY
           MOVE WS-FND-PROGRAM(WS-FINDING-SUB) TO WS-CD-PROGRAM
           MOVE WS-FND-CODE(WS-FINDING-SUB) TO WS-CD-CODE
           MOVE WS-FND-BATCH(WS-FINDING-SUB) TO WS-CD-BATCH
           MOVE WS-FND-SEED(WS-FINDING-SUB) TO WS-CD-SEED
           MOVE WS-FND-OCCURRENCES(WS-FINDING-SUB) TO WS-CD-OCCURRENCES
           MOVE WS-FND-FIRST-DATE(WS-FINDING-SUB) TO WS-CD-FIRST-DATE
           MOVE WS-FND-FIRST-TIME(WS-FINDING-SUB)(1:6)
               TO WS-CD-FIRST-TIME
           MOVE WS-FND-LAST-DATE(WS-FINDING-SUB) TO WS-CD-LAST-DATE
           MOVE WS-FND-LAST-TIME(WS-FINDING-SUB)(1:6)
               TO WS-CD-LAST-TIME
           MOVE WS-CONSOLE-DETAIL TO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "    " DELIMITED BY SIZE
               WS-FND-TEXT(WS-FINDING-SUB) DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           IF WS-SEVERITY-LEVEL >= 8
               ADD 1 TO WS-PAGED-COUNT
               PERFORM 2200-WRITE-PAGER-ROW
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.

       2200-WRITE-PAGER-ROW.
           IF PAGER-FEED-OPEN
               MOVE SPACES TO PAGER-FEED-RECORD
               MOVE WS-DISPATCH-DATE TO PAGE-DISPATCH-DATE
               MOVE WS-DISPATCH-TIME TO PAGE-DISPATCH-TIME
               MOVE WS-FND-SEVERITY(WS-FINDING-SUB) TO PAGE-SEVERITY
               MOVE WS-FND-PROGRAM(WS-FINDING-SUB) TO PAGE-PROGRAM-ID
               MOVE WS-FND-BATCH(WS-FINDING-SUB) TO PAGE-BATCH-ID
               MOVE WS-FND-SEED(WS-FINDING-SUB) TO PAGE-SEED
               MOVE WS-FND-CODE(WS-FINDING-SUB) TO PAGE-MESSAGE-CODE
               MOVE WS-FND-OCCURRENCES(WS-FINDING-SUB)
                   TO PAGE-OCCURRENCES
               MOVE WS-FND-FIRST-DATE(WS-FINDING-SUB)
                   TO PAGE-FIRST-DATE
               MOVE WS-FND-LAST-DATE(WS-FINDING-SUB) TO PAGE-LAST-DATE
               MOVE WS-FND-LAST-TIME(WS-FINDING-SUB) TO PAGE-LAST-TIME
               MOVE WS-FND-TEXT(WS-FINDING-SUB) TO PAGE-TEXT
               WRITE PAGER-FEED-RECORD
               IF WS-PAGER-FEED-STATUS NOT = "00"
                   DISPLAY "ERROR - PAGERFEED WRITE FAILED, STATUS="
                       WS-PAGER-FEED-STATUS " "
                       FUNCTION TRIM(WS-FND-PROGRAM(WS-FINDING-SUB))
                       " " WS-FND-CODE(WS-FINDING-SUB)
               END-IF
           END-IF.

       5000-WRITE-CONSOLE-TOTALS.
           MOVE SPACES TO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-ALERTS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "ALERTS ON QUEUE.........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "ALREADY ACKNOWLEDGED....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-OPEN-ALERT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "OPEN ALERTS.............: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-FINDING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "DISTINCT OPEN FINDINGS..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-PAGED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "PAGED (SEVERITY 8+).....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           MOVE WS-WARNING-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO OPS-CONSOLE-RECORD
           STRING "WARNINGS (BELOW 8)......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO OPS-CONSOLE-RECORD
           WRITE OPS-CONSOLE-RECORD
           IF WS-NOT-GROUPED-COUNT > ZERO
               MOVE WS-NOT-GROUPED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO OPS-CONSOLE-RECORD
               STRING "NOT SHOWN - TABLE FULL..: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
           END-IF
           IF WS-UNREADABLE-COUNT > ZERO
               MOVE WS-UNREADABLE-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO OPS-CONSOLE-RECORD
               STRING "UNREADABLE QUEUE ROWS...: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO OPS-CONSOLE-RECORD
               WRITE OPS-CONSOLE-RECORD
           END-IF.
