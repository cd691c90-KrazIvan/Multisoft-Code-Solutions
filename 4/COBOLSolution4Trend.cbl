      *> period-over-period deltas flagged whenever the reject rate
      *> moves more than 5 percentage points. Answers "are reject
      *> rates getting worse since the new upstream system went
      *> live" without reopening weeks of REPORTFILEs. A closing
      *> section breaks the rejects down by reason code across the
      *> whole history.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 WS-DEPT-RUNS PIC 9(8).
               10 WS-DEPT-SEEDS PIC 9(8).
               10 WS-DEPT-REJECTS PIC 9(8).
      *> Reject totals by reason code, R01 to R07, over every record
      *> on file. R07 was appended to RUNHIST after the others, so
      *> older records carry spaces there and add nothing.
       01 WS-REASON-SUB PIC 9(2) VALUE ZERO.
       01 WS-REASON-TOTAL PIC 9(8) VALUE ZERO.
       01 WS-REASON-NAMES.
           05 FILLER PIC X(30) VALUE "R01 NOT NUMERIC".
           05 FILLER PIC X(30) VALUE "R02 ZERO OR NEGATIVE".
           05 FILLER PIC X(30) VALUE "R03 EXCEEDS PIC 9(6) RANGE".
           05 FILLER PIC X(30) VALUE "R04 DUPLICATE IN BATCH".
           05 FILLER PIC X(30) VALUE "R05 BAD RANGE/REPEAT SYNTAX".
           05 FILLER PIC X(30) VALUE "R06 URL WITHDRAWN".
           05 FILLER PIC X(30) VALUE "R07 URL COLLISION".
       01 WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME OCCURS 7 TIMES PIC X(30).
       01 WS-REASON-TABLE.
           05 WS-REASON-COUNT OCCURS 7 TIMES PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
               PERFORM 4000-PRINT-WEEK-SECTION
               PERFORM 5000-PRINT-MONTH-SECTION
               PERFORM 5500-PRINT-DEPT-SECTION
               PERFORM 5700-PRINT-REASON-SECTION
           END-IF
           CLOSE TREND-RPT-FILE
           STOP RUN.
           ELSE
               MOVE HIST-DEPARTMENT TO WS-DEPT-KEY
           END-IF
           PERFORM 2400-ACCUMULATE-DEPARTMENT
           PERFORM 2500-ACCUMULATE-REASONS.

       2100-ACCUMULATE-DAY.
           MOVE ZERO TO WS-AGG-HIT-SUB
                   WS-DEPT-REJECTS(WS-AGG-HIT-SUB)
           END-IF.

       2500-ACCUMULATE-REASONS.
           IF HIST-REJECT-R01 IS NUMERIC
               ADD HIST-REJECT-R01 TO WS-REASON-COUNT(1)
           END-IF
           IF HIST-REJECT-R02 IS NUMERIC
               ADD HIST-REJECT-R02 TO WS-REASON-COUNT(2)
           END-IF
           IF HIST-REJECT-R03 IS NUMERIC
               ADD HIST-REJECT-R03 TO WS-REASON-COUNT(3)
           END-IF
           IF HIST-REJECT-R04 IS NUMERIC
               ADD HIST-REJECT-R04 TO WS-REASON-COUNT(4)
           END-IF
           IF HIST-REJECT-R05 IS NUMERIC
               ADD HIST-REJECT-R05 TO WS-REASON-COUNT(5)
           END-IF
           IF HIST-REJECT-R06 IS NUMERIC
               ADD HIST-REJECT-R06 TO WS-REASON-COUNT(6)
           END-IF
           IF HIST-REJECT-R07 IS NUMERIC
               ADD HIST-REJECT-R07 TO WS-REASON-COUNT(7)
           END-IF.

       3000-PRINT-DAY-SECTION.
           MOVE "BY DAY" TO WS-SECTION-TITLE
           PERFORM 6000-PRINT-SECTION-HEADING
           MOVE WS-RATE-EDIT TO TREND-RPT-RECORD(43:6)
           WRITE TREND-RPT-RECORD.

      *> The share column is each reason's part of all rejects on
      *> file, so a new reason such as R07 shows up as a movement
      *> here before it is big enough to move the overall rate.
       5700-PRINT-REASON-SECTION.
           MOVE ZERO TO WS-REASON-TOTAL
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7
               ADD WS-REASON-COUNT(WS-REASON-SUB) TO WS-REASON-TOTAL
           END-PERFORM
           MOVE SPACES TO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
           MOVE "REJECTS BY REASON (ALL RUNS ON FILE)"
               TO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
           MOVE "REASON                           REJECTS   SHARE PCT"
               TO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 7
               PERFORM 5800-PRINT-REASON-LINE
           END-PERFORM.

       5800-PRINT-REASON-LINE.
           IF WS-REASON-TOTAL > ZERO
               COMPUTE WS-RATE ROUNDED =
                   WS-REASON-COUNT(WS-REASON-SUB) * 100
                   / WS-REASON-TOTAL
           ELSE
               MOVE ZERO TO WS-RATE
           END-IF
           MOVE SPACES TO TREND-RPT-RECORD
           MOVE WS-REASON-NAME(WS-REASON-SUB) TO TREND-RPT-RECORD(1:30)
           MOVE WS-REASON-COUNT(WS-REASON-SUB) TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO TREND-RPT-RECORD(33:8)
           MOVE WS-RATE TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO TREND-RPT-RECORD(45:6)
           WRITE TREND-RPT-RECORD.

       6000-PRINT-SECTION-HEADING.
           MOVE SPACES TO TREND-RPT-RECORD
           WRITE TREND-RPT-RECORD
