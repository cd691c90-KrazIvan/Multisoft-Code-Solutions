      *> HIST-MAX-SEVERITY nobody has acknowledged on SCHEDACK, and
      *> unexpected extra runs. Ends with RETURN-CODE 8 when an
      *> expected batch is missing (so the scheduler can page) and 4
      *> for the other findings. Each finding is also queued on
      *> ALERTQ for the operations console.
      *>
      *> The day covered defaults to yesterday - a morning check
      *> looks at the night that just ran - and can be pointed at any
       01  MONITOR-RPT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY ALRTPARM.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-SCHEDULE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-SCHED-ACK-STATUS PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE ALRT-PARMS
           PERFORM 0100-RESOLVE-ASOF-DATE
           OPEN OUTPUT MONITOR-RPT-FILE
           IF WS-MONITOR-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN MONRPT, STATUS="
                   WS-MONITOR-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "MONNORPT" TO ALRT-MESSAGE-CODE
               STRING "MONRPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-MONITOR-RPT-STATUS DELIMITED BY SIZE
                   " - SCHEDULE NOT CHECKED FOR " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           STOP RUN.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text, and the batch id; they are cleared again for the
      *> next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4MONITOR" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> Weekday arithmetic: INTEGER-OF-DATE day 1 is 1601-01-01, a
      *> Monday, so the remainder modulo seven numbers the weekdays
      *> 1=Monday through 7=Sunday - the same positions the calendar
                   " MATCHES NO CALENDAR LINE" DELIMITED BY SIZE
                   INTO MONITOR-RPT-RECORD
               WRITE MONITOR-RPT-RECORD
               MOVE 4 TO ALRT-SEVERITY
               MOVE HIST-BATCH-ID TO ALRT-BATCH-ID
               MOVE "MONXTRA" TO ALRT-MESSAGE-CODE
               STRING "UNEXPECTED RUN ON " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   " AT " DELIMITED BY SIZE
                   HIST-RUN-TIME DELIMITED BY SIZE
                   " - MATCHES NO SCHEDCAL LINE" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           PERFORM 1300-CHECK-RUN-SEVERITY.

                   ")" DELIMITED BY SIZE
                   INTO MONITOR-RPT-RECORD
               WRITE MONITOR-RPT-RECORD
               MOVE 4 TO ALRT-SEVERITY
               MOVE HIST-BATCH-ID TO ALRT-BATCH-ID
               MOVE "MONLATE" TO ALRT-MESSAGE-CODE
               STRING "LATE ARRIVAL ON " DELIMITED BY SIZE
                   WS-ASOF-DATE DELIMITED BY SIZE
                   " - RAN AT " DELIMITED BY SIZE
                   HIST-RUN-TIME DELIMITED BY SIZE
                   " CUTOFF " DELIMITED BY SIZE
                   WS-SCHED-CUTOFF(WS-SCHED-HIT-SUB) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-SCHED-DEPT(WS-SCHED-HIT-SUB) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           ELSE
               ADD 1 TO WS-ON-TIME-COUNT
           END-IF.
                           DELIMITED BY SIZE
                       INTO MONITOR-RPT-RECORD
                   WRITE MONITOR-RPT-RECORD
                   MOVE 4 TO ALRT-SEVERITY
                   MOVE HIST-BATCH-ID TO ALRT-BATCH-ID
                   MOVE "MONUNACK" TO ALRT-MESSAGE-CODE
                   STRING "RUN ON " DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       " ENDED SEVERITY " DELIMITED BY SIZE
                       HIST-MAX-SEVERITY DELIMITED BY SIZE
                       " - NOT ACKNOWLEDGED ON SCHEDACK"
                           DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               END-IF
           END-IF.

                           DELIMITED BY SIZE
                       INTO MONITOR-RPT-RECORD
                   WRITE MONITOR-RPT-RECORD
      *> The batch id the calendar expects is known only by its
      *> leading characters, which is what the alert carries.
                   MOVE 8 TO ALRT-SEVERITY
                   MOVE WS-SCHED-PREFIX(WS-SCHED-SUB) TO ALRT-BATCH-ID
                   MOVE "MONMISS" TO ALRT-MESSAGE-CODE
                   STRING "EXPECTED BATCH MISSING ON " DELIMITED BY SIZE
                       WS-ASOF-DATE DELIMITED BY SIZE
                       " FROM " DELIMITED BY SIZE
                       WS-SCHED-DEPT(WS-SCHED-SUB) DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-SCHED-DESC(WS-SCHED-SUB))
                           DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               END-IF
           END-PERFORM.

