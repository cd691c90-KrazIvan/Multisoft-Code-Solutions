      *> window holds the entries that actually get hit. A report
      *> (CACHERPT) says what was verified, what was purged and why.
      *> Ends with RETURN-CODE 4 when anything was purged so a
      *> poisoned cache is looked at instead of passing silently; each
      *> poisoned row is also queued on ALERTQ for the operations
      *> console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-CACHE-FILE-NAME PIC X(30) VALUE "SEQCACHE".
       01 WS-RENAME-RC PIC S9(4) VALUE ZERO.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       COPY ALRTPARM.
       01 WS-ALERT-TEXT PIC X(80) VALUE SPACES.
       01 WS-WORK-ERROR-SWITCH PIC X VALUE 'N'.
           88 CACHE-WORK-WRITE-FAILED VALUE 'Y'.
       01 WS-TABLE-FULL-SWITCH PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE ALRT-PARMS
           OPEN OUTPUT CACHE-RPT-FILE
           IF WS-CACHE-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN CACHERPT, STATUS="
                   WS-CACHE-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "CCHNORPT" TO ALRT-MESSAGE-CODE
               STRING "CACHERPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-CACHE-RPT-STATUS DELIMITED BY SIZE
                   " - CACHE NOT VERIFIED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
                   TO CACHE-RPT-RECORD
               WRITE CACHE-RPT-RECORD
               CLOSE CACHE-RPT-FILE
               MOVE 8 TO ALRT-SEVERITY
               MOVE "CCHFULL" TO ALRT-MESSAGE-CODE
               MOVE "SEQCACHE OVER 20000 ROWS - NOT REWRITTEN"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   TO CACHE-RPT-RECORD
               WRITE CACHE-RPT-RECORD
           END-IF
           IF WS-ROWS-DUPLICATE-COUNT > ZERO
               MOVE WS-ROWS-DUPLICATE-COUNT TO WS-COUNT-EDIT
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CCHDUPS" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " DUPLICATE SEQCACHE ROW(S) PURGED - SEE CACHERPT"
                   DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE CACHE-RPT-FILE
           IF (WS-ROWS-DUPLICATE-COUNT > ZERO
           END-IF
           STOP RUN.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text; they are cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4CACHE" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

       1000-LOAD-CACHE-FILE.
           OPEN INPUT CACHE-FILE
           IF WS-CACHE-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - UNABLE TO OPEN SEQCACHE, STATUS="
                       WS-CACHE-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO ALRT-SEVERITY
                   MOVE "CCHNOCAC" TO ALRT-MESSAGE-CODE
                   STRING "SEQCACHE COULD NOT BE OPENED, STATUS="
                       DELIMITED BY SIZE
                       WS-CACHE-FILE-STATUS DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               END-IF
               SET NO-MORE-CACHE-ROWS TO TRUE
           END-IF
               PERFORM 2300-COMPARE-ROW
               IF WS-PURGE-REASON NOT = SPACES
                   ADD 1 TO WS-ROWS-BAD-COUNT
                   PERFORM 2450-RAISE-POISONED-ROW-ALERT
               END-IF
           END-IF
           IF WS-PURGE-REASON = SPACES
               INTO CACHE-RPT-RECORD
           WRITE CACHE-RPT-RECORD.

      *> A row that fails recomputation would have been served back
      *> to the business as a URL, so each one is alerted on its own.
      *> The cached value is not a seed and goes in the text.
       2450-RAISE-POISONED-ROW-ALERT.
           MOVE 4 TO ALRT-SEVERITY
           MOVE "CCHPOISN" TO ALRT-MESSAGE-CODE
           STRING "POISONED SEQCACHE ROW PURGED - VALUE="
               DELIMITED BY SIZE
               WS-CACHE-VALUE(WS-CACHE-SUB) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PURGE-REASON) DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM 0080-RAISE-ALERT.

      *> The survivors go to SEQCACHE.NEW in ascending-value order -
      *> every chain converges through the small values, so they are
      *> the rows the 5000-row load window must not lose - and the
               DISPLAY "ERROR - UNABLE TO OPEN SEQCACHE.NEW, STATUS="
                   WS-CACHE-WORK-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE "SEQCACHE.NEW COULD NOT BE OPENED" TO ALRT-TEXT
               PERFORM 3200-RAISE-REWRITE-ALERT
           ELSE
               PERFORM 3100-WRITE-NEXT-SMALLEST WITH TEST AFTER
                   UNTIL WS-BEST-SUB = ZERO
                   DISPLAY "ERROR - SEQCACHE.NEW INCOMPLETE - "
                       "CACHE LEFT UNCHANGED"
                   MOVE 8 TO RETURN-CODE
                   MOVE "SEQCACHE.NEW INCOMPLETE" TO ALRT-TEXT
                   PERFORM 3200-RAISE-REWRITE-ALERT
               ELSE
                   MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
                   CALL "CBL_RENAME_FILE" USING WS-CACHE-WORK-NAME
                       DISPLAY "ERROR - UNABLE TO SWAP SEQCACHE.NEW "
                           "INTO PLACE, RC=" WS-RENAME-RC
                       MOVE 8 TO RETURN-CODE
                       MOVE "SEQCACHE.NEW NOT SWAPPED INTO PLACE"
                           TO ALRT-TEXT
                       PERFORM 3200-RAISE-REWRITE-ALERT
                   END-IF
               END-IF
           END-IF.
               END-IF
           END-IF.

      *> The caller has put what went wrong in the text.
       3200-RAISE-REWRITE-ALERT.
           MOVE 8 TO ALRT-SEVERITY
           MOVE "CCHRWRT" TO ALRT-MESSAGE-CODE
           STRING FUNCTION TRIM(ALRT-TEXT) DELIMITED BY SIZE
               " - CACHE NOT COMPACTED, PURGES NOT APPLIED"
               DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           MOVE WS-ALERT-TEXT TO ALRT-TEXT
           PERFORM 0080-RAISE-ALERT.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CACHE-RPT-RECORD
           WRITE CACHE-RPT-RECORD
