      *> with only the survivors, and reports what was kept and what
      *> was removed to HKEEPRPT. Ends with RETURN-CODE 4 when any
      *> delete failed so the missed files are looked at instead of
      *> quietly piling up; each failure is also queued on ALERTQ for
      *> the operations console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  HKEEP-RPT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY ALRTPARM.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-GENCATLG-STATUS PIC X(2) VALUE SPACES.
       01 WS-HKEEP-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-CATALOG-EOF-SWITCH PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE ALRT-PARMS
           OPEN OUTPUT HKEEP-RPT-FILE
           IF WS-HKEEP-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN HKEEPRPT, STATUS="
                   WS-HKEEP-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "HKPNORPT" TO ALRT-MESSAGE-CODE
               STRING "HKEEPRPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-HKEEP-RPT-STATUS DELIMITED BY SIZE
                   " - NOTHING PURGED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF
           STOP RUN.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text; they are cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4HKEEP" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> GENCATLG is appended chronologically by the driver, so the
      *> oldest generations are simply the first records.
       1000-LOAD-CATALOG.
                   WRITE HKEEP-RPT-RECORD
                   ADD 1 TO WS-DELETE-FAIL-COUNT
                   MOVE "Y" TO WS-CAT-DELETE-FAILED(WS-CATALOG-SUB)
                   MOVE 4 TO ALRT-SEVERITY
                   MOVE "HKPDELF" TO ALRT-MESSAGE-CODE
                   STRING "COULD NOT DELETE " DELIMITED BY SIZE
                       FUNCTION TRIM(WS-FILE-NAME) DELIMITED BY SIZE
                       " - RETAINED IN CATALOG FOR RETRY"
                       DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               ELSE
                   MOVE SPACES TO HKEEP-RPT-RECORD
                   STRING "        NOT ON DISK      " DELIMITED BY SIZE
                   "RERUN HOUSEKEEPING" DELIMITED BY SIZE
                   INTO HKEEP-RPT-RECORD
               WRITE HKEEP-RPT-RECORD
               MOVE 4 TO ALRT-SEVERITY
               MOVE "HKPCATFL" TO ALRT-MESSAGE-CODE
               STRING "GENCATLG OVER 2000 ENTRIES - CATALOG NOT "
                   DELIMITED BY SIZE
                   "REWRITTEN, RERUN HOUSEKEEPING" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           ELSE
           IF WS-CATALOG-COUNT > ZERO
               OPEN OUTPUT GENCATLG-FILE
