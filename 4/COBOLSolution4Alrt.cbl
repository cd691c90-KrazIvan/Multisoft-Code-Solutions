       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4ALRT.

       AUTHOR. IVAN SHABALIN.

      *> Operations alert writer, shared by every batch program that
      *> grades its findings: the driver, balancing, acknowledgment
      *> matching, housekeeping, cache verification, the schedule
      *> monitor and batch maintenance. Until now each finding went
      *> only to that program's own report (BALRPT, ACKRPT, HKEEPRPT,
      *> MONRPT, CACHERPT, MAINTRPT) or the job log, and the morning
      *> operator had to open all of them to learn whether anything
      *> needed action. Each CALL appends one ALERTREC row to the
      *> shared ALERTQ file, stamped with the time, and
      *> COBOLSOLUTION4ALDISP turns the queue into one console
      *> summary and a pager feed. The file is opened and closed on
      *> every call, the same as the journal, so the queue is
      *> complete on disk even if the caller abends straight after.
      *>
      *> An alert that cannot be queued is displayed on the job log
      *> with the finding, so it is not lost, but does not change the
      *> caller's grade - the finding itself is already graded and
      *> reported where it always was.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "ALERTQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-QUEUE-FILE.
       COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01 WS-ALERT-QUEUE-STATUS PIC X(2) VALUE SPACES.
       01 WS-ALERT-TIMESTAMP PIC X(16) VALUE SPACES.

       LINKAGE SECTION.
       COPY ALRTPARM.

       PROCEDURE DIVISION USING ALRT-PARMS.
       0000-MAIN-PROCEDURE.
           SET ALRT-WRITTEN TO TRUE
           MOVE "00" TO ALRT-FILE-STATUS
           IF ALRT-SEVERITY IS NUMERIC AND ALRT-SEVERITY > ZERO
               PERFORM 0100-QUEUE-ALERT
           END-IF
           GOBACK.

       0100-QUEUE-ALERT.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-ALERT-TIMESTAMP
           OPEN EXTEND ALERT-QUEUE-FILE
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN ALERTQ, STATUS="
                   WS-ALERT-QUEUE-STATUS
               PERFORM 2000-REPORT-LOST-ALERT
           ELSE
               PERFORM 1000-WRITE-ALERT-ROW
               CLOSE ALERT-QUEUE-FILE
               IF WS-ALERT-QUEUE-STATUS NOT = "00"
                   DISPLAY "ERROR - ALERTQ CLOSE FAILED, STATUS="
                       WS-ALERT-QUEUE-STATUS
                   PERFORM 2000-REPORT-LOST-ALERT
               END-IF
           END-IF.

       1000-WRITE-ALERT-ROW.
           MOVE SPACES TO ALERT-QUEUE-RECORD
           MOVE WS-ALERT-TIMESTAMP TO ALERT-TIMESTAMP
           MOVE ALRT-PROGRAM-ID TO ALERT-PROGRAM-ID
           MOVE ALRT-SEVERITY TO ALERT-SEVERITY
           MOVE ALRT-BATCH-ID TO ALERT-BATCH-ID
           MOVE ALRT-SEED TO ALERT-SEED
           MOVE ALRT-MESSAGE-CODE TO ALERT-MESSAGE-CODE
           MOVE ALRT-TEXT TO ALERT-TEXT
           WRITE ALERT-QUEUE-RECORD
           IF WS-ALERT-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR - ALERTQ WRITE FAILED, STATUS="
                   WS-ALERT-QUEUE-STATUS
               PERFORM 2000-REPORT-LOST-ALERT
           END-IF.

       2000-REPORT-LOST-ALERT.
           SET ALRT-WRITE-FAILED TO TRUE
           MOVE WS-ALERT-QUEUE-STATUS TO ALRT-FILE-STATUS
           DISPLAY "ALERT NOT QUEUED - " FUNCTION TRIM(ALRT-PROGRAM-ID)
               " SEVERITY " ALRT-SEVERITY " "
               FUNCTION TRIM(ALRT-MESSAGE-CODE) " BATCH "
               ALRT-BATCH-ID " SEED " ALRT-SEED
           DISPLAY "  " FUNCTION TRIM(ALRT-TEXT).
