       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4JRNL.

       AUTHOR. IVAN SHABALIN.

      *> URL master change journal, shared by every program that adds
      *> or changes a URLMASTER row - the batch driver's issues, the
      *> online transaction's issues and withdrawals, maintenance's
      *> WS/RS/WB/RB transactions and acknowledgment matching's
      *> confirmation stamps. Each CALL appends one row to the
      *> permanent URLJRNL file with the row as it stood before and
      *> after the change, stamped with the time, program, operator
      *> and batch, so a bad maintenance run can be backed out
      *> precisely: COBOLSOLUTION4RECOV rebuilds the master from a
      *> COBOLSOLUTION4BKUP backup by re-applying this journal up to
      *> a chosen moment. The file is opened and closed on every
      *> call, the same as the calc subprogram's audit row, so the
      *> journal is complete on disk even if the caller abends.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO "URLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
       COPY URLJRNR.

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-JOURNAL-TIMESTAMP PIC X(16) VALUE SPACES.
      *> Row images are viewed through the master layout only to pick
      *> up the seed - whichever image is not spaces carries it.
       01 WS-JOURNAL-IMAGE PIC X(258) VALUE SPACES.
       01 WS-JOURNAL-IMAGE-ROW REDEFINES WS-JOURNAL-IMAGE.
           05 WS-JOURNAL-IMAGE-SEED PIC 9(6).
           05 FILLER PIC X(252).

       LINKAGE SECTION.
       COPY JRNLPARM.

       PROCEDURE DIVISION USING JRNL-PARMS.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-JOURNAL-TIMESTAMP
           SET JRNL-WRITTEN TO TRUE
           MOVE "00" TO JRNL-FILE-STATUS
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLJRNL, STATUS="
                   WS-JOURNAL-FILE-STATUS
               SET JRNL-WRITE-FAILED TO TRUE
               MOVE WS-JOURNAL-FILE-STATUS TO JRNL-FILE-STATUS
           ELSE
               PERFORM 1000-WRITE-JOURNAL-ROW
               CLOSE JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - URLJRNL CLOSE FAILED, STATUS="
                       WS-JOURNAL-FILE-STATUS
                   SET JRNL-WRITE-FAILED TO TRUE
                   MOVE WS-JOURNAL-FILE-STATUS TO JRNL-FILE-STATUS
               END-IF
           END-IF
           GOBACK.

       1000-WRITE-JOURNAL-ROW.
           MOVE SPACES TO URL-JOURNAL-RECORD
           MOVE WS-JOURNAL-TIMESTAMP TO URLJRN-TIMESTAMP
           MOVE JRNL-PROGRAM-ID TO URLJRN-PROGRAM-ID
           MOVE JRNL-OPERATOR-ID TO URLJRN-OPERATOR-ID
           IF URLJRN-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO URLJRN-OPERATOR-ID
           END-IF
           MOVE JRNL-BATCH-ID TO URLJRN-BATCH-ID
           MOVE JRNL-ACTION TO URLJRN-ACTION
           IF JRNL-AFTER-IMAGE NOT = SPACES
               MOVE JRNL-AFTER-IMAGE TO WS-JOURNAL-IMAGE
           ELSE
               MOVE JRNL-BEFORE-IMAGE TO WS-JOURNAL-IMAGE
           END-IF
           IF WS-JOURNAL-IMAGE-SEED IS NUMERIC
               MOVE WS-JOURNAL-IMAGE-SEED TO URLJRN-SEED
           ELSE
               MOVE ZERO TO URLJRN-SEED
           END-IF
           MOVE JRNL-BEFORE-IMAGE(1:150) TO URLJRN-BEFORE-IMAGE
           MOVE JRNL-AFTER-IMAGE(1:150) TO URLJRN-AFTER-IMAGE
           MOVE JRNL-BEFORE-IMAGE(151:108) TO URLJRN-BEFORE-IMAGE-EXT
           MOVE JRNL-AFTER-IMAGE(151:108) TO URLJRN-AFTER-IMAGE-EXT
           WRITE URL-JOURNAL-RECORD
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - URLJRNL WRITE FAILED FOR SEED "
                   URLJRN-SEED ", STATUS=" WS-JOURNAL-FILE-STATUS
               SET JRNL-WRITE-FAILED TO TRUE
               MOVE WS-JOURNAL-FILE-STATUS TO JRNL-FILE-STATUS
           END-IF.
