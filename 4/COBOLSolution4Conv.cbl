       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4CONV.

       AUTHOR. IVAN SHABALIN.

      *> One-time conversion of the URL master from the old line
      *> sequential file onto the indexed URLMASTER keyed on seed.
      *> Before the run the sequential master is renamed to
      *> URLMASTER.SEQ; this job reads it row by row, accepts both the
      *> current layout and rows still in the two-digit-seed OLD
      *> shape (the same acceptance rule every loader used to apply),
      *> and WRITEs each row onto the new keyed file in the current
      *> layout. Rows fitting neither shape, and second occurrences
      *> of a seed (the old table search always answered from the
      *> first), are listed on the conversion report (CONVRPT) and
      *> not loaded. A keyed URLMASTER already on file is never
      *> overwritten - the job refuses instead.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URL-SEQ-FILE ASSIGN TO "URLMASTER.SEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-URL-SEQ-STATUS.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT CONV-RPT-FILE ASSIGN TO "CONVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-SEQ-FILE.
       COPY URLMST REPLACING LEADING ==URL-MASTER== BY ==URL-SEQ==
           LEADING ==URLMST== BY ==URLSEQ==.

       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  CONV-RPT-FILE.
       01  CONV-RPT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LOCKPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-URL-SEQ-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-CONV-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-SEQ-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-SEQ-ROWS VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-ROWS-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-LOADED-NEW-COUNT PIC 9(8) VALUE ZERO.
       01 WS-LOADED-OLD-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DROPPED-BAD-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DROPPED-DUP-COUNT PIC 9(8) VALUE ZERO.
       01 WS-WRITE-FAILED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-ROW-SHAPE PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
      *> The conversion creates the master every other writer
      *> updates, so it runs under the same run lock.
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONV-RPT-FILE
           IF WS-CONV-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN CONVRPT, STATUS="
                   WS-CONV-RPT-STATUS
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-WRITE-REPORT-HEADING
           PERFORM 0200-VERIFY-NO-KEYED-MASTER
           IF RETURN-CODE >= 16
               CLOSE CONV-RPT-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN INPUT URL-SEQ-FILE
           IF WS-URL-SEQ-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER.SEQ, STATUS="
                   WS-URL-SEQ-STATUS
               MOVE "NO SEQUENTIAL MASTER (URLMASTER.SEQ) TO CONVERT"
                   TO CONV-RPT-RECORD
               WRITE CONV-RPT-RECORD
               CLOSE CONV-RPT-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO CREATE URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE "KEYED URLMASTER COULD NOT BE CREATED"
                   TO CONV-RPT-RECORD
               WRITE CONV-RPT-RECORD
               CLOSE URL-SEQ-FILE
               CLOSE CONV-RPT-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL NO-MORE-SEQ-ROWS
               READ URL-SEQ-FILE
                   AT END
                       SET NO-MORE-SEQ-ROWS TO TRUE
                   NOT AT END
                       PERFORM 1000-CONVERT-ONE-ROW
               END-READ
           END-PERFORM
           CLOSE URL-SEQ-FILE
           CLOSE URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - URLMASTER CLOSE FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE CONV-RPT-FILE
           IF WS-WRITE-FAILED-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-BAD-COUNT + WS-DROPPED-DUP-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0060-RELEASE-RUN-LOCK
           STOP RUN.

      *> The CALL hands back the subprogram's RETURN-CODE, so the
      *> run's own code is parked and restored around it.
       0050-ACQUIRE-RUN-LOCK.
           SET LOCK-FUNCTION-ACQUIRE TO TRUE
           MOVE "COBOLSOLUTION4CONV" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0060-RELEASE-RUN-LOCK.
           SET LOCK-FUNCTION-RELEASE TO TRUE
           MOVE "COBOLSOLUTION4CONV" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0100-WRITE-REPORT-HEADING.
           MOVE "URL MASTER CONVERSION REPORT" TO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE "============================" TO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  TIME: " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               "  FROM: URLMASTER.SEQ  TO: URLMASTER"
                   DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE SPACES TO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD.

      *> Only a missing URLMASTER (35) means the conversion has not
      *> been done. A keyed master that opens is already live and
      *> would be wiped by the OPEN OUTPUT; anything else is most
      *> likely the sequential master still under its old name.
       0200-VERIFY-NO-KEYED-MASTER.
           OPEN INPUT URL-MASTER-FILE
           EVALUATE WS-URL-MASTER-STATUS
               WHEN "35"
                   CONTINUE
               WHEN "00"
                   CLOSE URL-MASTER-FILE
                   DISPLAY "ERROR - KEYED URLMASTER ALREADY ON FILE - "
                       "CONVERSION REFUSED"
                   MOVE "KEYED URLMASTER ALREADY ON FILE - REFUSED"
                       TO CONV-RPT-RECORD
                   WRITE CONV-RPT-RECORD
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR - URLMASTER EXISTS, STATUS="
                       WS-URL-MASTER-STATUS
                       " - RENAME THE SEQUENTIAL MASTER TO "
                       "URLMASTER.SEQ FIRST"
                   MOVE SPACES TO CONV-RPT-RECORD
                   STRING "URLMASTER NOT YET RENAMED TO "
                           DELIMITED BY SIZE
                       "URLMASTER.SEQ - REFUSED" DELIMITED BY SIZE
                       INTO CONV-RPT-RECORD
                   WRITE CONV-RPT-RECORD
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *> A six-digit numeric seed means the row is the current
      *> layout; otherwise a two-digit numeric seed means a row
      *> written before the domain was widened, read through the OLD
      *> view. Rows fitting neither shape are reported and dropped.
       1000-CONVERT-ONE-ROW.
           ADD 1 TO WS-ROWS-READ-COUNT
           MOVE SPACES TO URL-MASTER-RECORD
           MOVE SPACES TO WS-ROW-SHAPE
           IF URLSEQ-SEED IS NUMERIC
               AND URLSEQ-SEED > 0 AND URLSEQ-SEED < 1000000
               PERFORM 1100-BUILD-FROM-NEW-LAYOUT
           ELSE
               IF URLSEQ-OLD-SEED IS NUMERIC
                   AND URLSEQ-OLD-SEED > 0 AND URLSEQ-OLD-SEED < 100
                   PERFORM 1200-BUILD-FROM-OLD-LAYOUT
               END-IF
           END-IF
           IF WS-ROW-SHAPE = SPACES
               ADD 1 TO WS-DROPPED-BAD-COUNT
               MOVE SPACES TO CONV-RPT-RECORD
               STRING "DROPPED ROW " DELIMITED BY SIZE
                   WS-ROWS-READ-COUNT DELIMITED BY SIZE
                   " - NEITHER LAYOUT: " DELIMITED BY SIZE
                   URL-SEQ-RECORD(1:60) DELIMITED BY SIZE
                   INTO CONV-RPT-RECORD
               WRITE CONV-RPT-RECORD
           ELSE
               PERFORM 1300-WRITE-KEYED-ROW
           END-IF.

       1100-BUILD-FROM-NEW-LAYOUT.
           MOVE "NEW" TO WS-ROW-SHAPE
           MOVE URLSEQ-SEED TO URLMST-SEED
           MOVE URLSEQ-URL TO URLMST-URL
           MOVE URLSEQ-ITER-COUNT TO URLMST-ITER-COUNT
           MOVE URLSEQ-FIRST-ISSUE-DATE TO URLMST-FIRST-ISSUE-DATE
           MOVE URLSEQ-LAST-ISSUE-DATE TO URLMST-LAST-ISSUE-DATE
           MOVE URLSEQ-ISSUE-COUNT TO URLMST-ISSUE-COUNT
           MOVE URLSEQ-BATCH-ID TO URLMST-BATCH-ID
           MOVE URLSEQ-STATUS TO URLMST-STATUS
           MOVE URLSEQ-CONFIRM-STATUS TO URLMST-CONFIRM-STATUS
      *> Rows rewritten before the confirmation fields existed are
      *> padded with spaces - unconfirmed, date zero.
           IF URLSEQ-CONFIRM-DATE IS NUMERIC
               MOVE URLSEQ-CONFIRM-DATE TO URLMST-CONFIRM-DATE
           ELSE
               MOVE ZERO TO URLMST-CONFIRM-DATE
           END-IF
      *> A migrated row keeps the URL it answered on before; rows
      *> never migrated carry spaces in both fields and stay so.
           IF URLSEQ-PRIOR-URL NOT = SPACES
               AND URLSEQ-MIGRATE-DATE IS NUMERIC
               MOVE URLSEQ-PRIOR-URL TO URLMST-PRIOR-URL
               MOVE URLSEQ-MIGRATE-DATE TO URLMST-MIGRATE-DATE
           END-IF.

       1200-BUILD-FROM-OLD-LAYOUT.
           MOVE "OLD" TO WS-ROW-SHAPE
           MOVE URLSEQ-OLD-SEED TO URLMST-SEED
           MOVE URLSEQ-OLD-URL TO URLMST-URL
           MOVE URLSEQ-OLD-ITER-COUNT TO URLMST-ITER-COUNT
           MOVE URLSEQ-OLD-FIRST-ISSUE-DATE TO URLMST-FIRST-ISSUE-DATE
           MOVE URLSEQ-OLD-LAST-ISSUE-DATE TO URLMST-LAST-ISSUE-DATE
           MOVE URLSEQ-OLD-ISSUE-COUNT TO URLMST-ISSUE-COUNT
           MOVE URLSEQ-OLD-BATCH-ID TO URLMST-BATCH-ID
           MOVE URLSEQ-OLD-STATUS TO URLMST-STATUS
           MOVE SPACE TO URLMST-CONFIRM-STATUS
           MOVE ZERO TO URLMST-CONFIRM-DATE.

       1300-WRITE-KEYED-ROW.
           WRITE URL-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
      *> 02 is a row sharing an alternate key value with a row
      *> already loaded - the blank prior URL of every row never
      *> migrated, or a URL another seed's row already carries, which
      *> is loaded as it stands; COBOLSOLUTION4COLSCAN lists those.
           EVALUATE WS-URL-MASTER-STATUS
               WHEN "00"
               WHEN "02"
                   IF WS-ROW-SHAPE = "NEW"
                       ADD 1 TO WS-LOADED-NEW-COUNT
                   ELSE
                       ADD 1 TO WS-LOADED-OLD-COUNT
                   END-IF
               WHEN "22"
                   ADD 1 TO WS-DROPPED-DUP-COUNT
                   MOVE SPACES TO CONV-RPT-RECORD
                   STRING "DROPPED ROW " DELIMITED BY SIZE
                       WS-ROWS-READ-COUNT DELIMITED BY SIZE
                       " - DUPLICATE SEED " DELIMITED BY SIZE
                       URLMST-SEED DELIMITED BY SIZE
                       ", FIRST ROW KEPT" DELIMITED BY SIZE
                       INTO CONV-RPT-RECORD
                   WRITE CONV-RPT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-WRITE-FAILED-COUNT
                   DISPLAY "ERROR - URLMASTER WRITE FAILED FOR SEED "
                       URLMST-SEED ", STATUS=" WS-URL-MASTER-STATUS
                   MOVE SPACES TO CONV-RPT-RECORD
                   STRING "FAILED  ROW " DELIMITED BY SIZE
                       WS-ROWS-READ-COUNT DELIMITED BY SIZE
                       " - SEED " DELIMITED BY SIZE
                       URLMST-SEED DELIMITED BY SIZE
                       " WRITE STATUS " DELIMITED BY SIZE
                       WS-URL-MASTER-STATUS DELIMITED BY SIZE
                       INTO CONV-RPT-RECORD
                   WRITE CONV-RPT-RECORD
           END-EVALUATE.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-ROWS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "SEQUENTIAL ROWS READ....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-LOADED-NEW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "LOADED - CURRENT LAYOUT.: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-LOADED-OLD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "LOADED - OLD LAYOUT.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-DROPPED-BAD-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "DROPPED - UNPARSEABLE...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-DROPPED-DUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "DROPPED - DUPLICATE SEED: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD
           MOVE WS-WRITE-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO CONV-RPT-RECORD
           STRING "WRITE FAILURES..........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO CONV-RPT-RECORD
           WRITE CONV-RPT-RECORD.
