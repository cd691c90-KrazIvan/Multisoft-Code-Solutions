       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4RECOV.

       AUTHOR. IVAN SHABALIN.

      *> Forward recovery of the URL master. Rebuilds URLMASTER from
      *> a COBOLSOLUTION4BKUP backup and re-applies, in order, every
      *> URLJRNL change made after that backup was taken and no later
      *> than a recovery point the operator chooses - so a bad
      *> maintenance run (or any other bad update) is backed out
      *> precisely by recovering to the moment just before it, with
      *> every good change made up to then kept. Each journal row
      *> carries the whole row after the change, so re-applying it
      *> is a plain write or rewrite of that image; the before image
      *> is compared with the row being replaced and any difference
      *> is flagged on the report, because it means the journal and
      *> the backup do not line up. The recovery report (RECOVRPT)
      *> lists every change re-applied and every change left out
      *> past the recovery point. The master is replaced wholesale,
      *> so the operator confirms with YES first and the rebuild runs
      *> under the shared run lock. Take a fresh backup before the
      *> schedule resumes: the journal still holds the changes left
      *> out, and a later recovery from an older backup would put
      *> them back.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT BKCAT-FILE ASSIGN TO "URLBKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKCAT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "URLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT RECOV-RPT-FILE ASSIGN TO "RECOVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOV-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  BACKUP-FILE.
       COPY URLMST REPLACING LEADING ==URL-MASTER== BY ==URL-BKP==
           LEADING ==URLMST== BY ==URLBKP==.

       FD  BKCAT-FILE.
       COPY BKUPCATR.

       FD  JOURNAL-FILE.
       COPY URLJRNR.

       FD  RECOV-RPT-FILE.
       01  RECOV-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY LOCKPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-BACKUP-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-BKCAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-RECOV-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-BACKUP-FILE-NAME PIC X(30) VALUE SPACES.
       01 WS-BACKUP-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-BACKUP-ROWS VALUE 'Y'.
       01 WS-BKCAT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-CATALOG VALUE 'Y'.
       01 WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-JOURNAL-ROWS VALUE 'Y'.
       01 WS-BACKUP-FOUND-SWITCH PIC X VALUE 'N'.
           88 BACKUP-CATALOGED VALUE 'Y'.
       01 WS-URLMST-FOUND-SWITCH PIC X VALUE 'N'.
           88 URLMST-ROW-FOUND VALUE 'Y'.
       01 WS-MISMATCH-SWITCH PIC X VALUE 'N'.
           88 BEFORE-IMAGE-MISMATCH VALUE 'Y'.
       01 WS-APPLY-FAILED-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-APPLY-FAILED VALUE 'Y'.
       01 WS-OPERATOR-ANSWER PIC X(3) VALUE SPACES.
      *> Operator entries. A blank backup date takes the most
      *> recent backup on the catalog; a blank recovery point
      *> re-applies the whole journal, and a date alone means the
      *> end of that day.
       01 WS-BACKUP-DATE-INPUT PIC X(8) VALUE SPACES.
       01 WS-POINT-INPUT PIC X(14) VALUE SPACES.
       01 WS-INPUT-ERROR-SWITCH PIC X VALUE 'N'.
           88 OPERATOR-INPUT-INVALID VALUE 'Y'.
       01 WS-BACKUP-DATE PIC 9(8) VALUE ZERO.
      *> yyyymmdd + hhmmss + hundredths - the journal's own stamp.
       01 WS-BACKUP-TIMESTAMP.
           05 WS-BACKUP-TS-DATE PIC 9(8) VALUE ZERO.
           05 WS-BACKUP-TS-TIME PIC 9(8) VALUE ZERO.
       01 WS-BACKUP-CATALOG-ROWS PIC 9(8) VALUE ZERO.
       01 WS-RECOVERY-POINT PIC X(14) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-BACKUP-ROWS-LOADED PIC 9(8) VALUE ZERO.
       01 WS-JOURNAL-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-IN-BACKUP-COUNT PIC 9(8) VALUE ZERO.
       01 WS-APPLIED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-PAST-POINT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-MISMATCH-COUNT PIC 9(8) VALUE ZERO.
       01 WS-UNREADABLE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-LINE-PREFIX PIC X(12) VALUE SPACES.
       01 WS-LINE-NOTE PIC X(24) VALUE SPACES.
      *> Each journal image put back together as the whole master
      *> row - the journal carries the last 108 bytes of each at the
      *> end of its record.
       01 WS-BEFORE-ROW.
           05 WS-BEFORE-ROW-BASE PIC X(150).
           05 WS-BEFORE-ROW-EXT PIC X(108).
       01 WS-AFTER-ROW.
           05 WS-AFTER-ROW-BASE PIC X(150).
           05 WS-AFTER-ROW-EXT PIC X(108).

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           DISPLAY "ENTER BACKUP DATE (YYYYMMDD), BLANK FOR THE "
               "LATEST BACKUP: "
           ACCEPT WS-BACKUP-DATE-INPUT
           DISPLAY "ENTER RECOVERY POINT (YYYYMMDDHHMMSS OR YYYYMMDD), "
               "BLANK FOR END OF JOURNAL: "
           ACCEPT WS-POINT-INPUT
           PERFORM 0100-EDIT-OPERATOR-INPUT
           IF OPERATOR-INPUT-INVALID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-FIND-CATALOGED-BACKUP
           IF NOT BACKUP-CATALOGED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BACKUP-FILE
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-BACKUP-FILE-NAME) ", STATUS="
                   WS-BACKUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "URLMASTER WILL BE REBUILT FROM "
               FUNCTION TRIM(WS-BACKUP-FILE-NAME) " TAKEN "
               WS-BACKUP-TS-DATE " " WS-BACKUP-TS-TIME(1:6)
           IF WS-RECOVERY-POINT = HIGH-VALUES
               DISPLAY "AND EVERY JOURNALLED CHANGE SINCE RE-APPLIED"
           ELSE
               DISPLAY "AND JOURNALLED CHANGES RE-APPLIED UP TO "
                   WS-RECOVERY-POINT
           END-IF
           DISPLAY "THE CURRENT URLMASTER IS REPLACED - COPY IT ASIDE "
               "FIRST IF IT IS NEEDED"
           DISPLAY "REBUILD THE MASTER? TYPE YES TO CONFIRM: "
           ACCEPT WS-OPERATOR-ANSWER
           IF WS-OPERATOR-ANSWER NOT = "YES" AND NOT = "yes"
               DISPLAY "RECOVERY NOT CONFIRMED - NOTHING CHANGED"
               CLOSE BACKUP-FILE
               STOP RUN
           END-IF
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               CLOSE BACKUP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECOV-RPT-FILE
           IF WS-RECOV-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN RECOVRPT, STATUS="
                   WS-RECOV-RPT-STATUS
               CLOSE BACKUP-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-WRITE-REPORT-HEADING
           PERFORM 1000-LOAD-BACKUP
           IF JOURNAL-APPLY-FAILED
               MOVE "MASTER COULD NOT BE RELOADED FROM THE BACKUP - "
                   TO RECOV-RPT-RECORD
               WRITE RECOV-RPT-RECORD
               MOVE "RERUN THE RECOVERY BEFORE THE SCHEDULE RESUMES"
                   TO RECOV-RPT-RECORD
               WRITE RECOV-RPT-RECORD
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 2000-APPLY-JOURNAL
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE RECOV-RPT-FILE
           IF WS-FAILED-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-MISMATCH-COUNT + WS-UNREADABLE-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0060-RELEASE-RUN-LOCK
           DISPLAY "RECOVERY ENDED - SEE RECOVRPT. TAKE A NEW BACKUP "
               "BEFORE THE SCHEDULE RESUMES"
           STOP RUN.

      *> The CALL hands back the subprogram's RETURN-CODE, so the
      *> run's own code is parked and restored around it, the same
      *> discipline as the CBL_RENAME_FILE calls.
       0050-ACQUIRE-RUN-LOCK.
           SET LOCK-FUNCTION-ACQUIRE TO TRUE
           MOVE "COBOLSOLUTION4RECOV" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0060-RELEASE-RUN-LOCK.
           SET LOCK-FUNCTION-RELEASE TO TRUE
           MOVE "COBOLSOLUTION4RECOV" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> The recovery point is compared with the first fourteen
      *> bytes of each journal stamp, so a date alone is widened to
      *> the last second of that day and a blank point to HIGH-VALUES.
       0100-EDIT-OPERATOR-INPUT.
           MOVE 'N' TO WS-INPUT-ERROR-SWITCH
           IF WS-BACKUP-DATE-INPUT = SPACES
               MOVE ZERO TO WS-BACKUP-DATE
           ELSE
               IF WS-BACKUP-DATE-INPUT IS NUMERIC
                   MOVE WS-BACKUP-DATE-INPUT TO WS-BACKUP-DATE
               ELSE
                   DISPLAY "REJECTED - BACKUP DATE MUST BE YYYYMMDD"
                   SET OPERATOR-INPUT-INVALID TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-POINT-INPUT = SPACES
                   MOVE HIGH-VALUES TO WS-RECOVERY-POINT
               WHEN WS-POINT-INPUT IS NUMERIC
                   MOVE WS-POINT-INPUT TO WS-RECOVERY-POINT
               WHEN WS-POINT-INPUT(1:8) IS NUMERIC
                   AND WS-POINT-INPUT(9:6) = SPACES
                   MOVE WS-POINT-INPUT(1:8) TO WS-RECOVERY-POINT
                   MOVE "235959" TO WS-RECOVERY-POINT(9:6)
               WHEN OTHER
                   DISPLAY "REJECTED - RECOVERY POINT MUST BE "
                       "YYYYMMDDHHMMSS OR YYYYMMDD"
                   SET OPERATOR-INPUT-INVALID TO TRUE
           END-EVALUATE
           IF NOT OPERATOR-INPUT-INVALID
               AND WS-RECOVERY-POINT NOT = HIGH-VALUES
               AND WS-BACKUP-DATE NOT = ZERO
               AND WS-RECOVERY-POINT(1:8) < WS-BACKUP-DATE-INPUT
               DISPLAY "REJECTED - RECOVERY POINT IS BEFORE THE "
                   "BACKUP DATE"
               SET OPERATOR-INPUT-INVALID TO TRUE
           END-IF.

      *> The catalog is appended in the order backups are taken, so
      *> the last row for a date (or the last row of all, for a
      *> blank date) describes the backup file as it now stands.
       0200-FIND-CATALOGED-BACKUP.
           MOVE 'N' TO WS-BACKUP-FOUND-SWITCH
           OPEN INPUT BKCAT-FILE
           IF WS-BKCAT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLBKCAT, STATUS="
                   WS-BKCAT-STATUS " - NO BACKUP TO RECOVER FROM"
           ELSE
               PERFORM UNTIL NO-MORE-CATALOG
                   READ BKCAT-FILE
                       AT END
                           SET NO-MORE-CATALOG TO TRUE
                       NOT AT END
                           PERFORM 0210-TEST-ONE-CATALOG-ROW
                   END-READ
               END-PERFORM
               CLOSE BKCAT-FILE
               IF NOT BACKUP-CATALOGED
                   IF WS-BACKUP-DATE = ZERO
                       DISPLAY "ERROR - NO BACKUP ON URLBKCAT"
                   ELSE
                       DISPLAY "ERROR - NO BACKUP CATALOGED FOR "
                           WS-BACKUP-DATE
                   END-IF
               END-IF
           END-IF
           IF BACKUP-CATALOGED
               MOVE SPACES TO WS-BACKUP-FILE-NAME
               STRING "URLMASTER.BKP.D" DELIMITED BY SIZE
                   WS-BACKUP-TS-DATE DELIMITED BY SIZE
                   INTO WS-BACKUP-FILE-NAME
               IF WS-RECOVERY-POINT NOT = HIGH-VALUES
                   AND WS-RECOVERY-POINT < WS-BACKUP-TIMESTAMP(1:14)
                   DISPLAY "ERROR - RECOVERY POINT " WS-RECOVERY-POINT
                       " IS BEFORE THE BACKUP WAS TAKEN AT "
                       WS-BACKUP-TIMESTAMP(1:14)
                   MOVE 'N' TO WS-BACKUP-FOUND-SWITCH
               END-IF
           END-IF.

       0210-TEST-ONE-CATALOG-ROW.
           IF BKCAT-DATE IS NUMERIC AND BKCAT-TIME IS NUMERIC
               IF WS-BACKUP-DATE = ZERO OR BKCAT-DATE = WS-BACKUP-DATE
                   SET BACKUP-CATALOGED TO TRUE
                   MOVE BKCAT-DATE TO WS-BACKUP-TS-DATE
                   MOVE BKCAT-TIME TO WS-BACKUP-TS-TIME
                   MOVE BKCAT-ROW-COUNT TO WS-BACKUP-CATALOG-ROWS
               END-IF
           END-IF.

       0300-WRITE-REPORT-HEADING.
           MOVE "URL MASTER FORWARD RECOVERY REPORT" TO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE "==================================" TO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  TIME: " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "BACKUP..................: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BACKUP-FILE-NAME) DELIMITED BY SIZE
               " TAKEN " DELIMITED BY SIZE
               WS-BACKUP-TIMESTAMP DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE SPACES TO RECOV-RPT-RECORD
           IF WS-RECOVERY-POINT = HIGH-VALUES
               MOVE "RECOVERY POINT..........: END OF JOURNAL"
                   TO RECOV-RPT-RECORD
           ELSE
               STRING "RECOVERY POINT..........: " DELIMITED BY SIZE
                   WS-RECOVERY-POINT DELIMITED BY SIZE
                   INTO RECOV-RPT-RECORD
           END-IF
           WRITE RECOV-RPT-RECORD
           MOVE SPACES TO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE "STATUS       TIMESTAMP         PROGRAM"
               TO RECOV-RPT-RECORD
           MOVE "ACT SEED   BATCH    OPERATOR             NOTE"
               TO RECOV-RPT-RECORD(53:)
           WRITE RECOV-RPT-RECORD.

      *> The rebuilt master starts empty and takes every backup row
      *> in the seed order the backup was written in.
       1000-LOAD-BACKUP.
           OPEN OUTPUT URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO CREATE URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
               SET JOURNAL-APPLY-FAILED TO TRUE
           ELSE
               PERFORM UNTIL NO-MORE-BACKUP-ROWS
                   READ BACKUP-FILE
                       AT END
                           SET NO-MORE-BACKUP-ROWS TO TRUE
                       NOT AT END
                           PERFORM 1100-LOAD-ONE-BACKUP-ROW
                   END-READ
               END-PERFORM
               CLOSE URL-MASTER-FILE
           END-IF
           CLOSE BACKUP-FILE
           IF NOT JOURNAL-APPLY-FAILED
               AND WS-BACKUP-ROWS-LOADED NOT = WS-BACKUP-CATALOG-ROWS
               DISPLAY "ERROR - BACKUP HOLDS " WS-BACKUP-ROWS-LOADED
                   " ROWS, CATALOG SAYS " WS-BACKUP-CATALOG-ROWS
               SET JOURNAL-APPLY-FAILED TO TRUE
           END-IF.

       1100-LOAD-ONE-BACKUP-ROW.
           MOVE URL-BKP-RECORD TO URL-MASTER-RECORD
           WRITE URL-MASTER-RECORD
           IF WS-URL-MASTER-STATUS = "02"
               MOVE "00" TO WS-URL-MASTER-STATUS
           END-IF
           IF WS-URL-MASTER-STATUS = "00"
               ADD 1 TO WS-BACKUP-ROWS-LOADED
           ELSE
               DISPLAY "ERROR - URLMASTER WRITE FAILED FOR SEED "
                   URLMST-SEED ", STATUS=" WS-URL-MASTER-STATUS
               SET JOURNAL-APPLY-FAILED TO TRUE
               SET NO-MORE-BACKUP-ROWS TO TRUE
           END-IF.

      *> The journal is read from the start: rows stamped up to the
      *> moment of the backup are already in it, rows past the
      *> recovery point are listed but left out.
       2000-APPLY-JOURNAL.
           OPEN I-O URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REOPEN URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
               ADD 1 TO WS-FAILED-COUNT
           ELSE
               OPEN INPUT JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   IF WS-JOURNAL-FILE-STATUS = "35"
                       DISPLAY "NO URLJRNL ON FILE - MASTER RESTORED "
                           "AS BACKED UP"
                   ELSE
                       DISPLAY "ERROR - UNABLE TO OPEN URLJRNL, "
                           "STATUS=" WS-JOURNAL-FILE-STATUS
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
               ELSE
                   PERFORM UNTIL NO-MORE-JOURNAL-ROWS
                       READ JOURNAL-FILE
                           AT END
                               SET NO-MORE-JOURNAL-ROWS TO TRUE
                           NOT AT END
                               PERFORM 2100-ROUTE-ONE-JOURNAL-ROW
                       END-READ
                   END-PERFORM
                   CLOSE JOURNAL-FILE
               END-IF
               CLOSE URL-MASTER-FILE
               IF WS-URL-MASTER-STATUS NOT = "00"
                   DISPLAY "ERROR - URLMASTER CLOSE FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
           END-IF.

       2100-ROUTE-ONE-JOURNAL-ROW.
           ADD 1 TO WS-JOURNAL-READ-COUNT
           EVALUATE TRUE
               WHEN URLJRN-DATE IS NOT NUMERIC
                   OR URLJRN-TIME IS NOT NUMERIC
                   OR URLJRN-SEED IS NOT NUMERIC
                   ADD 1 TO WS-UNREADABLE-COUNT
                   DISPLAY "WARNING - UNREADABLE URLJRNL ROW "
                       WS-JOURNAL-READ-COUNT " SKIPPED"
               WHEN URLJRN-TIMESTAMP NOT > WS-BACKUP-TIMESTAMP
                   ADD 1 TO WS-IN-BACKUP-COUNT
               WHEN URLJRN-TIMESTAMP(1:14) > WS-RECOVERY-POINT
                   ADD 1 TO WS-PAST-POINT-COUNT
                   MOVE "LEFT OUT" TO WS-LINE-PREFIX
                   MOVE "PAST RECOVERY POINT" TO WS-LINE-NOTE
                   PERFORM 4000-WRITE-JOURNAL-LINE
               WHEN OTHER
                   PERFORM 3000-REAPPLY-ONE-CHANGE
           END-EVALUATE.

      *> A change with no after image removed the row; otherwise the
      *> after image is written over whatever the rebuilt master
      *> holds for the seed. The row being replaced should be exactly
      *> the journalled before image - anything else is flagged.
       3000-REAPPLY-ONE-CHANGE.
           MOVE 'N' TO WS-MISMATCH-SWITCH
           MOVE SPACES TO WS-LINE-NOTE
           MOVE 'N' TO WS-URLMST-FOUND-SWITCH
           MOVE URLJRN-BEFORE-IMAGE TO WS-BEFORE-ROW-BASE
           MOVE URLJRN-BEFORE-IMAGE-EXT TO WS-BEFORE-ROW-EXT
           MOVE URLJRN-AFTER-IMAGE TO WS-AFTER-ROW-BASE
           MOVE URLJRN-AFTER-IMAGE-EXT TO WS-AFTER-ROW-EXT
           MOVE URLJRN-SEED TO URLMST-SEED
           READ URL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET URLMST-ROW-FOUND TO TRUE
           END-READ
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "23"
               MOVE "MASTER READ FAILED" TO WS-LINE-NOTE
           ELSE
               IF URLMST-ROW-FOUND
                   IF URL-MASTER-RECORD NOT = WS-BEFORE-ROW
                       SET BEFORE-IMAGE-MISMATCH TO TRUE
                   END-IF
                   IF WS-AFTER-ROW = SPACES
                       DELETE URL-MASTER-FILE RECORD
                   ELSE
                       MOVE WS-AFTER-ROW TO URL-MASTER-RECORD
                       REWRITE URL-MASTER-RECORD
                   END-IF
               ELSE
                   IF WS-BEFORE-ROW NOT = SPACES
                       SET BEFORE-IMAGE-MISMATCH TO TRUE
                   END-IF
                   IF WS-AFTER-ROW = SPACES
                       MOVE "00" TO WS-URL-MASTER-STATUS
                   ELSE
                       MOVE WS-AFTER-ROW TO URL-MASTER-RECORD
                       WRITE URL-MASTER-RECORD
                   END-IF
               END-IF
               IF WS-URL-MASTER-STATUS = "02"
                   MOVE "00" TO WS-URL-MASTER-STATUS
               END-IF
               IF WS-URL-MASTER-STATUS NOT = "00"
                   MOVE "MASTER UPDATE FAILED" TO WS-LINE-NOTE
               END-IF
           END-IF
           IF WS-LINE-NOTE NOT = SPACES
               ADD 1 TO WS-FAILED-COUNT
               MOVE "NOT APPLIED" TO WS-LINE-PREFIX
               DISPLAY "ERROR - " FUNCTION TRIM(WS-LINE-NOTE)
                   " FOR SEED " URLJRN-SEED ", STATUS="
                   WS-URL-MASTER-STATUS
           ELSE
               ADD 1 TO WS-APPLIED-COUNT
               MOVE "RE-APPLIED" TO WS-LINE-PREFIX
               IF BEFORE-IMAGE-MISMATCH
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE "BEFORE IMAGE MISMATCH" TO WS-LINE-NOTE
               END-IF
           END-IF
           PERFORM 4000-WRITE-JOURNAL-LINE.

       4000-WRITE-JOURNAL-LINE.
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING WS-LINE-PREFIX DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-TIME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-PROGRAM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-ACTION DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               URLJRN-SEED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-BATCH-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               URLJRN-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LINE-NOTE DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-BACKUP-ROWS-LOADED TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "BACKUP ROWS LOADED......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-JOURNAL-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "JOURNAL ROWS READ.......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-IN-BACKUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "ALREADY IN BACKUP.......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "CHANGES RE-APPLIED......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "  WITH IMAGE MISMATCH...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-PAST-POINT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "LEFT OUT PAST THE POINT.: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "CHANGES NOT APPLIED.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD
           MOVE WS-UNREADABLE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO RECOV-RPT-RECORD
           STRING "UNREADABLE JOURNAL ROWS.: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO RECOV-RPT-RECORD
           WRITE RECOV-RPT-RECORD.
