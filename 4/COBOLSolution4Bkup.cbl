       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4BKUP.

       AUTHOR. IVAN SHABALIN.

      *> Nightly backup of the URL master. The keyed URLMASTER is
      *> updated in place by every writer, so there is no earlier
      *> generation to fall back on when a run damages it. This job
      *> copies every row, in seed order, onto a dated sequential
      *> backup (URLMASTER.BKP.Dyyyymmdd, the same dated-name idea as
      *> the AUDITLOG archives) in the master's own record layout,
      *> and records the backup with the moment it was taken and its
      *> row count on the URLBKCAT catalog. Together with the URLJRNL
      *> change journal that is everything COBOLSOLUTION4RECOV needs
      *> to rebuild the master as it stood at any later moment. The
      *> copy is taken under the shared run lock so no writer can
      *> change rows mid-copy, and it is built on a work file that is
      *> renamed into place only once complete - a failed rerun on
      *> the same day never leaves that day's backup half written.
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
           SELECT BACKUP-WORK-FILE ASSIGN TO "URLMASTER.BKP.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKUP-WORK-STATUS.
           SELECT BKCAT-FILE ASSIGN TO "URLBKCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  BACKUP-WORK-FILE.
       COPY URLMST REPLACING LEADING ==URL-MASTER== BY ==URL-BKP==
           LEADING ==URLMST== BY ==URLBKP==.

      *> One row per backup taken. A second backup on the same day
      *> replaces that day's file and is cataloged again with its
      *> later time, so the last row for a date describes the file.
       FD  BKCAT-FILE.
       COPY BKUPCATR.

       WORKING-STORAGE SECTION.
       COPY LOCKPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-BACKUP-WORK-STATUS PIC X(2) VALUE SPACES.
       01 WS-BKCAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-MASTER-ROWS VALUE 'Y'.
       01 WS-WRITE-ERROR-SWITCH PIC X VALUE 'N'.
           88 BACKUP-WRITE-FAILED VALUE 'Y'.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-RENAME-RC PIC S9(4) VALUE ZERO.
       01 WS-BACKUP-WORK-NAME PIC X(30) VALUE "URLMASTER.BKP.NEW".
       01 WS-BACKUP-FILE-NAME PIC X(30) VALUE SPACES.
      *> Taken once the lock is held: every journal row stamped
      *> after this moment is a change the backup does not hold.
       01 WS-BACKUP-TIMESTAMP.
           05 WS-BACKUP-DATE PIC 9(8) VALUE ZERO.
           05 WS-BACKUP-TIME PIC 9(8) VALUE ZERO.
       01 WS-ROWS-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ROWS-WRITTEN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ACTIVE-COUNT PIC 9(8) VALUE ZERO.
       01 WS-WITHDRAWN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-BACKUP-TIMESTAMP
           MOVE SPACES TO WS-BACKUP-FILE-NAME
           STRING "URLMASTER.BKP.D" DELIMITED BY SIZE
               WS-BACKUP-DATE DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME
           OPEN INPUT URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               IF WS-URL-MASTER-STATUS = "35"
                   DISPLAY "NO URLMASTER ON FILE - NOTHING TO BACK UP"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY "ERROR - UNABLE TO OPEN URLMASTER, STATUS="
                       WS-URL-MASTER-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 0060-RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN OUTPUT BACKUP-WORK-FILE
           IF WS-BACKUP-WORK-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER.BKP.NEW, "
                   "STATUS=" WS-BACKUP-WORK-STATUS
               CLOSE URL-MASTER-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO URLMST-SEED
           START URL-MASTER-FILE KEY IS NOT LESS THAN URLMST-SEED
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER START FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               SET BACKUP-WRITE-FAILED TO TRUE
               SET NO-MORE-MASTER-ROWS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-MASTER-ROWS
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   NOT AT END
                       PERFORM 1000-COPY-ONE-ROW
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   SET BACKUP-WRITE-FAILED TO TRUE
                   SET NO-MORE-MASTER-ROWS TO TRUE
               END-IF
           END-PERFORM
           CLOSE URL-MASTER-FILE
           CLOSE BACKUP-WORK-FILE
           IF WS-BACKUP-WORK-STATUS NOT = "00"
               SET BACKUP-WRITE-FAILED TO TRUE
           END-IF
      *> A backup that did not copy every row is worse than none -
      *> recovery would silently lose the rows it missed - so it is
      *> neither renamed into place nor cataloged.
           IF BACKUP-WRITE-FAILED
               DISPLAY "ERROR - MASTER READ OR BACKUP WRITE FAILED - "
                   "NO BACKUP TAKEN"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
               CALL "CBL_RENAME_FILE" USING WS-BACKUP-WORK-NAME
                   WS-BACKUP-FILE-NAME
               MOVE RETURN-CODE TO WS-RENAME-RC
               MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
               IF WS-RENAME-RC NOT = ZERO
                   DISPLAY "ERROR - UNABLE TO RENAME URLMASTER.BKP.NEW "
                       "TO " FUNCTION TRIM(WS-BACKUP-FILE-NAME)
                       ", RC=" WS-RENAME-RC
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-CATALOG-BACKUP
               END-IF
           END-IF
           PERFORM 0060-RELEASE-RUN-LOCK
           PERFORM 9900-DISPLAY-RUN-STATISTICS
           STOP RUN.

      *> The CALL hands back the subprogram's RETURN-CODE, so the
      *> run's own code is parked and restored around it, the same
      *> discipline as the CBL_RENAME_FILE calls.
       0050-ACQUIRE-RUN-LOCK.
           SET LOCK-FUNCTION-ACQUIRE TO TRUE
           MOVE "COBOLSOLUTION4BKUP" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0060-RELEASE-RUN-LOCK.
           SET LOCK-FUNCTION-RELEASE TO TRUE
           MOVE "COBOLSOLUTION4BKUP" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       1000-COPY-ONE-ROW.
           ADD 1 TO WS-ROWS-READ-COUNT
           IF URLMST-WITHDRAWN
               ADD 1 TO WS-WITHDRAWN-COUNT
           ELSE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           MOVE URL-MASTER-RECORD TO URL-BKP-RECORD
           WRITE URL-BKP-RECORD
           IF WS-BACKUP-WORK-STATUS = "00"
               ADD 1 TO WS-ROWS-WRITTEN-COUNT
           ELSE
               DISPLAY "ERROR - BACKUP WRITE FAILED FOR SEED "
                   URLMST-SEED ", STATUS=" WS-BACKUP-WORK-STATUS
               SET BACKUP-WRITE-FAILED TO TRUE
               SET NO-MORE-MASTER-ROWS TO TRUE
           END-IF.

      *> The backup is usable without its catalog row, but recovery
      *> then has no time to start the journal from - so a catalog
      *> failure grades the run for the operator to look at.
       2000-CATALOG-BACKUP.
           OPEN EXTEND BKCAT-FILE
           IF WS-BKCAT-STATUS NOT = "00"
               OPEN OUTPUT BKCAT-FILE
           END-IF
           IF WS-BKCAT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLBKCAT, STATUS="
                   WS-BKCAT-STATUS " - BACKUP NOT CATALOGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-BACKUP-DATE TO BKCAT-DATE
               MOVE WS-BACKUP-TIME TO BKCAT-TIME
               MOVE WS-ROWS-WRITTEN-COUNT TO BKCAT-ROW-COUNT
               WRITE BACKUP-CATALOG-RECORD
               IF WS-BKCAT-STATUS NOT = "00"
                   DISPLAY "ERROR - URLBKCAT WRITE FAILED, STATUS="
                       WS-BKCAT-STATUS " - BACKUP NOT CATALOGED"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE BKCAT-FILE
           END-IF.

       9900-DISPLAY-RUN-STATISTICS.
           DISPLAY "COBOLSOLUTION4BKUP END-OF-RUN STATISTICS"
           DISPLAY "  BACKUP FILE...........: "
               FUNCTION TRIM(WS-BACKUP-FILE-NAME)
           DISPLAY "  TAKEN AT..............: " WS-BACKUP-DATE " "
               WS-BACKUP-TIME
           MOVE WS-ROWS-READ-COUNT TO WS-COUNT-EDIT
           DISPLAY "  MASTER ROWS READ......: " WS-COUNT-EDIT
           MOVE WS-ACTIVE-COUNT TO WS-COUNT-EDIT
           DISPLAY "  ACTIVE ROWS...........: " WS-COUNT-EDIT
           MOVE WS-WITHDRAWN-COUNT TO WS-COUNT-EDIT
           DISPLAY "  WITHDRAWN ROWS........: " WS-COUNT-EDIT
           MOVE WS-ROWS-WRITTEN-COUNT TO WS-COUNT-EDIT
           DISPLAY "  ROWS BACKED UP........: " WS-COUNT-EDIT.
