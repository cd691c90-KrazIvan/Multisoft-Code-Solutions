      *> withdraw/reactivate every URL issued under one batch id. Each
      *> transaction carries the requesting operator and a reason code;
      *> both are recorded on the applied/rejected maintenance report
      *> (MAINTRPT) and on the permanent MAINTLOG file. Each applied
      *> transaction rewrites only the master rows it changes, in
      *> place on the keyed URLMASTER, the same way the batch driver
      *> and the online transaction update it, and every row it
      *> changes is journalled on URLJRNL before and after. A URL
      *> is free to be issued again once its row is withdrawn, so a
      *> row is only reactivated while its URL is not issued, or
      *> redirected, to another active seed.
      *> Authority is checked against OPERMAST twice: the operator
      *> submitting the run must hold batch maintenance, and each
      *> transaction's own operator must hold batch maintenance for
      *> WS/RS or bulk authority for WB/RB - a transaction typed
      *> under someone else's id is refused unless that operator
      *> could have made it. Every refusal lands on SECVIOL. Rejected
      *> transactions and failures are also queued on ALERTQ for the
      *> operations console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-TRAN-STATUS.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT MAINT-RPT-FILE ASSIGN TO "MAINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-RPT-STATUS.
       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  MAINT-RPT-FILE.
       01  MAINT-RPT-RECORD PIC X(100).


       WORKING-STORAGE SECTION.
       COPY LOCKPARM.
       COPY JRNLPARM.
       COPY AUTHPARM.
       COPY ALRTPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-MAINT-TRAN-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-MAINT-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-MAINT-LOG-STATUS PIC X(2) VALUE SPACES.
       01 WS-TRAN-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-TRANSACTIONS VALUE 'Y'.
       01 WS-URL-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-MASTER-ROWS VALUE 'Y'.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-MASTER-ERROR-SWITCH PIC X VALUE 'N'.
           88 MASTER-UNAVAILABLE VALUE 'Y'.
       01 WS-URLMST-FOUND-SWITCH PIC X VALUE 'N'.
           88 URLMST-ROW-FOUND VALUE 'Y'.
       01 WS-KEY-SCAN-SWITCH PIC X VALUE 'N'.
           88 KEY-SCAN-DONE VALUE 'Y'.
       01 WS-ROW-AS-READ PIC X(258) VALUE SPACES.
       01 WS-CURRENT-SEED PIC 9(6) VALUE ZERO.
       01 WS-HOLDING-SEED PIC 9(6) VALUE ZERO.
       01 WS-URL-TAKEN-TEXT PIC X(40) VALUE SPACES.
       01 WS-URL-TAKEN-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REWRITE-FAILED-COUNT PIC 9(4) VALUE ZERO.
      *> Received from NUMVAL before the range edit has run, so it is
      *> sized far past the 1-999999 domain - an extra digit must be
      *> rejected, not wrap around the edit.
       01 WS-SEED-NUMERIC PIC S9(12) VALUE ZERO.
       01 WS-NUMVAL-POSITION PIC 9(4) VALUE ZERO.
       01 WS-ALERT-SEED PIC 9(6) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-TRAN-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REJECT-TEXT PIC X(40) VALUE SPACES.
       01 WS-NEW-STATUS PIC X VALUE SPACES.
       01 WS-ACTION-VERB PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           INITIALIZE ALRT-PARMS
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           SET AUTH-FUNCTION-MAINTENANCE TO TRUE
           MOVE "SUBMIT URLMAINT RUN" TO AUTH-ATTEMPT
           PERFORM 0070-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AUTHORIZED FOR BATCH MAINTENANCE ("
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) ")"
               MOVE 8 TO ALRT-SEVERITY
               MOVE "MNTAUTH" TO ALRT-MESSAGE-CODE
               STRING "RUN REFUSED - OPERATOR " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> Same run-lock protocol as the batch driver and the online
      *> transaction - this program updates the master too.
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO ALRT-SEVERITY
               MOVE "MNTLOCK" TO ALRT-MESSAGE-CODE
               MOVE "RUN LOCK NOT GRANTED - NO TRANSACTION APPLIED"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MAINT-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN MAINTRPT, STATUS="
                   WS-MAINT-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "MNTNORPT" TO ALRT-MESSAGE-CODE
               STRING "MAINTRPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-MAINT-RPT-STATUS DELIMITED BY SIZE
                   " - NO TRANSACTION APPLIED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-WRITE-REPORT-HEADING
           PERFORM 1300-OPEN-URL-MASTER
           IF MASTER-UNAVAILABLE
               MOVE "URL MASTER UNAVAILABLE - NO TRANSACTION APPLIED"
                   TO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               CLOSE MAINT-RPT-FILE
               MOVE 16 TO ALRT-SEVERITY
               MOVE "MNTMSTUN" TO ALRT-MESSAGE-CODE
               STRING "URLMASTER COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-URL-MASTER-STATUS DELIMITED BY SIZE
                   " - NO TRANSACTION APPLIED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
                   TO MAINT-RPT-RECORD
               WRITE MAINT-RPT-RECORD
               CLOSE MAINT-RPT-FILE
               CLOSE URL-MASTER-FILE
               MOVE 8 TO ALRT-SEVERITY
               MOVE "MNTNOTRN" TO ALRT-MESSAGE-CODE
               STRING "URLMAINT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-MAINT-TRAN-STATUS DELIMITED BY SIZE
                   " - NO TRANSACTION APPLIED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           IF WS-MAINT-LOG-STATUS = "00"
               CLOSE MAINT-LOG-FILE
           END-IF
           CLOSE URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - URLMASTER CLOSE FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALRT-SEVERITY
               MOVE "MNTCLOSE" TO ALRT-MESSAGE-CODE
               STRING "URLMASTER CLOSE FAILED, STATUS="
                   DELIMITED BY SIZE
                   WS-URL-MASTER-STATUS DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE MAINT-RPT-FILE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> The caller has set the operator, function and attempt text.
       0070-CHECK-AUTHORITY.
           MOVE "COBOLSOLUTION4MAINT" TO AUTH-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4AUTH" USING AUTH-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text, and the batch id and seed where there is one; they
      *> are cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4MAINT" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

       0100-WRITE-REPORT-HEADING.
           MOVE "URL MASTER MAINTENANCE REPORT" TO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           ADD 1 TO WS-TRAN-READ-COUNT
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE ZERO TO WS-ROWS-TOUCHED
           MOVE ZERO TO WS-SEED-NUMERIC
           IF MNT-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID ON TRANSACTION" TO WS-REJECT-TEXT
           ELSE
               PERFORM 1050-CHECK-TRAN-AUTHORITY
           END-IF
           IF WS-REJECT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN MNT-WITHDRAW-SEED
                       MOVE "W" TO WS-NEW-STATUS
           END-IF
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM 2000-WRITE-APPLIED-LINE
               PERFORM 2100-WRITE-MAINT-LOG-LINE
           ELSE
               PERFORM 2200-WRITE-REJECTED-LINE
           END-IF.

      *> An unknown action code is left for the EVALUATE to reject -
      *> there is no authority to check for it.
       1050-CHECK-TRAN-AUTHORITY.
           IF MNT-WITHDRAW-SEED OR MNT-REACTIVATE-SEED
               OR MNT-WITHDRAW-BATCH OR MNT-REACTIVATE-BATCH
               IF MNT-WITHDRAW-BATCH OR MNT-REACTIVATE-BATCH
                   SET AUTH-FUNCTION-BULK-MAINT TO TRUE
               ELSE
                   SET AUTH-FUNCTION-MAINTENANCE TO TRUE
               END-IF
               MOVE MNT-OPERATOR-ID TO AUTH-OPERATOR-ID
               MOVE SPACES TO AUTH-ATTEMPT
               STRING MNT-ACTION DELIMITED BY SIZE
                   " TARGET=" DELIMITED BY SIZE
                   FUNCTION TRIM(MNT-TARGET) DELIMITED BY SIZE
                   " REASON=" DELIMITED BY SIZE
                   MNT-REASON-CODE DELIMITED BY SIZE
                   INTO AUTH-ATTEMPT
               PERFORM 0070-CHECK-AUTHORITY
               IF AUTH-REFUSED
                   MOVE AUTH-REFUSAL-REASON TO WS-REJECT-TEXT
               END-IF
           END-IF.

       1100-APPLY-SEED-ACTION.
           MOVE ZERO TO WS-SEED-NUMERIC
           MOVE FUNCTION TEST-NUMVAL(FUNCTION TRIM(MNT-TARGET))
               IF WS-SEED-NUMERIC < 1 OR WS-SEED-NUMERIC > 999999
                   MOVE "TARGET SEED OUT OF RANGE" TO WS-REJECT-TEXT
               ELSE
                   PERFORM 1375-READ-URL-MASTER-ROW
                   IF NOT URLMST-ROW-FOUND
                       MOVE "NO ISSUED URL ON MASTER FOR SEED"
                           TO WS-REJECT-TEXT
                   ELSE
                       IF URLMST-STATUS = WS-NEW-STATUS
                           MOVE "ALREADY IN REQUESTED STATUS"
                               TO WS-REJECT-TEXT
                       ELSE
                           MOVE SPACES TO WS-URL-TAKEN-TEXT
                           IF WS-NEW-STATUS = "A"
                               PERFORM 1270-CHECK-URL-STILL-FREE
                           END-IF
                           MOVE WS-URL-TAKEN-TEXT TO WS-REJECT-TEXT
                       END-IF
                       IF WS-REJECT-TEXT = SPACES
                           MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                           MOVE WS-NEW-STATUS TO URLMST-STATUS
                           PERFORM 1250-REWRITE-MASTER-ROW
                           IF WS-URL-MASTER-STATUS = "00"
                               MOVE 1 TO WS-ROWS-TOUCHED
                           ELSE
                               MOVE "URLMASTER REWRITE FAILED"
                                   TO WS-REJECT-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           IF MNT-TARGET = SPACES
               MOVE "NO TARGET BATCH ID" TO WS-REJECT-TEXT
           ELSE
      *> The issuing batch is not a key, so a bulk action browses the
      *> whole master in seed order from the first row and rewrites
      *> each matching row as it passes.
               MOVE ZERO TO WS-REWRITE-FAILED-COUNT
               MOVE ZERO TO WS-URL-TAKEN-COUNT
               MOVE 'N' TO WS-URL-MASTER-EOF-SWITCH
               MOVE ZERO TO URLMST-SEED
               START URL-MASTER-FILE KEY IS NOT LESS THAN URLMST-SEED
                   INVALID KEY
                       SET NO-MORE-MASTER-ROWS TO TRUE
               END-START
               PERFORM UNTIL NO-MORE-MASTER-ROWS
                   READ URL-MASTER-FILE NEXT RECORD
                       AT END
                           SET NO-MORE-MASTER-ROWS TO TRUE
                       NOT AT END
                           PERFORM 1160-APPLY-BATCH-TO-ONE-ROW
                   END-READ
               END-PERFORM
               IF WS-REWRITE-FAILED-COUNT > ZERO
                   DISPLAY "ERROR - " WS-REWRITE-FAILED-COUNT
                       " URLMASTER REWRITE(S) FAILED ON " MNT-ACTION
                       " " MNT-TARGET
                   MOVE 8 TO RETURN-CODE
                   MOVE 8 TO ALRT-SEVERITY
                   MOVE MNT-TARGET TO ALRT-BATCH-ID
                   MOVE "MNTRWRT" TO ALRT-MESSAGE-CODE
                   STRING WS-REWRITE-FAILED-COUNT DELIMITED BY SIZE
                       " URLMASTER REWRITE(S) FAILED ON "
                       DELIMITED BY SIZE
                       MNT-ACTION DELIMITED BY SIZE
                       " - ROWS LEFT IN THEIR OLD STATUS"
                       DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               END-IF
               IF WS-ROWS-TOUCHED = ZERO
                   IF WS-URL-TAKEN-COUNT > ZERO
                       MOVE "EVERY MATCHING URL NOW ISSUED ELSEWHERE"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE "NO MASTER ROW MATCHES BATCH/STATUS"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

      *> A row whose URL has since been issued to another seed is
      *> left withdrawn and listed; the rest of the batch still goes
      *> back. The check browses the URL keys, so the seed-order
      *> browse is started again just past this row afterwards.
       1160-APPLY-BATCH-TO-ONE-ROW.
           IF URLMST-BATCH-ID = MNT-TARGET
               AND URLMST-STATUS NOT = WS-NEW-STATUS
               MOVE SPACES TO WS-URL-TAKEN-TEXT
               MOVE URLMST-SEED TO WS-CURRENT-SEED
               IF WS-NEW-STATUS = "A"
                   PERFORM 1270-CHECK-URL-STILL-FREE
               END-IF
               IF WS-URL-TAKEN-TEXT = SPACES
                   MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                   MOVE WS-NEW-STATUS TO URLMST-STATUS
                   PERFORM 1250-REWRITE-MASTER-ROW
                   IF WS-URL-MASTER-STATUS = "00"
                       ADD 1 TO WS-ROWS-TOUCHED
                   ELSE
                       ADD 1 TO WS-REWRITE-FAILED-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-URL-TAKEN-COUNT
                   PERFORM 2300-WRITE-SKIPPED-ROW-LINE
               END-IF
               IF WS-NEW-STATUS = "A"
                   MOVE WS-CURRENT-SEED TO URLMST-SEED
                   START URL-MASTER-FILE
                       KEY IS GREATER THAN URLMST-SEED
                       INVALID KEY
                           SET NO-MORE-MASTER-ROWS TO TRUE
                   END-START
               END-IF
           END-IF.

      *> A withdrawn row's URL is free to be issued again - the
      *> driver and the online transaction only look at active rows
      *> - so before a row is put back, its URL must not now belong,
      *> or be redirected, to another active seed. The browse moves
      *> the record area, so the row as read is put back afterwards.
       1270-CHECK-URL-STILL-FREE.
           MOVE SPACES TO WS-URL-TAKEN-TEXT
           MOVE URL-MASTER-RECORD TO WS-ROW-AS-READ
           MOVE URLMST-SEED TO WS-CURRENT-SEED
           MOVE ZERO TO WS-HOLDING-SEED
           MOVE 'N' TO WS-KEY-SCAN-SWITCH
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
               INVALID KEY
                   SET KEY-SCAN-DONE TO TRUE
           END-START
           PERFORM 1290-CHECK-KEY-SCAN-STATUS
           PERFORM UNTIL KEY-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET KEY-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 1275-TEST-ONE-URL-ROW
               END-READ
               PERFORM 1290-CHECK-KEY-SCAN-STATUS
           END-PERFORM
           IF WS-URL-TAKEN-TEXT = SPACES
               MOVE WS-ROW-AS-READ TO URL-MASTER-RECORD
               MOVE 'N' TO WS-KEY-SCAN-SWITCH
               MOVE URLMST-URL TO URLMST-PRIOR-URL
               START URL-MASTER-FILE KEY IS EQUAL TO URLMST-PRIOR-URL
                   INVALID KEY
                       SET KEY-SCAN-DONE TO TRUE
               END-START
               PERFORM 1290-CHECK-KEY-SCAN-STATUS
               PERFORM UNTIL KEY-SCAN-DONE
                   READ URL-MASTER-FILE NEXT RECORD
                       AT END
                           SET KEY-SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM 1280-TEST-ONE-PRIOR-URL-ROW
                   END-READ
                   PERFORM 1290-CHECK-KEY-SCAN-STATUS
               END-PERFORM
           END-IF
           IF WS-HOLDING-SEED NOT = ZERO
               STRING FUNCTION TRIM(WS-URL-TAKEN-TEXT)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOLDING-SEED DELIMITED BY SIZE
                   INTO WS-URL-TAKEN-TEXT
           END-IF
           MOVE WS-ROW-AS-READ TO URL-MASTER-RECORD.

       1275-TEST-ONE-URL-ROW.
           IF URLMST-URL NOT = WS-ROW-AS-READ(7:100)
               SET KEY-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-CURRENT-SEED
                   MOVE URLMST-SEED TO WS-HOLDING-SEED
                   MOVE "URL ALREADY ISSUED TO SEED"
                       TO WS-URL-TAKEN-TEXT
                   SET KEY-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       1280-TEST-ONE-PRIOR-URL-ROW.
           IF URLMST-PRIOR-URL NOT = WS-ROW-AS-READ(7:100)
               SET KEY-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-CURRENT-SEED
                   MOVE URLMST-SEED TO WS-HOLDING-SEED
                   MOVE "URL IS REDIRECTED TO SEED"
                       TO WS-URL-TAKEN-TEXT
                   SET KEY-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *> 23 on the START is the ordinary "no row carries it" answer
      *> and 02 on a read says more rows share the key.
       1290-CHECK-KEY-SCAN-STATUS.
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "10"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                   WS-URL-MASTER-STATUS " CHECKING SEED "
                   WS-CURRENT-SEED
               MOVE "URL COULD NOT BE CHECKED AGAINST MASTER"
                   TO WS-URL-TAKEN-TEXT
               MOVE ZERO TO WS-HOLDING-SEED
               SET KEY-SCAN-DONE TO TRUE
           END-IF.

       2000-WRITE-APPLIED-LINE.
           MOVE WS-ROWS-TOUCHED TO WS-TOUCH-EDIT
           MOVE SPACES TO MAINT-RPT-RECORD
               " REASON=" DELIMITED BY SIZE
               MNT-REASON-CODE DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE 4 TO ALRT-SEVERITY
           IF MNT-WITHDRAW-BATCH OR MNT-REACTIVATE-BATCH
               MOVE MNT-TARGET TO ALRT-BATCH-ID
           END-IF
           IF (MNT-WITHDRAW-SEED OR MNT-REACTIVATE-SEED)
               AND WS-SEED-NUMERIC >= 1
               AND WS-SEED-NUMERIC <= 999999
               MOVE WS-SEED-NUMERIC TO WS-ALERT-SEED
               MOVE WS-ALERT-SEED TO ALRT-SEED
           END-IF
           MOVE "MNTREJ" TO ALRT-MESSAGE-CODE
           STRING MNT-ACTION DELIMITED BY SIZE
               " TARGET=" DELIMITED BY SIZE
               FUNCTION TRIM(MNT-TARGET) DELIMITED BY SIZE
               " REJECTED - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REJECT-TEXT) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(MNT-OPERATOR-ID) DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM 0080-RAISE-ALERT.

       2300-WRITE-SKIPPED-ROW-LINE.
           MOVE SPACES TO MAINT-RPT-RECORD
           STRING "SKIPPED  " DELIMITED BY SIZE
               MNT-ACTION DELIMITED BY SIZE
               " TARGET=" DELIMITED BY SIZE
               FUNCTION TRIM(MNT-TARGET) DELIMITED BY SIZE
               " SEED=" DELIMITED BY SIZE
               WS-CURRENT-SEED DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-URL-TAKEN-TEXT) DELIMITED BY SIZE
               INTO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
           MOVE 4 TO ALRT-SEVERITY
           MOVE MNT-TARGET TO ALRT-BATCH-ID
           MOVE WS-CURRENT-SEED TO ALRT-SEED
           MOVE "MNTREJ" TO ALRT-MESSAGE-CODE
           STRING MNT-ACTION DELIMITED BY SIZE
               " SEED " DELIMITED BY SIZE
               WS-CURRENT-SEED DELIMITED BY SIZE
               " LEFT WITHDRAWN - " DELIMITED BY SIZE
               FUNCTION TRIM(WS-URL-TAKEN-TEXT) DELIMITED BY SIZE
               INTO ALRT-TEXT
           PERFORM 0080-RAISE-ALERT.

      *> Status 02 only says another row shares this URL (or the
      *> blank prior URL) on an alternate key - the rewrite itself
      *> landed. The caller has already parked the row as read in
      *> JRNL-BEFORE-IMAGE, so a landed rewrite is journalled under
      *> the transaction's own action code and requesting operator.
       1250-REWRITE-MASTER-ROW.
           REWRITE URL-MASTER-RECORD
           IF WS-URL-MASTER-STATUS = "02"
               MOVE "00" TO WS-URL-MASTER-STATUS
           END-IF
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - URLMASTER REWRITE FAILED FOR SEED "
                   URLMST-SEED ", STATUS=" WS-URL-MASTER-STATUS
           ELSE
               PERFORM 1260-JOURNAL-MASTER-CHANGE
           END-IF.

      *> A change the journal does not hold cannot be re-applied if
      *> the master is rebuilt from backup, so a failed journal row
      *> grades the run like a failed rewrite.
       1260-JOURNAL-MASTER-CHANGE.
           MOVE "COBOLSOLUTION4MAINT" TO JRNL-PROGRAM-ID
           MOVE MNT-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE URLMST-BATCH-ID TO JRNL-BATCH-ID
           MOVE MNT-ACTION TO JRNL-ACTION
           MOVE URL-MASTER-RECORD TO JRNL-AFTER-IMAGE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4JRNL" USING JRNL-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF JRNL-WRITE-FAILED
               DISPLAY "ERROR - CHANGE TO SEED " URLMST-SEED
                   " NOT JOURNALLED, STATUS=" JRNL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALRT-SEVERITY
               MOVE URLMST-BATCH-ID TO ALRT-BATCH-ID
               MOVE URLMST-SEED TO ALRT-SEED
               MOVE "MNTJRNL" TO ALRT-MESSAGE-CODE
               STRING MNT-ACTION DELIMITED BY SIZE
                   " APPLIED BUT NOT JOURNALLED ON URLJRNL, STATUS="
                   DELIMITED BY SIZE
                   JRNL-FILE-STATUS DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

      *> Only a missing master (35) is the normal first-ever-run
      *> case, and it is created empty. Anything else means the
      *> issued-URL record is there but unreadable, so the run
      *> refuses to apply anything.
       1300-OPEN-URL-MASTER.
           OPEN I-O URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS = "35"
               OPEN OUTPUT URL-MASTER-FILE
               IF WS-URL-MASTER-STATUS = "00"
                   CLOSE URL-MASTER-FILE
                   OPEN I-O URL-MASTER-FILE
               END-IF
           END-IF
           IF WS-URL-MASTER-STATUS NOT = "00"
               SET MASTER-UNAVAILABLE TO TRUE
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
           END-IF.

       1375-READ-URL-MASTER-ROW.
           MOVE 'N' TO WS-URLMST-FOUND-SWITCH
           MOVE WS-SEED-NUMERIC TO URLMST-SEED
           READ URL-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET URLMST-ROW-FOUND TO TRUE
           END-READ
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALRT-SEVERITY
               MOVE WS-SEED-NUMERIC TO WS-ALERT-SEED
               MOVE WS-ALERT-SEED TO ALRT-SEED
               MOVE "MNTREAD" TO ALRT-MESSAGE-CODE
               STRING "URLMASTER READ FAILED, STATUS=" DELIMITED BY SIZE
                   WS-URL-MASTER-STATUS DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MAINT-RPT-RECORD
           WRITE MAINT-RPT-RECORD
