      *> report (ACKRPT) of extracted-but-never-loaded and
      *> acknowledged-but-never-sent seeds, and ends with RETURN-CODE
      *> 8 on any mismatch so unconfirmed URLs stop being treated as
      *> published. The confirmation stamps are keyed rewrites of the
      *> affected master rows, made under the shared run lock and
      *> journalled on URLJRNL before and after. Every mismatch is
      *> also queued on ALERTQ for the operations console.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GENCTL-STATUS.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT ACK-RPT-FILE ASSIGN TO "ACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-RPT-STATUS.
       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  ACK-RPT-FILE.
       01  ACK-RPT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY LOCKPARM.
       COPY JRNLPARM.
       COPY ALRTPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-WEB-EXTRACT-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACK-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-GENCTL-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-ACK-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-WEB-EXTRACT-NAME PIC X(30) VALUE "WEBEXTRACT".
       01 WS-EXTRACT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-EXTRACT VALUE 'Y'.
       01 WS-ACK-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-ACKS VALUE 'Y'.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-MASTER-ERROR-SWITCH PIC X VALUE 'N'.
           88 MASTER-UNAVAILABLE VALUE 'Y'.
       01 WS-URLMST-FOUND-SWITCH PIC X VALUE 'N'.
           88 URLMST-ROW-FOUND VALUE 'Y'.
       01 WS-MISMATCH-SWITCH PIC X VALUE 'N'.
           88 FEEDS-OUT-OF-BALANCE VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
      *> The batch the web content team's ACKHDR says they loaded.
       01 WS-ACK-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-EXTRACT-TRAILER-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ACK-LOADED-CLAIM PIC 9(8) VALUE ZERO.
       01 WS-ACK-FAILED-CLAIM PIC 9(8) VALUE ZERO.
           05 WS-SENT-ENTRY OCCURS 10000 TIMES.
               10 WS-SENT-SEED PIC 9(6).
               10 WS-SENT-ACK-STATUS PIC X.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           INITIALIZE ALRT-PARMS
      *> Stamping confirmations updates the master, so this step
      *> takes the same run lock as every other master writer.
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKLOCK" TO ALRT-MESSAGE-CODE
               MOVE "RUN LOCK NOT GRANTED - ACKNOWLEDGMENTS NOT MATCHED"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ACK-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN ACKRPT, STATUS="
                   WS-ACK-RPT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "ACKNORPT" TO ALRT-MESSAGE-CODE
               STRING "ACKRPT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-ACK-RPT-STATUS DELIMITED BY SIZE
                   " - ACKNOWLEDGMENTS NOT MATCHED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           IF WS-CONFIRMED-COUNT > ZERO
               PERFORM 4000-STAMP-CONFIRMATIONS
           END-IF
           PERFORM 4900-RAISE-MISMATCH-ALERTS
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE ACK-RPT-FILE
           IF FEEDS-OUT-OF-BALANCE AND RETURN-CODE < 8
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text, and the seed where there is one; the batch is the
      *> one the acknowledgment answers. They are cleared again for
      *> the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4ACK" TO ALRT-PROGRAM-ID
           MOVE WS-ACK-BATCH-ID TO ALRT-BATCH-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> The latest generation on GENCTL is the extract this
      *> acknowledgment answers; with no GENCTL the historic fixed
      *> name still works.
       2100-MATCH-ONE-ACK-RECORD.
           EVALUATE TRUE
               WHEN ACK-HDR-TYPE = "ACKHDR"
                   MOVE ACK-HDR-BATCH-ID TO WS-ACK-BATCH-ID
               WHEN ACK-TRL-TYPE = "ACKTRL"
                   IF ACK-TRL-LOADED-COUNT IS NUMERIC
                       MOVE ACK-TRL-LOADED-COUNT TO
               WRITE ACK-RPT-RECORD
           END-IF.

      *> A missing master (35) leaves every loaded seed unmatched -
      *> reported one by one below - rather than refusing the step.
       4000-STAMP-CONFIRMATIONS.
           OPEN I-O URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "35"
               SET MASTER-UNAVAILABLE TO TRUE
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
           END-IF
           IF MASTER-UNAVAILABLE
               DISPLAY "ERROR - URL MASTER UNAVAILABLE - "
                   "CONFIRMATIONS NOT STAMPED"
               MOVE "MASTER UNAVAILABLE - CONFIRMATIONS NOT STAMPED"
                       PERFORM 4100-STAMP-ONE-CONFIRMATION
                   END-IF
               END-PERFORM
               IF WS-URL-MASTER-STATUS NOT = "35"
                   CLOSE URL-MASTER-FILE
               END-IF
           END-IF.

       4100-STAMP-ONE-CONFIRMATION.
           MOVE 'N' TO WS-URLMST-FOUND-SWITCH
           IF WS-URL-MASTER-STATUS NOT = "35"
               MOVE WS-SENT-SEED(WS-SENT-SUB) TO URLMST-SEED
               READ URL-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET URLMST-ROW-FOUND TO TRUE
               END-READ
           END-IF
           IF URLMST-ROW-FOUND
               MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
               SET URLMST-CONFIRMED TO TRUE
               MOVE WS-RUN-DATE TO URLMST-CONFIRM-DATE
               REWRITE URL-MASTER-RECORD
      *> 02 only says another row shares an alternate key value (the
      *> URL, or the blank prior URL) - it landed.
               IF WS-URL-MASTER-STATUS = "02"
                   MOVE "00" TO WS-URL-MASTER-STATUS
               END-IF
               IF WS-URL-MASTER-STATUS NOT = "00"
                   DISPLAY "ERROR - URLMASTER REWRITE FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   SET FEEDS-OUT-OF-BALANCE TO TRUE
                   MOVE SPACES TO ACK-RPT-RECORD
                   STRING "CONFIRMATION NOT STAMPED    - SEED "
                       DELIMITED BY SIZE
                       WS-SENT-SEED(WS-SENT-SUB) DELIMITED BY SIZE
                       INTO ACK-RPT-RECORD
                   WRITE ACK-RPT-RECORD
                   MOVE 8 TO ALRT-SEVERITY
                   MOVE WS-SENT-SEED(WS-SENT-SUB) TO ALRT-SEED
                   MOVE "ACKSTAMP" TO ALRT-MESSAGE-CODE
                   STRING "CONFIRMATION NOT STAMPED - URLMASTER "
                       DELIMITED BY SIZE
                       "REWRITE STATUS=" DELIMITED BY SIZE
                       WS-URL-MASTER-STATUS DELIMITED BY SIZE
                       INTO ALRT-TEXT
                   PERFORM 0080-RAISE-ALERT
               ELSE
                   PERFORM 4200-JOURNAL-CONFIRMATION
               END-IF
           ELSE
               SET FEEDS-OUT-OF-BALANCE TO TRUE
               MOVE SPACES TO ACK-RPT-RECORD
                   WS-SENT-SEED(WS-SENT-SUB) DELIMITED BY SIZE
                   INTO ACK-RPT-RECORD
               WRITE ACK-RPT-RECORD
               MOVE 8 TO ALRT-SEVERITY
               MOVE WS-SENT-SEED(WS-SENT-SUB) TO ALRT-SEED
               MOVE "ACKNOMST" TO ALRT-MESSAGE-CODE
               MOVE "LOADED AT THE WEB TEAM BUT NOT ON THE URL MASTER"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

      *> Each stamp is journalled on URLJRNL with the row before and
      *> after, under the batch that issued the URL, so a rebuild of
      *> the master from backup re-applies it.
       4200-JOURNAL-CONFIRMATION.
           MOVE "COBOLSOLUTION4ACK" TO JRNL-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE URLMST-BATCH-ID TO JRNL-BATCH-ID
           MOVE "CF" TO JRNL-ACTION
           MOVE URL-MASTER-RECORD TO JRNL-AFTER-IMAGE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4JRNL" USING JRNL-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF JRNL-WRITE-FAILED
               DISPLAY "ERROR - CONFIRMATION OF SEED " URLMST-SEED
                   " NOT JOURNALLED, STATUS=" JRNL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO ALRT-SEVERITY
               MOVE URLMST-SEED TO ALRT-SEED
               MOVE "ACKJRNL" TO ALRT-MESSAGE-CODE
               STRING "CONFIRMATION STAMPED BUT NOT JOURNALLED ON "
                   DELIMITED BY SIZE
                   "URLJRNL, STATUS=" DELIMITED BY SIZE
                   JRNL-FILE-STATUS DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

      *> One alert per kind of mismatch, with its count - the seeds
      *> themselves are listed on ACKRPT. The missing-file and
      *> master cases have already been counted here as seeds never
      *> loaded or never stamped, so they need no alert of their own
      *> beyond the one naming the file.
       4900-RAISE-MISMATCH-ALERTS.
           IF WS-WEB-EXTRACT-STATUS NOT = "00"
               AND WS-WEB-EXTRACT-STATUS NOT = "10"
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKNOXTR" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-WEB-EXTRACT-NAME)
                   DELIMITED BY SIZE
                   " COULD NOT BE OPENED, STATUS=" DELIMITED BY SIZE
                   WS-WEB-EXTRACT-STATUS DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-ACK-FILE-STATUS NOT = "00"
               AND WS-ACK-FILE-STATUS NOT = "10"
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKNOACK" TO ALRT-MESSAGE-CODE
               STRING "NO ACKNOWLEDGMENT FILE, STATUS="
                   DELIMITED BY SIZE
                   WS-ACK-FILE-STATUS DELIMITED BY SIZE
                   " - NOTHING IS CONFIRMED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF MASTER-UNAVAILABLE
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKMSTUN" TO ALRT-MESSAGE-CODE
               MOVE "URL MASTER UNAVAILABLE - CONFIRMATIONS NOT STAMPED"
                   TO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-NEVER-LOADED-COUNT > ZERO
               MOVE WS-NEVER-LOADED-COUNT TO WS-COUNT-EDIT
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKNOTLV" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " SEED(S) SENT BUT NOT LIVE AT THE WEB TEAM"
                   DELIMITED BY SIZE
                   " - SEE ACKRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-NEVER-SENT-COUNT > ZERO
               MOVE WS-NEVER-SENT-COUNT TO WS-COUNT-EDIT
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKNSENT" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " SEED(S) ACKNOWLEDGED BUT NEVER SENT"
                   DELIMITED BY SIZE
                   " - SEE ACKRPT" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-ACK-LOADED-CLAIM NOT = WS-ACK-LOADED-SEEN
               OR WS-ACK-FAILED-CLAIM NOT = WS-ACK-FAILED-SEEN
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKCOUNT" TO ALRT-MESSAGE-CODE
               STRING "ACKTRL CLAIMS L=" DELIMITED BY SIZE
                   WS-ACK-LOADED-CLAIM DELIMITED BY SIZE
                   " F=" DELIMITED BY SIZE
                   WS-ACK-FAILED-CLAIM DELIMITED BY SIZE
                   " BUT DETAILS MATCHED L=" DELIMITED BY SIZE
                   WS-ACK-LOADED-SEEN DELIMITED BY SIZE
                   " F=" DELIMITED BY SIZE
                   WS-ACK-FAILED-SEEN DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-EXTRACT-TRAILER-COUNT NOT = WS-SENT-COUNT
               MOVE 8 TO ALRT-SEVERITY
               MOVE "ACKXTRL" TO ALRT-MESSAGE-CODE
               STRING "EXTRACT TRAILER SAYS " DELIMITED BY SIZE
                   WS-EXTRACT-TRAILER-COUNT DELIMITED BY SIZE
                   " DETAILS BUT FILE HELD " DELIMITED BY SIZE
                   WS-SENT-COUNT DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACK-RPT-RECORD
           WRITE ACK-RPT-RECORD
