      *> web extract - an unconfirmed inquiry stays a lookup and
      *> records nothing. The operator can also mark an issued URL
      *> withdrawn (W+seed), after which the batch driver will never
      *> re-issue it. A computed URL that an active row for another
      *> seed already carries is refused for issue, exactly as the
      *> batch driver refuses it with R07. Every issue and
      *> withdrawal is journalled on URLJRNL before and after.
      *> The signed-on operator must hold inquiry authority on
      *> OPERMAST to open a session at all, and separate online-issue
      *> and withdraw authority before either is recorded; every
      *> refusal lands on the SECVIOL security violation log.
      *> A URL can be looked up as well as a seed (U, then the URL):
      *> it is found on the current URL or, for a seed restamped by
      *> the domain migration, on the URL it answered on before, so
      *> a customer quoting an old-domain URL is still answered.
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
           SELECT ONLINE-SUPP-FILE ASSIGN TO "ONLSUPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONLINE-SUPP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Opened I-O for the whole session; each inquiry is one keyed
      *> read and each issue or withdrawal touches only its own row.
       FD  URL-MASTER-FILE.
       COPY URLMST.

      *> One record per confirmed online issue, in the exact shape of
      *> a web extract detail so the batch driver can fold the day's
      *> online issues into its next extract verbatim.
       WORKING-STORAGE SECTION.
       COPY CALCPARM.
       COPY LOCKPARM.
       COPY JRNLPARM.
       COPY AUTHPARM.
       01 WS-OPERATOR-INPUT PIC X(8).
       01 WS-SEED-INPUT-TEXT PIC X(8) VALUE SPACES.
       01 WS-MORE-LOOKUPS PIC X VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-ONLINE-SUPP-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-MASTER-ERROR-SWITCH PIC X VALUE 'N'.
           88 MASTER-UNAVAILABLE VALUE 'Y'.
       01 WS-URLMST-FOUND-SWITCH PIC X VALUE 'N'.
           88 URLMST-ROW-FOUND VALUE 'Y'.
       01 WS-URL-COLLISION-SWITCH PIC X VALUE 'N'.
           88 URL-COLLISION-FOUND VALUE 'Y'.
       01 WS-COLLISION-SCAN-SWITCH PIC X VALUE 'N'.
           88 COLLISION-SCAN-DONE VALUE 'Y'.
       01 WS-COLLISION-SEED PIC 9(6) VALUE ZERO.
       01 WS-COLLISION-KEY-SWITCH PIC X VALUE SPACE.
           88 COLLISION-ON-PRIOR-URL VALUE 'P'.
       01 WS-URL-INPUT PIC X(100) VALUE SPACES.
       01 WS-URL-LOOKUP-SWITCH PIC X VALUE 'N'.
           88 URL-LOOKUP-DONE VALUE 'Y'.
       01 WS-URL-ROWS-FOUND PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
      *> Checked before the lock is taken, so an operator with no
      *> business here cannot hold the batch schedule up either.
           SET AUTH-FUNCTION-INQUIRY TO TRUE
           MOVE "SESSION START" TO AUTH-ATTEMPT
           PERFORM 0070-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY "SESSION REFUSED - OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AUTHORIZED FOR URL INQUIRY ("
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *> The session holds the run lock for its whole length: a
      *> W+seed withdrawal while the batch driver is mid-batch would
      *> be thrown away by the driver's next master rewrite (a
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-OPEN-URL-MASTER
           PERFORM UNTIL NOT MORE-LOOKUPS
               DISPLAY "ENTER SEED (1-999999), W+SEED TO WITHDRAW, "
                   "U TO LOOK UP A URL, 0 TO QUIT: "
               ACCEPT WS-OPERATOR-INPUT
               IF WS-OPERATOR-INPUT = "0" OR WS-OPERATOR-INPUT = SPACES
                   MOVE 'N' TO WS-MORE-LOOKUPS
               ELSE
                   EVALUATE TRUE
                       WHEN WS-OPERATOR-INPUT(1:1) = "W" OR "w"
                           PERFORM 0600-WITHDRAW-URL
                       WHEN WS-OPERATOR-INPUT = "U" OR "u"
                           PERFORM 0700-LOOK-UP-ONE-URL
                       WHEN OTHER
                           PERFORM 0300-LOOK-UP-ONE-SEED
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF NOT MASTER-UNAVAILABLE
               CLOSE URL-MASTER-FILE
           END-IF
           PERFORM 0060-RELEASE-RUN-LOCK
           STOP RUN.

           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> The caller has set the function and the attempt text.
       0070-CHECK-AUTHORITY.
           MOVE "COBOLSOLUTION4ONLINE" TO AUTH-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4AUTH" USING AUTH-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0300-LOOK-UP-ONE-SEED.
           IF MASTER-UNAVAILABLE
               DISPLAY "URL MASTER UNAVAILABLE - INQUIRY REFUSED"
           MOVE WS-OPERATOR-INPUT TO WS-SEED-INPUT-TEXT
           PERFORM 0400-EDIT-CHECK-SEED
           IF SEED-IS-VALID
               PERFORM 1375-READ-URL-MASTER-ROW
               IF URLMST-ROW-FOUND
                   PERFORM 0500-DISPLAY-ISSUED-URL
               ELSE
                   MOVE WS-SEED-NUMERIC TO CALC-SEED
                   MOVE "ONLINE" TO CALC-CALLER-ID
                   MOVE WS-OPERATOR-ID TO CALC-OPERATOR-ID
                   MOVE SPACES TO CALC-BATCH-ID
                   MOVE 'N' TO CALC-VALIDATE-FLAG
                   CALL "COBOLSOLUTION4CALC" USING CALC-PARMS
                   DISPLAY "RESULT: " CALC-RESULT
                   PERFORM 0380-CHECK-URL-COLLISION
                   IF URL-COLLISION-FOUND
                       IF WS-COLLISION-SEED = ZERO
                           DISPLAY "URL COULD NOT BE CHECKED AGAINST "
                               "THE MASTER - NOT ISSUED"
                       ELSE
                           IF COLLISION-ON-PRIOR-URL
                               DISPLAY "URL IS REDIRECTED TO SEED "
                                   WS-COLLISION-SEED
                                   " - CANNOT BE ISSUED (R07 URL "
                                   "COLLISION)"
                           ELSE
                               DISPLAY "URL IS ALREADY ISSUED TO SEED "
                                   WS-COLLISION-SEED
                                   " - CANNOT BE ISSUED (R07 URL "
                                   "COLLISION)"
                           END-IF
                       END-IF
                   ELSE
                       PERFORM 0355-OFFER-ONLINE-ISSUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "REJECTED - SEED MUST BE NUMERIC 1-999999"
           END-IF.

      *> The operator has the URL on screen and may already have
      *> read it to a customer - offer to make it a real issue.
      *> Only an explicit Y records anything; everything else
      *> stays a lookup.
       0355-OFFER-ONLINE-ISSUE.
           DISPLAY "SEED NOT YET ISSUED - RECORD THIS URL AS "
               "ISSUED? (Y/N): "
           ACCEPT WS-ISSUE-ANSWER
           IF WS-ISSUE-ANSWER = "Y" OR "y"
               SET AUTH-FUNCTION-ONLINE-ISSUE TO TRUE
               MOVE SPACES TO AUTH-ATTEMPT
               STRING "ISSUE SEED " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-SEED-INPUT-TEXT) DELIMITED BY SIZE
                   INTO AUTH-ATTEMPT
               PERFORM 0070-CHECK-AUTHORITY
               IF AUTH-GRANTED
                   PERFORM 0360-RECORD-ONLINE-ISSUE
               ELSE
                   DISPLAY "NOT RECORDED - OPERATOR IS NOT AUTHORIZED "
                       "FOR ONLINE ISSUE - LOOKUP ONLY"
               END-IF
           ELSE
               DISPLAY "NOT RECORDED - LOOKUP ONLY"
           END-IF.

      *> Records the confirmed URL exactly the way the batch driver's
      *> in for the batch id, then queues it for the next extract so
      *> the URL actually goes live at the web content team.
       0360-RECORD-ONLINE-ISSUE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE SPACES TO URL-MASTER-RECORD
           MOVE WS-SEED-NUMERIC TO URLMST-SEED
           MOVE CALC-RESULT TO URLMST-URL
           MOVE CALC-ITER-COUNT TO URLMST-ITER-COUNT
           MOVE WS-RUN-DATE TO URLMST-FIRST-ISSUE-DATE
           MOVE WS-RUN-DATE TO URLMST-LAST-ISSUE-DATE
           MOVE 1 TO URLMST-ISSUE-COUNT
           MOVE "ONLINE" TO URLMST-BATCH-ID
           SET URLMST-ACTIVE TO TRUE
           MOVE SPACE TO URLMST-CONFIRM-STATUS
           MOVE ZERO TO URLMST-CONFIRM-DATE
           WRITE URL-MASTER-RECORD
      *> 02 only says another row shares an alternate key value - a
      *> withdrawn row's URL, or the blank prior URL - it landed.
           IF WS-URL-MASTER-STATUS = "02"
               MOVE "00" TO WS-URL-MASTER-STATUS
           END-IF
           IF WS-URL-MASTER-STATUS = "00"
               MOVE SPACES TO JRNL-BEFORE-IMAGE
               MOVE "IS" TO JRNL-ACTION
               PERFORM 1400-JOURNAL-MASTER-CHANGE
               PERFORM 0370-QUEUE-SUPPLEMENT-RECORD
           ELSE
               DISPLAY "ERROR - URLMASTER WRITE FAILED, STATUS="
                   WS-URL-MASTER-STATUS
                   " - ISSUE NOT RECORDED, REPORT TO SYSTEMS"
           END-IF.

       0370-QUEUE-SUPPLEMENT-RECORD.
               CLOSE ONLINE-SUPP-FILE
           END-IF.

      *> The same check the batch driver makes before a first issue:
      *> every master row carrying the computed URL is read through
      *> the alternate key, and an active row for another seed means
      *> the URL already answers for that seed and must not be given
      *> out again. A read failure refuses the issue too - the
      *> operator cannot be told the URL is free when it was not
      *> looked at. A URL clear as a URL is then looked up as a
      *> migrated seed's old URL, which is redirected to that seed.
       0380-CHECK-URL-COLLISION.
           MOVE 'N' TO WS-URL-COLLISION-SWITCH
           MOVE SPACE TO WS-COLLISION-KEY-SWITCH
           MOVE ZERO TO WS-COLLISION-SEED
           MOVE 'N' TO WS-COLLISION-SCAN-SWITCH
           MOVE CALC-RESULT TO URLMST-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
               INVALID KEY
                   SET COLLISION-SCAN-DONE TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER START FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               SET URL-COLLISION-FOUND TO TRUE
               SET COLLISION-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL COLLISION-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET COLLISION-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 0385-TEST-ONE-URL-ROW
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   SET URL-COLLISION-FOUND TO TRUE
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-PERFORM
           IF NOT URL-COLLISION-FOUND
               PERFORM 0390-CHECK-PRIOR-URL-COLLISION
           END-IF.

       0385-TEST-ONE-URL-ROW.
           IF URLMST-URL NOT = CALC-RESULT
               SET COLLISION-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-SEED-NUMERIC
                   SET URL-COLLISION-FOUND TO TRUE
                   MOVE URLMST-SEED TO WS-COLLISION-SEED
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       0390-CHECK-PRIOR-URL-COLLISION.
           MOVE 'N' TO WS-COLLISION-SCAN-SWITCH
           MOVE CALC-RESULT TO URLMST-PRIOR-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-PRIOR-URL
               INVALID KEY
                   SET COLLISION-SCAN-DONE TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER START FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               SET URL-COLLISION-FOUND TO TRUE
               SET COLLISION-SCAN-DONE TO TRUE
           END-IF
           PERFORM UNTIL COLLISION-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET COLLISION-SCAN-DONE TO TRUE
                   NOT AT END
                       PERFORM 0395-TEST-ONE-PRIOR-URL-ROW
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   SET URL-COLLISION-FOUND TO TRUE
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-PERFORM.

       0395-TEST-ONE-PRIOR-URL-ROW.
           IF URLMST-PRIOR-URL NOT = CALC-RESULT
               SET COLLISION-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-SEED-NUMERIC
                   SET URL-COLLISION-FOUND TO TRUE
                   SET COLLISION-ON-PRIOR-URL TO TRUE
                   MOVE URLMST-SEED TO WS-COLLISION-SEED
                   SET COLLISION-SCAN-DONE TO TRUE
               END-IF
           END-IF.

       0500-DISPLAY-ISSUED-URL.
           IF URLMST-WITHDRAWN
               DISPLAY "URL IS WITHDRAWN - NOT AVAILABLE FOR ISSUE"
           ELSE
               DISPLAY "RESULT: " URLMST-URL
           END-IF
           DISPLAY "  FIRST ISSUED: " URLMST-FIRST-ISSUE-DATE
               "  LAST ISSUED: " URLMST-LAST-ISSUE-DATE
           DISPLAY "  TIMES ISSUED: " URLMST-ISSUE-COUNT
               "  LAST BATCH: " URLMST-BATCH-ID
               "  ITERATIONS: " URLMST-ITER-COUNT
           IF URLMST-PRIOR-URL NOT = SPACES
               DISPLAY "  MOVED FROM: " FUNCTION TRIM(URLMST-PRIOR-URL)
                   "  ON: " URLMST-MIGRATE-DATE
           END-IF.

      *> A URL lookup reads the master through the URL alternate key
      *> first and, finding nothing, through the prior-URL key the
      *> domain migration sets. More than one row can answer - a
      *> withdrawn row and the active row that reused its URL - so
      *> every row on the key is shown.
       0700-LOOK-UP-ONE-URL.
           DISPLAY "ENTER URL: "
           ACCEPT WS-URL-INPUT
           IF MASTER-UNAVAILABLE
               DISPLAY "URL MASTER UNAVAILABLE - INQUIRY REFUSED"
           ELSE
               IF WS-URL-INPUT = SPACES
                   DISPLAY "REJECTED - NO URL ENTERED"
               ELSE
                   MOVE ZERO TO WS-URL-ROWS-FOUND
                   PERFORM 0710-LOOK-UP-CURRENT-URL
                   IF WS-URL-ROWS-FOUND = ZERO
                       PERFORM 0720-LOOK-UP-PRIOR-URL
                   END-IF
                   IF WS-URL-ROWS-FOUND = ZERO
                       DISPLAY "NO SEED ON THE MASTER ANSWERS ON THAT "
                           "URL"
                   END-IF
               END-IF
           END-IF.

       0710-LOOK-UP-CURRENT-URL.
           MOVE 'N' TO WS-URL-LOOKUP-SWITCH
           MOVE WS-URL-INPUT TO URLMST-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
               INVALID KEY
                   SET URL-LOOKUP-DONE TO TRUE
           END-START
           PERFORM 0730-CHECK-URL-KEY-STATUS
           PERFORM UNTIL URL-LOOKUP-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET URL-LOOKUP-DONE TO TRUE
                   NOT AT END
                       IF URLMST-URL NOT = WS-URL-INPUT
                           SET URL-LOOKUP-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-URL-ROWS-FOUND
                           DISPLAY "URL BELONGS TO SEED " URLMST-SEED
                           PERFORM 0500-DISPLAY-ISSUED-URL
                       END-IF
               END-READ
               PERFORM 0730-CHECK-URL-KEY-STATUS
           END-PERFORM.

       0720-LOOK-UP-PRIOR-URL.
           MOVE 'N' TO WS-URL-LOOKUP-SWITCH
           MOVE WS-URL-INPUT TO URLMST-PRIOR-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-PRIOR-URL
               INVALID KEY
                   SET URL-LOOKUP-DONE TO TRUE
           END-START
           PERFORM 0730-CHECK-URL-KEY-STATUS
           PERFORM UNTIL URL-LOOKUP-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET URL-LOOKUP-DONE TO TRUE
                   NOT AT END
                       IF URLMST-PRIOR-URL NOT = WS-URL-INPUT
                           SET URL-LOOKUP-DONE TO TRUE
                       ELSE
                           ADD 1 TO WS-URL-ROWS-FOUND
                           DISPLAY "URL WAS MOVED BY THE DOMAIN "
                               "MIGRATION - SEED " URLMST-SEED
                               " NOW ANSWERS ON:"
                           PERFORM 0500-DISPLAY-ISSUED-URL
                       END-IF
               END-READ
               PERFORM 0730-CHECK-URL-KEY-STATUS
           END-PERFORM.

      *> 23 on the START is the ordinary not-found answer and 02 on a
      *> read says more rows share the key; anything else ends the
      *> lookup so a failed read is not taken for "not issued".
       0730-CHECK-URL-KEY-STATUS.
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "10"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               SET URL-LOOKUP-DONE TO TRUE
           END-IF.

      *> Withdrawal is its own authority, segregated from lookup:
      *> inquiry staff can see a URL but not take it off the web.
       0600-WITHDRAW-URL.
           SET AUTH-FUNCTION-WITHDRAW TO TRUE
           MOVE WS-OPERATOR-INPUT TO AUTH-ATTEMPT
           PERFORM 0070-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY "WITHDRAWAL REFUSED - OPERATOR IS NOT "
                   "AUTHORIZED TO WITHDRAW URLS"
           ELSE
               IF MASTER-UNAVAILABLE
                   DISPLAY "URL MASTER UNAVAILABLE - WITHDRAWAL REFUSED"
               ELSE
                   PERFORM 0650-WITHDRAW-ONE-URL
               END-IF
           END-IF.

       0650-WITHDRAW-ONE-URL.
           PERFORM 0400-EDIT-CHECK-SEED
           IF SEED-IS-VALID
               MOVE WS-SEED-NUMERIC TO WS-SEED-DISPLAY
               PERFORM 1375-READ-URL-MASTER-ROW
               IF URLMST-ROW-FOUND
                   IF URLMST-WITHDRAWN
                       DISPLAY "URL FOR SEED " WS-SEED-DISPLAY
                           " IS ALREADY WITHDRAWN"
                   ELSE
                       MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
                       SET URLMST-WITHDRAWN TO TRUE
                       REWRITE URL-MASTER-RECORD
                       IF WS-URL-MASTER-STATUS = "02"
                           MOVE "00" TO WS-URL-MASTER-STATUS
                       END-IF
                       IF WS-URL-MASTER-STATUS = "00"
                           MOVE "WD" TO JRNL-ACTION
                           PERFORM 1400-JOURNAL-MASTER-CHANGE
                           DISPLAY "URL FOR SEED " WS-SEED-DISPLAY
                               " WITHDRAWN - IT WILL NOT BE RE-ISSUED"
                       ELSE
                           DISPLAY "ERROR - URLMASTER REWRITE FAILED, "
                               "STATUS=" WS-URL-MASTER-STATUS
                               " - URL NOT WITHDRAWN"
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NO ISSUED URL ON MASTER FOR THAT SEED"
               END-IF
           END-IF.

      *> Only a missing master (35) is the normal first-ever-run
      *> case, and it is created empty. Anything else means the
      *> issued-URL record is there but unreadable - answering as if
      *> it were empty would tell support that issued URLs were never
      *> issued and refuse withdrawals, so the transaction suspends
      *> itself instead.
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
               DISPLAY "LOOKUPS AND WITHDRAWALS SUSPENDED - CALL "
                   "SYSTEMS BEFORE TRUSTING ANY ANSWER"
           END-IF.

      *> Keyed read of the seed just edited. Not-found (23) is the
      *> ordinary never-issued case; any other status is reported so
      *> the operator does not take a failed read for "not issued".
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
           END-IF.

      *> Every issue and withdrawal that lands on the master is
      *> journalled with the row before and after, so it can be
      *> re-applied if the master is ever rebuilt from backup.
       1400-JOURNAL-MASTER-CHANGE.
           MOVE "COBOLSOLUTION4ONLINE" TO JRNL-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE "ONLINE" TO JRNL-BATCH-ID
           MOVE URL-MASTER-RECORD TO JRNL-AFTER-IMAGE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4JRNL" USING JRNL-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF JRNL-WRITE-FAILED
               DISPLAY "ERROR - CHANGE TO SEED " URLMST-SEED
                   " NOT JOURNALLED, STATUS=" JRNL-FILE-STATUS
                   " - REPORT TO SYSTEMS"
               MOVE 8 TO RETURN-CODE
           END-IF.
