       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4MIGR.

       AUTHOR. IVAN SHABALIN.

      *> Domain migration for the URL master. The domain and path
      *> prefix every new URL is built on come from CONFIGFILE, but
      *> each URL already issued sits on URLMASTER, and with the
      *> business, under the domain it was issued on. When the brand
      *> changes, CONFIGFILE is pointed at the new domain/prefix and
      *> this job moves the issued URLs across: every active master
      *> row on the old domain/prefix is restamped onto the new one,
      *> keeping the URL it answered on before in URLMST-PRIOR-URL so
      *> the online lookup still finds the seed from an old URL, and
      *> a redirect map (REDIRMAP.Dyyyymmdd.Thhmmss, REDIRREC layout)
      *> listing old URL, new URL and seed goes to the web content
      *> team to load as redirects. Withdrawn rows stay as they are -
      *> they no longer answer on the web.
      *>
      *> The new URL is not the old path pasted behind the new prefix.
      *> The path has no separators between its values, and how much
      *> of it fits in the 100-byte URL depends on the prefix length,
      *> so each seed is recomputed through COBOLSOLUTION4CALC in
      *> validate-only mode - the URL a first issue would be given
      *> today, with nothing written to the cache or the audit log.
      *> A path that now fits less (or more) of the chain than the
      *> issued one is moved and listed on the migration report
      *> (MIGRPT) for the business to review. A seed whose
      *> recomputed path does not agree with the issued one at all,
      *> or whose new URL another active seed already answers on
      *> (currently or as a redirected old URL), is not moved and is
      *> listed for systems to resolve; the job can be rerun after -
      *> rows already moved are passed over, including where the new
      *> domain/prefix begins with the old one.
      *>
      *> The old and new domain/prefix come from MIGPARM, one per
      *> line in CONFIGFILE's form: old domain, old prefix, new
      *> domain, new prefix. The new pair must be what CONFIGFILE
      *> now holds, or the moved URLs would not be the ones new
      *> issues are built on. Each restamp is a keyed rewrite under
      *> the shared run lock, journalled on URLJRNL as action MG, and
      *> the submitting operator needs bulk maintenance authority on
      *> OPERMAST. RETURN-CODE 4 when any seed's path fits
      *> differently, 8 when any seed could not be moved, when the
      *> operator is not authorized or when the run lock is held, 16
      *> when the parameters, the report or the master are unusable.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MIGRATION-PARM-FILE ASSIGN TO "MIGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIGRATION-PARM-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "CONFIGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-FILE-STATUS.
           SELECT URL-MASTER-FILE ASSIGN TO "URLMASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS URLMST-SEED
               ALTERNATE RECORD KEY IS URLMST-URL WITH DUPLICATES
               ALTERNATE RECORD KEY IS URLMST-PRIOR-URL
                   WITH DUPLICATES
               FILE STATUS IS WS-URL-MASTER-STATUS.
           SELECT REDIRECT-MAP-FILE ASSIGN TO DYNAMIC WS-REDIRECT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDIRECT-MAP-STATUS.
           SELECT MIGRATION-RPT-FILE ASSIGN TO "MIGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MIGRATION-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIGRATION-PARM-FILE.
       01  MIGRATION-PARM-RECORD PIC X(100).

      *> Read the same way the calc subprogram reads it.
       FD  CONFIG-FILE.
       01  CONFIG-RECORD PIC X(100).

       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  REDIRECT-MAP-FILE.
       01  REDIRECT-MAP-RECORD PIC X(250).
       COPY REDIRREC.

       FD  MIGRATION-RPT-FILE.
       01  MIGRATION-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY CALCPARM.
       COPY LOCKPARM.
       COPY JRNLPARM.
       COPY AUTHPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-MIGRATION-PARM-STATUS PIC X(2) VALUE SPACES.
       01 WS-CONFIG-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-REDIRECT-MAP-STATUS PIC X(2) VALUE SPACES.
       01 WS-MIGRATION-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-REDIRECT-NAME PIC X(40) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-PARM-ERROR-SWITCH PIC X VALUE 'N'.
           88 MIGRATION-PARMS-INVALID VALUE 'Y'.
       01 WS-URL-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-MASTER-ROWS VALUE 'Y'.
       01 WS-MASTER-ERROR-SWITCH PIC X VALUE 'N'.
           88 MASTER-UNAVAILABLE VALUE 'Y'.
       01 WS-KEY-SCAN-SWITCH PIC X VALUE 'N'.
           88 KEY-SCAN-DONE VALUE 'Y'.
      *> MIGPARM values, and the two bases they make.
       01 WS-OLD-DOMAIN PIC X(80) VALUE SPACES.
       01 WS-OLD-PREFIX PIC X(20) VALUE SPACES.
       01 WS-NEW-DOMAIN PIC X(80) VALUE SPACES.
       01 WS-NEW-PREFIX PIC X(20) VALUE SPACES.
       01 WS-OLD-BASE PIC X(100) VALUE SPACES.
       01 WS-NEW-BASE PIC X(100) VALUE SPACES.
       01 WS-OLD-BASE-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-NEW-BASE-LENGTH PIC 9(4) VALUE ZERO.
      *> CONFIGFILE as new issues see it - the calc subprogram's
      *> defaults when the file is not there.
       01 WS-CONFIG-DOMAIN PIC X(80) VALUE "www.multisoft.se".
       01 WS-CONFIG-PREFIX PIC X(20) VALUE "/".
       01 WS-CONFIG-BASE PIC X(100) VALUE SPACES.
      *> The row being moved, as read, and the answer for it.
       01 WS-ROW-AS-READ PIC X(258) VALUE SPACES.
       01 WS-CURRENT-SEED PIC 9(6) VALUE ZERO.
       01 WS-ISSUED-URL PIC X(100) VALUE SPACES.
       01 WS-NEW-URL PIC X(100) VALUE SPACES.
       01 WS-OLD-PATH PIC X(100) VALUE SPACES.
       01 WS-NEW-PATH PIC X(100) VALUE SPACES.
       01 WS-OLD-PATH-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-NEW-PATH-LENGTH PIC 9(4) VALUE ZERO.
       01 WS-PATH-LENGTH-EDIT PIC ZZ9.
       01 WS-FULL-LENGTH-EDIT PIC ZZZ9.
       01 WS-PATH-FIT PIC X VALUE SPACE.
           88 PATH-FITS-THE-SAME VALUE 'S'.
           88 PATH-FITS-LESS VALUE 'L'.
           88 PATH-FITS-MORE VALUE 'M'.
           88 PATH-DOES-NOT-MATCH VALUE 'X'.
       01 WS-REFUSAL-TEXT PIC X(60) VALUE SPACES.
       01 WS-HOLDING-SEED PIC 9(6) VALUE ZERO.
       01 WS-ROWS-READ PIC 9(8) VALUE ZERO.
       01 WS-ON-OLD-DOMAIN-COUNT PIC 9(8) VALUE ZERO.
       01 WS-WITHDRAWN-SKIPPED PIC 9(8) VALUE ZERO.
       01 WS-ALREADY-MOVED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-MOVED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-SAME-PATH-COUNT PIC 9(8) VALUE ZERO.
       01 WS-LESS-PATH-COUNT PIC 9(8) VALUE ZERO.
       01 WS-MORE-PATH-COUNT PIC 9(8) VALUE ZERO.
       01 WS-NOT-MOVED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REDIRECT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           SET AUTH-FUNCTION-BULK-MAINT TO TRUE
           MOVE "DOMAIN MIGRATION OF URLMASTER" TO AUTH-ATTEMPT
           PERFORM 0070-CHECK-AUTHORITY
           IF AUTH-REFUSED
               DISPLAY "RUN REFUSED - OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AUTHORIZED FOR BULK MAINTENANCE ("
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-READ-MIGRATION-PARMS
           IF NOT MIGRATION-PARMS-INVALID
               PERFORM 0200-CHECK-CONFIGFILE
           END-IF
           IF MIGRATION-PARMS-INVALID
               DISPLAY "MIGRATION NOT RUN - NOTHING CHANGED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0050-ACQUIRE-RUN-LOCK
           IF NOT LOCK-GRANTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MIGRATION-RPT-FILE
           IF WS-MIGRATION-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN MIGRPT, STATUS="
                   WS-MIGRATION-RPT-STATUS
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-WRITE-REPORT-HEADING
           PERFORM 0500-OPEN-URL-MASTER
           IF MASTER-UNAVAILABLE
               MOVE "URL MASTER UNAVAILABLE - NOTHING MIGRATED"
                   TO MIGRATION-RPT-RECORD
               WRITE MIGRATION-RPT-RECORD
               CLOSE MIGRATION-RPT-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0400-OPEN-REDIRECT-MAP
           IF WS-REDIRECT-MAP-STATUS NOT = "00"
               MOVE "REDIRECT MAP COULD NOT BE OPENED - NOTHING "
                   TO MIGRATION-RPT-RECORD
               MOVE "MIGRATED" TO MIGRATION-RPT-RECORD(44:)
               WRITE MIGRATION-RPT-RECORD
               CLOSE URL-MASTER-FILE
               CLOSE MIGRATION-RPT-FILE
               PERFORM 0060-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-MIGRATE-MASTER
           PERFORM 4100-WRITE-REDIRECT-TRAILER
           CLOSE REDIRECT-MAP-FILE
           CLOSE URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - URLMASTER CLOSE FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE MIGRATION-RPT-FILE
           IF WS-NOT-MOVED-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-LESS-PATH-COUNT + WS-MORE-PATH-COUNT > ZERO
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 0060-RELEASE-RUN-LOCK
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
           DISPLAY "DOMAIN MIGRATION ENDED - "
               FUNCTION TRIM(WS-COUNT-EDIT)
               " URL(S) MOVED TO " FUNCTION TRIM(WS-NEW-BASE)
               " - SEE MIGRPT"
           STOP RUN.

      *> The CALL hands back the subprogram's RETURN-CODE, so the
      *> run's own code is parked and restored around it, the same
      *> discipline as the CBL_RENAME_FILE calls.
       0050-ACQUIRE-RUN-LOCK.
           SET LOCK-FUNCTION-ACQUIRE TO TRUE
           MOVE "COBOLSOLUTION4MIGR" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

       0060-RELEASE-RUN-LOCK.
           SET LOCK-FUNCTION-RELEASE TO TRUE
           MOVE "COBOLSOLUTION4MIGR" TO LOCK-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4LOCK" USING LOCK-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> The caller has set the function and the attempt text.
       0070-CHECK-AUTHORITY.
           MOVE "COBOLSOLUTION4MIGR" TO AUTH-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4AUTH" USING AUTH-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE.

      *> Four lines, each trimmed as CONFIGFILE's are. A prefix line
      *> may be blank; a domain line may not, and the two bases must
      *> differ or there is nothing to move.
       0100-READ-MIGRATION-PARMS.
           OPEN INPUT MIGRATION-PARM-FILE
           IF WS-MIGRATION-PARM-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN MIGPARM, STATUS="
                   WS-MIGRATION-PARM-STATUS
               SET MIGRATION-PARMS-INVALID TO TRUE
           ELSE
               PERFORM 0110-READ-ONE-PARM-LINE
               MOVE FUNCTION TRIM(MIGRATION-PARM-RECORD)
                   TO WS-OLD-DOMAIN
               PERFORM 0110-READ-ONE-PARM-LINE
               MOVE FUNCTION TRIM(MIGRATION-PARM-RECORD)
                   TO WS-OLD-PREFIX
               PERFORM 0110-READ-ONE-PARM-LINE
               MOVE FUNCTION TRIM(MIGRATION-PARM-RECORD)
                   TO WS-NEW-DOMAIN
               PERFORM 0110-READ-ONE-PARM-LINE
               MOVE FUNCTION TRIM(MIGRATION-PARM-RECORD)
                   TO WS-NEW-PREFIX
               CLOSE MIGRATION-PARM-FILE
           END-IF
           IF NOT MIGRATION-PARMS-INVALID
               MOVE SPACES TO WS-OLD-BASE
               STRING FUNCTION TRIM(WS-OLD-DOMAIN) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-OLD-PREFIX) DELIMITED BY SIZE
                   INTO WS-OLD-BASE
               MOVE SPACES TO WS-NEW-BASE
               STRING FUNCTION TRIM(WS-NEW-DOMAIN) DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NEW-PREFIX) DELIMITED BY SIZE
                   INTO WS-NEW-BASE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-BASE))
                   TO WS-OLD-BASE-LENGTH
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-BASE))
                   TO WS-NEW-BASE-LENGTH
               EVALUATE TRUE
                   WHEN WS-OLD-DOMAIN = SPACES
                       DISPLAY "ERROR - MIGPARM LINE 1 (OLD DOMAIN) "
                           "IS BLANK"
                       SET MIGRATION-PARMS-INVALID TO TRUE
                   WHEN WS-NEW-DOMAIN = SPACES
                       DISPLAY "ERROR - MIGPARM LINE 3 (NEW DOMAIN) "
                           "IS BLANK"
                       SET MIGRATION-PARMS-INVALID TO TRUE
                   WHEN WS-OLD-BASE = WS-NEW-BASE
                       DISPLAY "ERROR - MIGPARM OLD AND NEW DOMAIN/"
                           "PREFIX ARE THE SAME"
                       SET MIGRATION-PARMS-INVALID TO TRUE
               END-EVALUATE
           END-IF.

      *> A short parameter file leaves the rest of the lines blank,
      *> which the edits above then refuse.
       0110-READ-ONE-PARM-LINE.
           READ MIGRATION-PARM-FILE
               AT END
                   MOVE SPACES TO MIGRATION-PARM-RECORD
           END-READ.

       0200-CHECK-CONFIGFILE.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-FILE-STATUS NOT = "00"
               AND WS-CONFIG-FILE-STATUS NOT = "35"
               DISPLAY "ERROR - UNABLE TO OPEN CONFIGFILE, STATUS="
                   WS-CONFIG-FILE-STATUS
               SET MIGRATION-PARMS-INVALID TO TRUE
           END-IF
           IF WS-CONFIG-FILE-STATUS = "00"
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(CONFIG-RECORD) TO
                           WS-CONFIG-DOMAIN
               END-READ
               READ CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FUNCTION TRIM(CONFIG-RECORD) TO
                           WS-CONFIG-PREFIX
               END-READ
               CLOSE CONFIG-FILE
           END-IF
           MOVE SPACES TO WS-CONFIG-BASE
           STRING FUNCTION TRIM(WS-CONFIG-DOMAIN) DELIMITED BY SIZE
               FUNCTION TRIM(WS-CONFIG-PREFIX) DELIMITED BY SIZE
               INTO WS-CONFIG-BASE
           IF NOT MIGRATION-PARMS-INVALID
               AND WS-CONFIG-BASE NOT = WS-NEW-BASE
               DISPLAY "ERROR - CONFIGFILE BUILDS URLS ON "
                   FUNCTION TRIM(WS-CONFIG-BASE)
                   " BUT MIGPARM MOVES THEM TO "
                   FUNCTION TRIM(WS-NEW-BASE)
               DISPLAY "CHANGE CONFIGFILE TO THE NEW DOMAIN/PREFIX "
                   "BEFORE MIGRATING"
               SET MIGRATION-PARMS-INVALID TO TRUE
           END-IF.

       0300-WRITE-REPORT-HEADING.
           MOVE "URL MASTER DOMAIN MIGRATION REPORT"
               TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE "==================================="
               TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  TIME: " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               "  OPERATOR: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "OLD DOMAIN/PREFIX.......: " DELIMITED BY SIZE
               WS-OLD-BASE DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "NEW DOMAIN/PREFIX.......: " DELIMITED BY SIZE
               WS-NEW-BASE DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE "SEEDS WHOSE PATH FITS DIFFERENTLY, AND SEEDS NOT MOVED"
               TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD.

      *> Stamped with the time as well as the date, so a rerun the
      *> same day to pick up seeds left behind does not overwrite the
      *> map the web content team may not have loaded yet.
       0400-OPEN-REDIRECT-MAP.
           MOVE SPACES TO WS-REDIRECT-NAME
           STRING "REDIRMAP.D" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".T" DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-REDIRECT-NAME
           OPEN OUTPUT REDIRECT-MAP-FILE
           IF WS-REDIRECT-MAP-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-REDIRECT-NAME) ", STATUS="
                   WS-REDIRECT-MAP-STATUS
           ELSE
               MOVE SPACES TO REDIRECT-MAP-RECORD
               MOVE "H" TO REDIR-HDR-TYPE
               MOVE WS-RUN-DATE TO REDIR-HDR-RUN-DATE
               MOVE WS-OLD-BASE TO REDIR-HDR-OLD-BASE
               MOVE WS-NEW-BASE TO REDIR-HDR-NEW-BASE
               WRITE REDIRECT-MAP-RECORD
               IF WS-REDIRECT-MAP-STATUS NOT = "00"
                   DISPLAY "ERROR - REDIRECT MAP HEADER WRITE FAILED, "
                       "STATUS=" WS-REDIRECT-MAP-STATUS
                   CLOSE REDIRECT-MAP-FILE
                   MOVE "99" TO WS-REDIRECT-MAP-STATUS
               END-IF
           END-IF.

      *> A missing master is not created here - there is nothing to
      *> migrate on a master that was never written.
       0500-OPEN-URL-MASTER.
           OPEN I-O URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               SET MASTER-UNAVAILABLE TO TRUE
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
           END-IF.

      *> The master is browsed in seed order. Checking a new URL
      *> against the other rows reads through the alternate keys and
      *> loses the place, so after each row considered the browse is
      *> restarted just past it.
       1000-MIGRATE-MASTER.
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
                       ADD 1 TO WS-ROWS-READ
                       PERFORM 1050-CONSIDER-ONE-ROW
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   AND WS-URL-MASTER-STATUS NOT = "23"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                       " - MIGRATION STOPPED AFTER SEED "
                       WS-CURRENT-SEED
                   MOVE 8 TO RETURN-CODE
                   SET NO-MORE-MASTER-ROWS TO TRUE
               END-IF
           END-PERFORM.

      *> When the new domain/prefix begins with the old one (the
      *> same domain given a longer prefix), a row already moved is
      *> still "on the old domain" by a plain prefix compare. It is
      *> recognised by the new base instead - an issued path has no
      *> separators, so an unmoved row cannot carry the longer
      *> prefix - and passed over like any other moved row.
       1050-CONSIDER-ONE-ROW.
           IF WS-NEW-BASE-LENGTH > WS-OLD-BASE-LENGTH
               AND URLMST-URL(1:WS-NEW-BASE-LENGTH)
                   = WS-NEW-BASE(1:WS-NEW-BASE-LENGTH)
               ADD 1 TO WS-ALREADY-MOVED-COUNT
           ELSE
               PERFORM 1060-CONSIDER-OLD-DOMAIN-ROW
           END-IF.

       1060-CONSIDER-OLD-DOMAIN-ROW.
           IF URLMST-URL(1:WS-OLD-BASE-LENGTH)
               = WS-OLD-BASE(1:WS-OLD-BASE-LENGTH)
               IF URLMST-ACTIVE
                   ADD 1 TO WS-ON-OLD-DOMAIN-COUNT
                   MOVE URLMST-SEED TO WS-CURRENT-SEED
                   PERFORM 1100-MIGRATE-ONE-ROW
                   MOVE WS-CURRENT-SEED TO URLMST-SEED
                   START URL-MASTER-FILE
                       KEY IS GREATER THAN URLMST-SEED
                       INVALID KEY
                           SET NO-MORE-MASTER-ROWS TO TRUE
                   END-START
               ELSE
                   ADD 1 TO WS-WITHDRAWN-SKIPPED
               END-IF
           END-IF.

       1100-MIGRATE-ONE-ROW.
           MOVE URL-MASTER-RECORD TO WS-ROW-AS-READ
           MOVE URLMST-URL TO WS-ISSUED-URL
           MOVE SPACES TO WS-REFUSAL-TEXT
           MOVE SPACES TO WS-NEW-URL
           MOVE URLMST-SEED TO CALC-SEED
           MOVE "MIGRATE" TO CALC-CALLER-ID
           MOVE WS-OPERATOR-ID TO CALC-OPERATOR-ID
           MOVE URLMST-BATCH-ID TO CALC-BATCH-ID
           MOVE 'Y' TO CALC-VALIDATE-FLAG
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4CALC" USING CALC-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           MOVE CALC-RESULT TO WS-NEW-URL
           IF WS-NEW-URL(1:WS-NEW-BASE-LENGTH)
               NOT = WS-NEW-BASE(1:WS-NEW-BASE-LENGTH)
               MOVE "RECOMPUTED URL IS NOT ON THE NEW DOMAIN/PREFIX"
                   TO WS-REFUSAL-TEXT
           ELSE
               PERFORM 1200-COMPARE-PATHS
               IF PATH-DOES-NOT-MATCH
                   MOVE "RECOMPUTED PATH DOES NOT MATCH THE ISSUED URL"
                       TO WS-REFUSAL-TEXT
               ELSE
                   PERFORM 1300-CHECK-NEW-URL-FREE
               END-IF
           END-IF
           IF WS-REFUSAL-TEXT = SPACES
               PERFORM 1400-RESTAMP-ROW
           END-IF
           IF WS-REFUSAL-TEXT = SPACES
               ADD 1 TO WS-MOVED-COUNT
               EVALUATE TRUE
                   WHEN PATH-FITS-THE-SAME
                       ADD 1 TO WS-SAME-PATH-COUNT
                   WHEN PATH-FITS-LESS
                       ADD 1 TO WS-LESS-PATH-COUNT
                       PERFORM 3000-WRITE-PATH-FIT-LINES
                   WHEN PATH-FITS-MORE
                       ADD 1 TO WS-MORE-PATH-COUNT
                       PERFORM 3000-WRITE-PATH-FIT-LINES
               END-EVALUATE
           ELSE
               ADD 1 TO WS-NOT-MOVED-COUNT
               PERFORM 3100-WRITE-NOT-MOVED-LINES
           END-IF.

      *> The path is whatever follows the base. The same path is the
      *> ordinary case; one path the start of the other means the
      *> new prefix leaves room for less, or more, of the chain; any
      *> other difference means the issued URL is not what this seed
      *> computes to, and it is not the migration's to rewrite.
       1200-COMPARE-PATHS.
           MOVE SPACES TO WS-OLD-PATH
           MOVE SPACES TO WS-NEW-PATH
           MOVE ZERO TO WS-OLD-PATH-LENGTH
           MOVE ZERO TO WS-NEW-PATH-LENGTH
           IF WS-OLD-BASE-LENGTH < 100
               MOVE WS-ISSUED-URL(WS-OLD-BASE-LENGTH + 1:)
                   TO WS-OLD-PATH
           END-IF
           IF WS-NEW-BASE-LENGTH < 100
               MOVE WS-NEW-URL(WS-NEW-BASE-LENGTH + 1:)
                   TO WS-NEW-PATH
           END-IF
           IF WS-OLD-PATH NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-OLD-PATH))
                   TO WS-OLD-PATH-LENGTH
           END-IF
           IF WS-NEW-PATH NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NEW-PATH))
                   TO WS-NEW-PATH-LENGTH
           END-IF
           EVALUATE TRUE
               WHEN WS-OLD-PATH = WS-NEW-PATH
                   SET PATH-FITS-THE-SAME TO TRUE
               WHEN WS-NEW-PATH-LENGTH < WS-OLD-PATH-LENGTH
                   SET PATH-FITS-LESS TO TRUE
                   IF WS-NEW-PATH-LENGTH > ZERO
                       IF WS-OLD-PATH(1:WS-NEW-PATH-LENGTH)
                           NOT = WS-NEW-PATH(1:WS-NEW-PATH-LENGTH)
                           SET PATH-DOES-NOT-MATCH TO TRUE
                       END-IF
                   END-IF
               WHEN WS-NEW-PATH-LENGTH > WS-OLD-PATH-LENGTH
                   SET PATH-FITS-MORE TO TRUE
                   IF WS-OLD-PATH-LENGTH > ZERO
                       IF WS-NEW-PATH(1:WS-OLD-PATH-LENGTH)
                           NOT = WS-OLD-PATH(1:WS-OLD-PATH-LENGTH)
                           SET PATH-DOES-NOT-MATCH TO TRUE
                       END-IF
                   END-IF
               WHEN OTHER
                   SET PATH-DOES-NOT-MATCH TO TRUE
           END-EVALUATE.

      *> The same test a first issue gets (R07): no other active seed
      *> may answer on the new URL - neither as its URL nor as an old
      *> URL it was moved off, which the web content team now
      *> redirects. A read failure refuses the move too.
       1300-CHECK-NEW-URL-FREE.
           MOVE ZERO TO WS-HOLDING-SEED
           MOVE 'N' TO WS-KEY-SCAN-SWITCH
           MOVE WS-NEW-URL TO URLMST-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
               INVALID KEY
                   SET KEY-SCAN-DONE TO TRUE
           END-START
           PERFORM 1350-CHECK-KEY-SCAN-STATUS
           PERFORM UNTIL KEY-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET KEY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF URLMST-URL NOT = WS-NEW-URL
                           SET KEY-SCAN-DONE TO TRUE
                       ELSE
                           IF URLMST-ACTIVE
                               AND URLMST-SEED NOT = WS-CURRENT-SEED
                               MOVE URLMST-SEED TO WS-HOLDING-SEED
                               MOVE "NEW URL IS ALREADY ISSUED TO SEED"
                                   TO WS-REFUSAL-TEXT
                               SET KEY-SCAN-DONE TO TRUE
                           END-IF
                       END-IF
               END-READ
               PERFORM 1350-CHECK-KEY-SCAN-STATUS
           END-PERFORM
           IF WS-REFUSAL-TEXT = SPACES
               MOVE 'N' TO WS-KEY-SCAN-SWITCH
               MOVE WS-NEW-URL TO URLMST-PRIOR-URL
               START URL-MASTER-FILE KEY IS EQUAL TO URLMST-PRIOR-URL
                   INVALID KEY
                       SET KEY-SCAN-DONE TO TRUE
               END-START
               PERFORM 1350-CHECK-KEY-SCAN-STATUS
               PERFORM UNTIL KEY-SCAN-DONE
                   READ URL-MASTER-FILE NEXT RECORD
                       AT END
                           SET KEY-SCAN-DONE TO TRUE
                       NOT AT END
                           PERFORM 1310-TEST-ONE-PRIOR-URL-ROW
                   END-READ
                   PERFORM 1350-CHECK-KEY-SCAN-STATUS
               END-PERFORM
           END-IF
           IF WS-HOLDING-SEED NOT = ZERO
               STRING FUNCTION TRIM(WS-REFUSAL-TEXT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HOLDING-SEED DELIMITED BY SIZE
                   INTO WS-REFUSAL-TEXT
           END-IF.

       1310-TEST-ONE-PRIOR-URL-ROW.
           IF URLMST-PRIOR-URL NOT = WS-NEW-URL
               SET KEY-SCAN-DONE TO TRUE
           ELSE
               IF URLMST-ACTIVE AND URLMST-SEED NOT = WS-CURRENT-SEED
                   MOVE URLMST-SEED TO WS-HOLDING-SEED
                   MOVE "NEW URL IS REDIRECTED TO SEED"
                       TO WS-REFUSAL-TEXT
                   SET KEY-SCAN-DONE TO TRUE
               END-IF
           END-IF.

      *> 23 on the START is the ordinary "no row carries it" answer
      *> and 02 on a read says more rows share the key.
       1350-CHECK-KEY-SCAN-STATUS.
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "10"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                   WS-URL-MASTER-STATUS " CHECKING SEED "
                   WS-CURRENT-SEED
               MOVE "NEW URL COULD NOT BE CHECKED AGAINST THE MASTER"
                   TO WS-REFUSAL-TEXT
               MOVE ZERO TO WS-HOLDING-SEED
               SET KEY-SCAN-DONE TO TRUE
           END-IF.

      *> The row is read again by seed for the rewrite. It must still
      *> be the row the decision was made on - nothing else updates
      *> the master under the run lock, so a difference means the
      *> read went wrong and the row is left alone.
       1400-RESTAMP-ROW.
           MOVE WS-CURRENT-SEED TO URLMST-SEED
           READ URL-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-URL-MASTER-STATUS = "02"
               MOVE "00" TO WS-URL-MASTER-STATUS
           END-IF
           IF WS-URL-MASTER-STATUS NOT = "00"
               OR URL-MASTER-RECORD NOT = WS-ROW-AS-READ
               MOVE "ROW COULD NOT BE READ BACK FOR THE REWRITE"
                   TO WS-REFUSAL-TEXT
           ELSE
               MOVE URL-MASTER-RECORD TO JRNL-BEFORE-IMAGE
               MOVE WS-ISSUED-URL TO URLMST-PRIOR-URL
               MOVE WS-NEW-URL TO URLMST-URL
               MOVE WS-RUN-DATE TO URLMST-MIGRATE-DATE
               REWRITE URL-MASTER-RECORD
      *> 02 only says another row shares an alternate key value.
               IF WS-URL-MASTER-STATUS = "02"
                   MOVE "00" TO WS-URL-MASTER-STATUS
               END-IF
               IF WS-URL-MASTER-STATUS NOT = "00"
                   DISPLAY "ERROR - URLMASTER REWRITE FAILED FOR SEED "
                       WS-CURRENT-SEED ", STATUS="
                       WS-URL-MASTER-STATUS
                   MOVE "URLMASTER REWRITE FAILED"
                       TO WS-REFUSAL-TEXT
               ELSE
                   PERFORM 1450-JOURNAL-MASTER-CHANGE
                   PERFORM 4000-WRITE-REDIRECT-DETAIL
               END-IF
           END-IF.

      *> A restamp the journal does not hold would be lost if the
      *> master were ever rebuilt from backup, so it grades the run
      *> like a failed rewrite.
       1450-JOURNAL-MASTER-CHANGE.
           MOVE "COBOLSOLUTION4MIGR" TO JRNL-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE URLMST-BATCH-ID TO JRNL-BATCH-ID
           MOVE "MG" TO JRNL-ACTION
           MOVE URL-MASTER-RECORD TO JRNL-AFTER-IMAGE
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4JRNL" USING JRNL-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF JRNL-WRITE-FAILED
               DISPLAY "ERROR - CHANGE TO SEED " WS-CURRENT-SEED
                   " NOT JOURNALLED, STATUS=" JRNL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Lengths are the path after the base, as issued and as it is
      *> now, against the whole chain before any truncation.
       3000-WRITE-PATH-FIT-LINES.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           IF PATH-FITS-LESS
               MOVE "TRUNCATED SHORTER" TO MIGRATION-RPT-RECORD
           ELSE
               MOVE "TRUNCATED LONGER" TO MIGRATION-RPT-RECORD
           END-IF
           MOVE WS-OLD-PATH-LENGTH TO WS-PATH-LENGTH-EDIT
           STRING "SEED " DELIMITED BY SIZE
               WS-CURRENT-SEED DELIMITED BY SIZE
               "  ISSUED PATH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PATH-LENGTH-EDIT) DELIMITED BY SIZE
               " BYTES" DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD(19:)
           MOVE WS-NEW-PATH-LENGTH TO WS-PATH-LENGTH-EDIT
           MOVE CALC-FULL-PATH-LENGTH TO WS-FULL-LENGTH-EDIT
           STRING "  NEW PATH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-PATH-LENGTH-EDIT) DELIMITED BY SIZE
               " BYTES  FULL PATH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FULL-LENGTH-EDIT) DELIMITED BY SIZE
               " BYTES - MOVED" DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD(53:)
           WRITE MIGRATION-RPT-RECORD
           PERFORM 3200-WRITE-URL-LINES.

       3100-WRITE-NOT-MOVED-LINES.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "NOT MOVED       SEED " DELIMITED BY SIZE
               WS-CURRENT-SEED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REFUSAL-TEXT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           PERFORM 3200-WRITE-URL-LINES.

       3200-WRITE-URL-LINES.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "    ISSUED URL: " DELIMITED BY SIZE
               WS-ISSUED-URL DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "    NEW URL...: " DELIMITED BY SIZE
               WS-NEW-URL DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD.

      *> Written only once the restamp has landed, so every redirect
      *> on the map is one the master already answers on.
       4000-WRITE-REDIRECT-DETAIL.
           MOVE SPACES TO REDIRECT-MAP-RECORD
           MOVE "D" TO REDIR-DTL-TYPE
           MOVE WS-ISSUED-URL TO REDIR-DTL-OLD-URL
           MOVE WS-NEW-URL TO REDIR-DTL-NEW-URL
           MOVE WS-CURRENT-SEED TO REDIR-DTL-SEED
           MOVE WS-PATH-FIT TO REDIR-DTL-PATH-FIT
           WRITE REDIRECT-MAP-RECORD
           IF WS-REDIRECT-MAP-STATUS = "00"
               ADD 1 TO WS-REDIRECT-COUNT
           ELSE
               DISPLAY "ERROR - REDIRECT MAP WRITE FAILED FOR SEED "
                   WS-CURRENT-SEED ", STATUS=" WS-REDIRECT-MAP-STATUS
                   " - SEED MOVED BUT NOT ON THE MAP"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-WRITE-REDIRECT-TRAILER.
           MOVE SPACES TO REDIRECT-MAP-RECORD
           MOVE "T" TO REDIR-TRL-TYPE
           MOVE WS-REDIRECT-COUNT TO REDIR-TRL-DETAIL-COUNT
           WRITE REDIRECT-MAP-RECORD
           IF WS-REDIRECT-MAP-STATUS NOT = "00"
               DISPLAY "ERROR - REDIRECT MAP TRAILER WRITE FAILED, "
                   "STATUS=" WS-REDIRECT-MAP-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "REDIRECT MAP............: " DELIMITED BY SIZE
               WS-REDIRECT-NAME DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "MASTER ROWS READ........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-ON-OLD-DOMAIN-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "ACTIVE ON OLD DOMAIN....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-ALREADY-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "ALREADY ON NEW DOMAIN...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "MOVED...................: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-SAME-PATH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "  PATH FITS THE SAME....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-LESS-PATH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "  PATH FITS LESS........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-MORE-PATH-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "  PATH FITS MORE........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-NOT-MOVED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "NOT MOVED...............: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-WITHDRAWN-SKIPPED TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "WITHDRAWN, LEFT AS IS...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD
           MOVE WS-REDIRECT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO MIGRATION-RPT-RECORD
           STRING "REDIRECTS ON THE MAP....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO MIGRATION-RPT-RECORD
           WRITE MIGRATION-RPT-RECORD.
