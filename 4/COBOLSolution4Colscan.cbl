       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4COLSCAN.

       AUTHOR. IVAN SHABALIN.

      *> One-off scan of URLMASTER for URL collisions already on file.
      *> The URL is built with no separator between its parts and cut
      *> at 100 bytes, so before the issuing programs checked for it
      *> two different seeds could be issued the same URL - the web
      *> answers for one of them and the other seed's customers land
      *> on the wrong page. The master is read in URL order through
      *> its alternate key and every URL carried by more than one
      *> ACTIVE row is listed on COLLRPT with all the rows sharing
      *> it (withdrawn rows included, marked, since they explain the
      *> history but no longer answer on the web). A URL also
      *> answers for a seed the domain migration moved off it, since
      *> the web content team redirects the old URL to the seed's new
      *> one, so a second pass reads the master in seed order and
      *> lists every active row whose old URL is now another active
      *> seed's URL. Read only, so no run lock is taken. Ends with
      *> RETURN-CODE 4 when any collision is found, so support can
      *> decide per pair which seed keeps the URL and withdraw the
      *> other through the maintenance run.
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
           SELECT COLL-RPT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  URL-MASTER-FILE.
       COPY URLMST.

       FD  COLL-RPT-FILE.
       01  COLL-RPT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-URL-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-COLL-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-MASTER-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-MASTER-ROWS VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-TIME PIC 9(6) VALUE ZERO.
       01 WS-ROWS-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DISTINCT-URL-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COLLISION-GROUP-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COLLISION-SEED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
      *> The rows of the URL currently being gathered. A group is
      *> judged when the next URL arrives (or at end of file); more
      *> than 50 rows on one URL is listed as far as the table goes
      *> and flagged.
       01 WS-GROUP-URL PIC X(100) VALUE SPACES.
       01 WS-GROUP-SUB PIC 9(4) VALUE ZERO.
       01 WS-GROUP-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GROUP-ACTIVE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GROUP-OVERFLOW-SWITCH PIC X VALUE 'N'.
           88 GROUP-TABLE-OVERFLOWED VALUE 'Y'.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ENTRY OCCURS 50 TIMES.
               10 WS-GROUP-SEED PIC 9(6).
               10 WS-GROUP-STATUS PIC X.
               10 WS-GROUP-FIRST-ISSUE PIC 9(8).
               10 WS-GROUP-LAST-ISSUE PIC 9(8).
               10 WS-GROUP-BATCH-ID PIC X(8).
       01 WS-STATUS-TEXT PIC X(9) VALUE SPACES.
      *> The migrated row whose old URL is being looked up as a URL.
       01 WS-KEY-SCAN-SWITCH PIC X VALUE 'N'.
           88 KEY-SCAN-DONE VALUE 'Y'.
       01 WS-REDIR-SEED PIC 9(6) VALUE ZERO.
       01 WS-REDIR-PRIOR-URL PIC X(100) VALUE SPACES.
       01 WS-REDIR-MIGRATE-DATE PIC 9(8) VALUE ZERO.
       01 WS-MIGRATED-ROW-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REDIRECT-COLLISION-COUNT PIC 9(8) VALUE ZERO.
       01 WS-REDIR-HEADING-SWITCH PIC X VALUE 'N'.
           88 REDIR-HEADING-WRITTEN VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME
           OPEN OUTPUT COLL-RPT-FILE
           IF WS-COLL-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN COLLRPT, STATUS="
                   WS-COLL-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-WRITE-REPORT-HEADING
           OPEN INPUT URL-MASTER-FILE
           IF WS-URL-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN URLMASTER, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE "URLMASTER COULD NOT BE OPENED - NOTHING SCANNED"
                   TO COLL-RPT-RECORD
               WRITE COLL-RPT-RECORD
               CLOSE COLL-RPT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-POSITION-ON-URL-KEY
           PERFORM UNTIL NO-MORE-MASTER-ROWS
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   NOT AT END
                       PERFORM 1000-GATHER-ONE-ROW
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   MOVE "URLMASTER READ FAILED - SCAN INCOMPLETE"
                       TO COLL-RPT-RECORD
                   WRITE COLL-RPT-RECORD
                   MOVE 8 TO RETURN-CODE
                   SET NO-MORE-MASTER-ROWS TO TRUE
               END-IF
           END-PERFORM
           IF WS-GROUP-COUNT > ZERO
               PERFORM 2000-JUDGE-URL-GROUP
           END-IF
           PERFORM 3000-SCAN-REDIRECTED-URLS
           CLOSE URL-MASTER-FILE
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE COLL-RPT-FILE
           IF (WS-COLLISION-GROUP-COUNT > ZERO
               OR WS-REDIRECT-COLLISION-COUNT > ZERO)
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-WRITE-REPORT-HEADING.
           MOVE "URL MASTER COLLISION SCAN" TO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE "=========================" TO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "RUN DATE: " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  TIME: " DELIMITED BY SIZE
               WS-RUN-TIME DELIMITED BY SIZE
               "  URLS HELD BY MORE THAN ONE ACTIVE SEED"
                   DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD.

      *> Low-values sort ahead of every URL, so the scan starts at
      *> the first row in URL order. An empty master answers the
      *> START with 23 and is reported as nothing to scan.
       0200-POSITION-ON-URL-KEY.
           MOVE LOW-VALUES TO URLMST-URL
           START URL-MASTER-FILE KEY IS NOT LESS THAN URLMST-URL
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER START FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET NO-MORE-MASTER-ROWS TO TRUE
           END-IF.

       1000-GATHER-ONE-ROW.
           ADD 1 TO WS-ROWS-READ-COUNT
           IF WS-GROUP-COUNT > ZERO AND URLMST-URL NOT = WS-GROUP-URL
               PERFORM 2000-JUDGE-URL-GROUP
           END-IF
           IF WS-GROUP-COUNT = ZERO
               ADD 1 TO WS-DISTINCT-URL-COUNT
               MOVE URLMST-URL TO WS-GROUP-URL
               MOVE ZERO TO WS-GROUP-ACTIVE-COUNT
               MOVE 'N' TO WS-GROUP-OVERFLOW-SWITCH
           END-IF
           IF URLMST-ACTIVE
               ADD 1 TO WS-GROUP-ACTIVE-COUNT
           END-IF
           IF WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               MOVE URLMST-SEED TO WS-GROUP-SEED(WS-GROUP-COUNT)
               MOVE URLMST-STATUS TO WS-GROUP-STATUS(WS-GROUP-COUNT)
               MOVE URLMST-FIRST-ISSUE-DATE
                   TO WS-GROUP-FIRST-ISSUE(WS-GROUP-COUNT)
               MOVE URLMST-LAST-ISSUE-DATE
                   TO WS-GROUP-LAST-ISSUE(WS-GROUP-COUNT)
               MOVE URLMST-BATCH-ID TO WS-GROUP-BATCH-ID(WS-GROUP-COUNT)
           ELSE
               SET GROUP-TABLE-OVERFLOWED TO TRUE
           END-IF.

      *> A URL is a collision only when two or more of its rows are
      *> active - one active row beside withdrawn ones is the normal
      *> result of a withdrawal and answers for a single seed.
       2000-JUDGE-URL-GROUP.
           IF WS-GROUP-ACTIVE-COUNT > 1
               ADD 1 TO WS-COLLISION-GROUP-COUNT
               ADD WS-GROUP-ACTIVE-COUNT TO WS-COLLISION-SEED-COUNT
               PERFORM 2100-WRITE-COLLISION-GROUP
           END-IF
           MOVE ZERO TO WS-GROUP-COUNT.

       2100-WRITE-COLLISION-GROUP.
           MOVE SPACES TO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "URL: " DELIMITED BY SIZE
               WS-GROUP-URL DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-GROUP-ACTIVE-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "  ACTIVE SEEDS ON THIS URL: " DELIMITED BY SIZE
               FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
               UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
               PERFORM 2200-WRITE-COLLISION-ROW
           END-PERFORM
           IF GROUP-TABLE-OVERFLOWED
               MOVE "  MORE THAN 50 ROWS SHARE THIS URL - LIST CUT"
                   TO COLL-RPT-RECORD
               WRITE COLL-RPT-RECORD
           END-IF.

       2200-WRITE-COLLISION-ROW.
           IF WS-GROUP-STATUS(WS-GROUP-SUB) = "W"
               MOVE "WITHDRAWN" TO WS-STATUS-TEXT
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-TEXT
           END-IF
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "  SEED " DELIMITED BY SIZE
               WS-GROUP-SEED(WS-GROUP-SUB) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-STATUS-TEXT DELIMITED BY SIZE
               "  FIRST ISSUED " DELIMITED BY SIZE
               WS-GROUP-FIRST-ISSUE(WS-GROUP-SUB) DELIMITED BY SIZE
               "  LAST ISSUED " DELIMITED BY SIZE
               WS-GROUP-LAST-ISSUE(WS-GROUP-SUB) DELIMITED BY SIZE
               "  LAST BATCH " DELIMITED BY SIZE
               WS-GROUP-BATCH-ID(WS-GROUP-SUB) DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD.

      *> Each looked-up old URL moves the record area off the seed
      *> browse, so the browse is started again just past the seed.
       3000-SCAN-REDIRECTED-URLS.
           MOVE 'N' TO WS-MASTER-EOF-SWITCH
           MOVE ZERO TO URLMST-SEED
           START URL-MASTER-FILE KEY IS NOT LESS THAN URLMST-SEED
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER START FAILED, STATUS="
                   WS-URL-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               SET NO-MORE-MASTER-ROWS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-MASTER-ROWS
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   NOT AT END
                       IF URLMST-ACTIVE
                           AND URLMST-PRIOR-URL NOT = SPACES
                           PERFORM 3100-CHECK-ONE-PRIOR-URL
                       END-IF
               END-READ
               IF WS-URL-MASTER-STATUS NOT = "00"
                   AND WS-URL-MASTER-STATUS NOT = "02"
                   AND WS-URL-MASTER-STATUS NOT = "10"
                   AND WS-URL-MASTER-STATUS NOT = "23"
                   DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                       WS-URL-MASTER-STATUS
                   MOVE "URLMASTER READ FAILED - OLD URL SCAN CUT"
                       TO COLL-RPT-RECORD
                   WRITE COLL-RPT-RECORD
                   MOVE 8 TO RETURN-CODE
                   SET NO-MORE-MASTER-ROWS TO TRUE
               END-IF
           END-PERFORM.

       3100-CHECK-ONE-PRIOR-URL.
           ADD 1 TO WS-MIGRATED-ROW-COUNT
           MOVE URLMST-SEED TO WS-REDIR-SEED
           MOVE URLMST-PRIOR-URL TO WS-REDIR-PRIOR-URL
           MOVE URLMST-MIGRATE-DATE TO WS-REDIR-MIGRATE-DATE
           MOVE 'N' TO WS-KEY-SCAN-SWITCH
           MOVE WS-REDIR-PRIOR-URL TO URLMST-URL
           START URL-MASTER-FILE KEY IS EQUAL TO URLMST-URL
               INVALID KEY
                   SET KEY-SCAN-DONE TO TRUE
           END-START
           PERFORM 3300-CHECK-KEY-SCAN-STATUS
           PERFORM UNTIL KEY-SCAN-DONE
               READ URL-MASTER-FILE NEXT RECORD
                   AT END
                       SET KEY-SCAN-DONE TO TRUE
                   NOT AT END
                       IF URLMST-URL NOT = WS-REDIR-PRIOR-URL
                           SET KEY-SCAN-DONE TO TRUE
                       ELSE
                           IF URLMST-ACTIVE
                               AND URLMST-SEED NOT = WS-REDIR-SEED
                               PERFORM 3200-WRITE-REDIRECT-COLLISION
                           END-IF
                       END-IF
               END-READ
               PERFORM 3300-CHECK-KEY-SCAN-STATUS
           END-PERFORM
           MOVE WS-REDIR-SEED TO URLMST-SEED
           START URL-MASTER-FILE KEY IS GREATER THAN URLMST-SEED
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START.

       3200-WRITE-REDIRECT-COLLISION.
           ADD 1 TO WS-REDIRECT-COLLISION-COUNT
           IF NOT REDIR-HEADING-WRITTEN
               MOVE SPACES TO COLL-RPT-RECORD
               WRITE COLL-RPT-RECORD
               MOVE "OLD URLS REDIRECTED TO ONE SEED, ISSUED TO ANOTHER"
                   TO COLL-RPT-RECORD
               WRITE COLL-RPT-RECORD
               SET REDIR-HEADING-WRITTEN TO TRUE
           END-IF
           MOVE SPACES TO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "URL: " DELIMITED BY SIZE
               WS-REDIR-PRIOR-URL DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "  SEED " DELIMITED BY SIZE
               WS-REDIR-SEED DELIMITED BY SIZE
               "  REDIRECTED - MOVED OFF THIS URL " DELIMITED BY SIZE
               WS-REDIR-MIGRATE-DATE DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "  SEED " DELIMITED BY SIZE
               URLMST-SEED DELIMITED BY SIZE
               "  ACTIVE     FIRST ISSUED " DELIMITED BY SIZE
               URLMST-FIRST-ISSUE-DATE DELIMITED BY SIZE
               "  LAST ISSUED " DELIMITED BY SIZE
               URLMST-LAST-ISSUE-DATE DELIMITED BY SIZE
               "  LAST BATCH " DELIMITED BY SIZE
               URLMST-BATCH-ID DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD.

      *> 23 on the START is the ordinary "no row carries it" answer
      *> and 02 on a read says more rows share the key.
       3300-CHECK-KEY-SCAN-STATUS.
           IF WS-URL-MASTER-STATUS NOT = "00"
               AND WS-URL-MASTER-STATUS NOT = "02"
               AND WS-URL-MASTER-STATUS NOT = "10"
               AND WS-URL-MASTER-STATUS NOT = "23"
               DISPLAY "ERROR - URLMASTER READ FAILED, STATUS="
                   WS-URL-MASTER-STATUS " CHECKING SEED "
                   WS-REDIR-SEED
               MOVE 8 TO RETURN-CODE
               SET KEY-SCAN-DONE TO TRUE
           END-IF.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-ROWS-READ-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "MASTER ROWS READ........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-DISTINCT-URL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "DISTINCT URLS...........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-COLLISION-GROUP-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "COLLIDING URLS..........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-COLLISION-SEED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "ACTIVE SEEDS INVOLVED...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-MIGRATED-ROW-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "ACTIVE WITH AN OLD URL..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD
           MOVE WS-REDIRECT-COLLISION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COLL-RPT-RECORD
           STRING "REDIRECT COLLISIONS.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO COLL-RPT-RECORD
           WRITE COLL-RPT-RECORD.
