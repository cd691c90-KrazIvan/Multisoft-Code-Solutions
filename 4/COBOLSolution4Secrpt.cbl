       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4SECRPT.

       AUTHOR. IVAN SHABALIN.

      *> Daily security violation report. COBOLSOLUTION4AUTH logs
      *> every request an operator was refused - a withdrawal by
      *> lookup staff, a lock break by someone without the
      *> authority, a maintenance transaction under another
      *> operator's id - on SECVIOL, and this job turns one day of
      *> that log into SECRPT for the security officer: each refusal
      *> in time order, then counts by operator and by function so
      *> repeated attempts by one id stand out. Ends with
      *> RETURN-CODE 4 when the day had any refusal at all, so the
      *> schedule can route the report for review.
      *>
      *> The day covered defaults to yesterday, as the morning
      *> schedule monitor's does, and can be pointed at any date with
      *> the ASOFDATE environment variable (yyyymmdd).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.
           SELECT SECURITY-RPT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECURITY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIOLATION-FILE.
       COPY SECVREC.

       FD  SECURITY-RPT-FILE.
       01  SECURITY-RPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-VIOLATION-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-SECURITY-RPT-STATUS PIC X(2) VALUE SPACES.
       01 WS-VIOLATION-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-VIOLATIONS VALUE 'Y'.
       01 WS-ASOF-DATE-TEXT PIC X(8) VALUE SPACES.
       01 WS-ASOF-DATE PIC 9(8) VALUE ZERO.
       01 WS-ASOF-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-VIOLATION-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ROWS-READ PIC 9(8) VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-TIME-EDIT PIC X(8) VALUE SPACES.
       01 WS-OPER-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPER-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-FUNC-SUB PIC 9(2) VALUE ZERO.
       01 WS-FUNC-HIT-SUB PIC 9(2) VALUE ZERO.
       01 WS-OPER-TABLE-WARNED-SWITCH PIC X VALUE 'N'.
           88 OPER-TABLE-WARNED VALUE 'Y'.
      *> Refusals for the day by operator id. Past 200 ids the rest
      *> are counted together on one line.
       01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 200 TIMES.
               10 WS-OPER-ID PIC X(20).
               10 WS-OPER-VIOLATIONS PIC 9(8).
       01 WS-OTHER-OPER-VIOLATIONS PIC 9(8) VALUE ZERO.
      *> Refusals for the day by function, in the SECVIOL code order;
      *> the eighth line takes any code this job does not know.
       01 WS-FUNCTION-NAMES.
           05 FILLER PIC X(18) VALUE "IQINQUIRY".
           05 FILLER PIC X(18) VALUE "OIONLINE ISSUE".
           05 FILLER PIC X(18) VALUE "WDWITHDRAW".
           05 FILLER PIC X(18) VALUE "BMBATCH MAINT".
           05 FILLER PIC X(18) VALUE "BKBULK WB/RB".
           05 FILLER PIC X(18) VALUE "LBLOCK BREAK".
           05 FILLER PIC X(18) VALUE "AIAUDIT INQUIRY".
           05 FILLER PIC X(18) VALUE "??OTHER".
       01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-NAMES.
           05 WS-FUNCTION-ENTRY OCCURS 8 TIMES.
               10 WS-FUNCTION-CODE PIC X(2).
               10 WS-FUNCTION-NAME PIC X(16).
       01 WS-FUNCTION-COUNTS.
           05 WS-FUNCTION-VIOLATIONS PIC 9(8) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           PERFORM 0100-RESOLVE-ASOF-DATE
           INITIALIZE WS-FUNCTION-COUNTS
           OPEN OUTPUT SECURITY-RPT-FILE
           IF WS-SECURITY-RPT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SECRPT, STATUS="
                   WS-SECURITY-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0200-WRITE-REPORT-HEADING
           PERFORM 1000-LIST-VIOLATIONS
           PERFORM 3000-WRITE-OPERATOR-SUMMARY
           PERFORM 3100-WRITE-FUNCTION-SUMMARY
           PERFORM 5000-WRITE-REPORT-TOTALS
           CLOSE SECURITY-RPT-FILE
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           DISPLAY "SECURITY VIOLATIONS ON " WS-ASOF-DATE ": "
               WS-COUNT-EDIT
           IF WS-VIOLATION-COUNT > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-RESOLVE-ASOF-DATE.
           ACCEPT WS-ASOF-DATE-TEXT FROM ENVIRONMENT "ASOFDATE"
           IF WS-ASOF-DATE-TEXT(1:8) IS NUMERIC
               MOVE WS-ASOF-DATE-TEXT(1:8) TO WS-ASOF-DATE(1:8)
           ELSE
               COMPUTE WS-ASOF-INTEGER = FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-ASOF-INTEGER)
                   TO WS-ASOF-DATE
           END-IF.

       0200-WRITE-REPORT-HEADING.
           MOVE "SECURITY VIOLATION REPORT" TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE "=========================" TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING "REPORT DAY: " DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING "TIME     PROGRAM              OPERATOR             "
                   DELIMITED BY SIZE
               "FUNCTION         ATTEMPTED" DELIMITED BY SIZE
               "                                REASON"
                   DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD.

       1000-LIST-VIOLATIONS.
           OPEN INPUT VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
               IF WS-VIOLATION-FILE-STATUS NOT = "35"
                   DISPLAY "WARNING - UNABLE TO OPEN SECVIOL, STATUS="
                       WS-VIOLATION-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE "NO SECURITY VIOLATION LOG ON FILE"
                   TO SECURITY-RPT-RECORD
               WRITE SECURITY-RPT-RECORD
               SET NO-MORE-VIOLATIONS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-VIOLATIONS
               READ VIOLATION-FILE
                   AT END
                       SET NO-MORE-VIOLATIONS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ROWS-READ
                       IF SECV-DATE IS NUMERIC
                           AND SECV-DATE = WS-ASOF-DATE
                           PERFORM 1100-LIST-ONE-VIOLATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-VIOLATION-FILE-STATUS = "00" OR "10"
               CLOSE VIOLATION-FILE
           END-IF.

       1100-LIST-ONE-VIOLATION.
           ADD 1 TO WS-VIOLATION-COUNT
           MOVE SPACES TO WS-TIME-EDIT
           STRING SECV-TIME(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SECV-TIME(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               SECV-TIME(5:2) DELIMITED BY SIZE
               INTO WS-TIME-EDIT
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING WS-TIME-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECV-PROGRAM-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECV-OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECV-FUNCTION-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECV-ATTEMPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SECV-REASON DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           PERFORM 1200-COUNT-BY-OPERATOR
           PERFORM 1300-COUNT-BY-FUNCTION.

       1200-COUNT-BY-OPERATOR.
           MOVE ZERO TO WS-OPER-HIT-SUB
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               OR WS-OPER-HIT-SUB > ZERO
               IF WS-OPER-ID(WS-OPER-SUB) = SECV-OPERATOR-ID
                   MOVE WS-OPER-SUB TO WS-OPER-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-OPER-HIT-SUB = ZERO
               IF WS-OPER-COUNT < 200
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-OPER-HIT-SUB
                   MOVE SECV-OPERATOR-ID TO WS-OPER-ID(WS-OPER-HIT-SUB)
                   MOVE ZERO TO WS-OPER-VIOLATIONS(WS-OPER-HIT-SUB)
               ELSE
                   IF NOT OPER-TABLE-WARNED
                       SET OPER-TABLE-WARNED TO TRUE
                       DISPLAY "WARNING - MORE THAN 200 OPERATORS - "
                           "THE REST ARE COUNTED TOGETHER"
                   END-IF
               END-IF
           END-IF
           IF WS-OPER-HIT-SUB = ZERO
               ADD 1 TO WS-OTHER-OPER-VIOLATIONS
           ELSE
               ADD 1 TO WS-OPER-VIOLATIONS(WS-OPER-HIT-SUB)
           END-IF.

       1300-COUNT-BY-FUNCTION.
           MOVE 8 TO WS-FUNC-HIT-SUB
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 7
               IF WS-FUNCTION-CODE(WS-FUNC-SUB) = SECV-FUNCTION-CODE
                   MOVE WS-FUNC-SUB TO WS-FUNC-HIT-SUB
               END-IF
           END-PERFORM
           ADD 1 TO WS-FUNCTION-VIOLATIONS(WS-FUNC-HIT-SUB).

       3000-WRITE-OPERATOR-SUMMARY.
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE "REFUSALS BY OPERATOR" TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               MOVE WS-OPER-VIOLATIONS(WS-OPER-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO SECURITY-RPT-RECORD
               STRING "  " DELIMITED BY SIZE
                   WS-OPER-ID(WS-OPER-SUB) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SECURITY-RPT-RECORD
               WRITE SECURITY-RPT-RECORD
           END-PERFORM
           IF WS-OTHER-OPER-VIOLATIONS > ZERO
               MOVE WS-OTHER-OPER-VIOLATIONS TO WS-COUNT-EDIT
               MOVE SPACES TO SECURITY-RPT-RECORD
               STRING "  ALL OTHER OPERATORS   " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO SECURITY-RPT-RECORD
               WRITE SECURITY-RPT-RECORD
           END-IF.

       3100-WRITE-FUNCTION-SUMMARY.
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE "REFUSALS BY FUNCTION" TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           PERFORM VARYING WS-FUNC-SUB FROM 1 BY 1
               UNTIL WS-FUNC-SUB > 8
               IF WS-FUNCTION-VIOLATIONS(WS-FUNC-SUB) > ZERO
                   MOVE WS-FUNCTION-VIOLATIONS(WS-FUNC-SUB)
                       TO WS-COUNT-EDIT
                   MOVE SPACES TO SECURITY-RPT-RECORD
                   STRING "  " DELIMITED BY SIZE
                       WS-FUNCTION-NAME(WS-FUNC-SUB) DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       WS-COUNT-EDIT DELIMITED BY SIZE
                       INTO SECURITY-RPT-RECORD
                   WRITE SECURITY-RPT-RECORD
               END-IF
           END-PERFORM.

       5000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE WS-ROWS-READ TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING "LOG ROWS READ...........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING "REFUSALS ON REPORT DAY..: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD
           MOVE WS-OPER-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO SECURITY-RPT-RECORD
           STRING "OPERATORS REFUSED.......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO SECURITY-RPT-RECORD
           WRITE SECURITY-RPT-RECORD.
