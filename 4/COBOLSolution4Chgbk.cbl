       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4CHGBK.

       AUTHOR. IVAN SHABALIN.

      *> Month-end department chargeback. Finance recovers the cost
      *> of the URL service from the departments that use it, priced
      *> from the RATETAB rate table: a fee for every batch run, a
      *> fee for every URL issued, a handling fee for every seed
      *> rejected, and a surcharge on top for every rework batch
      *> (batch id ending RW, as the rework step builds it). Batch
      *> activity comes from RUNHIST, charged to the sending
      *> department the driver recorded; URLs issued online come
      *> from the URLJRNL journal (batch id ONLINE) and are charged
      *> to the department OPERMAST gives for the operator who issued
      *> them. Activity no department can be found for is charged to
      *> the default department on the rate table rather than
      *> dropped, and a retired department is billed for whatever it
      *> did in the month like any other.
      *>
      *> Writes the GLCHARGE.Myyyymm general-ledger interface file
      *> (GLCHGREC layout) - one charge line per department and cost
      *> centre and a trailer crediting the total to the service's
      *> recovery account - and prints CHGSTMT, an invoice-style
      *> statement for each department listing the month's batches
      *> and how each charge was made up. Ends with RETURN-CODE 16
      *> when there is no rate in force or an output cannot be
      *> opened, 8 when some activity could not be billed or the
      *> ledger file is incomplete, and 4 when a charge had to go to
      *> the default department or an input was missing. Findings
      *> are also queued on ALERTQ for the operations console.
      *>
      *> The month billed defaults to last month - the run is made
      *> after month end - and can be set with the BILLMONTH
      *> environment variable (yyyymm) to bill any month again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.
           SELECT DEPT-MASTER-FILE ASSIGN TO "DEPTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "URLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT GL-CHARGE-FILE ASSIGN TO DYNAMIC WS-GL-CHARGE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CHARGE-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "CHGSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE-FILE.
       COPY RATEREC.

       FD  DEPT-MASTER-FILE.
       COPY DEPTREC.

       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  RUN-HISTORY-FILE.
       COPY HISTREC.

       FD  JOURNAL-FILE.
       COPY URLJRNR.

       FD  GL-CHARGE-FILE.
       01  GL-CHARGE-RECORD PIC X(150).
       COPY GLCHGREC.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ALRTPARM.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
      *> The rate row in force for the month, kept after RATETAB is
      *> closed.
       COPY RATEREC REPLACING ==CHARGE-RATE-RECORD== BY
           ==BILL-RATE-RECORD== LEADING ==RATE== BY ==BILL-RATE==.
       01 WS-RATE-TABLE-STATUS PIC X(2) VALUE SPACES.
       01 WS-DEPT-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-RUN-HISTORY-STATUS PIC X(2) VALUE SPACES.
       01 WS-JOURNAL-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-GL-CHARGE-STATUS PIC X(2) VALUE SPACES.
       01 WS-STATEMENT-STATUS PIC X(2) VALUE SPACES.
       01 WS-GL-CHARGE-NAME PIC X(30) VALUE "GLCHARGE".
       01 WS-RATE-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-RATES VALUE 'Y'.
       01 WS-DEPT-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-DEPARTMENTS VALUE 'Y'.
       01 WS-OPER-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-OPERATORS VALUE 'Y'.
       01 WS-HISTORY-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-HISTORY VALUE 'Y'.
       01 WS-JOURNAL-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-JOURNAL VALUE 'Y'.
       01 WS-RATE-FOUND-SWITCH PIC X VALUE 'N'.
           88 RATE-IN-FORCE VALUE 'Y'.
       01 WS-GL-ERROR-SWITCH PIC X VALUE 'N'.
           88 GL-FILE-INCOMPLETE VALUE 'Y'.
       01 WS-HISTORY-MISSING-SWITCH PIC X VALUE 'N'.
           88 HISTORY-MISSING VALUE 'Y'.
       01 WS-JOURNAL-MISSING-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-MISSING VALUE 'Y'.
       01 WS-DEPTMAST-MISSING-SWITCH PIC X VALUE 'N'.
           88 DEPTMAST-MISSING VALUE 'Y'.
       01 WS-DEPT-WARNED-SWITCH PIC X VALUE 'N'.
           88 DEPT-TABLE-WARNED VALUE 'Y'.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-BILL-MONTH-TEXT PIC X(6) VALUE SPACES.
       01 WS-BILL-MONTH PIC 9(6) VALUE ZERO.
       01 WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
           05 WS-BILL-YEAR PIC 9(4).
           05 WS-BILL-MM PIC 9(2).
       01 WS-CURRENT-MONTH PIC 9(6) VALUE ZERO.
       01 WS-CURRENT-MONTH-PARTS REDEFINES WS-CURRENT-MONTH.
           05 WS-CURRENT-YEAR PIC 9(4).
           05 WS-CURRENT-MM PIC 9(2).
       01 WS-PERIOD-START PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END PIC 9(8) VALUE ZERO.
       01 WS-NEXT-MONTH-START PIC 9(8) VALUE ZERO.
       01 WS-DATE-INTEGER PIC 9(8) VALUE ZERO.
       01 WS-LOOKUP-DEPT PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID-TRIMMED PIC X(8) VALUE SPACES.
       01 WS-BATCH-ID-LENGTH PIC 9(2) VALUE ZERO.
       01 WS-REWORK-SWITCH PIC X VALUE 'N'.
           88 REWORK-BATCH VALUE 'Y'.
       01 WS-HIST-SEEDS PIC 9(8) VALUE ZERO.
       01 WS-HIST-RESULTS PIC 9(8) VALUE ZERO.
       01 WS-HIST-REJECTS PIC 9(8) VALUE ZERO.
       01 WS-HIST-READ-COUNT PIC 9(8) VALUE ZERO.
       01 WS-HIST-BILLED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-ONLINE-BILLED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DEFAULTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-UNKNOWN-DEPT-COUNT PIC 9(8) VALUE ZERO.
       01 WS-NOT-BILLED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-NOT-LISTED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-DEPTS-BILLED-COUNT PIC 9(8) VALUE ZERO.
       01 WS-GL-DETAIL-COUNT PIC 9(6) VALUE ZERO.
       01 WS-DEPT-SUB PIC 9(4) VALUE ZERO.
       01 WS-DEPT-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPER-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPER-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-BATCH-SUB PIC 9(4) VALUE ZERO.
       01 WS-TOTAL-BATCH-CHARGE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-URL-CHARGE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-REJECT-CHARGE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-SURCHARGE PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-CHARGE PIC 9(11)V99 VALUE ZERO.
       01 WS-COUNT-EDIT PIC Z(7)9.
       01 WS-MONEY-EDIT PIC Z(8)9.99.
       01 WS-TOTAL-MONEY-EDIT PIC Z(10)9.99.
       01 WS-FEE-EDIT PIC ZZZZ9.99.
       01 WS-UNIT-FEE-EDIT PIC ZZ9.9999.
      *> Every department on DEPTMAST, retired ones included, then
      *> any sender found on RUNHIST that DEPTMAST does not know.
       01 WS-DEPT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 500 TIMES.
               10 WS-DT-CODE PIC X(8).
               10 WS-DT-NAME PIC X(30).
               10 WS-DT-STATUS PIC X.
               10 WS-DT-COST-CENTRE PIC X(6).
               10 WS-DT-BATCHES PIC 9(6).
               10 WS-DT-REWORKS PIC 9(6).
               10 WS-DT-SEEDS PIC 9(8).
               10 WS-DT-BATCH-URLS PIC 9(8).
               10 WS-DT-ONLINE-URLS PIC 9(8).
               10 WS-DT-REJECTS PIC 9(8).
               10 WS-DT-BATCH-CHARGE PIC 9(9)V99.
               10 WS-DT-URL-CHARGE PIC 9(9)V99.
               10 WS-DT-REJECT-CHARGE PIC 9(9)V99.
               10 WS-DT-SURCHARGE PIC 9(9)V99.
               10 WS-DT-TOTAL-CHARGE PIC 9(9)V99.
       01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 500 TIMES.
               10 WS-OP-ID PIC X(20).
               10 WS-OP-DEPARTMENT PIC X(8).
      *> The month's batch runs, for the statement lines. The charges
      *> themselves are totalled per department as RUNHIST is read,
      *> so a batch past the end of this table is still billed.
       01 WS-BATCH-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-ENTRY OCCURS 5000 TIMES.
               10 WS-BL-DEPT-SUB PIC 9(4).
               10 WS-BL-RUN-DATE PIC 9(8).
               10 WS-BL-RUN-TIME PIC 9(6).
               10 WS-BL-BATCH-ID PIC X(8).
               10 WS-BL-REWORK-FLAG PIC X.
               10 WS-BL-SEEDS PIC 9(8).
               10 WS-BL-RESULTS PIC 9(8).
               10 WS-BL-REJECTS PIC 9(8).
       01 WS-STMT-BATCH-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SB-RUN-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SB-RUN-TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SB-BATCH-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SB-TYPE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-SB-SEEDS PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SB-RESULTS PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SB-REJECTS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS-SB-BATCH-FEE PIC Z(8)9.99.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SB-SURCHARGE PIC Z(8)9.99.
           05 FILLER PIC X(40) VALUE SPACES.
       01 WS-STMT-MAKEUP-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS-SM-LABEL PIC X(22).
           05 WS-SM-COUNT PIC Z(7)9.
           05 FILLER PIC X VALUE SPACE.
           05 WS-SM-UNIT PIC X(8).
           05 FILLER PIC X(4) VALUE " AT ".
           05 WS-SM-RATE PIC X(8).
           05 FILLER PIC X(3) VALUE " = ".
           05 WS-SM-AMOUNT PIC Z(8)9.99.
           05 FILLER PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           INITIALIZE ALRT-PARMS
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 0100-RESOLVE-BILL-MONTH
           PERFORM 0200-SELECT-RATES
           IF NOT RATE-IN-FORCE
               DISPLAY "ERROR - NO RATETAB ROW IN FORCE FOR "
                   WS-BILL-MONTH " - NOTHING BILLED"
               MOVE 16 TO ALRT-SEVERITY
               MOVE "CHGNORAT" TO ALRT-MESSAGE-CODE
               STRING "NO RATETAB ROW IN FORCE FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   " - NOTHING BILLED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN CHGSTMT, STATUS="
                   WS-STATEMENT-STATUS
               MOVE 16 TO ALRT-SEVERITY
               MOVE "CHGNORPT" TO ALRT-MESSAGE-CODE
               STRING "CHGSTMT COULD NOT BE OPENED, STATUS="
                   DELIMITED BY SIZE
                   WS-STATEMENT-STATUS DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   " NOT BILLED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0300-OPEN-GL-CHARGE-FILE
           IF GL-FILE-INCOMPLETE
               MOVE "GENERAL-LEDGER FILE COULD NOT BE OPENED"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               CLOSE STATEMENT-FILE
               MOVE 16 TO ALRT-SEVERITY
               MOVE "CHGNOGL" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-GL-CHARGE-NAME)
                   DELIMITED BY SIZE
                   " COULD NOT BE OPENED, STATUS=" DELIMITED BY SIZE
                   WS-GL-CHARGE-STATUS DELIMITED BY SIZE
                   " - NOTHING BILLED" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0400-LOAD-DEPARTMENTS
           PERFORM 0500-LOAD-OPERATORS
           PERFORM 1000-READ-RUN-HISTORY
           PERFORM 2000-READ-ONLINE-ISSUES
           PERFORM 3000-PRICE-DEPARTMENTS
           PERFORM 4000-WRITE-GL-CHARGES
           PERFORM 5000-WRITE-STATEMENTS
           PERFORM 5900-WRITE-RUN-TOTALS
           CLOSE STATEMENT-FILE
           CLOSE GL-CHARGE-FILE
           IF WS-GL-CHARGE-STATUS NOT = "00"
               DISPLAY "ERROR - " FUNCTION TRIM(WS-GL-CHARGE-NAME)
                   " CLOSE FAILED, STATUS=" WS-GL-CHARGE-STATUS
               SET GL-FILE-INCOMPLETE TO TRUE
           END-IF
           PERFORM 6000-GRADE-RUN
           MOVE WS-DEPTS-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-MONEY-EDIT
           DISPLAY "COBOLSOLUTION4CHGBK - " WS-BILL-MONTH " - "
               FUNCTION TRIM(WS-COUNT-EDIT) " DEPARTMENT(S) CHARGED "
               FUNCTION TRIM(WS-TOTAL-MONEY-EDIT)
           STOP RUN.

      *> Every finding graded above zero also goes on the operations
      *> alert queue. The caller has set the severity, message code
      *> and text; they are cleared again for the next finding.
       0080-RAISE-ALERT.
           MOVE "COBOLSOLUTION4CHGBK" TO ALRT-PROGRAM-ID
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4ALRT" USING ALRT-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           INITIALIZE ALRT-PARMS.

      *> The period runs from the first to the last day of the month;
      *> the last day is the day before the first of the next month,
      *> so month lengths and leap years need no table.
       0100-RESOLVE-BILL-MONTH.
           ACCEPT WS-BILL-MONTH-TEXT FROM ENVIRONMENT "BILLMONTH"
           IF WS-BILL-MONTH-TEXT IS NUMERIC
               MOVE WS-BILL-MONTH-TEXT TO WS-BILL-MONTH
           END-IF
           IF WS-BILL-MM < 1 OR WS-BILL-MM > 12
               MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
               IF WS-CURRENT-MM = 1
                   COMPUTE WS-BILL-YEAR = WS-CURRENT-YEAR - 1
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   MOVE WS-CURRENT-YEAR TO WS-BILL-YEAR
                   COMPUTE WS-BILL-MM = WS-CURRENT-MM - 1
               END-IF
           END-IF
           COMPUTE WS-PERIOD-START = WS-BILL-MONTH * 100 + 1
           IF WS-BILL-MM = 12
               COMPUTE WS-NEXT-MONTH-START =
                   (WS-BILL-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-START = WS-PERIOD-START + 100
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-PERIOD-END
           MOVE SPACES TO WS-GL-CHARGE-NAME
           STRING "GLCHARGE.M" DELIMITED BY SIZE
               WS-BILL-MONTH DELIMITED BY SIZE
               INTO WS-GL-CHARGE-NAME.

      *> Rows are kept, not overwritten, when finance changes a rate;
      *> the latest row effective by month end is the one in force.
      *> Of two rows with the same date the later one on file wins.
       0200-SELECT-RATES.
           OPEN INPUT RATE-TABLE-FILE
           IF WS-RATE-TABLE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN RATETAB, STATUS="
                   WS-RATE-TABLE-STATUS
               SET NO-MORE-RATES TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-RATES
               READ RATE-TABLE-FILE
                   AT END
                       SET NO-MORE-RATES TO TRUE
                   NOT AT END
                       PERFORM 0250-CONSIDER-ONE-RATE
               END-READ
           END-PERFORM
           IF WS-RATE-TABLE-STATUS = "00" OR "10"
               CLOSE RATE-TABLE-FILE
           END-IF.

       0250-CONSIDER-ONE-RATE.
           IF RATE-EFFECTIVE-DATE IS NUMERIC
               AND RATE-BATCH-FEE IS NUMERIC
               AND RATE-URL-FEE IS NUMERIC
               AND RATE-REJECT-FEE IS NUMERIC
               AND RATE-REWORK-SURCHARGE IS NUMERIC
               IF RATE-EFFECTIVE-DATE <= WS-PERIOD-END
                   IF NOT RATE-IN-FORCE
                       OR RATE-EFFECTIVE-DATE >=
                           BILL-RATE-EFFECTIVE-DATE
                       MOVE CHARGE-RATE-RECORD TO BILL-RATE-RECORD
                       SET RATE-IN-FORCE TO TRUE
                   END-IF
               END-IF
           ELSE
               DISPLAY "WARNING - RATETAB ROW NOT NUMERIC, IGNORED: "
                   CHARGE-RATE-RECORD(1:36)
           END-IF.

       0300-OPEN-GL-CHARGE-FILE.
           IF BILL-RATE-DEFAULT-DEPARTMENT = SPACES
               MOVE "UNALLOC" TO BILL-RATE-DEFAULT-DEPARTMENT
           END-IF
           OPEN OUTPUT GL-CHARGE-FILE
           IF WS-GL-CHARGE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN "
                   FUNCTION TRIM(WS-GL-CHARGE-NAME) ", STATUS="
                   WS-GL-CHARGE-STATUS
               SET GL-FILE-INCOMPLETE TO TRUE
           ELSE
               MOVE SPACES TO GL-CHARGE-RECORD
               MOVE "H" TO GLCHG-HDR-TYPE
               MOVE WS-BILL-MONTH TO GLCHG-HDR-BILL-MONTH
               MOVE WS-RUN-DATE TO GLCHG-HDR-RUN-DATE
               MOVE BILL-RATE-EFFECTIVE-DATE TO GLCHG-HDR-RATE-DATE
               MOVE BILL-RATE-BATCH-FEE TO GLCHG-HDR-BATCH-FEE
               MOVE BILL-RATE-URL-FEE TO GLCHG-HDR-URL-FEE
               MOVE BILL-RATE-REJECT-FEE TO GLCHG-HDR-REJECT-FEE
               MOVE BILL-RATE-REWORK-SURCHARGE TO
                   GLCHG-HDR-REWORK-SURCHARGE
               WRITE GL-CHARGE-RECORD
               IF WS-GL-CHARGE-STATUS NOT = "00"
                   DISPLAY "ERROR - GENERAL-LEDGER HEADER WRITE "
                       "FAILED, STATUS=" WS-GL-CHARGE-STATUS
                   CLOSE GL-CHARGE-FILE
                   SET GL-FILE-INCOMPLETE TO TRUE
               END-IF
           END-IF.

      *> Retired departments are loaded with the active ones - a
      *> department retired during the month is still billed for
      *> what it sent before it went.
       0400-LOAD-DEPARTMENTS.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN DEPTMAST, STATUS="
                   WS-DEPT-MASTER-STATUS
               SET DEPTMAST-MISSING TO TRUE
               SET NO-MORE-DEPARTMENTS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-DEPARTMENTS
               READ DEPT-MASTER-FILE
                   AT END
                       SET NO-MORE-DEPARTMENTS TO TRUE
                   NOT AT END
                       IF DEPT-CODE NOT = SPACES
                           MOVE DEPT-CODE TO WS-LOOKUP-DEPT
                           PERFORM 0450-FIND-DEPARTMENT
                           IF WS-DEPT-HIT-SUB > ZERO
                               MOVE DEPT-NAME TO
                                   WS-DT-NAME(WS-DEPT-HIT-SUB)
                               MOVE DEPT-ACTIVE-FLAG TO
                                   WS-DT-STATUS(WS-DEPT-HIT-SUB)
                               IF DEPT-COST-CENTRE NOT = SPACES
                                   MOVE DEPT-COST-CENTRE TO
                                     WS-DT-COST-CENTRE(WS-DEPT-HIT-SUB)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPT-MASTER-STATUS = "00" OR "10"
               CLOSE DEPT-MASTER-FILE
           END-IF.

      *> Finds WS-LOOKUP-DEPT in the department table, adding it as a
      *> department DEPTMAST does not know when it is not there yet.
      *> WS-DEPT-HIT-SUB is zero only when the table is full.
       0450-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-HIT-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               OR WS-DEPT-HIT-SUB > ZERO
               IF WS-DT-CODE(WS-DEPT-SUB) = WS-LOOKUP-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-HIT-SUB = ZERO
               IF WS-DEPT-COUNT < 500
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-HIT-SUB
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-HIT-SUB)
                   MOVE WS-LOOKUP-DEPT TO WS-DT-CODE(WS-DEPT-HIT-SUB)
                   MOVE "NOT ON DEPTMAST" TO
                       WS-DT-NAME(WS-DEPT-HIT-SUB)
                   MOVE "U" TO WS-DT-STATUS(WS-DEPT-HIT-SUB)
                   MOVE BILL-RATE-DEFAULT-COST-CENTRE TO
                       WS-DT-COST-CENTRE(WS-DEPT-HIT-SUB)
               ELSE
                   IF NOT DEPT-TABLE-WARNED
                       DISPLAY "ERROR - DEPARTMENT TABLE FULL AT 500 -"
                           " FURTHER DEPARTMENTS NOT BILLED"
                       SET DEPT-TABLE-WARNED TO TRUE
                   END-IF
               END-IF
           END-IF.

       0500-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN OPERMAST, STATUS="
                   WS-OPERATOR-MASTER-STATUS
                   " - ONLINE ISSUES GO TO THE DEFAULT DEPARTMENT"
               SET NO-MORE-OPERATORS TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-OPERATORS
               READ OPERATOR-MASTER-FILE
                   AT END
                       SET NO-MORE-OPERATORS TO TRUE
                   NOT AT END
                       IF OPER-ID NOT = SPACES
                           AND WS-OPER-COUNT < 500
                           ADD 1 TO WS-OPER-COUNT
                           MOVE OPER-ID TO WS-OP-ID(WS-OPER-COUNT)
                           MOVE OPER-DEPARTMENT TO
                               WS-OP-DEPARTMENT(WS-OPER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPERATOR-MASTER-STATUS = "00" OR "10"
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       1000-READ-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN RUNHIST, STATUS="
                   WS-RUN-HISTORY-STATUS
               SET HISTORY-MISSING TO TRUE
               SET NO-MORE-HISTORY TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-HISTORY
               READ RUN-HISTORY-FILE
                   AT END
                       SET NO-MORE-HISTORY TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-COUNT
                       IF HIST-RUN-DATE IS NUMERIC
                           AND HIST-RUN-DATE >= WS-PERIOD-START
                           AND HIST-RUN-DATE <= WS-PERIOD-END
                           PERFORM 1100-BILL-ONE-BATCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUN-HISTORY-STATUS = "00" OR "10"
               CLOSE RUN-HISTORY-FILE
           END-IF.

      *> A record with no sender is an UNKNOWN group or was written
      *> before the department was recorded; it goes to the default
      *> department so the batch is still paid for.
       1100-BILL-ONE-BATCH.
           IF HIST-DEPARTMENT = SPACES
               MOVE BILL-RATE-DEFAULT-DEPARTMENT TO WS-LOOKUP-DEPT
               ADD 1 TO WS-DEFAULTED-COUNT
           ELSE
               MOVE HIST-DEPARTMENT TO WS-LOOKUP-DEPT
           END-IF
           PERFORM 0450-FIND-DEPARTMENT
           IF WS-DEPT-HIT-SUB = ZERO
               ADD 1 TO WS-NOT-BILLED-COUNT
           ELSE
               ADD 1 TO WS-HIST-BILLED-COUNT
               PERFORM 1150-CLASSIFY-BATCH-ID
               MOVE ZERO TO WS-HIST-SEEDS
               MOVE ZERO TO WS-HIST-RESULTS
               MOVE ZERO TO WS-HIST-REJECTS
               IF HIST-SEEDS-READ IS NUMERIC
                   MOVE HIST-SEEDS-READ TO WS-HIST-SEEDS
               END-IF
               IF HIST-RESULTS-WRITTEN IS NUMERIC
                   MOVE HIST-RESULTS-WRITTEN TO WS-HIST-RESULTS
               END-IF
               IF HIST-REJECT-TOTAL IS NUMERIC
                   MOVE HIST-REJECT-TOTAL TO WS-HIST-REJECTS
               END-IF
               ADD 1 TO WS-DT-BATCHES(WS-DEPT-HIT-SUB)
               IF REWORK-BATCH
                   ADD 1 TO WS-DT-REWORKS(WS-DEPT-HIT-SUB)
               END-IF
               ADD WS-HIST-SEEDS TO WS-DT-SEEDS(WS-DEPT-HIT-SUB)
               ADD WS-HIST-RESULTS TO WS-DT-BATCH-URLS(WS-DEPT-HIT-SUB)
               ADD WS-HIST-REJECTS TO WS-DT-REJECTS(WS-DEPT-HIT-SUB)
               PERFORM 1200-LIST-ONE-BATCH
           END-IF.

      *> The rework step names its batch from the first six
      *> characters of the original id with RW after them.
       1150-CLASSIFY-BATCH-ID.
           MOVE 'N' TO WS-REWORK-SWITCH
           MOVE FUNCTION TRIM(HIST-BATCH-ID) TO WS-BATCH-ID-TRIMMED
           IF WS-BATCH-ID-TRIMMED NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-BATCH-ID-TRIMMED))
                   TO WS-BATCH-ID-LENGTH
               IF WS-BATCH-ID-LENGTH > 2
                   AND WS-BATCH-ID-TRIMMED(WS-BATCH-ID-LENGTH - 1:2)
                       = "RW"
                   SET REWORK-BATCH TO TRUE
               END-IF
           END-IF.

       1200-LIST-ONE-BATCH.
           IF WS-BATCH-COUNT < 5000
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-DEPT-HIT-SUB TO WS-BL-DEPT-SUB(WS-BATCH-COUNT)
               MOVE HIST-RUN-DATE TO WS-BL-RUN-DATE(WS-BATCH-COUNT)
               IF HIST-RUN-TIME IS NUMERIC
                   MOVE HIST-RUN-TIME TO WS-BL-RUN-TIME(WS-BATCH-COUNT)
               ELSE
                   MOVE ZERO TO WS-BL-RUN-TIME(WS-BATCH-COUNT)
               END-IF
               MOVE HIST-BATCH-ID TO WS-BL-BATCH-ID(WS-BATCH-COUNT)
               MOVE WS-REWORK-SWITCH TO
                   WS-BL-REWORK-FLAG(WS-BATCH-COUNT)
               MOVE WS-HIST-SEEDS TO WS-BL-SEEDS(WS-BATCH-COUNT)
               MOVE WS-HIST-RESULTS TO WS-BL-RESULTS(WS-BATCH-COUNT)
               MOVE WS-HIST-REJECTS TO WS-BL-REJECTS(WS-BATCH-COUNT)
           ELSE
               ADD 1 TO WS-NOT-LISTED-COUNT
           END-IF.

      *> Every URL the online transaction issued is journalled with
      *> ONLINE as its batch id and the signed-on operator's id.
       2000-READ-ONLINE-ISSUES.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - UNABLE TO OPEN URLJRNL, STATUS="
                   WS-JOURNAL-FILE-STATUS
                   " - NO ONLINE ISSUES BILLED"
               SET JOURNAL-MISSING TO TRUE
               SET NO-MORE-JOURNAL TO TRUE
           END-IF
           PERFORM UNTIL NO-MORE-JOURNAL
               READ JOURNAL-FILE
                   AT END
                       SET NO-MORE-JOURNAL TO TRUE
                   NOT AT END
                       IF URLJRN-BATCH-ID = "ONLINE"
                           AND URLJRN-ACTION = "IS"
                           AND URLJRN-DATE IS NUMERIC
                           AND URLJRN-DATE >= WS-PERIOD-START
                           AND URLJRN-DATE <= WS-PERIOD-END
                           PERFORM 2100-BILL-ONE-ONLINE-ISSUE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-JOURNAL-FILE-STATUS = "00" OR "10"
               CLOSE JOURNAL-FILE
           END-IF.

       2100-BILL-ONE-ONLINE-ISSUE.
           MOVE SPACES TO WS-LOOKUP-DEPT
           MOVE ZERO TO WS-OPER-HIT-SUB
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               OR WS-OPER-HIT-SUB > ZERO
               IF WS-OP-ID(WS-OPER-SUB) = URLJRN-OPERATOR-ID
                   MOVE WS-OPER-SUB TO WS-OPER-HIT-SUB
                   MOVE WS-OP-DEPARTMENT(WS-OPER-SUB) TO WS-LOOKUP-DEPT
               END-IF
           END-PERFORM
           IF WS-LOOKUP-DEPT = SPACES
               MOVE BILL-RATE-DEFAULT-DEPARTMENT TO WS-LOOKUP-DEPT
               ADD 1 TO WS-DEFAULTED-COUNT
           END-IF
           PERFORM 0450-FIND-DEPARTMENT
           IF WS-DEPT-HIT-SUB = ZERO
               ADD 1 TO WS-NOT-BILLED-COUNT
           ELSE
               ADD 1 TO WS-ONLINE-BILLED-COUNT
               ADD 1 TO WS-DT-ONLINE-URLS(WS-DEPT-HIT-SUB)
           END-IF.

      *> Priced per department on the month's totals, so each charge
      *> on the statement is exactly its count times its rate.
       3000-PRICE-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-BATCHES(WS-DEPT-SUB) > ZERO
                   OR WS-DT-ONLINE-URLS(WS-DEPT-SUB) > ZERO
                   PERFORM 3100-PRICE-ONE-DEPARTMENT
               END-IF
           END-PERFORM.

       3100-PRICE-ONE-DEPARTMENT.
           ADD 1 TO WS-DEPTS-BILLED-COUNT
           IF WS-DT-STATUS(WS-DEPT-SUB) = "U"
               ADD 1 TO WS-UNKNOWN-DEPT-COUNT
           END-IF
           COMPUTE WS-DT-BATCH-CHARGE(WS-DEPT-SUB) =
               WS-DT-BATCHES(WS-DEPT-SUB) * BILL-RATE-BATCH-FEE
           COMPUTE WS-DT-URL-CHARGE(WS-DEPT-SUB) ROUNDED =
               (WS-DT-BATCH-URLS(WS-DEPT-SUB)
               + WS-DT-ONLINE-URLS(WS-DEPT-SUB)) * BILL-RATE-URL-FEE
           COMPUTE WS-DT-REJECT-CHARGE(WS-DEPT-SUB) ROUNDED =
               WS-DT-REJECTS(WS-DEPT-SUB) * BILL-RATE-REJECT-FEE
           COMPUTE WS-DT-SURCHARGE(WS-DEPT-SUB) =
               WS-DT-REWORKS(WS-DEPT-SUB) * BILL-RATE-REWORK-SURCHARGE
           COMPUTE WS-DT-TOTAL-CHARGE(WS-DEPT-SUB) =
               WS-DT-BATCH-CHARGE(WS-DEPT-SUB)
               + WS-DT-URL-CHARGE(WS-DEPT-SUB)
               + WS-DT-REJECT-CHARGE(WS-DEPT-SUB)
               + WS-DT-SURCHARGE(WS-DEPT-SUB)
           ADD WS-DT-BATCH-CHARGE(WS-DEPT-SUB) TO WS-TOTAL-BATCH-CHARGE
           ADD WS-DT-URL-CHARGE(WS-DEPT-SUB) TO WS-TOTAL-URL-CHARGE
           ADD WS-DT-REJECT-CHARGE(WS-DEPT-SUB)
               TO WS-TOTAL-REJECT-CHARGE
           ADD WS-DT-SURCHARGE(WS-DEPT-SUB) TO WS-TOTAL-SURCHARGE
           ADD WS-DT-TOTAL-CHARGE(WS-DEPT-SUB) TO WS-TOTAL-CHARGE.

       4000-WRITE-GL-CHARGES.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               OR GL-FILE-INCOMPLETE
               IF WS-DT-BATCHES(WS-DEPT-SUB) > ZERO
                   OR WS-DT-ONLINE-URLS(WS-DEPT-SUB) > ZERO
                   PERFORM 4100-WRITE-ONE-GL-DETAIL
               END-IF
           END-PERFORM
           IF NOT GL-FILE-INCOMPLETE
               PERFORM 4200-WRITE-GL-TRAILER
           END-IF.

       4100-WRITE-ONE-GL-DETAIL.
           MOVE SPACES TO GL-CHARGE-RECORD
           MOVE "D" TO GLCHG-DTL-TYPE
           MOVE WS-BILL-MONTH TO GLCHG-DTL-BILL-MONTH
           MOVE WS-DT-CODE(WS-DEPT-SUB) TO GLCHG-DTL-DEPARTMENT
           MOVE WS-DT-COST-CENTRE(WS-DEPT-SUB) TO GLCHG-DTL-COST-CENTRE
           MOVE BILL-RATE-CHARGE-ACCOUNT TO GLCHG-DTL-ACCOUNT
           MOVE WS-DT-STATUS(WS-DEPT-SUB) TO GLCHG-DTL-DEPT-STATUS
           MOVE WS-DT-BATCHES(WS-DEPT-SUB) TO GLCHG-DTL-BATCH-COUNT
           MOVE WS-DT-REWORKS(WS-DEPT-SUB) TO GLCHG-DTL-REWORK-COUNT
           MOVE WS-DT-BATCH-URLS(WS-DEPT-SUB) TO GLCHG-DTL-BATCH-URLS
           MOVE WS-DT-ONLINE-URLS(WS-DEPT-SUB) TO GLCHG-DTL-ONLINE-URLS
           MOVE WS-DT-REJECTS(WS-DEPT-SUB) TO GLCHG-DTL-REJECT-COUNT
           MOVE WS-DT-BATCH-CHARGE(WS-DEPT-SUB)
               TO GLCHG-DTL-BATCH-CHARGE
           MOVE WS-DT-URL-CHARGE(WS-DEPT-SUB) TO GLCHG-DTL-URL-CHARGE
           MOVE WS-DT-REJECT-CHARGE(WS-DEPT-SUB)
               TO GLCHG-DTL-REJECT-CHARGE
           MOVE WS-DT-SURCHARGE(WS-DEPT-SUB) TO GLCHG-DTL-SURCHARGE
           MOVE WS-DT-TOTAL-CHARGE(WS-DEPT-SUB)
               TO GLCHG-DTL-TOTAL-CHARGE
           WRITE GL-CHARGE-RECORD
           IF WS-GL-CHARGE-STATUS = "00"
               ADD 1 TO WS-GL-DETAIL-COUNT
           ELSE
               DISPLAY "ERROR - GENERAL-LEDGER WRITE FAILED, STATUS="
                   WS-GL-CHARGE-STATUS " DEPARTMENT="
                   WS-DT-CODE(WS-DEPT-SUB)
               SET GL-FILE-INCOMPLETE TO TRUE
           END-IF.

      *> The trailer is the balancing credit: the recovery account
      *> takes exactly what the detail lines charged.
       4200-WRITE-GL-TRAILER.
           MOVE SPACES TO GL-CHARGE-RECORD
           MOVE "T" TO GLCHG-TRL-TYPE
           MOVE WS-BILL-MONTH TO GLCHG-TRL-BILL-MONTH
           MOVE WS-GL-DETAIL-COUNT TO GLCHG-TRL-DETAIL-COUNT
           MOVE BILL-RATE-RECOVERY-ACCOUNT TO GLCHG-TRL-RECOVERY-ACCOUNT
           MOVE BILL-RATE-RECOVERY-COST-CENTRE
               TO GLCHG-TRL-RECOVERY-COST-CENTRE
           MOVE WS-TOTAL-CHARGE TO GLCHG-TRL-TOTAL-CREDIT
           MOVE WS-TOTAL-BATCH-CHARGE TO GLCHG-TRL-BATCH-CHARGE
           MOVE WS-TOTAL-URL-CHARGE TO GLCHG-TRL-URL-CHARGE
           MOVE WS-TOTAL-REJECT-CHARGE TO GLCHG-TRL-REJECT-CHARGE
           MOVE WS-TOTAL-SURCHARGE TO GLCHG-TRL-SURCHARGE
           WRITE GL-CHARGE-RECORD
           IF WS-GL-CHARGE-STATUS NOT = "00"
               DISPLAY "ERROR - GENERAL-LEDGER TRAILER WRITE FAILED, "
                   "STATUS=" WS-GL-CHARGE-STATUS
               SET GL-FILE-INCOMPLETE TO TRUE
           END-IF.

       5000-WRITE-STATEMENTS.
           MOVE "URL SERVICE CHARGEBACK STATEMENTS" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "=================================" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "BILLING MONTH: " DELIMITED BY SIZE
               WS-BILL-MONTH DELIMITED BY SIZE
               "  PERIOD " DELIMITED BY SIZE
               WS-PERIOD-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PERIOD-END DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE BILL-RATE-BATCH-FEE TO WS-FEE-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "RATES EFFECTIVE " DELIMITED BY SIZE
               BILL-RATE-EFFECTIVE-DATE DELIMITED BY SIZE
               ":  BATCH FEE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FEE-EDIT) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           MOVE BILL-RATE-URL-FEE TO WS-UNIT-FEE-EDIT
           STRING FUNCTION TRIM(STATEMENT-RECORD) DELIMITED BY SIZE
               "  PER URL " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNIT-FEE-EDIT) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           MOVE BILL-RATE-REJECT-FEE TO WS-UNIT-FEE-EDIT
           MOVE BILL-RATE-REWORK-SURCHARGE TO WS-FEE-EDIT
           STRING "  PER REJECT " DELIMITED BY SIZE
               FUNCTION TRIM(WS-UNIT-FEE-EDIT) DELIMITED BY SIZE
               "  REWORK SURCHARGE " DELIMITED BY SIZE
               FUNCTION TRIM(WS-FEE-EDIT) DELIMITED BY SIZE
               INTO STATEMENT-RECORD(
                   FUNCTION LENGTH(FUNCTION TRIM(STATEMENT-RECORD))
                   + 1:)
           WRITE STATEMENT-RECORD
           IF WS-DEPTS-BILLED-COUNT = ZERO
               MOVE SPACES TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE "NO CHARGEABLE ACTIVITY IN THE MONTH"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-BATCHES(WS-DEPT-SUB) > ZERO
                   OR WS-DT-ONLINE-URLS(WS-DEPT-SUB) > ZERO
                   PERFORM 5100-WRITE-ONE-STATEMENT
               END-IF
           END-PERFORM.

       5100-WRITE-ONE-STATEMENT.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE ALL "-" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           STRING "DEPARTMENT: " DELIMITED BY SIZE
               WS-DT-CODE(WS-DEPT-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DT-NAME(WS-DEPT-SUB) DELIMITED BY SIZE
               "  COST CENTRE: " DELIMITED BY SIZE
               WS-DT-COST-CENTRE(WS-DEPT-SUB) DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           IF WS-DT-STATUS(WS-DEPT-SUB) = "R"
               MOVE "(RETIRED)" TO STATEMENT-RECORD(76:9)
           END-IF
           WRITE STATEMENT-RECORD
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF WS-DT-BATCHES(WS-DEPT-SUB) > ZERO
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  RUN DATE TIME    BATCH ID  TYPE   "
                   DELIMITED BY SIZE
                   "   SEEDS     URLS  REJECTS     BATCH FEE"
                   DELIMITED BY SIZE
                   "     SURCHARGE" DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
                   IF WS-BL-DEPT-SUB(WS-BATCH-SUB) = WS-DEPT-SUB
                       PERFORM 5200-WRITE-BATCH-LINE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DT-ONLINE-URLS(WS-DEPT-SUB) > ZERO
               MOVE WS-DT-ONLINE-URLS(WS-DEPT-SUB) TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "  URLS ISSUED ONLINE IN THE MONTH.......: "
                   DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "  CHARGES" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "BATCH FEE" TO WS-SM-LABEL
           MOVE WS-DT-BATCHES(WS-DEPT-SUB) TO WS-SM-COUNT
           MOVE "BATCHES" TO WS-SM-UNIT
           MOVE BILL-RATE-BATCH-FEE TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO WS-SM-RATE
           MOVE WS-DT-BATCH-CHARGE(WS-DEPT-SUB) TO WS-SM-AMOUNT
           MOVE WS-STMT-MAKEUP-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "ISSUED URL FEE" TO WS-SM-LABEL
           COMPUTE WS-SM-COUNT = WS-DT-BATCH-URLS(WS-DEPT-SUB)
               + WS-DT-ONLINE-URLS(WS-DEPT-SUB)
           MOVE "URLS" TO WS-SM-UNIT
           MOVE BILL-RATE-URL-FEE TO WS-UNIT-FEE-EDIT
           MOVE WS-UNIT-FEE-EDIT TO WS-SM-RATE
           MOVE WS-DT-URL-CHARGE(WS-DEPT-SUB) TO WS-SM-AMOUNT
           MOVE WS-STMT-MAKEUP-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "REJECT HANDLING FEE" TO WS-SM-LABEL
           MOVE WS-DT-REJECTS(WS-DEPT-SUB) TO WS-SM-COUNT
           MOVE "REJECTS" TO WS-SM-UNIT
           MOVE BILL-RATE-REJECT-FEE TO WS-UNIT-FEE-EDIT
           MOVE WS-UNIT-FEE-EDIT TO WS-SM-RATE
           MOVE WS-DT-REJECT-CHARGE(WS-DEPT-SUB) TO WS-SM-AMOUNT
           MOVE WS-STMT-MAKEUP-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE "REWORK SURCHARGE" TO WS-SM-LABEL
           MOVE WS-DT-REWORKS(WS-DEPT-SUB) TO WS-SM-COUNT
           MOVE "REWORKS" TO WS-SM-UNIT
           MOVE BILL-RATE-REWORK-SURCHARGE TO WS-FEE-EDIT
           MOVE WS-FEE-EDIT TO WS-SM-RATE
           MOVE WS-DT-SURCHARGE(WS-DEPT-SUB) TO WS-SM-AMOUNT
           MOVE WS-STMT-MAKEUP-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-DT-TOTAL-CHARGE(WS-DEPT-SUB) TO WS-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "    TOTAL DUE............................"
               DELIMITED BY SIZE
               "                   " DELIMITED BY SIZE
               WS-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       5200-WRITE-BATCH-LINE.
           MOVE WS-BL-RUN-DATE(WS-BATCH-SUB) TO WS-SB-RUN-DATE
           MOVE WS-BL-RUN-TIME(WS-BATCH-SUB) TO WS-SB-RUN-TIME
           MOVE WS-BL-BATCH-ID(WS-BATCH-SUB) TO WS-SB-BATCH-ID
           MOVE WS-BL-SEEDS(WS-BATCH-SUB) TO WS-SB-SEEDS
           MOVE WS-BL-RESULTS(WS-BATCH-SUB) TO WS-SB-RESULTS
           MOVE WS-BL-REJECTS(WS-BATCH-SUB) TO WS-SB-REJECTS
           MOVE BILL-RATE-BATCH-FEE TO WS-SB-BATCH-FEE
           IF WS-BL-REWORK-FLAG(WS-BATCH-SUB) = "Y"
               MOVE "REWORK" TO WS-SB-TYPE
               MOVE BILL-RATE-REWORK-SURCHARGE TO WS-SB-SURCHARGE
           ELSE
               MOVE "FIRST" TO WS-SB-TYPE
               MOVE ZERO TO WS-SB-SURCHARGE
           END-IF
           MOVE WS-STMT-BATCH-LINE TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD.

       5900-WRITE-RUN-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE ALL "=" TO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-HIST-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "BATCH RUNS BILLED.......: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-ONLINE-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "ONLINE ISSUES BILLED....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-DEPTS-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "DEPARTMENTS CHARGED.....: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-DEFAULTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TO DEFAULT DEPARTMENT...: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(BILL-RATE-DEFAULT-DEPARTMENT)
               DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-UNKNOWN-DEPT-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "NOT ON DEPTMAST.........: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF WS-NOT-BILLED-COUNT > ZERO
               MOVE WS-NOT-BILLED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "NOT BILLED - TABLE FULL.: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           IF WS-NOT-LISTED-COUNT > ZERO
               MOVE WS-NOT-LISTED-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING "BILLED, NOT LISTED......: " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF
           MOVE WS-TOTAL-BATCH-CHARGE TO WS-TOTAL-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "BATCH FEES..............: " DELIMITED BY SIZE
               WS-TOTAL-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-TOTAL-URL-CHARGE TO WS-TOTAL-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "ISSUED URL FEES.........: " DELIMITED BY SIZE
               WS-TOTAL-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-TOTAL-REJECT-CHARGE TO WS-TOTAL-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "REJECT HANDLING FEES....: " DELIMITED BY SIZE
               WS-TOTAL-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-TOTAL-SURCHARGE TO WS-TOTAL-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "REWORK SURCHARGES.......: " DELIMITED BY SIZE
               WS-TOTAL-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           MOVE WS-TOTAL-CHARGE TO WS-TOTAL-MONEY-EDIT
           MOVE SPACES TO STATEMENT-RECORD
           STRING "TOTAL RECOVERED.........: " DELIMITED BY SIZE
               WS-TOTAL-MONEY-EDIT DELIMITED BY SIZE
               INTO STATEMENT-RECORD
           WRITE STATEMENT-RECORD
           IF GL-FILE-INCOMPLETE
               MOVE "*** GENERAL-LEDGER FILE INCOMPLETE - DO NOT LOAD"
                   TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.

       6000-GRADE-RUN.
           IF GL-FILE-INCOMPLETE
               MOVE 8 TO ALRT-SEVERITY
               MOVE "CHGGLINC" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-GL-CHARGE-NAME)
                   DELIMITED BY SIZE
                   " INCOMPLETE, STATUS=" DELIMITED BY SIZE
                   WS-GL-CHARGE-STATUS DELIMITED BY SIZE
                   " - DO NOT LOAD TO THE LEDGER" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-NOT-BILLED-COUNT > ZERO
               MOVE WS-NOT-BILLED-COUNT TO WS-COUNT-EDIT
               MOVE 8 TO ALRT-SEVERITY
               MOVE "CHGNOTBL" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ITEM(S) NOT BILLED FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   " - DEPARTMENT TABLE FULL" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DEFAULTED-COUNT > ZERO
               MOVE WS-DEFAULTED-COUNT TO WS-COUNT-EDIT
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CHGDFLT" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " ITEM(S) FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   " CHARGED TO DEFAULT DEPARTMENT " DELIMITED BY SIZE
                   BILL-RATE-DEFAULT-DEPARTMENT DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF WS-UNKNOWN-DEPT-COUNT > ZERO
               MOVE WS-UNKNOWN-DEPT-COUNT TO WS-COUNT-EDIT
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CHGNODPT" TO ALRT-MESSAGE-CODE
               STRING FUNCTION TRIM(WS-COUNT-EDIT) DELIMITED BY SIZE
                   " DEPARTMENT(S) CHARGED FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   " ARE NOT ON DEPTMAST" DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF HISTORY-MISSING
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CHGNOHST" TO ALRT-MESSAGE-CODE
               STRING "RUNHIST COULD NOT BE READ, STATUS="
                   DELIMITED BY SIZE
                   WS-RUN-HISTORY-STATUS DELIMITED BY SIZE
                   " - NO BATCHES BILLED FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF JOURNAL-MISSING
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CHGNOJRN" TO ALRT-MESSAGE-CODE
               STRING "URLJRNL COULD NOT BE READ, STATUS="
                   DELIMITED BY SIZE
                   WS-JOURNAL-FILE-STATUS DELIMITED BY SIZE
                   " - NO ONLINE ISSUES BILLED FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF DEPTMAST-MISSING
               MOVE 4 TO ALRT-SEVERITY
               MOVE "CHGNODMS" TO ALRT-MESSAGE-CODE
               STRING "DEPTMAST COULD NOT BE READ, STATUS="
                   DELIMITED BY SIZE
                   WS-DEPT-MASTER-STATUS DELIMITED BY SIZE
                   " - DEFAULT COST CENTRE USED FOR " DELIMITED BY SIZE
                   WS-BILL-MONTH DELIMITED BY SIZE
                   INTO ALRT-TEXT
               PERFORM 0080-RAISE-ALERT
           END-IF
           IF RETURN-CODE < 4
               AND (WS-DEFAULTED-COUNT > ZERO
               OR WS-UNKNOWN-DEPT-COUNT > ZERO
               OR HISTORY-MISSING OR JOURNAL-MISSING
               OR DEPTMAST-MISSING)
               MOVE 4 TO RETURN-CODE
           END-IF.
