       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLSOLUTION4AUTH.

       AUTHOR. IVAN SHABALIN.

      *> Operator authorization check, shared by every program an
      *> operator drives by hand: the online transaction (inquiry,
      *> online issue, withdrawal), batch maintenance (single-seed
      *> and bulk WB/RB transactions), the lock-break utility and the
      *> audit inquiry. Until now the USER id was recorded but never
      *> checked, so anyone who could start a program could withdraw
      *> URLs or break the run lock. Each CALL looks the operator up
      *> on OPERMAST and answers granted or refused for the one
      *> function asked about; every refusal is appended to the
      *> SECVIOL security violation log with the program, operator,
      *> function, what was attempted and why it was refused, and
      *> COBOLSOLUTION4SECRPT reports each day's refusals.
      *>
      *> OPERMAST is read once, on the first call of the run, and
      *> held for the rest of it. A missing or unreadable operator
      *> master refuses everything - an authorization check that
      *> cannot look is not allowed to wave the operator through.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-MASTER-STATUS.
           SELECT VIOLATION-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VIOLATION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER-FILE.
       COPY OPERREC.

       FD  VIOLATION-FILE.
       COPY SECVREC.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-MASTER-STATUS PIC X(2) VALUE SPACES.
       01 WS-VIOLATION-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-OPERATOR-EOF-SWITCH PIC X VALUE 'N'.
           88 NO-MORE-OPERATORS VALUE 'Y'.
       01 WS-MASTER-LOADED-SWITCH PIC X VALUE 'N'.
           88 OPERATOR-MASTER-LOADED VALUE 'Y'.
       01 WS-MASTER-USABLE-SWITCH PIC X VALUE 'N'.
           88 OPERATOR-MASTER-USABLE VALUE 'Y'.
       01 WS-OPER-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPER-HIT-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 500 TIMES.
               10 WS-OPER-ID PIC X(20).
               10 WS-OPER-STATUS PIC X.
               10 WS-OPER-FLAGS.
                   15 WS-OPER-FLAG PIC X OCCURS 7 TIMES.
      *> Log code and printable name of each function, in the order
      *> of the OPERMAST flags.
       01 WS-FUNCTION-NAMES.
           05 FILLER PIC X(18) VALUE "IQINQUIRY".
           05 FILLER PIC X(18) VALUE "OIONLINE ISSUE".
           05 FILLER PIC X(18) VALUE "WDWITHDRAW".
           05 FILLER PIC X(18) VALUE "BMBATCH MAINT".
           05 FILLER PIC X(18) VALUE "BKBULK WB/RB".
           05 FILLER PIC X(18) VALUE "LBLOCK BREAK".
           05 FILLER PIC X(18) VALUE "AIAUDIT INQUIRY".
       01 WS-FUNCTION-TABLE REDEFINES WS-FUNCTION-NAMES.
           05 WS-FUNCTION-ENTRY OCCURS 7 TIMES.
               10 WS-FUNCTION-CODE PIC X(2).
               10 WS-FUNCTION-NAME PIC X(16).

       LINKAGE SECTION.
       COPY AUTHPARM.

       PROCEDURE DIVISION USING AUTH-PARMS.
       0000-MAIN-PROCEDURE.
           IF NOT OPERATOR-MASTER-LOADED
               PERFORM 0100-LOAD-OPERATOR-MASTER
           END-IF
           SET AUTH-GRANTED TO TRUE
           MOVE SPACES TO AUTH-REFUSAL-REASON
           MOVE "00" TO AUTH-LOG-STATUS
           PERFORM 1000-CHECK-AUTHORITY
           IF AUTH-REFUSED
               PERFORM 2000-LOG-VIOLATION
           END-IF
           GOBACK.

       0100-LOAD-OPERATOR-MASTER.
           SET OPERATOR-MASTER-LOADED TO TRUE
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPERATOR-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN OPERMAST, STATUS="
                   WS-OPERATOR-MASTER-STATUS
                   " - EVERY AUTHORIZATION WILL BE REFUSED"
           ELSE
               SET OPERATOR-MASTER-USABLE TO TRUE
               PERFORM UNTIL NO-MORE-OPERATORS
                   READ OPERATOR-MASTER-FILE
                       AT END
                           SET NO-MORE-OPERATORS TO TRUE
                       NOT AT END
                           PERFORM 0150-LOAD-ONE-OPERATOR
                   END-READ
               END-PERFORM
               IF WS-OPERATOR-MASTER-STATUS NOT = "10"
                   DISPLAY "ERROR - OPERMAST READ FAILED, STATUS="
                       WS-OPERATOR-MASTER-STATUS
                       " - EVERY AUTHORIZATION WILL BE REFUSED"
                   MOVE 'N' TO WS-MASTER-USABLE-SWITCH
               END-IF
               CLOSE OPERATOR-MASTER-FILE
           END-IF.

       0150-LOAD-ONE-OPERATOR.
           IF OPER-ID NOT = SPACES
               IF WS-OPER-COUNT < 500
                   ADD 1 TO WS-OPER-COUNT
                   MOVE OPER-ID TO WS-OPER-ID(WS-OPER-COUNT)
                   MOVE OPER-STATUS TO WS-OPER-STATUS(WS-OPER-COUNT)
                   MOVE OPER-FUNCTION-FLAGS TO
                       WS-OPER-FLAGS(WS-OPER-COUNT)
               ELSE
                   DISPLAY "WARNING - OPERATOR TABLE FULL AT 500 - "
                       "OPERATOR " FUNCTION TRIM(OPER-ID)
                       " WILL BE REFUSED"
               END-IF
           END-IF.

       1000-CHECK-AUTHORITY.
           IF AUTH-FUNCTION < 1 OR AUTH-FUNCTION > 7
               SET AUTH-REFUSED TO TRUE
               MOVE "UNKNOWN FUNCTION REQUESTED" TO AUTH-REFUSAL-REASON
           ELSE
               IF NOT OPERATOR-MASTER-USABLE
                   SET AUTH-REFUSED TO TRUE
                   MOVE "OPERATOR MASTER UNAVAILABLE"
                       TO AUTH-REFUSAL-REASON
               ELSE
                   IF AUTH-OPERATOR-ID = SPACES
                       SET AUTH-REFUSED TO TRUE
                       MOVE "NO OPERATOR ID" TO AUTH-REFUSAL-REASON
                   ELSE
                       PERFORM 1100-CHECK-OPERATOR-ROW
                   END-IF
               END-IF
           END-IF.

       1100-CHECK-OPERATOR-ROW.
           MOVE ZERO TO WS-OPER-HIT-SUB
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
               UNTIL WS-OPER-SUB > WS-OPER-COUNT
               OR WS-OPER-HIT-SUB > ZERO
               IF WS-OPER-ID(WS-OPER-SUB) = AUTH-OPERATOR-ID
                   MOVE WS-OPER-SUB TO WS-OPER-HIT-SUB
               END-IF
           END-PERFORM
           IF WS-OPER-HIT-SUB = ZERO
               SET AUTH-REFUSED TO TRUE
               MOVE "OPERATOR NOT ON OPERMAST" TO AUTH-REFUSAL-REASON
           ELSE
               IF WS-OPER-STATUS(WS-OPER-HIT-SUB) NOT = "A"
                   SET AUTH-REFUSED TO TRUE
                   MOVE "OPERATOR NOT ACTIVE" TO AUTH-REFUSAL-REASON
               ELSE
                   IF WS-OPER-FLAG(WS-OPER-HIT-SUB, AUTH-FUNCTION)
                       NOT = "Y"
                       SET AUTH-REFUSED TO TRUE
                       MOVE "FUNCTION NOT AUTHORIZED"
                           TO AUTH-REFUSAL-REASON
                   END-IF
               END-IF
           END-IF.

      *> Opened and closed around every row, the same as the change
      *> journal, so a refusal is on disk even if the caller abends
      *> straight afterwards.
       2000-LOG-VIOLATION.
           OPEN EXTEND VIOLATION-FILE
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
               OPEN OUTPUT VIOLATION-FILE
           END-IF
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SECVIOL, STATUS="
                   WS-VIOLATION-FILE-STATUS
               MOVE WS-VIOLATION-FILE-STATUS TO AUTH-LOG-STATUS
           ELSE
               PERFORM 2100-WRITE-VIOLATION-ROW
               CLOSE VIOLATION-FILE
           END-IF.

       2100-WRITE-VIOLATION-ROW.
           MOVE SPACES TO SECURITY-VIOLATION-RECORD
           MOVE FUNCTION CURRENT-DATE(1:16) TO SECV-TIMESTAMP
           MOVE AUTH-PROGRAM-ID TO SECV-PROGRAM-ID
           MOVE AUTH-OPERATOR-ID TO SECV-OPERATOR-ID
           IF SECV-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO SECV-OPERATOR-ID
           END-IF
           IF AUTH-FUNCTION >= 1 AND AUTH-FUNCTION <= 7
               MOVE WS-FUNCTION-CODE(AUTH-FUNCTION)
                   TO SECV-FUNCTION-CODE
               MOVE WS-FUNCTION-NAME(AUTH-FUNCTION)
                   TO SECV-FUNCTION-NAME
           ELSE
               MOVE "??" TO SECV-FUNCTION-CODE
               MOVE "UNKNOWN" TO SECV-FUNCTION-NAME
           END-IF
           MOVE AUTH-ATTEMPT TO SECV-ATTEMPT
           MOVE AUTH-REFUSAL-REASON TO SECV-REASON
           WRITE SECURITY-VIOLATION-RECORD
           IF WS-VIOLATION-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - SECVIOL WRITE FAILED, STATUS="
                   WS-VIOLATION-FILE-STATUS
               MOVE WS-VIOLATION-FILE-STATUS TO AUTH-LOG-STATUS
           END-IF.
