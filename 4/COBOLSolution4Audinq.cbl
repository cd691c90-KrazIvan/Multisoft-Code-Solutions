      *> displayed and written to a formatted report (AUDINQRPT). A
      *> search covers the slim current AUDITLOG and every monthly
      *> archive the archival job has recorded on AUDITCAT, so the
      *> answer is complete however old the issue was. The audit
      *> trail names operators and what they issued, so only an
      *> operator holding audit-inquiry authority on OPERMAST may
      *> open a session; a refusal is logged on SECVIOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  INQUIRY-RPT-RECORD PIC X(240).

       WORKING-STORAGE SECTION.
       COPY AUTHPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-AUDIT-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-AUDITCAT-STATUS PIC X(2) VALUE SPACES.
       01 WS-INQUIRY-RPT-STATUS PIC X(2) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "COBOLSOLUTION4AUDINQ" TO AUTH-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           SET AUTH-FUNCTION-AUDIT-INQUIRY TO TRUE
           MOVE "SESSION START" TO AUTH-ATTEMPT
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4AUTH" USING AUTH-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF AUTH-REFUSED
               DISPLAY "SESSION REFUSED - OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AUTHORIZED FOR AUDIT INQUIRY ("
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0100-LOAD-ARCHIVE-CATALOG
           OPEN OUTPUT INQUIRY-RPT-FILE
           IF WS-INQUIRY-RPT-STATUS NOT = "00"
