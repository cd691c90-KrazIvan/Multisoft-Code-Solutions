      *> when, asks for an explicit YES, and only then clears it.
      *> Never run it while the named program is actually still
      *> running - that reopens the lost-update window the lock
      *> exists to close. Only an operator holding lock-break
      *> authority on OPERMAST gets as far as the prompt; anyone else
      *> is refused and the attempt logged on SECVIOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05  LOCK-REC-TIMESTAMP PIC X(14).

       WORKING-STORAGE SECTION.
       COPY AUTHPARM.
       01 WS-OPERATOR-ID PIC X(20) VALUE SPACES.
       01 WS-SAVED-RETURN-CODE PIC S9(4) VALUE ZERO.
       01 WS-LOCK-FILE-STATUS PIC X(2) VALUE SPACES.
       01 WS-LOCK-HELD-SWITCH PIC X VALUE 'N'.
           88 LOCK-FILE-HELD VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCEDURE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "USER"
           MOVE "COBOLSOLUTION4UNLOCK" TO AUTH-PROGRAM-ID
           MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID
           SET AUTH-FUNCTION-LOCK-BREAK TO TRUE
           MOVE "BREAK RUNLOCK" TO AUTH-ATTEMPT
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL "COBOLSOLUTION4AUTH" USING AUTH-PARMS
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           IF AUTH-REFUSED
               DISPLAY "REFUSED - OPERATOR "
                   FUNCTION TRIM(WS-OPERATOR-ID)
                   " IS NOT AUTHORIZED TO BREAK THE RUN LOCK ("
                   FUNCTION TRIM(AUTH-REFUSAL-REASON) ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               IF WS-LOCK-FILE-STATUS = "35"
