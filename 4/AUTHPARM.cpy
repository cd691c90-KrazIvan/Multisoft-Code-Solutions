      *> Linkage layout shared between COBOLSOLUTION4AUTH and every
      *> program that checks an operator's authority before acting:
      *> the online transaction, batch maintenance, the lock-break
      *> utility and the audit inquiry. The caller names itself, the
      *> operator, the function and what was being attempted; a
      *> refusal comes back with its reason and has already been
      *> written to the SECVIOL security violation log.
       01  AUTH-PARMS.
           05  AUTH-PROGRAM-ID PIC X(20).
           05  AUTH-OPERATOR-ID PIC X(20).
      *> The function's position among the OPERMAST flags.
           05  AUTH-FUNCTION PIC 9.
               88  AUTH-FUNCTION-INQUIRY VALUE 1.
               88  AUTH-FUNCTION-ONLINE-ISSUE VALUE 2.
               88  AUTH-FUNCTION-WITHDRAW VALUE 3.
               88  AUTH-FUNCTION-MAINTENANCE VALUE 4.
               88  AUTH-FUNCTION-BULK-MAINT VALUE 5.
               88  AUTH-FUNCTION-LOCK-BREAK VALUE 6.
               88  AUTH-FUNCTION-AUDIT-INQUIRY VALUE 7.
      *> Seed, transaction or query as the operator entered it.
           05  AUTH-ATTEMPT PIC X(40).
           05  AUTH-RESULT PIC X.
               88  AUTH-GRANTED VALUE "G".
               88  AUTH-REFUSED VALUE "R".
           05  AUTH-REFUSAL-REASON PIC X(30).
      *> Status of the SECVIOL write for a refusal ("00" if landed).
           05  AUTH-LOG-STATUS PIC X(2).
