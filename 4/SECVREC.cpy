      *> Record layout of the security violation log (SECVIOL) - one
      *> row for every request an operator was refused, by any
      *> program, written only through COBOLSOLUTION4AUTH and never
      *> rewritten. COBOLSOLUTION4SECRPT summarizes one day of it.
       01  SECURITY-VIOLATION-RECORD.
           05  SECV-TIMESTAMP.
               10  SECV-DATE PIC 9(8).
      *> hhmmss plus hundredths, as CURRENT-DATE gives it.
               10  SECV-TIME PIC 9(8).
           05  SECV-PROGRAM-ID PIC X(20).
           05  SECV-OPERATOR-ID PIC X(20).
      *> IQ inquiry, OI online issue, WD withdraw, BM batch
      *> maintenance, BK bulk WB/RB, LB lock break, AI audit inquiry.
           05  SECV-FUNCTION-CODE PIC X(2).
           05  SECV-FUNCTION-NAME PIC X(16).
           05  SECV-ATTEMPT PIC X(40).
           05  SECV-REASON PIC X(30).
