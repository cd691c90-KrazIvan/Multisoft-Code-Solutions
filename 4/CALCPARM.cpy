      *> instead of trusting a green job that lost its audit trail.
           05  CALC-IO-ERROR-FLAG PIC X.
               88  CALC-IO-ERROR-DETECTED VALUE 'Y'.
      *> Set by a caller that only wants the answer - the driver's
      *> pre-flight run - so the call leaves SEQCACHE and AUDITLOG
      *> exactly as they were.
           05  CALC-VALIDATE-FLAG PIC X.
               88  CALC-VALIDATE-ONLY VALUE 'Y'.
