      *> General-ledger interface file written by the month-end
      *> chargeback run (COBOLSOLUTION4CHGBK), one file per billing
      *> month named GLCHARGE.Myyyymm, so a month billed again
      *> replaces only its own file. A header naming the month and
      *> the rates used, one detail per department and cost centre
      *> charged, and a trailer carrying the offsetting credit to the
      *> URL service's recovery account with the detail count, so the
      *> ledger loader can prove the file complete and balanced. The
      *> amounts are in the currency's minor unit to two places.
      *> Laid over the plain X(150) record.
       01  GLCHG-HEADER-RECORD.
           05  GLCHG-HDR-TYPE PIC X.
           05  GLCHG-HDR-BILL-MONTH PIC 9(6).
           05  GLCHG-HDR-RUN-DATE PIC 9(8).
           05  GLCHG-HDR-RATE-DATE PIC 9(8).
           05  GLCHG-HDR-BATCH-FEE PIC 9(5)V99.
           05  GLCHG-HDR-URL-FEE PIC 9(3)V9(4).
           05  GLCHG-HDR-REJECT-FEE PIC 9(3)V9(4).
           05  GLCHG-HDR-REWORK-SURCHARGE PIC 9(5)V99.
           05  FILLER PIC X(99).
       01  GLCHG-DETAIL-RECORD.
           05  GLCHG-DTL-TYPE PIC X.
           05  GLCHG-DTL-BILL-MONTH PIC 9(6).
           05  GLCHG-DTL-DEPARTMENT PIC X(8).
           05  GLCHG-DTL-COST-CENTRE PIC X(6).
           05  GLCHG-DTL-ACCOUNT PIC X(10).
      *> The department's DEPTMAST status when billed: A active,
      *> R retired, U not on DEPTMAST at all.
           05  GLCHG-DTL-DEPT-STATUS PIC X.
               88  GLCHG-DTL-DEPT-ACTIVE VALUE 'A'.
               88  GLCHG-DTL-DEPT-RETIRED VALUE 'R'.
               88  GLCHG-DTL-DEPT-UNKNOWN VALUE 'U'.
           05  GLCHG-DTL-BATCH-COUNT PIC 9(6).
           05  GLCHG-DTL-REWORK-COUNT PIC 9(6).
           05  GLCHG-DTL-BATCH-URLS PIC 9(8).
           05  GLCHG-DTL-ONLINE-URLS PIC 9(8).
           05  GLCHG-DTL-REJECT-COUNT PIC 9(8).
           05  GLCHG-DTL-BATCH-CHARGE PIC 9(9)V99.
           05  GLCHG-DTL-URL-CHARGE PIC 9(9)V99.
           05  GLCHG-DTL-REJECT-CHARGE PIC 9(9)V99.
           05  GLCHG-DTL-SURCHARGE PIC 9(9)V99.
           05  GLCHG-DTL-TOTAL-CHARGE PIC 9(9)V99.
           05  FILLER PIC X(27).
       01  GLCHG-TRAILER-RECORD.
           05  GLCHG-TRL-TYPE PIC X.
           05  GLCHG-TRL-BILL-MONTH PIC 9(6).
           05  GLCHG-TRL-DETAIL-COUNT PIC 9(6).
           05  GLCHG-TRL-RECOVERY-ACCOUNT PIC X(10).
           05  GLCHG-TRL-RECOVERY-COST-CENTRE PIC X(6).
      *> The sum of the detail totals, credited to the account above;
      *> the components are carried as well so each column of the
      *> details can be proved on its own.
           05  GLCHG-TRL-TOTAL-CREDIT PIC 9(11)V99.
           05  GLCHG-TRL-BATCH-CHARGE PIC 9(11)V99.
           05  GLCHG-TRL-URL-CHARGE PIC 9(11)V99.
           05  GLCHG-TRL-REJECT-CHARGE PIC 9(11)V99.
           05  GLCHG-TRL-SURCHARGE PIC 9(11)V99.
           05  FILLER PIC X(56).
