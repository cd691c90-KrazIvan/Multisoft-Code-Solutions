      *> Record layout of the chargeback rate table (RATETAB) kept by
      *> finance - one row per change of rates, never overwritten, so
      *> an old month can be billed again at the rates it had. The
      *> chargeback run takes the row with the latest effective date
      *> that is not after the last day of the month being billed.
       01  CHARGE-RATE-RECORD.
           05  RATE-EFFECTIVE-DATE PIC 9(8).
      *> Charged once for every batch run in the month.
           05  RATE-BATCH-FEE PIC 9(5)V99.
      *> Charged for every URL issued, by a batch or online.
           05  RATE-URL-FEE PIC 9(3)V9(4).
      *> Charged for every seed a batch had rejected.
           05  RATE-REJECT-FEE PIC 9(3)V9(4).
      *> Charged on top of the batch fee for a rework batch (batch
      *> id ending RW, as the rework step builds it).
           05  RATE-REWORK-SURCHARGE PIC 9(5)V99.
      *> The account each department is charged on, and the account
      *> and cost centre of the URL service the charges recover to.
           05  RATE-CHARGE-ACCOUNT PIC X(10).
           05  RATE-RECOVERY-ACCOUNT PIC X(10).
           05  RATE-RECOVERY-COST-CENTRE PIC X(6).
      *> Used for a department whose DEPTMAST row has no cost centre.
           05  RATE-DEFAULT-COST-CENTRE PIC X(6).
      *> Billed for activity no department can be found for - an
      *> online issue by an operator with no department on OPERMAST,
      *> or a batch run with no sender on its RUNHIST record.
           05  RATE-DEFAULT-DEPARTMENT PIC X(8).
           05  FILLER PIC X(4).
