      *> Record layout of the operator master file (OPERMAST) - one
      *> row per operator id allowed to use the online transaction,
      *> batch maintenance, the lock-break utility or the audit
      *> inquiry, with a Y under each function the operator may use.
      *> The id is the one the programs already record: the USER the
      *> operator signs on as, or MNT-OPERATOR-ID on a maintenance
      *> transaction. A revoked operator keeps the row (so refusals
      *> still name who it was) but is refused everything. The
      *> department is the one the operator works for, so a URL they
      *> issue online is charged back to it; spaces leave it to the
      *> chargeback run's default department.
       01  OPERATOR-RECORD.
           05  OPER-ID PIC X(20).
           05  OPER-NAME PIC X(30).
           05  OPER-STATUS PIC X.
               88  OPER-IS-ACTIVE VALUE "A".
               88  OPER-IS-REVOKED VALUE "R".
           05  OPER-FUNCTION-FLAGS.
               10  OPER-MAY-INQUIRE PIC X.
               10  OPER-MAY-ISSUE-ONLINE PIC X.
               10  OPER-MAY-WITHDRAW PIC X.
               10  OPER-MAY-MAINTAIN PIC X.
               10  OPER-MAY-BULK-MAINTAIN PIC X.
               10  OPER-MAY-BREAK-LOCK PIC X.
               10  OPER-MAY-AUDIT-INQUIRE PIC X.
      *> The same seven flags by position - AUTH-FUNCTION indexes it.
           05  OPER-FUNCTION-TABLE REDEFINES OPER-FUNCTION-FLAGS.
               10  OPER-FUNCTION-FLAG PIC X OCCURS 7 TIMES.
           05  OPER-DEPARTMENT PIC X(8).
           05  FILLER PIC X(14).
