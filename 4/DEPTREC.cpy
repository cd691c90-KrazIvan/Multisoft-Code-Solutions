      *> and the trend report uses the codes to attribute volumes and
      *> reject rates to the department that sent them. The volume
      *> band says roughly what a normal batch from the department
      *> looks like (LO/MD/HI) for whoever reads the reports. The
      *> cost centre is the one finance charges the department's use
      *> of the service to; rows written before it existed read back
      *> as spaces, and the chargeback run then uses the default cost
      *> centre on its rate table.
       01  DEPARTMENT-RECORD.
           05  DEPT-CODE PIC X(8).
           05  DEPT-NAME PIC X(30).
               88  DEPT-IS-RETIRED VALUE "R".
           05  DEPT-CONTACT PIC X(30).
           05  DEPT-VOLUME-BAND PIC X(2).
           05  DEPT-COST-CENTRE PIC X(6).
           05  FILLER PIC X(3).
