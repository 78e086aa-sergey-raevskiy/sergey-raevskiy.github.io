      *> SPLOETAU trail.  Written alongside SPLOETAU by PROGRAM-ID
      *> SPLOET; loaded from an existing SPLOETAU by PROGRAM-ID
      *> SPLOETAUX.  SPLOETAU remains the journal of record for
      *> reconciliation.  PROGRAM-ID SPLOETCHN reads it Address by
      *> Address for the weekly churn and flapping report.
       01  SPLOET-AUDIT-IX-REC.
           05  AX-KEY.
               10  AX-ADDRESS          PIC X(8).
