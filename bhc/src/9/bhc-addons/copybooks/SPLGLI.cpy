      *> SPLOET-GL-REC - general-ledger interface record written by
      *> the monthly billing run, PROGRAM-ID SPLOETBIL, to the
      *> sequential SPLOETGL file (written fresh each run, so a
      *> rerun of the month replaces the month).
      *> GL-RECORD-TYPE "D" - one per department per charge code
      *> billed ("A" add, "N" renewal, "V" release - see SPLCHG),
      *> reversed charges already taken out.
      *> GL-RECORD-TYPE "T" - the trailer, last on the file, carrying
      *> the control totals: GL-RECORD-COUNT detail records,
      *> GL-CHARGE-COUNT and GL-AMOUNT summed over them, and the
      *> charges reversed (backed out or rejected in the month) that
      *> were left out of them.  GL-DEPARTMENT and GL-CHARGE-CODE are
      *> spaces on the trailer; GL-RECORD-COUNT and the reversed
      *> fields are zero on a detail.
       01  SPLOET-GL-REC.
           05  GL-RECORD-TYPE          PIC X(1).
           05  GL-BILLING-MONTH        PIC X(6).
           05  GL-DEPARTMENT           PIC X(8).
           05  GL-CHARGE-CODE          PIC X(1).
           05  GL-CHARGE-COUNT         PIC 9(7).
           05  GL-AMOUNT               PIC 9(9)V99.
           05  GL-RECORD-COUNT         PIC 9(7).
           05  GL-REVERSED-COUNT       PIC 9(7).
           05  GL-REVERSED-AMOUNT      PIC 9(9)V99.
           05  GL-CREATED-TIMESTAMP    PIC X(26).
