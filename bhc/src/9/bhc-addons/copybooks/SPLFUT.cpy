      *> SPLOET-FUTURE-REC - future-dated transaction warehouse
      *> record, keyed on FW-KEY (effective date, then Address and
      *> SploetType, so the file reads in due-date order).  Written
      *> by PROGRAM-ID SPLOETEDT for every clean intake detail whose
      *> effective date is after the run date, instead of passing it
      *> to SPLOETTX.  Each night PROGRAM-ID SPLOETREL copies what
      *> has come due into that night's raw intake ahead of the edit
      *> and marks it released; PROGRAM-ID SPLOETFUT lists the
      *> warehouse and cancels items that have not yet come due.
      *> FW-STATUS:
      *>   "W" waiting for its effective date
      *>   "R" released into the intake on FW-RELEASED-DATE
      *>   "C" cancelled by FW-CANCELLED-BY before it came due
      *> Released and cancelled items stay on file as the history of
      *> what was held back and what became of it.
      *> FW-SUBMITTER-ID, FW-BATCH-REFERENCE and FW-BATCH-SEQUENCE
      *> are the item's origin on its intake header, carried back
      *> into the intake on release so the eventual outcome is
      *> acknowledged against the original batch (see SPLACK).
       01  SPLOET-FUTURE-REC.
           05  FW-KEY.
               10  FW-EFFECTIVE-DATE   PIC X(8).
               10  FW-ADDRESS          PIC X(8).
               10  FW-SPLOET-TYPE      PIC X(8).
           05  FW-ACTION-CODE          PIC X(1).
           05  FW-STATUS               PIC X(1).
           05  FW-WAREHOUSED-TIMESTAMP PIC X(26).
           05  FW-RELEASED-DATE        PIC X(8).
           05  FW-CANCELLED-BY         PIC X(8).
           05  FW-CANCELLED-TIMESTAMP  PIC X(26).
           05  FW-SUBMITTER-ID         PIC X(8).
           05  FW-BATCH-REFERENCE      PIC X(8).
           05  FW-BATCH-SEQUENCE       PIC 9(8).
