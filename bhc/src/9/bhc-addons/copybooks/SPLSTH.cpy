      *> SPLOET-STATS-REC - monthly statistics history record, one
      *> per SploetType per calendar month, keyed on ST-KEY (type
      *> then month yyyymm, so one type's months read straight down
      *> the key).  Written to the permanent indexed SPLOETSH file by
      *> the month-end PROGRAM-ID SPLOETMST; a rerun for the same
      *> month deletes that month's records and writes them again,
      *> so a month is never counted twice.  Read by PROGRAM-ID
      *> SPLOETTRD for the 13-month trend report.
      *> ST-ACTIVE-COUNT and ST-EXPIRED-COUNT are the master as it
      *> stood when the job ran (SR-STATUS "A" / "E"); the rest are
      *> the month's SPLOETAU events by AU-ACTION-CODE:
      *>   ADD "A"  CHANGE "C"  DELETE "D"  RENEW "N"  EXPIRE "E"
      *>   APPROVE "V"  REJECT "R"  CANCEL "X"
       01  SPLOET-STATS-REC.
           05  ST-KEY.
               10  ST-SPLOET-TYPE      PIC X(8).
               10  ST-MONTH            PIC X(6).
           05  ST-ACTIVE-COUNT         PIC 9(7).
           05  ST-EXPIRED-COUNT        PIC 9(7).
           05  ST-ADD-COUNT            PIC 9(7).
           05  ST-CHANGE-COUNT         PIC 9(7).
           05  ST-DELETE-COUNT         PIC 9(7).
           05  ST-RENEW-COUNT          PIC 9(7).
           05  ST-EXPIRE-COUNT         PIC 9(7).
           05  ST-APPROVE-COUNT        PIC 9(7).
           05  ST-REJECT-COUNT         PIC 9(7).
           05  ST-CANCEL-COUNT         PIC 9(7).
           05  ST-WRITTEN-TIMESTAMP    PIC X(26).
