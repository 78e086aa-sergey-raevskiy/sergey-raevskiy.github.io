      *> SPLOET-FEE-REC - registration fee schedule, keyed on FE-KEY
      *> (SploetType then the date the rates take effect, yyyymmdd),
      *> so one type's rate history reads straight down the key.
      *> Maintained by a supervisor with PROGRAM-ID SPLOETFEE; a
      *> rate is never changed once charges may have been priced
      *> from it - a new rate is added with a later effective date.
      *> The rate in force on a date is the type's record with the
      *> latest FE-EFFECTIVE-DATE not after it.  Read by PROGRAM-ID
      *> SPLOET and SPLOETAPP when they raise a charge (see SPLCHG):
      *>   FE-ADD-FEE      a registration added, or queued for
      *>                   approval because the type is high-risk
      *>   FE-RENEWAL-FEE  a registration renewed
      *>   FE-RELEASE-FEE  a pending entry approved and released
      *> FE-SET-OPERATOR and FE-SET-TIMESTAMP record who entered the
      *> rate and when.
       01  SPLOET-FEE-REC.
           05  FE-KEY.
               10  FE-SPLOET-TYPE      PIC X(8).
               10  FE-EFFECTIVE-DATE   PIC X(8).
           05  FE-ADD-FEE              PIC 9(5)V99.
           05  FE-RENEWAL-FEE          PIC 9(5)V99.
           05  FE-RELEASE-FEE          PIC 9(5)V99.
           05  FE-SET-OPERATOR         PIC X(8).
           05  FE-SET-TIMESTAMP        PIC X(26).
