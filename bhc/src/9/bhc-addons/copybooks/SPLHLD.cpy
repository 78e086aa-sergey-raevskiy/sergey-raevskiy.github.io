      *> SPLOET-HOLD-REC - legal-hold reference file record, keyed
      *> on HL-KEY (Address plus SploetType, the master key).  A
      *> hold with HL-SPLOET-TYPE spaces freezes every registration
      *> the Address holds; a hold naming a type freezes just that
      *> pair.  Placed and released by a supervisor through
      *> PROGRAM-ID SPLOETHLD, quoting the compliance case.
      *> While HL-HOLD-STATUS is "H" the pair may not be deleted by
      *> PROGRAM-ID SPLOET, expired by SPLOETEXP, purged by
      *> SPLOETPRG or have its pending entry cancelled by SPLOETPDA:
      *> each refuses or skips it, audits the refusal (action "H")
      *> and counts it as HELD - NOT ACTIONED.  A released hold
      *> stays on file as "R" with who released it and when, so the
      *> file doubles as the history of the case; placing a hold
      *> again over a released one reuses the record.
       01  SPLOET-HOLD-REC.
           05  HL-KEY.
               10  HL-ADDRESS          PIC X(8).
               10  HL-SPLOET-TYPE      PIC X(8).
           05  HL-HOLD-STATUS          PIC X(1).
           05  HL-CASE-REFERENCE       PIC X(20).
           05  HL-PLACED-BY            PIC X(8).
           05  HL-PLACED-TIMESTAMP     PIC X(26).
           05  HL-RELEASED-BY          PIC X(8).
           05  HL-RELEASED-TIMESTAMP   PIC X(26).
