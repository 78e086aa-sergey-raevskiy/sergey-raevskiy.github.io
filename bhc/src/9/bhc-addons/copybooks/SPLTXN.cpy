      *> existing registration without touching its SploetType).
      *> Blank is treated as "A" so intake files from before the
      *> action code existed still load.
      *> PROGRAM-ID SPLOETEDT carries each detail's origin through -
      *> the submitter and batch reference from its intake header,
      *> its sequence within the batch and its effective date - so
      *> SPLOET can acknowledge it (see SPLACK).  TX-FOLLOW-UP-FLAG
      *> is "Y" on a detail released from the future-dated
      *> warehouse, which the department already holds a "W" for.
       01  SPLOET-TXN-REC.
           05  TX-ADDRESS              PIC X(8).
           05  TX-SPLOET-TYPE          PIC X(8).
           05  TX-ACTION-CODE          PIC X(1).
           05  TX-SUBMITTER-ID         PIC X(8).
           05  TX-BATCH-REFERENCE      PIC X(8).
           05  TX-BATCH-SEQUENCE       PIC 9(8).
           05  TX-EFFECTIVE-DATE       PIC X(8).
           05  TX-FOLLOW-UP-FLAG       PIC X(1).
