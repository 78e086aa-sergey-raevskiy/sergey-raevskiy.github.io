      *> transactions successfully processed so far; a restart run
      *> (run-mode "R") reads this and skips that many transactions
      *> before resuming.
      *> CK-TIMESTAMP is when the checkpoint was taken: the add and
      *> renewal charges the failed run raised after it belong to
      *> transactions the restart reapplies, so the restart does not
      *> raise them again (see SPLCHG).  The field was appended to
      *> the record: reallocate SPLOET.CHECKPOINT at the new length
      *> after a clean night, when no restart is outstanding.
       01  SPLOET-CHECKPOINT-REC.
           05  CK-TXN-COUNT            PIC 9(8).
           05  CK-TIMESTAMP            PIC X(26).
