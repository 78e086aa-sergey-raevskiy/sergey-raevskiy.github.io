      *> SPLOET-CHARGE-REC - registration charge record, appended to
      *> the sequential SPLOETCG charge file by every program that
      *> raises or reverses a fee, and billed month by month by
      *> PROGRAM-ID SPLOETBIL.
      *> CG-DEPARTMENT is the responsible department - the submitter
      *> named on the intake header for a batch transaction, or the
      *> keying operator for an entry made at the terminal.
      *> CG-CHARGE-CODE:
      *>   "A" add        SPLOET, a registration added or queued for
      *>                  approval (a high-risk add is charged when
      *>                  the department submits it)
      *>   "N" renewal    SPLOET
      *>   "V" release    SPLOETAPP, a pending entry approved
      *>   "B" backed out SPLOETBKO, the change that raised the
      *>                  charge has been reversed
      *>   "J" rejected   SPLOETAPP, a queued add was rejected;
      *>                  SPLOET, a queued add was replaced by a
      *>                  resubmission of the same pair;
      *>                  SPLOETPDA, a queued add was cancelled
      *>                  past the aging cutoff
      *> "B" and "J" are reversal markers: they carry no amount and
      *> name the charge they cancel by its pair and CG-TIMESTAMP in
      *> CG-REVERSES-TIMESTAMP.  A charge raised by a master update
      *> is stamped with the JN-TIMESTAMP of its journal entry, and
      *> a queued add with the PD-SUBMIT-TIMESTAMP of its pending
      *> entry, which is how SPLOETBKO, SPLOETAPP and SPLOETPDA name
      *> it.
      *> A restart of the SPLOET batch load (run-mode "R") reapplies
      *> the transactions after its last checkpoint.  The add and
      *> renewal charges the failed run raised for them - SPLOET's
      *> "A" and "N" stamped after CK-TIMESTAMP (see SPLCKP) - are
      *> not raised again, one per pair and code; SPLOET lists each
      *> one it passes over.  A reprocessed pending-approval add is
      *> charged again but also reverses its first charge, as for
      *> any replaced pending entry.
      *> CG-AMOUNT is priced from the SPLOETFE fee schedule (see
      *> SPLFEE) in force on the charge date; CG-RATE-DATE is the
      *> effective date of the rate used, spaces when the type had
      *> no rate on file (amount zero, listed as UNPRICED by the
      *> billing run).
       01  SPLOET-CHARGE-REC.
           05  CG-DEPARTMENT           PIC X(8).
           05  CG-ADDRESS              PIC X(8).
           05  CG-SPLOET-TYPE          PIC X(8).
           05  CG-CHARGE-CODE          PIC X(1).
           05  CG-AMOUNT               PIC 9(5)V99.
           05  CG-RATE-DATE            PIC X(8).
           05  CG-BATCH-REFERENCE      PIC X(8).
           05  CG-PROGRAM-ID           PIC X(10).
           05  CG-OPERATOR-ID          PIC X(8).
           05  CG-TIMESTAMP            PIC X(26).
           05  CG-REVERSES-TIMESTAMP   PIC X(26).
