      *> and cross-footed by PROGRAM-ID SPLOETEON at end of night.
      *> RC-COUNT-1 through RC-COUNT-4 mean, per RC-PROGRAM-ID
      *> (unused counts are zero):
      *>   SPLOETREL  details copied / released / passed on /
      *>              still waiting
      *>   SPLOETEDT  details read / clean / rejected / warehoused
      *>   SPLOET     txns read / accepted / rejected / pending
      *>   SPLOETEXP  master read / expired / warnings / -
      *>   SPLOETSUM  records summarised / types / - / -
      *>   SPLOETPRG  master read / archived / kept / -
      *>   SPLOETCMP  master read / feed read / differences / -
      *>   SPLOETACT  audit read / in range / - / -
      *>   SPLOETACK  edit dispositions read / load and follow-up
      *>              dispositions read / delivered / submitters
      *>   SPLOETBKO  run entries found / entries reversed / pairs
      *>              refused / pairs in run
      *>   SPLOETMIG  registrations found / migrated or
      *>              deregistered / collisions / xref stale
      *>   SPLOETCHN  history read / events in window / Addresses
      *>              flagged / watch-list written
      *>   SPLOETMST  master read / audit read / audit in month /
      *>              history records written
      *>   SPLOETTRD  history read / in range / types / types
      *>              flagged
      *>   SPLOETBIL  charges in month / billed / reversed /
      *>              departments
      *>   SPLOETCLO  audit read / closed and read back / pairs
      *>              carried forward / discrepancies
      *> RC-HELD-COUNT is the number of records the run left alone
      *> because they are under legal hold (see SPLHLD) - reported
      *> as HELD - NOT ACTIONED.  Only SPLOET, SPLOETEXP, SPLOETPRG,
      *> SPLOETPDA, SPLOETBKO and SPLOETMIG set it; everyone else
      *> writes zero.  For SPLOET a held delete is neither accepted
      *> nor rejected, so txns read = accepted + rejected + held.
      *> The field was appended to the record: start a fresh
      *> SPLOET.RUNCTL when the programs carrying it go in.
       01  SPLOET-RUN-REC.
           05  RC-PROGRAM-ID           PIC X(10).
           05  RC-RUN-TIMESTAMP        PIC X(26).
           05  RC-COUNT-3              PIC 9(8).
           05  RC-COUNT-4              PIC 9(8).
           05  RC-RETURN-CODE          PIC 9(4).
           05  RC-HELD-COUNT           PIC 9(8).
