      *> SPLOET-GENERATION-REC - audit trail generation catalogue,
      *> indexed SPLOETGN keyed on GN-GENERATION, one record per
      *> closed generation of the SPLOETAU audit trail.  Written by
      *> the month-end close-out, PROGRAM-ID SPLOETCLO, only when the
      *> close-out balanced: the trail it closed went to the dated
      *> SPLOET.AUDIT.CLOSED generation data group and the pair
      *> states derived from it to SPLOET.AUDIT.SNAPSHOT (see
      *> SPLSNP), both as generation (+1).  The live SPLOETAU is
      *> always generation (highest on file) + 1; with nothing on
      *> file it is generation 1, the trail as it stood before the
      *> first close-out.
      *>   GN-FIRST-/GN-LAST-TIMESTAMP  oldest and newest audit
      *>                                record in the generation
      *>                                (spaces if it was empty)
      *>   GN-AUDIT-COUNT               records in the generation
      *>   GN-PAIR-COUNT                pairs in its snapshot
      *>   GN-REGISTERED-COUNT          of which registered
       01  SPLOET-GENERATION-REC.
           05  GN-GENERATION           PIC 9(6).
           05  GN-FIRST-TIMESTAMP      PIC X(26).
           05  GN-LAST-TIMESTAMP       PIC X(26).
           05  GN-AUDIT-COUNT          PIC 9(8).
           05  GN-PAIR-COUNT           PIC 9(8).
           05  GN-REGISTERED-COUNT     PIC 9(8).
           05  GN-CLOSED-BY            PIC X(8).
           05  GN-CLOSED-TIMESTAMP     PIC X(26).
