      *> SPLOET-OPERATOR-REC - operator reference file record, keyed
      *> on OP-OPERATOR-ID; maintained by PROGRAM-ID SPLOETOPR.
      *> PROGRAM-ID SPLOET, SPLOETAPP, SPLOETPRG, SPLOETTYP,
      *> SPLOETHLD, SPLOETBKO, SPLOETMIG, SPLOETFEE, SPLOETLCK,
      *> SPLOETCLO and SPLOETFUT read it at startup and refuse
      *> operators who are not on file, not active, or not entitled
      *> to the function they are running - an operator id taken on
      *> faith from the USER environment variable is no longer
      *> enough on its own.
      *> The function flags ("Y" entitles):
      *>   OP-ENTRY-FLAG   registration entry/batch load (SPLOET),
      *>                   cancelling a warehoused future-dated
      *>                   item (SPLOETFUT)
      *>   OP-APPROVE-FLAG second-operator approval (SPLOETAPP)
      *>   OP-PURGE-FLAG   purge and archive restore (SPLOETPRG)
      *>   OP-TYPMNT-FLAG  SploetType maintenance (SPLOETTYP)
      *>   OP-SUPER-FLAG   supervisor functions - legal holds
      *>                   (SPLOETHLD), run backout (SPLOETBKO),
      *>                   type migration (SPLOETMIG), the fee
      *>                   schedule (SPLOETFEE), the batch
      *>                   window override (SPLOETLCK) and the
      *>                   audit close-out (SPLOETCLO)
      *> Deactivated operators stay on file so the audit trail still
      *> identifies them.  OP-SUPER-FLAG was added last and lengthens
      *> the record: an operator file from before it opens with
      *> status 39 and is converted once with PROGRAM-ID SPLOETCNV,
      *> which loads every operator with the flag "N" until
      *> SPLOETOPR grants it.
       01  SPLOET-OPERATOR-REC.
           05  OP-OPERATOR-ID          PIC X(8).
           05  OP-NAME                 PIC X(30).
           05  OP-APPROVE-FLAG         PIC X(1).
           05  OP-PURGE-FLAG           PIC X(1).
           05  OP-TYPMNT-FLAG          PIC X(1).
           05  OP-SUPER-FLAG           PIC X(1).
