      *> registrations are only accepted for active types
      *> (TY-ACTIVE-FLAG "Y"); inactive types stay on file so
      *> historical registrations still display correctly.
      *> Registrations already held under a retired type are moved
      *> to a successor type or deregistered by PROGRAM-ID
      *> SPLOETMIG.
      *> TY-HIGH-RISK-FLAG "Y" marks a type that needs four-eyes
      *> control: PROGRAM-ID SPLOET routes such registrations to the
      *> pending file for a second operator to approve (see
