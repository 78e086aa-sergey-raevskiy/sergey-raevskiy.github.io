      *> reversed) so "list every Address registered as BOTNET"
      *> reads straight down the key instead of scanning the whole
      *> master.  Kept current by PROGRAM-ID SPLOET, SPLOETAPP,
      *> SPLOETEXP, SPLOETPRG, SPLOETBKO and SPLOETMIG whenever
      *> they touch SPLOETM; SPLOETMIG also reads it to find a
      *> retired type's registrations; the
      *> mirrored status and expiry let the type inquiry answer
      *> without reading the master at all.  Rebuild from the
      *> master at any time with PROGRAM-ID SPLOETXRF.
