      *> SPLOET-SNAPSHOT-REC - carry-forward snapshot of the audit
      *> trail, written by the month-end close-out PROGRAM-ID
      *> SPLOETCLO as generation (+1) of SPLOET.AUDIT.SNAPSHOT.  One
      *> detail ("D") per Address/SploetType pair ever audited, with
      *> the state the trail derives for it up to the close - "R"
      *> registered, "D" deregistered or never released - and its
      *> last audit action; then one trailer ("T") carrying the
      *> counts.  PROGRAM-ID SPLOETREC starts from the latest
      *> snapshot and replays only the live SPLOETAU on top of it,
      *> so the result is the same as replaying every generation.
      *> SN-GENERATION is the generation closed (see SPLGEN).
       01  SPLOET-SNAPSHOT-REC.
           05  SN-RECORD-TYPE          PIC X(1).
           05  SN-GENERATION           PIC 9(6).
           05  SN-ADDRESS              PIC X(8).
           05  SN-SPLOET-TYPE          PIC X(8).
           05  SN-STATE                PIC X(1).
           05  SN-LAST-ACTION          PIC X(1).
           05  SN-LAST-TIMESTAMP       PIC X(26).
       01  SPLOET-SNAPSHOT-TRAILER REDEFINES SPLOET-SNAPSHOT-REC.
           05  FILLER                  PIC X(1).
           05  FILLER                  PIC 9(6).
           05  SN-PAIR-COUNT           PIC 9(8).
           05  SN-REGISTERED-COUNT     PIC 9(8).
           05  SN-AUDIT-COUNT          PIC 9(8).
           05  FILLER                  PIC X(20).
