      *> "P" high-risk registration submitted for approval,
      *> "V" approval released it to the master, "R" rejected,
      *> "X" pending entry cancelled unreviewed past the aging
      *> cutoff by PROGRAM-ID SPLOETPDA,
      *> "H" delete, expiry, purge or cancellation refused because
      *> the pair is under legal hold (see SPLHLD) - the master is
      *> left untouched.
      *> PROGRAM-ID SPLOETBKO audits each reversal of a backed-out
      *> run as the change it amounts to - "D" for a removed add,
      *> "C" for a restored rewrite, "A" for a reinstated delete -
      *> under the supervisor who ran the backout.
      *> PROGRAM-ID SPLOETMIG audits a type migration as "A" under
      *> the successor type and "D" under the retired one, and a
      *> type deregistration as "D".
      *> For "P" the operator is the submitter; for "V" and "R" it
      *> is the approving (second) operator.
       01  SPLOET-AUDIT-REC.
