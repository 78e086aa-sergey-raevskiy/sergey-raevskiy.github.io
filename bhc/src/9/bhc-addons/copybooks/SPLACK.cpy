      *> SPLOET-ACK-REC - disposition (acknowledgment) record, one
      *> per intake detail per outcome, returned to the submitting
      *> department named on the intake header.  AK-SUBMITTER-ID,
      *> AK-BATCH-REFERENCE and AK-BATCH-SEQUENCE (the detail's
      *> position within its batch, counting from 1) identify the
      *> detail as the department sent it.
      *> Written by PROGRAM-ID SPLOETEDT (edit outcomes, its own
      *> SPLOETAE file each run), SPLOET (load outcomes) and, later,
      *> SPLOETAPP, SPLOETPDA and SPLOETFUT (follow-ups settling an
      *> earlier pending or warehoused detail; SPLOET also settles a
      *> pending detail it replaces), the last four appending to
      *> SPLOETAK.  PROGRAM-ID SPLOETACK delivers both
      *> files nightly as the SPLOETAO return file.
      *> AK-DISPOSITION:
      *>   "L" loaded onto the master (AK-REASON-CODE "OVWR" when it
      *>       replaced an existing registration of the same pair)
      *>   "J" rejected - AK-REASON-CODE says why: the SPLOETEDT
      *>       edit codes, NOTF (delete/renew target not on the
      *>       master) or DECL (declined at approval)
      *>   "P" pending second-operator approval (high-risk type)
      *>   "W" warehoused until AK-EFFECTIVE-DATE
      *>   "H" not actioned - the pair is under legal hold
      *>   "X" cancelled before it took effect - AK-REASON-CODE STAL
      *>       (pending entry aged out, SPLOETPDA) or CANC (warehoused
      *>       item withdrawn, SPLOETFUT) or REPL (pending entry
      *>       replaced by a resubmission of the same pair, SPLOET)
      *> AK-FOLLOW-UP-FLAG is "Y" on a record that settles a detail
      *> already acknowledged "P" or "W"; the department matches it
      *> on batch reference and sequence.
       01  SPLOET-ACK-REC.
           05  AK-SUBMITTER-ID         PIC X(8).
           05  AK-BATCH-REFERENCE      PIC X(8).
           05  AK-BATCH-SEQUENCE       PIC 9(8).
           05  AK-ADDRESS              PIC X(8).
           05  AK-SPLOET-TYPE          PIC X(8).
           05  AK-ACTION-CODE          PIC X(1).
           05  AK-EFFECTIVE-DATE       PIC X(8).
           05  AK-DISPOSITION          PIC X(1).
           05  AK-REASON-CODE          PIC X(4).
           05  AK-FOLLOW-UP-FLAG       PIC X(1).
           05  AK-PROGRAM-ID           PIC X(10).
           05  AK-TIMESTAMP            PIC X(26).
