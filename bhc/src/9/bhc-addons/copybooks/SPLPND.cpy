      *> keyed SploetType is flagged high-risk; released into the
      *> master (or rejected) by a second operator through
      *> PROGRAM-ID SPLOETAPP.  A resubmission of the same pair
      *> replaces the earlier pending entry (SPLOET reverses its add
      *> charge and cancels it to its department, reason REPL); a
      *> different SploetType for the same Address queues
      *> separately.
      *> An entry that arrived through the batch intake keeps its
      *> submitter, batch reference and sequence so the approval
      *> decision (or SPLOETPDA's cancellation) can be acknowledged
      *> to the department as a follow-up (see SPLACK); keyed
      *> entries leave them blank and zero.  The three fields
      *> lengthen the record: a wide-key pending file from before
      *> them opens with status 39 and is converted once with
      *> PROGRAM-ID SPLOETCNV, which loads them blank and zero.
       01  SPLOET-PENDING-REC.
           05  PD-KEY.
               10  PD-ADDRESS          PIC X(8).
           05  PD-ACTION-CODE          PIC X(1).
           05  PD-SUBMIT-OPERATOR      PIC X(8).
           05  PD-SUBMIT-TIMESTAMP     PIC X(26).
           05  PD-SUBMITTER-ID         PIC X(8).
           05  PD-BATCH-REFERENCE      PIC X(8).
           05  PD-BATCH-SEQUENCE       PIC 9(8).
