      *>   ADD      "A"   CHANGE   "C"   DELETE  "D"
      *>   RENEW    "N"   APPROVE  "V"   EXPIRE  "E"
      *> Audit actions that never touch the master ("P" pending,
      *> "R" rejected, "X" stale-pending cancellation, "H" refused
      *> under legal hold) are skipped.
      *> Rows other than DELETE are enriched with the pair's current
      *> status and expiry read from the master; a DELETE row (or a
      *> pair since removed) carries blanks there.
      *> the way the SPLOET batch run remembers its checkpoint: the
      *> count of audit records already extracted is held in the
      *> SPLOETDC checkpoint file, that many records are skipped on
      *> the next run, and the count is rewritten at end of run.
      *> Since the trail is closed out at month end (PROGRAM-ID
      *> SPLOETCLO) the mark is a position within a generation: the
      *> checkpoint holds the generation as well as the count.  A
      *> mark in the live generation (the catalogue's latest + 1,
      *> see SPLGEN) skips as above.  A mark one generation behind -
      *> the first run after a close-out - first extracts the rest of
      *> that generation from SPLOETAL (the newest closed
      *> generation), checks the closed file holds exactly the count
      *> the catalogue recorded for it, then extracts the whole live
      *> trail.  A mark further behind is refused (RETURN-CODE 8).
      *> A checkpoint from before generations were kept has no
      *> generation and is read as generation 1.  To force a resend
      *> of the live generation, delete the checkpoint file.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETDLT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-CLOSED-AUDIT-FILE ASSIGN TO "SPLOETAL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.

           SELECT SPLOET-GENERATION-FILE ASSIGN TO "SPLOETGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-GENERATION
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT SPLOET-MASTER-FILE ASSIGN TO "SPLOETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-CLOSED-AUDIT-FILE.
       01  SPLOET-CLOSED-AUDIT-REC     PIC X(51).

       FD  SPLOET-GENERATION-FILE.
           COPY SPLGEN.

       FD  SPLOET-MASTER-FILE.
           COPY SPLREC.

       FD  SPLOET-DELTA-CKP-FILE.
       01  SPLOET-DELTA-CKP-REC.
           05  DC-AUDIT-COUNT          PIC 9(8).
           05  DC-GENERATION           PIC 9(6).

       FD  SPLOET-DELTA-CSV-FILE.
       01  DELTA-CSV-REC           PIC X(120).
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-CKP-STATUS           PIC X(2).
       01  WS-CSV-STATUS           PIC X(2).
       01  WS-CLOSED-STATUS        PIC X(2).
       01  WS-GENERATION-STATUS    PIC X(2).

       01  WS-AUDIT-EOF-SW         PIC X       VALUE "N".
           88  EndOfAudit                      VALUE "Y".

       01  WS-CLOSED-EOF-SW        PIC X       VALUE "N".
           88  EndOfClosedAudit                VALUE "Y".

       01  WS-GEN-EOF-SW           PIC X       VALUE "N".
           88  EndOfGenerations                VALUE "Y".

       01  WS-CATCH-UP-SW          PIC X       VALUE "N".
           88  CatchUpClosedGeneration         VALUE "Y".

       01  WS-MASTER-FILE-SW       PIC X       VALUE "N".
           88  MasterAvailable                 VALUE "Y".

       01  WS-ACTION-WORD          PIC X(8).

       01  WS-HIGH-WATER-COUNT     PIC 9(8)    VALUE 0.
       01  WS-CKP-GENERATION       PIC 9(6)    VALUE 0.
       01  WS-LAST-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-LIVE-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-LAST-AUDIT-COUNT     PIC 9(8)    VALUE 0.
       01  WS-CLOSED-SEEN-COUNT    PIC 9(8)    VALUE 0.
       01  WS-CLOSED-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-LIVE-READ-COUNT      PIC 9(8)    VALUE 0.
       01  WS-SKIP-IDX             PIC 9(8)    VALUE 0.
       01  WS-AUDIT-READ-COUNT     PIC 9(8)    VALUE 0.
       01  WS-ROW-COUNT            PIC 9(8)    VALUE 0.
       BEGIN.
           DISPLAY "SPLOETDLT - SPLOET DELTA EXTRACT".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM READ-GENERATION-CATALOGUE.
           PERFORM READ-DELTA-CHECKPOINT.
           DISPLAY "LIVE AUDIT GENERATION:  " WS-LIVE-GENERATION.
           DISPLAY "HIGH-WATER MARK:        " WS-HIGH-WATER-COUNT
               " IN GENERATION " WS-CKP-GENERATION.
           IF WS-RETURN-CODE < 8
               PERFORM CHECK-CHECKPOINT-GENERATION
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM OPEN-DELTA-FILES
           ELSE
               SET EndOfAudit TO TRUE
           END-IF.
           IF WS-RETURN-CODE < 8 AND CatchUpClosedGeneration
               PERFORM EXTRACT-CLOSED-GENERATION
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM SKIP-EXTRACTED-AUDIT
           ELSE
               SET EndOfAudit TO TRUE
           END-IF.
           PERFORM UNTIL EndOfAudit
               ADD 1 TO WS-AUDIT-READ-COUNT
               ADD 1 TO WS-LIVE-READ-COUNT
               PERFORM EXTRACT-AUDIT-RECORD
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           IF WS-RETURN-CODE < 8
               PERFORM WRITE-DELTA-CHECKPOINT
           END-IF.
           DISPLAY "CLOSED GENERATION READ: " WS-CLOSED-READ-COUNT.
           DISPLAY "LIVE GENERATION READ:   " WS-LIVE-READ-COUNT.
           DISPLAY "NEW AUDIT RECORDS READ: " WS-AUDIT-READ-COUNT.
           DISPLAY "DELTA ROWS WRITTEN:     " WS-ROW-COUNT.
           DISPLAY "NON-MASTER ACTIONS SKIPPED: " WS-SKIPPED-COUNT.
       MAIN-LOGIC-EXIT.
           EXIT.

      *> the live generation is the newest closed one + 1; with no
      *> catalogue nothing has been closed and SPLOETAU is still
      *> generation 1
       READ-GENERATION-CATALOGUE.
           OPEN INPUT SPLOET-GENERATION-FILE.
           EVALUATE WS-GENERATION-STATUS
               WHEN "00"
                   MOVE 0 TO GN-GENERATION
                   START SPLOET-GENERATION-FILE
                       KEY NOT LESS THAN GN-GENERATION
                       INVALID KEY
                           SET EndOfGenerations TO TRUE
                   END-START
                   PERFORM UNTIL EndOfGenerations
                       READ SPLOET-GENERATION-FILE NEXT RECORD
                           AT END
                               SET EndOfGenerations TO TRUE
                           NOT AT END
                               MOVE GN-GENERATION
                                   TO WS-LAST-GENERATION
                               MOVE GN-AUDIT-COUNT
                                   TO WS-LAST-AUDIT-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE SPLOET-GENERATION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SPLOET generation catalogue open failed, "
                       "status " WS-GENERATION-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           COMPUTE WS-LIVE-GENERATION = WS-LAST-GENERATION + 1.

      *> no checkpoint means start at the top of the live generation
       READ-DELTA-CHECKPOINT.
           OPEN INPUT SPLOET-DELTA-CKP-FILE.
           IF WS-CKP-STATUS = "35"
               MOVE 0 TO WS-HIGH-WATER-COUNT
               MOVE WS-LIVE-GENERATION TO WS-CKP-GENERATION
           ELSE
               MOVE SPACES TO SPLOET-DELTA-CKP-REC
               READ SPLOET-DELTA-CKP-FILE
                   AT END
                       MOVE 0 TO DC-AUDIT-COUNT
                       MOVE WS-LIVE-GENERATION TO DC-GENERATION
               END-READ
               MOVE DC-AUDIT-COUNT TO WS-HIGH-WATER-COUNT
               IF DC-GENERATION IS NUMERIC
                   MOVE DC-GENERATION TO WS-CKP-GENERATION
               ELSE
                   MOVE 1 TO WS-CKP-GENERATION
               END-IF
               CLOSE SPLOET-DELTA-CKP-FILE
           END-IF.

      *> a mark one generation behind is caught up from the newest
      *> closed generation; anything older is no longer on SPLOETAL
      *> and is refused rather than skipped over
       CHECK-CHECKPOINT-GENERATION.
           EVALUATE TRUE
               WHEN WS-CKP-GENERATION = WS-LIVE-GENERATION
                   CONTINUE
               WHEN WS-CKP-GENERATION = WS-LAST-GENERATION
                   AND WS-LAST-GENERATION > 0
                   IF WS-HIGH-WATER-COUNT > WS-LAST-AUDIT-COUNT
                       DISPLAY "HIGH-WATER MARK BEYOND THE "
                           WS-LAST-AUDIT-COUNT " RECORDS CLOSED IN "
                           "GENERATION " WS-LAST-GENERATION
                           " - extract abandoned"
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       SET CatchUpClosedGeneration TO TRUE
                   END-IF
               WHEN WS-CKP-GENERATION > WS-LIVE-GENERATION
                   DISPLAY "CHECKPOINT GENERATION " WS-CKP-GENERATION
                       " IS AHEAD OF THE LIVE GENERATION - was the "
                       "catalogue replaced?  Extract abandoned"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   DISPLAY "CHECKPOINT GENERATION " WS-CKP-GENERATION
                       " IS MORE THAN ONE CLOSE-OUT BEHIND - extract "
                       "abandoned; resend the closed generations by "
                       "hand, then delete the SPLOETDC checkpoint"
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

      *> the rest of the generation closed since the last run; the
      *> closed copy must hold exactly what the close-out counted,
      *> or the mark no longer means the same records
       EXTRACT-CLOSED-GENERATION.
           OPEN INPUT SPLOET-CLOSED-AUDIT-FILE.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "SPLOET closed audit generation open failed, "
                   "status " WS-CLOSED-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-CLOSED-AUDIT-RECORD
               PERFORM UNTIL EndOfClosedAudit
                   ADD 1 TO WS-CLOSED-SEEN-COUNT
                   IF WS-CLOSED-SEEN-COUNT > WS-HIGH-WATER-COUNT
                       ADD 1 TO WS-AUDIT-READ-COUNT
                       ADD 1 TO WS-CLOSED-READ-COUNT
                       MOVE SPLOET-CLOSED-AUDIT-REC
                           TO SPLOET-AUDIT-REC
                       PERFORM EXTRACT-AUDIT-RECORD
                   END-IF
                   PERFORM READ-CLOSED-AUDIT-RECORD
               END-PERFORM
               CLOSE SPLOET-CLOSED-AUDIT-FILE
               IF WS-CLOSED-SEEN-COUNT NOT = WS-LAST-AUDIT-COUNT
                   DISPLAY "CLOSED GENERATION " WS-LAST-GENERATION
                       " HOLDS " WS-CLOSED-SEEN-COUNT " RECORDS, THE "
                       "CATALOGUE SAYS " WS-LAST-AUDIT-COUNT
                       " - extract abandoned"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           MOVE 0 TO WS-HIGH-WATER-COUNT.

       READ-CLOSED-AUDIT-RECORD.
           READ SPLOET-CLOSED-AUDIT-FILE
               AT END
                   SET EndOfClosedAudit TO TRUE
           END-READ.

       WRITE-DELTA-CHECKPOINT.
           COMPUTE DC-AUDIT-COUNT = WS-HIGH-WATER-COUNT
               + WS-LIVE-READ-COUNT.
           MOVE WS-LIVE-GENERATION TO DC-GENERATION.
           OPEN OUTPUT SPLOET-DELTA-CKP-FILE.
           IF WS-CKP-STATUS NOT = "00"
               DISPLAY "SPLOET delta checkpoint open failed, status "
               MOVE WS-ROW-COUNT TO RC-COUNT-2
               MOVE WS-SKIPPED-COUNT TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
