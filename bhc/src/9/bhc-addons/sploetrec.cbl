      *> switched an Address from one type to another leaves the old
      *> pair looking registered and can report it MISSING FROM
      *> MASTER.  Judge such lines against the trail's age.
      *> Once the trail has been closed out at month end (PROGRAM-ID
      *> SPLOETCLO) the replay starts from the carry-forward snapshot
      *> SPLOETSN the latest close-out wrote - every pair's state at
      *> the close - and replays only the live SPLOETAU generation on
      *> top of it.  The snapshot must be the generation the SPLOETGN
      *> catalogue says was closed last, whole, or the run is not
      *> made (RETURN-CODE 8).
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETREC.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-GENERATION-FILE ASSIGN TO "SPLOETGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-GENERATION
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT SPLOET-SNAPSHOT-FILE ASSIGN TO "SPLOETSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-GENERATION-FILE.
           COPY SPLGEN.

       FD  SPLOET-SNAPSHOT-FILE.
           COPY SPLSNP.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       01  WS-RUN-STATUS           PIC X(2).
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-GENERATION-STATUS    PIC X(2).
       01  WS-SNAPSHOT-STATUS      PIC X(2).

       01  WS-MASTER-EOF-SW        PIC X       VALUE "N".
           88  EndOfMaster                     VALUE "Y".
       01  WS-AUDIT-EOF-SW         PIC X       VALUE "N".
           88  EndOfAudit                      VALUE "Y".

       01  WS-GEN-EOF-SW           PIC X       VALUE "N".
           88  EndOfGenerations                VALUE "Y".

       01  WS-SNAP-EOF-SW          PIC X       VALUE "N".
           88  EndOfSnapshot                   VALUE "Y".

       01  WS-TRAILER-SW           PIC X       VALUE "N".
           88  SnapshotTrailerSeen             VALUE "Y".

       01  WS-ADDR-FOUND-SW        PIC X       VALUE "N".
           88  AddressSlotFound                VALUE "Y".

       01  WS-SEARCH-ADDRESS       PIC X(8).
       01  WS-SEARCH-TYPE          PIC X(8).

       01  WS-LAST-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-LIVE-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-LAST-PAIR-COUNT      PIC 9(8)    VALUE 0.
       01  WS-SNAP-LOADED-COUNT    PIC 9(8)    VALUE 0.
       01  WS-AUDIT-READ-COUNT     PIC 9(8)    VALUE 0.
       01  WS-MASTER-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-ADDR-COUNT           PIC 9(5)    VALUE 0.
       BEGIN.
           DISPLAY "SPLOETREC - MASTER VERSUS AUDIT RECONCILIATION".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM LOAD-CARRY-FORWARD.
           IF WS-RETURN-CODE < 8
               PERFORM REPLAY-AUDIT-TRAIL
               PERFORM COMPARE-MASTER-FILE
               PERFORM REPORT-MISSING-ADDRESSES
           END-IF.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
       MAIN-LOGIC-EXIT.
           EXIT.

      *> the catalogue names the newest closed generation; with
      *> none closed yet SPLOETAU still runs back to the very first
      *> record and there is no snapshot to read.  A missing
      *> catalogue is the same as an empty one
       LOAD-CARRY-FORWARD.
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
                               MOVE GN-PAIR-COUNT
                                   TO WS-LAST-PAIR-COUNT
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
           IF WS-RETURN-CODE < 8 AND WS-LAST-GENERATION > 0
               PERFORM LOAD-SNAPSHOT
           END-IF.

       LOAD-SNAPSHOT.
           OPEN INPUT SPLOET-SNAPSHOT-FILE.
           IF WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "SPLOET audit snapshot open failed, status "
                   WS-SNAPSHOT-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-SNAPSHOT-RECORD
               PERFORM UNTIL EndOfSnapshot
                   PERFORM APPLY-SNAPSHOT-RECORD
                   PERFORM READ-SNAPSHOT-RECORD
               END-PERFORM
               CLOSE SPLOET-SNAPSHOT-FILE
               EVALUATE TRUE
                   WHEN WS-RETURN-CODE = 8
                       CONTINUE
                   WHEN NOT SnapshotTrailerSeen
                       DISPLAY "SPLOET audit snapshot has no "
                           "trailer - incomplete"
                       MOVE 8 TO WS-RETURN-CODE
                   WHEN WS-SNAP-LOADED-COUNT NOT = WS-LAST-PAIR-COUNT
                       DISPLAY "SPLOET audit snapshot holds "
                           WS-SNAP-LOADED-COUNT " pairs, the "
                           "catalogue says " WS-LAST-PAIR-COUNT
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.

       READ-SNAPSHOT-RECORD.
           READ SPLOET-SNAPSHOT-FILE
               AT END
                   SET EndOfSnapshot TO TRUE
           END-READ.

      *> a snapshot pair starts in the state the close-out derived
      *> for it; the live generation then replays over it exactly as
      *> the closed generations would have
       APPLY-SNAPSHOT-RECORD.
           EVALUATE TRUE
               WHEN SN-GENERATION NOT = WS-LAST-GENERATION
                   DISPLAY "SPLOET audit snapshot is generation "
                       SN-GENERATION ", the catalogue's latest is "
                       WS-LAST-GENERATION
                   MOVE 8 TO WS-RETURN-CODE
                   SET EndOfSnapshot TO TRUE
               WHEN SN-RECORD-TYPE = "T"
                   SET SnapshotTrailerSeen TO TRUE
               WHEN WS-ADDR-COUNT < 5000
                   ADD 1 TO WS-ADDR-COUNT
                   ADD 1 TO WS-SNAP-LOADED-COUNT
                   MOVE WS-ADDR-COUNT TO WS-ADDR-IDX
                   MOVE SN-ADDRESS TO WS-EXP-ADDRESS(WS-ADDR-IDX)
                   MOVE SN-SPLOET-TYPE TO WS-EXP-TYPE(WS-ADDR-IDX)
                   MOVE SN-STATE TO WS-EXP-STATE-SW(WS-ADDR-IDX)
                   MOVE "N" TO WS-EXP-MATCHED-SW(WS-ADDR-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "SPLOETREC pair table full - snapshot "
                       "pair " SN-ADDRESS " " SN-SPLOET-TYPE
                       " not reconciled"
           END-EVALUATE.

       REPLAY-AUDIT-TRAIL.
           OPEN INPUT SPLOET-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               EVALUATE AU-ACTION-CODE
                   WHEN "D"
                       MOVE "D" TO WS-EXP-STATE-SW(WS-ADDR-IDX)
      *> pending submissions, rejections, stale-pending
      *> cancellations and legal-hold refusals do not touch the
      *> master; only the approval ("V") releases the registration
                   WHEN "P"
                   WHEN "R"
                   WHEN "X"
                   WHEN "H"
                       CONTINUE
                   WHEN OTHER
                       MOVE "R" TO WS-EXP-STATE-SW(WS-ADDR-IDX)
       PRINT-CONTROL-TOTALS.
           COMPUTE WS-DISC-TOTAL = WS-DISC-NO-AUDIT + WS-DISC-DELETED
               + WS-DISC-MISSING.
           DISPLAY "AUDIT GENERATION REPLAYED: " WS-LIVE-GENERATION.
           DISPLAY "SNAPSHOT PAIRS LOADED:     " WS-SNAP-LOADED-COUNT.
           DISPLAY "AUDIT RECORDS READ:        " WS-AUDIT-READ-COUNT.
           DISPLAY "PAIRS IN AUDIT TRAIL:      " WS-ADDR-COUNT.
           DISPLAY "MASTER RECORDS READ:       " WS-MASTER-READ-COUNT.
           EVALUATE TRUE
               WHEN WS-RETURN-CODE = 8
                   DISPLAY "RECONCILIATION VERDICT:    NOT RUN - "
                       "MASTER OR SNAPSHOT UNAVAILABLE, DO NOT FILE "
                       "AS IN BALANCE"
               WHEN WS-TABLE-FULL-COUNT > 0
                   DISPLAY "RECONCILIATION VERDICT:    INCOMPLETE - "
                       "TABLE FULL, DO NOT FILE AS IN BALANCE"
               MOVE WS-MASTER-READ-COUNT TO RC-COUNT-2
               MOVE WS-DISC-TOTAL TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
