      *> SERVANT $ edit sploetclo.cbl
      *>
      *> PROGRAM-ID SPLOETCLO - month-end close-out of the SPLOETAU
      *> audit trail.  The live trail only ever grows, so once a
      *> month it is rolled into a closed generation:
      *>   - every SPLOETAU record is copied, unchanged, to SPLOETAC
      *>     (generation (+1) of the dated SPLOET.AUDIT.CLOSED group)
      *>   - the trail is replayed on top of the previous close's
      *>     carry-forward snapshot SPLOETSN, the way PROGRAM-ID
      *>     SPLOETREC replays it, and the derived state of every
      *>     Address/SploetType pair is written to the new snapshot
      *>     SPLOETSO (see SPLSNP) with a trailer of counts
      *>   - the derived states are reconciled against the master
      *>   - both new files are read back and counted
      *> Only when all of that balances - records copied = records
      *> read = records read back, snapshot read back = pairs
      *> derived, no reconciliation discrepancy, no table overflow,
      *> no file failure - is the generation recorded on the SPLOETGN
      *> catalogue (see SPLGEN) and SPLOETAU emptied to start the
      *> next one.  Otherwise nothing is catalogued, SPLOETAU is left
      *> exactly as it was and RETURN-CODE is 8; the job deletes the
      *> new generations again and the close-out can be rerun once
      *> the cause is put right.
      *> The close-out takes the batch window on the SPLOETCT control
      *> file (see SPLCTL) for its duration, so no terminal update or
      *> nightly chain can add to the trail while it is being closed;
      *> it refuses to start while anyone else holds the window.
      *> It is a supervisor function: the operator (USER) must be on
      *> the SPLOETOP operator reference file, active, and flagged as
      *> a supervisor - see PROGRAM-ID SPLOETOPR.
      *> RETURN-CODE 0 closed and new generation started, 8 refused,
      *> out of balance or a file failure - nothing catalogued, the
      *> new generations are deleted again; 12 the generation is
      *> closed and catalogued but SPLOETAU could not be emptied -
      *> the new generations are kept and SPLOETAU must be emptied
      *> by hand before the next night.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETCLO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-AUDIT-FILE ASSIGN TO "SPLOETAU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-CLOSED-FILE ASSIGN TO "SPLOETAC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSED-STATUS.

           SELECT SPLOET-OLD-SNAPSHOT-FILE ASSIGN TO "SPLOETSN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OLD-SNAP-STATUS.

           SELECT SPLOET-NEW-SNAPSHOT-FILE ASSIGN TO "SPLOETSO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-SNAP-STATUS.

           SELECT SPLOET-GENERATION-FILE ASSIGN TO "SPLOETGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-GENERATION
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT SPLOET-MASTER-FILE ASSIGN TO "SPLOETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SPLOET-OPERATOR-FILE ASSIGN TO "SPLOETOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SPLOET-CONTROL-FILE ASSIGN TO "SPLOETCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SPLOET-WINDOW-LOG-FILE ASSIGN TO "SPLOETWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDOW-LOG-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-CLOSED-FILE.
       01  SPLOET-CLOSED-REC           PIC X(51).

       FD  SPLOET-OLD-SNAPSHOT-FILE.
           COPY SPLSNP.

       FD  SPLOET-NEW-SNAPSHOT-FILE.
       01  SPLOET-NEW-SNAPSHOT-REC     PIC X(51).

       FD  SPLOET-GENERATION-FILE.
           COPY SPLGEN.

       FD  SPLOET-MASTER-FILE.
           COPY SPLREC.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-WINDOW-LOG-FILE.
           COPY SPLWLG.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-CLOSED-STATUS        PIC X(2).
       01  WS-OLD-SNAP-STATUS      PIC X(2).
       01  WS-NEW-SNAP-STATUS      PIC X(2).
       01  WS-GENERATION-STATUS    PIC X(2).
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-WINDOW-LOG-STATUS    PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-RUN-DATE             PIC X(8).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-WINDOW-SW            PIC X       VALUE "N".
           88  BatchWindowTaken                VALUE "Y".

       01  WS-BALANCE-SW           PIC X       VALUE "Y".
           88  CloseBalanced                   VALUE "Y".

       01  WS-GENERATION-FILE-SW   PIC X       VALUE "N".
           88  GenerationFileOpen              VALUE "Y".

       01  WS-GEN-EOF-SW           PIC X       VALUE "N".
           88  EndOfGenerations                VALUE "Y".

       01  WS-AUDIT-EOF-SW         PIC X       VALUE "N".
           88  EndOfAudit                      VALUE "Y".

       01  WS-SNAP-EOF-SW          PIC X       VALUE "N".
           88  EndOfSnapshot                   VALUE "Y".

       01  WS-MASTER-EOF-SW        PIC X       VALUE "N".
           88  EndOfMaster                     VALUE "Y".

       01  WS-CLOSED-EOF-SW        PIC X       VALUE "N".
           88  EndOfClosed                     VALUE "Y".

       01  WS-TRAILER-SW           PIC X       VALUE "N".
           88  SnapshotTrailerSeen             VALUE "Y".

       01  WS-ADDR-FOUND-SW        PIC X       VALUE "N".
           88  AddressSlotFound                VALUE "Y".

       01  WS-WINDOW-EVENT         PIC X(1).
       01  WS-WINDOW-REASON        PIC X(40).
       01  WS-PRIOR-WINDOW.
           05  WS-PRIOR-STATUS     PIC X(1).
           05  WS-PRIOR-RUN-DATE   PIC X(8).
           05  WS-PRIOR-OPENED-BY  PIC X(10).
           05  WS-PRIOR-OPENED-TS  PIC X(26).

       01  WS-SEARCH-ADDRESS       PIC X(8).
       01  WS-SEARCH-TYPE          PIC X(8).

       01  WS-LAST-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-CLOSE-GENERATION     PIC 9(6)    VALUE 0.
       01  WS-LAST-PAIR-COUNT      PIC 9(8)    VALUE 0.
       01  WS-FIRST-TIMESTAMP      PIC X(26)   VALUE SPACES.
       01  WS-LAST-TIMESTAMP       PIC X(26)   VALUE SPACES.

       01  WS-SNAP-LOADED-COUNT    PIC 9(8)    VALUE 0.
       01  WS-AUDIT-READ-COUNT     PIC 9(8)    VALUE 0.
       01  WS-CLOSED-WRITTEN-COUNT PIC 9(8)    VALUE 0.
       01  WS-CLOSED-REREAD-COUNT  PIC 9(8)    VALUE 0.
       01  WS-SNAP-WRITTEN-COUNT   PIC 9(8)    VALUE 0.
       01  WS-SNAP-REREAD-COUNT    PIC 9(8)    VALUE 0.
       01  WS-REGISTERED-COUNT     PIC 9(8)    VALUE 0.
       01  WS-MASTER-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-TABLE-FULL-COUNT     PIC 9(8)    VALUE 0.
       01  WS-ADDR-COUNT           PIC 9(5)    VALUE 0.
       01  WS-ADDR-IDX             PIC 9(5)    VALUE 0.

       01  WS-DISC-NO-AUDIT        PIC 9(6)    VALUE 0.
       01  WS-DISC-DELETED         PIC 9(6)    VALUE 0.
       01  WS-DISC-MISSING         PIC 9(6)    VALUE 0.
       01  WS-DISC-TOTAL           PIC 9(6)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

      *> same pair table and replay rules as PROGRAM-ID SPLOETREC,
      *> so the snapshot carries forward exactly what a full replay
      *> would derive
       01  WS-EXPECTED-STATE-TABLE.
           05  WS-ADDR-SLOT OCCURS 5000 TIMES.
               10  WS-EXP-ADDRESS      PIC X(8).
               10  WS-EXP-TYPE         PIC X(8).
               10  WS-EXP-STATE-SW     PIC X(1).
               10  WS-EXP-MATCHED-SW   PIC X(1).
               10  WS-EXP-LAST-ACTION  PIC X(1).
               10  WS-EXP-LAST-TS      PIC X(26).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           DISPLAY "SPLOETCLO - SPLOET AUDIT TRAIL CLOSE-OUT".
           DISPLAY "RUN DATE " WS-RUN-DATE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OperatorAuthorized
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TAKE-BATCH-WINDOW
               IF NOT BatchWindowTaken
                   DISPLAY "BATCH WINDOW NOT TAKEN - NOTHING CLOSED"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM CLOSE-OUT-GENERATION
                   PERFORM RELEASE-BATCH-WINDOW
               END-IF
               PERFORM WRITE-RUN-RECORD
               MOVE WS-RETURN-CODE TO RETURN-CODE
           END-IF.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> closing the trail empties SPLOETAU, so only a supervisor
      *> may run it: the operator must be on the reference file,
      *> active, and flagged as a supervisor.  An unavailable
      *> operator file refuses everyone - fail closed
       CHECK-OPERATOR-AUTHORITY.
           MOVE "N" TO WS-OPERATOR-AUTH-SW.
           OPEN INPUT SPLOET-OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               DISPLAY "SPLOET operator reference file unavailable, "
                   "status " WS-OPERATOR-STATUS " - access refused"
           ELSE
               MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID
               READ SPLOET-OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "Operator " WS-OPERATOR-ID
                           " is not on the operator file - access "
                           "refused"
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN OP-ACTIVE-FLAG NOT = "Y"
                               DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not active - access refused"
                           WHEN OP-SUPER-FLAG NOT = "Y"
                               DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not a supervisor - access "
                                   "refused"
                           WHEN OTHER
                               MOVE "Y" TO WS-OPERATOR-AUTH-SW
                       END-EVALUATE
               END-READ
               CLOSE SPLOET-OPERATOR-FILE
           END-IF.

      *> the trail must not grow while it is being closed: a record
      *> added between the copy and the fresh start would be lost.
      *> Holding the batch window keeps the terminals out and stops
      *> the nightly chain starting; a window someone else holds -
      *> the chain, or an earlier close-out that never finished -
      *> refuses the close-out
       TAKE-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-SW.
           MOVE SPACES TO WS-PRIOR-WINDOW.
           MOVE SPACES TO WS-WINDOW-REASON.
           OPEN I-O SPLOET-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT SPLOET-CONTROL-FILE
               CLOSE SPLOET-CONTROL-FILE
               OPEN I-O SPLOET-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SPLOET control file open failed, status "
                   WS-CONTROL-STATUS
               MOVE "CONTROL FILE UNAVAILABLE" TO WS-WINDOW-REASON
           ELSE
               MOVE "BATCHWIN" TO CT-CONTROL-ID
               READ SPLOET-CONTROL-FILE
                   INVALID KEY
                       PERFORM BUILD-OPEN-WINDOW
                       WRITE SPLOET-CONTROL-REC
                           INVALID KEY
                               DISPLAY "SPLOET control write failed, "
                                   "status " WS-CONTROL-STATUS
                               MOVE "CONTROL FILE WRITE FAILED"
                                   TO WS-WINDOW-REASON
                           NOT INVALID KEY
                               MOVE "Y" TO WS-WINDOW-SW
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM SAVE-PRIOR-WINDOW
                       IF CT-WINDOW-STATUS = "O"
                           DISPLAY "Batch window open for run date "
                               CT-OPENED-RUN-DATE " - opened by "
                               CT-OPENED-BY " " CT-OPENED-OPERATOR
                               " at " CT-OPENED-TIMESTAMP(1:14)
                           MOVE "WINDOW HELD BY ANOTHER JOB"
                               TO WS-WINDOW-REASON
                       ELSE
                           PERFORM BUILD-OPEN-WINDOW
                           REWRITE SPLOET-CONTROL-REC
                               INVALID KEY
                                   DISPLAY "SPLOET control rewrite "
                                       "failed, status "
                                       WS-CONTROL-STATUS
                                   MOVE "CONTROL FILE REWRITE FAILED"
                                       TO WS-WINDOW-REASON
                               NOT INVALID KEY
                                   MOVE "Y" TO WS-WINDOW-SW
                           END-REWRITE
                       END-IF
               END-READ
               CLOSE SPLOET-CONTROL-FILE
           END-IF.
           IF BatchWindowTaken
               DISPLAY "BATCH WINDOW OPEN FOR THE CLOSE-OUT"
               MOVE "O" TO WS-WINDOW-EVENT
               MOVE "AUDIT TRAIL CLOSE-OUT" TO WS-WINDOW-REASON
           ELSE
               MOVE "R" TO WS-WINDOW-EVENT
           END-IF.
           PERFORM WRITE-WINDOW-LOG.

       SAVE-PRIOR-WINDOW.
           MOVE CT-WINDOW-STATUS TO WS-PRIOR-STATUS.
           MOVE CT-OPENED-RUN-DATE TO WS-PRIOR-RUN-DATE.
           MOVE CT-OPENED-BY TO WS-PRIOR-OPENED-BY.
           MOVE CT-OPENED-TIMESTAMP TO WS-PRIOR-OPENED-TS.

       BUILD-OPEN-WINDOW.
           MOVE SPACES TO SPLOET-CONTROL-REC.
           MOVE "BATCHWIN" TO CT-CONTROL-ID.
           MOVE "O" TO CT-WINDOW-STATUS.
           MOVE WS-RUN-DATE TO CT-OPENED-RUN-DATE.
           MOVE "SPLOETCLO" TO CT-OPENED-BY.
           MOVE WS-OPERATOR-ID TO CT-OPENED-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO CT-OPENED-TIMESTAMP.

      *> the window is given back whether or not the close-out
      *> balanced - an unbalanced close-out leaves SPLOETAU as it
      *> was, so there is nothing to protect
       RELEASE-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-SW.
           MOVE SPACES TO WS-PRIOR-WINDOW.
           MOVE SPACES TO WS-WINDOW-REASON.
           OPEN I-O SPLOET-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SPLOET control file open failed, status "
                   WS-CONTROL-STATUS " - batch window NOT closed"
           ELSE
               MOVE "BATCHWIN" TO CT-CONTROL-ID
               READ SPLOET-CONTROL-FILE
                   INVALID KEY
                       DISPLAY "Batch window record gone - nothing "
                           "to close"
                   NOT INVALID KEY
                       PERFORM SAVE-PRIOR-WINDOW
                       IF CT-WINDOW-STATUS = "O"
                           AND CT-OPENED-BY = "SPLOETCLO"
                           MOVE "C" TO CT-WINDOW-STATUS
                           MOVE "SPLOETCLO" TO CT-CLOSED-BY
                           MOVE WS-OPERATOR-ID TO CT-CLOSED-OPERATOR
                           MOVE FUNCTION CURRENT-DATE
                               TO CT-CLOSED-TIMESTAMP
                           REWRITE SPLOET-CONTROL-REC
                               INVALID KEY
                                   DISPLAY "SPLOET control rewrite "
                                       "failed, status "
                                       WS-CONTROL-STATUS
                                       " - batch window NOT closed"
                               NOT INVALID KEY
                                   MOVE "Y" TO WS-WINDOW-SW
                           END-REWRITE
                       ELSE
                           DISPLAY "Batch window no longer held by "
                               "the close-out - left as it is"
                       END-IF
               END-READ
               CLOSE SPLOET-CONTROL-FILE
           END-IF.
           IF BatchWindowTaken
               DISPLAY "BATCH WINDOW CLOSED"
               IF NOT CloseBalanced
                   MOVE "CLOSE-OUT DID NOT BALANCE"
                       TO WS-WINDOW-REASON
               END-IF
               MOVE "C" TO WS-WINDOW-EVENT
               PERFORM WRITE-WINDOW-LOG
           END-IF.

      *> the window log is the record of who held the window and
      *> when; a log failure is reported and the run carries on
       WRITE-WINDOW-LOG.
           OPEN EXTEND SPLOET-WINDOW-LOG-FILE.
           IF WS-WINDOW-LOG-STATUS = "35"
               OPEN OUTPUT SPLOET-WINDOW-LOG-FILE
               CLOSE SPLOET-WINDOW-LOG-FILE
               OPEN EXTEND SPLOET-WINDOW-LOG-FILE
           END-IF.
           IF WS-WINDOW-LOG-STATUS NOT = "00"
               DISPLAY "SPLOET batch window log open failed, status "
                   WS-WINDOW-LOG-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WL-TIMESTAMP
               MOVE WS-WINDOW-EVENT TO WL-EVENT-CODE
               MOVE "SPLOETCLO" TO WL-PROGRAM-ID
               MOVE WS-OPERATOR-ID TO WL-OPERATOR-ID
               MOVE WS-RUN-DATE TO WL-RUN-DATE
               MOVE WS-PRIOR-STATUS TO WL-PRIOR-STATUS
               MOVE WS-PRIOR-RUN-DATE TO WL-PRIOR-RUN-DATE
               MOVE WS-PRIOR-OPENED-BY TO WL-PRIOR-OPENED-BY
               MOVE WS-PRIOR-OPENED-TS TO WL-PRIOR-OPENED-TS
               MOVE WS-WINDOW-REASON TO WL-REASON
               WRITE SPLOET-WINDOW-LOG-REC
               IF WS-WINDOW-LOG-STATUS NOT = "00"
                   DISPLAY "SPLOET batch window log write failed, "
                       "status " WS-WINDOW-LOG-STATUS
               END-IF
               CLOSE SPLOET-WINDOW-LOG-FILE
           END-IF.

       CLOSE-OUT-GENERATION.
           PERFORM FIND-LAST-GENERATION.
           IF WS-RETURN-CODE < 8
               PERFORM LOAD-SNAPSHOT
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM COPY-AUDIT-TRAIL
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM RECONCILE-MASTER
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM WRITE-SNAPSHOT
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM VERIFY-CLOSED-FILES
           END-IF.
           PERFORM CHECK-CLOSE-BALANCE.
           IF CloseBalanced
               PERFORM CATALOGUE-GENERATION
           END-IF.
           IF CloseBalanced
               PERFORM START-NEW-GENERATION
           END-IF.
           IF GenerationFileOpen
               CLOSE SPLOET-GENERATION-FILE
           END-IF.
           PERFORM PRINT-CLOSE-TOTALS.

      *> the catalogue is short - one record a month - so it is read
      *> straight through for the newest generation closed
       FIND-LAST-GENERATION.
           OPEN I-O SPLOET-GENERATION-FILE.
           IF WS-GENERATION-STATUS = "35"
               OPEN OUTPUT SPLOET-GENERATION-FILE
               CLOSE SPLOET-GENERATION-FILE
               OPEN I-O SPLOET-GENERATION-FILE
           END-IF.
           IF WS-GENERATION-STATUS NOT = "00"
               DISPLAY "SPLOET generation catalogue open failed, "
                   "status " WS-GENERATION-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE "Y" TO WS-GENERATION-FILE-SW
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
                           MOVE GN-GENERATION TO WS-LAST-GENERATION
                           MOVE GN-PAIR-COUNT TO WS-LAST-PAIR-COUNT
                   END-READ
               END-PERFORM
               COMPUTE WS-CLOSE-GENERATION = WS-LAST-GENERATION + 1
               DISPLAY "GENERATION BEING CLOSED:   "
                   WS-CLOSE-GENERATION
           END-IF.

      *> the first close-out has no snapshot to start from - the
      *> live trail then runs back to the very first record.  After
      *> that the snapshot must be the one the last close-out wrote,
      *> whole, or the carry-forward would silently lose pairs
       LOAD-SNAPSHOT.
           IF WS-LAST-GENERATION > 0
               OPEN INPUT SPLOET-OLD-SNAPSHOT-FILE
               IF WS-OLD-SNAP-STATUS NOT = "00"
                   DISPLAY "SPLOET audit snapshot open failed, "
                       "status " WS-OLD-SNAP-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM READ-OLD-SNAPSHOT
                   PERFORM UNTIL EndOfSnapshot
                       PERFORM LOAD-SNAPSHOT-RECORD
                       PERFORM READ-OLD-SNAPSHOT
                   END-PERFORM
                   CLOSE SPLOET-OLD-SNAPSHOT-FILE
                   EVALUATE TRUE
                       WHEN NOT SnapshotTrailerSeen
                           DISPLAY "SPLOET audit snapshot has no "
                               "trailer - incomplete"
                           MOVE 8 TO WS-RETURN-CODE
                       WHEN WS-SNAP-LOADED-COUNT
                           NOT = WS-LAST-PAIR-COUNT
                           DISPLAY "SPLOET audit snapshot holds "
                               WS-SNAP-LOADED-COUNT " pairs, the "
                               "catalogue says " WS-LAST-PAIR-COUNT
                           MOVE 8 TO WS-RETURN-CODE
                   END-EVALUATE
               END-IF
           END-IF.

       READ-OLD-SNAPSHOT.
           READ SPLOET-OLD-SNAPSHOT-FILE
               AT END
                   SET EndOfSnapshot TO TRUE
           END-READ.

       LOAD-SNAPSHOT-RECORD.
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
                   MOVE SN-LAST-ACTION
                       TO WS-EXP-LAST-ACTION(WS-ADDR-IDX)
                   MOVE SN-LAST-TIMESTAMP
                       TO WS-EXP-LAST-TS(WS-ADDR-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TABLE-FULL-COUNT
           END-EVALUATE.

       COPY-AUDIT-TRAIL.
           OPEN INPUT SPLOET-AUDIT-FILE.
           EVALUATE WS-AUDIT-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "No live audit trail - closing an empty "
                       "generation"
                   SET EndOfAudit TO TRUE
               WHEN OTHER
                   DISPLAY "SPLOET audit file open failed, status "
                       WS-AUDIT-STATUS
                   SET EndOfAudit TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           OPEN OUTPUT SPLOET-CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "SPLOET closed audit generation open failed, "
                   "status " WS-CLOSED-STATUS
               SET EndOfAudit TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF NOT EndOfAudit
               PERFORM READ-AUDIT-RECORD
           END-IF.
           PERFORM UNTIL EndOfAudit
               ADD 1 TO WS-AUDIT-READ-COUNT
               IF WS-FIRST-TIMESTAMP = SPACES
                   MOVE AU-TIMESTAMP TO WS-FIRST-TIMESTAMP
               END-IF
               MOVE AU-TIMESTAMP TO WS-LAST-TIMESTAMP
               MOVE SPLOET-AUDIT-REC TO SPLOET-CLOSED-REC
               WRITE SPLOET-CLOSED-REC
               IF WS-CLOSED-STATUS NOT = "00"
                   DISPLAY "SPLOET closed audit generation write "
                       "failed, status " WS-CLOSED-STATUS
                   MOVE 8 TO WS-RETURN-CODE
                   SET EndOfAudit TO TRUE
               ELSE
                   ADD 1 TO WS-CLOSED-WRITTEN-COUNT
                   PERFORM APPLY-AUDIT-RECORD
                   PERFORM READ-AUDIT-RECORD
               END-IF
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE SPLOET-AUDIT-FILE
           END-IF.
           IF WS-CLOSED-STATUS = "00"
               CLOSE SPLOET-CLOSED-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ SPLOET-AUDIT-FILE
               AT END
                   SET EndOfAudit TO TRUE
           END-READ.

       APPLY-AUDIT-RECORD.
           MOVE AU-ADDRESS TO WS-SEARCH-ADDRESS.
           MOVE AU-SPLOET-TYPE TO WS-SEARCH-TYPE.
           PERFORM FIND-ADDRESS-SLOT.
           IF NOT AddressSlotFound
               IF WS-ADDR-COUNT < 5000
                   ADD 1 TO WS-ADDR-COUNT
                   MOVE WS-ADDR-COUNT TO WS-ADDR-IDX
                   MOVE AU-ADDRESS TO WS-EXP-ADDRESS(WS-ADDR-IDX)
                   MOVE AU-SPLOET-TYPE TO WS-EXP-TYPE(WS-ADDR-IDX)
                   MOVE "D" TO WS-EXP-STATE-SW(WS-ADDR-IDX)
                   MOVE "N" TO WS-EXP-MATCHED-SW(WS-ADDR-IDX)
                   SET AddressSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-TABLE-FULL-COUNT
                   DISPLAY "SPLOETCLO pair table full - audit "
                       "entry for " AU-ADDRESS " " AU-SPLOET-TYPE
                       " not carried forward"
               END-IF
           END-IF.
           IF AddressSlotFound
               MOVE AU-ACTION-CODE TO WS-EXP-LAST-ACTION(WS-ADDR-IDX)
               MOVE AU-TIMESTAMP TO WS-EXP-LAST-TS(WS-ADDR-IDX)
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
               END-EVALUATE
           END-IF.

       FIND-ADDRESS-SLOT.
           MOVE "N" TO WS-ADDR-FOUND-SW.
           MOVE 1 TO WS-ADDR-IDX.
           PERFORM UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                   OR AddressSlotFound
               IF WS-SEARCH-ADDRESS = WS-EXP-ADDRESS(WS-ADDR-IDX)
                   AND WS-SEARCH-TYPE = WS-EXP-TYPE(WS-ADDR-IDX)
                   SET AddressSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-ADDR-IDX
               END-IF
           END-PERFORM.

      *> a trail that does not reconcile to the master must not be
      *> carried forward - the snapshot would make the difference
      *> permanent and the next SPLOETREC could no longer see it.
      *> The categories are SPLOETREC's
       RECONCILE-MASTER.
           OPEN INPUT SPLOET-MASTER-FILE.
           EVALUATE WS-MASTER-STATUS
               WHEN "00"
                   PERFORM READ-MASTER-FILE
               WHEN "35"
                   SET EndOfMaster TO TRUE
                   DISPLAY "SPLOET master file not found - treating "
                       "as empty"
               WHEN "39"
                   SET EndOfMaster TO TRUE
                   DISPLAY "SPLOET master key mismatch, status 39 - "
                       "the file predates the Address+SploetType "
                       "key; run SPLOETCNV to convert it"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN OTHER
                   SET EndOfMaster TO TRUE
                   DISPLAY "SPLOET master open failed, status "
                       WS-MASTER-STATUS
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           PERFORM UNTIL EndOfMaster
               ADD 1 TO WS-MASTER-READ-COUNT
               PERFORM CHECK-MASTER-RECORD
               PERFORM READ-MASTER-FILE
           END-PERFORM.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "10"
               CLOSE SPLOET-MASTER-FILE
           END-IF.
           PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                   UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
               IF WS-EXP-STATE-SW(WS-ADDR-IDX) = "R"
                   ADD 1 TO WS-REGISTERED-COUNT
                   IF WS-EXP-MATCHED-SW(WS-ADDR-IDX) NOT = "Y"
                       ADD 1 TO WS-DISC-MISSING
                       DISPLAY "MISSING FROM MASTER  "
                           WS-EXP-ADDRESS(WS-ADDR-IDX)
                           " audit type " WS-EXP-TYPE(WS-ADDR-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WS-DISC-TOTAL = WS-DISC-NO-AUDIT + WS-DISC-DELETED
               + WS-DISC-MISSING.

       READ-MASTER-FILE.
           READ SPLOET-MASTER-FILE NEXT RECORD
               AT END
                   SET EndOfMaster TO TRUE
           END-READ.

       CHECK-MASTER-RECORD.
           MOVE SR-ADDRESS TO WS-SEARCH-ADDRESS.
           MOVE SR-SPLOET-TYPE TO WS-SEARCH-TYPE.
           PERFORM FIND-ADDRESS-SLOT.
           EVALUATE TRUE
               WHEN NOT AddressSlotFound
                   ADD 1 TO WS-DISC-NO-AUDIT
                   DISPLAY "NO SUPPORTING AUDIT  " SR-ADDRESS
                       " master type " SR-SPLOET-TYPE
               WHEN WS-EXP-STATE-SW(WS-ADDR-IDX) = "D"
                   MOVE "Y" TO WS-EXP-MATCHED-SW(WS-ADDR-IDX)
                   ADD 1 TO WS-DISC-DELETED
                   DISPLAY "AUDIT SHOWS DELETED  " SR-ADDRESS
                       " master type " SR-SPLOET-TYPE
               WHEN OTHER
                   MOVE "Y" TO WS-EXP-MATCHED-SW(WS-ADDR-IDX)
           END-EVALUATE.

       WRITE-SNAPSHOT.
           OPEN OUTPUT SPLOET-NEW-SNAPSHOT-FILE.
           IF WS-NEW-SNAP-STATUS NOT = "00"
               DISPLAY "SPLOET new audit snapshot open failed, "
                   "status " WS-NEW-SNAP-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM VARYING WS-ADDR-IDX FROM 1 BY 1
                       UNTIL WS-ADDR-IDX > WS-ADDR-COUNT
                       OR WS-RETURN-CODE = 8
                   MOVE SPACES TO SPLOET-SNAPSHOT-REC
                   MOVE "D" TO SN-RECORD-TYPE
                   MOVE WS-CLOSE-GENERATION TO SN-GENERATION
                   MOVE WS-EXP-ADDRESS(WS-ADDR-IDX) TO SN-ADDRESS
                   MOVE WS-EXP-TYPE(WS-ADDR-IDX) TO SN-SPLOET-TYPE
                   MOVE WS-EXP-STATE-SW(WS-ADDR-IDX) TO SN-STATE
                   MOVE WS-EXP-LAST-ACTION(WS-ADDR-IDX)
                       TO SN-LAST-ACTION
                   MOVE WS-EXP-LAST-TS(WS-ADDR-IDX)
                       TO SN-LAST-TIMESTAMP
                   PERFORM WRITE-SNAPSHOT-RECORD
               END-PERFORM
               MOVE SPACES TO SPLOET-SNAPSHOT-REC
               MOVE "T" TO SN-RECORD-TYPE
               MOVE WS-CLOSE-GENERATION TO SN-GENERATION
               MOVE WS-SNAP-WRITTEN-COUNT TO SN-PAIR-COUNT
               MOVE WS-REGISTERED-COUNT TO SN-REGISTERED-COUNT
               MOVE WS-AUDIT-READ-COUNT TO SN-AUDIT-COUNT
               IF WS-RETURN-CODE < 8
                   PERFORM WRITE-SNAPSHOT-RECORD
               END-IF
               CLOSE SPLOET-NEW-SNAPSHOT-FILE
           END-IF.

      *> the snapshot record is built in the old snapshot's record
      *> area (the file is closed by now) and written from there
       WRITE-SNAPSHOT-RECORD.
           MOVE SPLOET-SNAPSHOT-REC TO SPLOET-NEW-SNAPSHOT-REC.
           WRITE SPLOET-NEW-SNAPSHOT-REC.
           IF WS-NEW-SNAP-STATUS NOT = "00"
               DISPLAY "SPLOET new audit snapshot write failed, "
                   "status " WS-NEW-SNAP-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               IF SN-RECORD-TYPE = "D"
                   ADD 1 TO WS-SNAP-WRITTEN-COUNT
               END-IF
           END-IF.

      *> both new files are read back from the start, so what is
      *> catalogued is what is actually on them
       VERIFY-CLOSED-FILES.
           MOVE "N" TO WS-CLOSED-EOF-SW.
           OPEN INPUT SPLOET-CLOSED-FILE.
           IF WS-CLOSED-STATUS NOT = "00"
               DISPLAY "SPLOET closed audit generation reopen "
                   "failed, status " WS-CLOSED-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL EndOfClosed
                   READ SPLOET-CLOSED-FILE
                       AT END
                           SET EndOfClosed TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CLOSED-REREAD-COUNT
                   END-READ
               END-PERFORM
               CLOSE SPLOET-CLOSED-FILE
           END-IF.
           MOVE "N" TO WS-CLOSED-EOF-SW.
           MOVE "N" TO WS-TRAILER-SW.
           OPEN INPUT SPLOET-NEW-SNAPSHOT-FILE.
           IF WS-NEW-SNAP-STATUS NOT = "00"
               DISPLAY "SPLOET new audit snapshot reopen failed, "
                   "status " WS-NEW-SNAP-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM UNTIL EndOfClosed
                   READ SPLOET-NEW-SNAPSHOT-FILE
                       AT END
                           SET EndOfClosed TO TRUE
                       NOT AT END
                           PERFORM CHECK-SNAPSHOT-RECORD
                   END-READ
               END-PERFORM
               CLOSE SPLOET-NEW-SNAPSHOT-FILE
           END-IF.

       CHECK-SNAPSHOT-RECORD.
           MOVE SPLOET-NEW-SNAPSHOT-REC TO SPLOET-SNAPSHOT-REC.
           IF SN-RECORD-TYPE = "T"
               SET SnapshotTrailerSeen TO TRUE
               IF SN-PAIR-COUNT NOT = WS-SNAP-WRITTEN-COUNT
                   OR SN-REGISTERED-COUNT NOT = WS-REGISTERED-COUNT
                   OR SN-AUDIT-COUNT NOT = WS-AUDIT-READ-COUNT
                   DISPLAY "SPLOET new audit snapshot trailer does "
                       "not agree with the close-out"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-SNAP-REREAD-COUNT
           END-IF.

       CHECK-CLOSE-BALANCE.
           MOVE "Y" TO WS-BALANCE-SW.
           IF WS-RETURN-CODE NOT LESS THAN 8
               DISPLAY "NOT BALANCED: A FILE FAILED"
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF WS-TABLE-FULL-COUNT > 0
               DISPLAY "NOT BALANCED: PAIR TABLE FULL, "
                   WS-TABLE-FULL-COUNT " ENTRIES NOT CARRIED"
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF WS-CLOSED-WRITTEN-COUNT NOT = WS-AUDIT-READ-COUNT
               OR WS-CLOSED-REREAD-COUNT NOT = WS-AUDIT-READ-COUNT
               DISPLAY "NOT BALANCED: AUDIT READ "
                   WS-AUDIT-READ-COUNT " COPIED "
                   WS-CLOSED-WRITTEN-COUNT " READ BACK "
                   WS-CLOSED-REREAD-COUNT
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF NOT SnapshotTrailerSeen
               OR WS-SNAP-REREAD-COUNT NOT = WS-ADDR-COUNT
               OR WS-SNAP-WRITTEN-COUNT NOT = WS-ADDR-COUNT
               DISPLAY "NOT BALANCED: PAIRS DERIVED " WS-ADDR-COUNT
                   " SNAPSHOT WRITTEN " WS-SNAP-WRITTEN-COUNT
                   " READ BACK " WS-SNAP-REREAD-COUNT
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF WS-DISC-TOTAL > 0
               DISPLAY "NOT BALANCED: " WS-DISC-TOTAL
                   " RECONCILIATION DISCREPANCIES"
               MOVE "N" TO WS-BALANCE-SW
           END-IF.
           IF NOT CloseBalanced
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       CATALOGUE-GENERATION.
           MOVE WS-CLOSE-GENERATION TO GN-GENERATION.
           MOVE WS-FIRST-TIMESTAMP TO GN-FIRST-TIMESTAMP.
           MOVE WS-LAST-TIMESTAMP TO GN-LAST-TIMESTAMP.
           MOVE WS-AUDIT-READ-COUNT TO GN-AUDIT-COUNT.
           MOVE WS-SNAP-WRITTEN-COUNT TO GN-PAIR-COUNT.
           MOVE WS-REGISTERED-COUNT TO GN-REGISTERED-COUNT.
           MOVE WS-OPERATOR-ID TO GN-CLOSED-BY.
           MOVE FUNCTION CURRENT-DATE TO GN-CLOSED-TIMESTAMP.
           WRITE SPLOET-GENERATION-REC
               INVALID KEY
                   DISPLAY "SPLOET generation catalogue write "
                       "failed, status " WS-GENERATION-STATUS
                   MOVE "N" TO WS-BALANCE-SW
                   MOVE 8 TO WS-RETURN-CODE
           END-WRITE.

      *> the generation is on the catalogue by now, so a trail that
      *> cannot be emptied would be replayed twice by SPLOETREC -
      *> say so loudly; it must be emptied by hand before the next
      *> night runs.  RETURN-CODE 12, not 8: the closed generation
      *> and its snapshot are catalogued and must be kept
       START-NEW-GENERATION.
           OPEN OUTPUT SPLOET-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SPLOET audit file could not be emptied, "
                   "status " WS-AUDIT-STATUS
               DISPLAY "GENERATION " WS-CLOSE-GENERATION
                   " IS CATALOGUED BUT SPLOETAU STILL HOLDS IT - "
                   "EMPTY SPLOETAU BEFORE THE NEXT NIGHT"
               MOVE 12 TO WS-RETURN-CODE
           ELSE
               CLOSE SPLOET-AUDIT-FILE
               DISPLAY "NEW AUDIT GENERATION STARTED"
           END-IF.

       PRINT-CLOSE-TOTALS.
           DISPLAY "SNAPSHOT PAIRS BROUGHT FORWARD: "
               WS-SNAP-LOADED-COUNT.
           DISPLAY "AUDIT RECORDS READ:        " WS-AUDIT-READ-COUNT.
           DISPLAY "AUDIT RECORDS CLOSED:      "
               WS-CLOSED-REREAD-COUNT.
           DISPLAY "FIRST AUDIT RECORD:        "
               WS-FIRST-TIMESTAMP(1:14).
           DISPLAY "LAST AUDIT RECORD:         "
               WS-LAST-TIMESTAMP(1:14).
           DISPLAY "PAIRS CARRIED FORWARD:     " WS-SNAP-REREAD-COUNT.
           DISPLAY "  OF WHICH REGISTERED:     " WS-REGISTERED-COUNT.
           DISPLAY "MASTER RECORDS READ:       " WS-MASTER-READ-COUNT.
           DISPLAY "NO SUPPORTING AUDIT:       " WS-DISC-NO-AUDIT.
           DISPLAY "AUDIT SHOWS DELETED:       " WS-DISC-DELETED.
           DISPLAY "MISSING FROM MASTER:       " WS-DISC-MISSING.
           EVALUATE TRUE
               WHEN CloseBalanced AND WS-RETURN-CODE = 12
                   DISPLAY "CLOSE-OUT VERDICT:         GENERATION "
                       WS-CLOSE-GENERATION " CLOSED - SPLOETAU NOT "
                       "EMPTIED, EMPTY IT BY HAND"
               WHEN CloseBalanced
                   DISPLAY "CLOSE-OUT VERDICT:         GENERATION "
                       WS-CLOSE-GENERATION " CLOSED"
               WHEN OTHER
                   DISPLAY "CLOSE-OUT VERDICT:         OUT OF "
                       "BALANCE - NEW GENERATION NOT STARTED, "
                       "SPLOETAU UNCHANGED"
           END-EVALUATE.

      *> every batch program appends its control totals to the
      *> shared SPLOETRC run-control file; PROGRAM-ID SPLOETEON
      *> verifies and cross-foots the chain at end of night
       WRITE-RUN-RECORD.
           OPEN EXTEND SPLOET-RUN-FILE.
           IF WS-RUN-STATUS = "35"
               OPEN OUTPUT SPLOET-RUN-FILE
               CLOSE SPLOET-RUN-FILE
               OPEN EXTEND SPLOET-RUN-FILE
           END-IF.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "SPLOET run-control open failed, status "
                   WS-RUN-STATUS
           ELSE
               MOVE "SPLOETCLO" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-AUDIT-READ-COUNT TO RC-COUNT-1
               MOVE WS-CLOSED-REREAD-COUNT TO RC-COUNT-2
               MOVE WS-SNAP-REREAD-COUNT TO RC-COUNT-3
               MOVE WS-DISC-TOTAL TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
