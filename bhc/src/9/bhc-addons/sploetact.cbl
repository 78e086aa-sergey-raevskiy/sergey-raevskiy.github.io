      *> The command line carries the range as 'yyyymmdd yyyymmdd'
      *> (from, through).  A blank range reports the whole trail;
      *> a lone from-date reports just that day.
      *> Once the trail has been closed out at month end (PROGRAM-ID
      *> SPLOETCLO) the older records live in the closed generations
      *> listed on the SPLOETGN catalogue (see SPLGEN).  When any
      *> closed generation overlaps the range, the closed history
      *> SPLOETAH - every closed generation, end to end - is read
      *> ahead of the live SPLOETAU, and the generations the range
      *> spans are listed.  The closed history read must hold the
      *> record count the catalogue recorded for every generation;
      *> if it does not, a generation is missing from the history
      *> and the report is flagged incomplete (RETURN-CODE 4).
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETACT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-CLOSED-HISTORY-FILE ASSIGN TO "SPLOETAH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SPLOET-GENERATION-FILE ASSIGN TO "SPLOETGN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GN-GENERATION
               FILE STATUS IS WS-GENERATION-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-CLOSED-HISTORY-FILE.
       01  SPLOET-CLOSED-HISTORY-REC   PIC X(51).

       FD  SPLOET-GENERATION-FILE.
           COPY SPLGEN.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS       PIC X(2).
       01  WS-GENERATION-STATUS    PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-FROM-DATE            PIC X(8)    VALUE "00000000".
       01  WS-AUDIT-EOF-SW         PIC X       VALUE "N".
           88  EndOfAudit                      VALUE "Y".

       01  WS-HISTORY-EOF-SW       PIC X       VALUE "N".
           88  EndOfClosedHistory              VALUE "Y".

       01  WS-GEN-EOF-SW           PIC X       VALUE "N".
           88  EndOfGenerations                VALUE "Y".

       01  WS-HISTORY-NEEDED-SW    PIC X       VALUE "N".
           88  ClosedHistoryNeeded             VALUE "Y".

       01  WS-DAY-FOUND-SW         PIC X       VALUE "N".
           88  DaySlotFound                    VALUE "Y".


       01  WS-AUDIT-READ-COUNT     PIC 9(8)    VALUE 0.
       01  WS-RANGE-COUNT          PIC 9(8)    VALUE 0.
       01  WS-HISTORY-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-CATALOGUE-COUNT      PIC 9(8)    VALUE 0.
       01  WS-LAST-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-LIVE-GENERATION      PIC 9(6)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       01  WS-DAY-COUNT            PIC 9(4)    VALUE 0.
           DISPLAY "SPLOETACT - OPERATOR ACTIVITY REPORT".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           DISPLAY "RANGE " WS-FROM-DATE " THROUGH " WS-THRU-DATE.
           PERFORM READ-GENERATION-CATALOGUE.
           IF ClosedHistoryNeeded
               PERFORM TALLY-CLOSED-HISTORY
           END-IF.
           PERFORM TALLY-AUDIT-TRAIL.
           PERFORM PRINT-ACTIVITY-REPORT.
           PERFORM PRINT-APPROVAL-FLAGS.
           DISPLAY "CLOSED HISTORY READ:    " WS-HISTORY-READ-COUNT.
           DISPLAY "AUDIT RECORDS READ:     " WS-AUDIT-READ-COUNT.
           DISPLAY "RECORDS IN RANGE:       " WS-RANGE-COUNT.
           IF WS-DAY-FULL-COUNT > 0
               END-IF
           END-IF.

      *> list the closed generations the range reaches into; an
      *> empty generation (no timestamps) holds nothing to report
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
                               PERFORM CHECK-GENERATION-RANGE
                       END-READ
                   END-PERFORM
                   CLOSE SPLOET-GENERATION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SPLOET generation catalogue open failed, "
                       "status " WS-GENERATION-STATUS
                       " - closed generations not reported"
                   MOVE 4 TO WS-RETURN-CODE
           END-EVALUATE.
           COMPUTE WS-LIVE-GENERATION = WS-LAST-GENERATION + 1.
           DISPLAY "LIVE GENERATION " WS-LIVE-GENERATION.

       CHECK-GENERATION-RANGE.
           MOVE GN-GENERATION TO WS-LAST-GENERATION.
           ADD GN-AUDIT-COUNT TO WS-CATALOGUE-COUNT.
           IF GN-FIRST-TIMESTAMP NOT = SPACES
               AND GN-FIRST-TIMESTAMP(1:8) NOT GREATER THAN
                   WS-THRU-DATE
               AND GN-LAST-TIMESTAMP(1:8) NOT LESS THAN
                   WS-FROM-DATE
               SET ClosedHistoryNeeded TO TRUE
               DISPLAY "CLOSED GENERATION " GN-GENERATION " IN RANGE "
                   GN-FIRST-TIMESTAMP(1:8) " THROUGH "
                   GN-LAST-TIMESTAMP(1:8)
           END-IF.

      *> the closed history is every closed generation end to end,
      *> so what is read must add up to the catalogue
       TALLY-CLOSED-HISTORY.
           OPEN INPUT SPLOET-CLOSED-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SPLOET closed audit history open failed, "
                   "status " WS-HISTORY-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-CLOSED-HISTORY
               PERFORM UNTIL EndOfClosedHistory
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE SPLOET-CLOSED-HISTORY-REC TO SPLOET-AUDIT-REC
                   PERFORM TALLY-IF-IN-RANGE
                   PERFORM READ-CLOSED-HISTORY
               END-PERFORM
               CLOSE SPLOET-CLOSED-HISTORY-FILE
               IF WS-HISTORY-READ-COUNT NOT = WS-CATALOGUE-COUNT
                   DISPLAY "CLOSED HISTORY HOLDS "
                       WS-HISTORY-READ-COUNT " RECORDS, THE "
                       "CATALOGUE SAYS " WS-CATALOGUE-COUNT
                   DISPLAY "REPORT INCOMPLETE - A CLOSED GENERATION "
                       "IS MISSING FROM SPLOETAH"
                   IF WS-RETURN-CODE < 4
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       READ-CLOSED-HISTORY.
           READ SPLOET-CLOSED-HISTORY-FILE
               AT END
                   SET EndOfClosedHistory TO TRUE
           END-READ.

       TALLY-AUDIT-TRAIL.
           OPEN INPUT SPLOET-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
           END-IF.
           PERFORM UNTIL EndOfAudit
               ADD 1 TO WS-AUDIT-READ-COUNT
               PERFORM TALLY-IF-IN-RANGE
               PERFORM READ-AUDIT-RECORD
           END-PERFORM.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
                   SET EndOfAudit TO TRUE
           END-READ.

       TALLY-IF-IN-RANGE.
           IF AU-TIMESTAMP(1:8) NOT LESS THAN WS-FROM-DATE
               AND AU-TIMESTAMP(1:8) NOT GREATER THAN WS-THRU-DATE
               ADD 1 TO WS-RANGE-COUNT
               PERFORM TALLY-AUDIT-RECORD
           END-IF.

       TALLY-AUDIT-RECORD.
           PERFORM FIND-DAY-SLOT.
           IF DaySlotFound
                   WHEN "R"
                       ADD 1 TO WS-DAY-REJECT(WS-DAY-IDX)
                       ADD 1 TO WS-TOT-REJECT
      *> "E" expiries, "X" stale-pending cancellations and "H"
      *> legal-hold refusals are system housekeeping, not operator
      *> keywork - left off this report
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE WS-RANGE-COUNT TO RC-COUNT-2
               MOVE 0 TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
