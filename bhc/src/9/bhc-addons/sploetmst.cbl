      *> SERVANT $ edit sploetmst.cbl
      *>
      *> PROGRAM-ID SPLOETMST - month-end statistics capture.  Writes
      *> one SPLSTH record per SploetType for the month to the
      *> permanent SPLOETSH statistics history: active and expired
      *> counts from the master as it stands, and the month's adds,
      *> changes, deletes, renewals, expiries, approvals, rejections
      *> and cancellations from the SPLOETAU audit trail.  The
      *> command line names the month as 'yyyymm' (default the
      *> current month - run it on the last night of the month,
      *> ahead of the audit close-out).  Any records already on file
      *> for the month are deleted first, so a rerun replaces the
      *> month rather than doubling it.  PROGRAM-ID SPLOETTRD prints
      *> the trend from the history.
      *> Once the month has been closed out of SPLOETAU (PROGRAM-ID
      *> SPLOETCLO) its audit records live in the closed generations
      *> listed on the SPLOETGN catalogue (see SPLGEN).  When any
      *> closed generation reaches into the month, the closed
      *> history SPLOETAH - every closed generation, end to end - is
      *> read as well as the live SPLOETAU.  The history read must
      *> hold the record count the catalogue recorded for every
      *> generation; if it does not, or the catalogue or history
      *> cannot be read, the run is refused (RETURN-CODE 8) before
      *> anything on file for the month is replaced, so a rerun can
      *> never overwrite a good month with a partial one.
      *> RETURN-CODE 0 clean, 4 type table full (some types not
      *> captured), 8 bad month or a file failure.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETMST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-MASTER-FILE ASSIGN TO "SPLOETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SPLOET-AUDIT-FILE ASSIGN TO "SPLOETAU"
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

           SELECT SPLOET-STATS-FILE ASSIGN TO "SPLOETSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STATS-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-MASTER-FILE.
           COPY SPLREC.

       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-CLOSED-HISTORY-FILE.
       01  SPLOET-CLOSED-HISTORY-REC   PIC X(51).

       FD  SPLOET-GENERATION-FILE.
           COPY SPLGEN.

       FD  SPLOET-STATS-FILE.
           COPY SPLSTH.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-STATS-STATUS         PIC X(2).
       01  WS-HISTORY-STATUS       PIC X(2).
       01  WS-GENERATION-STATUS    PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-STATS-MONTH          PIC X(6).
       01  WS-STATS-MONTH-N REDEFINES WS-STATS-MONTH.
           05  WS-STATS-YEAR       PIC 9(4).
           05  WS-STATS-MM         PIC 9(2).

       01  WS-MASTER-EOF-SW        PIC X       VALUE "N".
           88  EndOfMaster                     VALUE "Y".

       01  WS-AUDIT-EOF-SW         PIC X       VALUE "N".
           88  EndOfAudit                      VALUE "Y".

       01  WS-HISTORY-EOF-SW       PIC X       VALUE "N".
           88  EndOfClosedHistory              VALUE "Y".

       01  WS-GEN-EOF-SW           PIC X       VALUE "N".
           88  EndOfGenerations                VALUE "Y".

       01  WS-HISTORY-NEEDED-SW    PIC X       VALUE "N".
           88  ClosedHistoryNeeded             VALUE "Y".

       01  WS-STATS-EOF-SW         PIC X       VALUE "N".
           88  EndOfStats                      VALUE "Y".

       01  WS-TYPE-FOUND-SW        PIC X       VALUE "N".
           88  TypeSlotFound                   VALUE "Y".

       01  WS-SEARCH-TYPE          PIC X(8).
       01  WS-TYPE-COUNT           PIC 9(3)    VALUE 0.
       01  WS-TYPE-IDX             PIC 9(3)    VALUE 0.
       01  WS-SHIFT-IDX            PIC S9(3)   VALUE 0.
       01  WS-TYPE-FULL-COUNT      PIC 9(8)    VALUE 0.

      *> kept in type order, as SPLOETSUM does, so the capture
      *> listing reads like the weekly summary
       01  WS-STATS-TABLE.
           05  WS-TYPE-SLOT OCCURS 100 TIMES.
               10  WS-TY-TYPE          PIC X(8).
               10  WS-TY-ACTIVE        PIC 9(7).
               10  WS-TY-EXPIRED       PIC 9(7).
               10  WS-TY-ADD           PIC 9(7).
               10  WS-TY-CHANGE        PIC 9(7).
               10  WS-TY-DELETE        PIC 9(7).
               10  WS-TY-RENEW         PIC 9(7).
               10  WS-TY-EXPIRE        PIC 9(7).
               10  WS-TY-APPROVE       PIC 9(7).
               10  WS-TY-REJECT        PIC 9(7).
               10  WS-TY-CANCEL        PIC 9(7).

       01  WS-MASTER-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-AUDIT-READ-COUNT     PIC 9(8)    VALUE 0.
       01  WS-HISTORY-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-CATALOGUE-COUNT      PIC 9(8)    VALUE 0.
       01  WS-MONTH-EVENT-COUNT    PIC 9(8)    VALUE 0.
       01  WS-REPLACED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(8)    VALUE 0.
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM PARSE-PARM.
           DISPLAY "SPLOETMST - MONTH-END STATISTICS CAPTURE".
           DISPLAY "RUN DATE " WS-RUN-TIMESTAMP(1:8).
           IF WS-RETURN-CODE < 8
               DISPLAY "STATISTICS MONTH " WS-STATS-MONTH
               PERFORM TALLY-MASTER
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM READ-GENERATION-CATALOGUE
           END-IF.
           IF WS-RETURN-CODE < 8 AND ClosedHistoryNeeded
               PERFORM TALLY-CLOSED-HISTORY
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM TALLY-AUDIT-TRAIL
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM OPEN-STATS-FILE
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM REMOVE-MONTH-RECORDS
               PERFORM WRITE-MONTH-RECORDS
               CLOSE SPLOET-STATS-FILE
           END-IF.
           IF WS-TYPE-FULL-COUNT > 0
               DISPLAY "RECORDS NOT CAPTURED (TYPE TABLE FULL): "
                   WS-TYPE-FULL-COUNT
               IF WS-RETURN-CODE < 4
                   MOVE 4 TO WS-RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "MASTER RECORDS READ:    " WS-MASTER-READ-COUNT.
           DISPLAY "CLOSED HISTORY READ:    " WS-HISTORY-READ-COUNT.
           DISPLAY "AUDIT RECORDS READ:     " WS-AUDIT-READ-COUNT.
           DISPLAY "AUDIT EVENTS IN MONTH:  " WS-MONTH-EVENT-COUNT.
           DISPLAY "EARLIER RECORDS REPLACED:" WS-REPLACED-COUNT.
           DISPLAY "HISTORY RECORDS WRITTEN:" WS-WRITTEN-COUNT.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               MOVE WS-RUN-TIMESTAMP(1:6) TO WS-STATS-MONTH
           ELSE
               MOVE WS-PARM(1:6) TO WS-STATS-MONTH
           END-IF.
           IF WS-STATS-MONTH IS NOT NUMERIC
               OR WS-STATS-MM < 1 OR WS-STATS-MM > 12
               DISPLAY "Statistics month must be yyyymm - run refused"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       TALLY-MASTER.
           OPEN INPUT SPLOET-MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               IF WS-MASTER-STATUS = "39"
                   DISPLAY "SPLOET master key mismatch, status 39 - "
                       "the file predates the Address+SploetType "
                       "key; run SPLOETCNV to convert it"
               ELSE
                   DISPLAY "SPLOET master open failed, status "
                       WS-MASTER-STATUS
               END-IF
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-MASTER-FILE
               PERFORM UNTIL EndOfMaster
                   ADD 1 TO WS-MASTER-READ-COUNT
                   MOVE SR-SPLOET-TYPE TO WS-SEARCH-TYPE
                   PERFORM FIND-TYPE-SLOT
                   IF TypeSlotFound
                       IF SR-STATUS = "E"
                           ADD 1 TO WS-TY-EXPIRED(WS-TYPE-IDX)
                       ELSE
                           ADD 1 TO WS-TY-ACTIVE(WS-TYPE-IDX)
                       END-IF
                   END-IF
                   PERFORM READ-MASTER-FILE
               END-PERFORM
               CLOSE SPLOET-MASTER-FILE
           END-IF.

       READ-MASTER-FILE.
           READ SPLOET-MASTER-FILE NEXT RECORD
               AT END
                   SET EndOfMaster TO TRUE
           END-READ.

      *> find whether the month has been closed out, wholly or in
      *> part; an empty generation (no timestamps) holds nothing.
      *> Without the catalogue there is no knowing, so the run is
      *> refused rather than risk replacing the month short
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
                               PERFORM CHECK-GENERATION-MONTH
                       END-READ
                   END-PERFORM
                   CLOSE SPLOET-GENERATION-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "SPLOET generation catalogue open failed, "
                       "status " WS-GENERATION-STATUS
                       " - run refused"
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       CHECK-GENERATION-MONTH.
           ADD GN-AUDIT-COUNT TO WS-CATALOGUE-COUNT.
           IF GN-FIRST-TIMESTAMP NOT = SPACES
               AND GN-FIRST-TIMESTAMP(1:6) NOT GREATER THAN
                   WS-STATS-MONTH
               AND GN-LAST-TIMESTAMP(1:6) NOT LESS THAN
                   WS-STATS-MONTH
               SET ClosedHistoryNeeded TO TRUE
               DISPLAY "CLOSED GENERATION " GN-GENERATION " HOLDS "
                   "PART OF THE MONTH"
           END-IF.

      *> the closed history is every closed generation end to end,
      *> so what is read must add up to the catalogue
       TALLY-CLOSED-HISTORY.
           OPEN INPUT SPLOET-CLOSED-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "SPLOET closed audit history open failed, "
                   "status " WS-HISTORY-STATUS " - run refused"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-CLOSED-HISTORY
               PERFORM UNTIL EndOfClosedHistory
                   ADD 1 TO WS-HISTORY-READ-COUNT
                   MOVE SPLOET-CLOSED-HISTORY-REC TO SPLOET-AUDIT-REC
                   IF AU-TIMESTAMP(1:6) = WS-STATS-MONTH
                       ADD 1 TO WS-MONTH-EVENT-COUNT
                       PERFORM TALLY-AUDIT-RECORD
                   END-IF
                   PERFORM READ-CLOSED-HISTORY
               END-PERFORM
               CLOSE SPLOET-CLOSED-HISTORY-FILE
               IF WS-HISTORY-READ-COUNT NOT = WS-CATALOGUE-COUNT
                   DISPLAY "CLOSED HISTORY HOLDS "
                       WS-HISTORY-READ-COUNT " RECORDS, THE "
                       "CATALOGUE SAYS " WS-CATALOGUE-COUNT
                   DISPLAY "A CLOSED GENERATION IS MISSING FROM "
                       "SPLOETAH - run refused, month not replaced"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       READ-CLOSED-HISTORY.
           READ SPLOET-CLOSED-HISTORY-FILE
               AT END
                   SET EndOfClosedHistory TO TRUE
           END-READ.

      *> "P" submissions and "H" legal-hold refusals change nothing
      *> and are not part of the statistics
       TALLY-AUDIT-TRAIL.
           OPEN INPUT SPLOET-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SPLOET audit file open failed, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL EndOfAudit
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   IF AU-TIMESTAMP(1:6) = WS-STATS-MONTH
                       ADD 1 TO WS-MONTH-EVENT-COUNT
                       PERFORM TALLY-AUDIT-RECORD
                   END-IF
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE SPLOET-AUDIT-FILE
           END-IF.

       READ-AUDIT-RECORD.
           READ SPLOET-AUDIT-FILE
               AT END
                   SET EndOfAudit TO TRUE
           END-READ.

       TALLY-AUDIT-RECORD.
           MOVE AU-SPLOET-TYPE TO WS-SEARCH-TYPE.
           PERFORM FIND-TYPE-SLOT.
           IF TypeSlotFound
               EVALUATE AU-ACTION-CODE
                   WHEN "A"
                       ADD 1 TO WS-TY-ADD(WS-TYPE-IDX)
                   WHEN "C"
                       ADD 1 TO WS-TY-CHANGE(WS-TYPE-IDX)
                   WHEN "D"
                       ADD 1 TO WS-TY-DELETE(WS-TYPE-IDX)
                   WHEN "N"
                       ADD 1 TO WS-TY-RENEW(WS-TYPE-IDX)
                   WHEN "E"
                       ADD 1 TO WS-TY-EXPIRE(WS-TYPE-IDX)
                   WHEN "V"
                       ADD 1 TO WS-TY-APPROVE(WS-TYPE-IDX)
                   WHEN "R"
                       ADD 1 TO WS-TY-REJECT(WS-TYPE-IDX)
                   WHEN "X"
                       ADD 1 TO WS-TY-CANCEL(WS-TYPE-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-TYPE-SLOT.
           MOVE "N" TO WS-TYPE-FOUND-SW.
           MOVE 1 TO WS-TYPE-IDX.
           PERFORM UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
                   OR TypeSlotFound
                   OR WS-SEARCH-TYPE < WS-TY-TYPE(WS-TYPE-IDX)
               IF WS-SEARCH-TYPE = WS-TY-TYPE(WS-TYPE-IDX)
                   SET TypeSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-TYPE-IDX
               END-IF
           END-PERFORM.
           IF NOT TypeSlotFound
               IF WS-TYPE-COUNT < 100
                   PERFORM INSERT-TYPE-SLOT
               ELSE
                   ADD 1 TO WS-TYPE-FULL-COUNT
               END-IF
           END-IF.

       INSERT-TYPE-SLOT.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-TYPE-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-TYPE-IDX
               MOVE WS-TYPE-SLOT(WS-SHIFT-IDX)
                   TO WS-TYPE-SLOT(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-TYPE-COUNT.
           MOVE WS-SEARCH-TYPE TO WS-TY-TYPE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-ACTIVE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-EXPIRED(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-ADD(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-CHANGE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-DELETE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-RENEW(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-EXPIRE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-APPROVE(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-REJECT(WS-TYPE-IDX).
           MOVE 0 TO WS-TY-CANCEL(WS-TYPE-IDX).
           SET TypeSlotFound TO TRUE.

       OPEN-STATS-FILE.
           OPEN I-O SPLOET-STATS-FILE.
           IF WS-STATS-STATUS = "35"
               OPEN OUTPUT SPLOET-STATS-FILE
               CLOSE SPLOET-STATS-FILE
               OPEN I-O SPLOET-STATS-FILE
           END-IF.
           IF WS-STATS-STATUS NOT = "00"
               DISPLAY "SPLOET statistics history open failed, "
                   "status " WS-STATS-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> a rerun may find types the first run captured that have
      *> since left the master, so the month is cleared whole
      *> rather than rewritten type by type
       REMOVE-MONTH-RECORDS.
           MOVE LOW-VALUES TO ST-KEY.
           START SPLOET-STATS-FILE KEY NOT LESS THAN ST-KEY
               INVALID KEY
                   SET EndOfStats TO TRUE
           END-START.
           PERFORM UNTIL EndOfStats
               READ SPLOET-STATS-FILE NEXT RECORD
                   AT END
                       SET EndOfStats TO TRUE
                   NOT AT END
                       IF ST-MONTH = WS-STATS-MONTH
                           DELETE SPLOET-STATS-FILE
                               INVALID KEY
                                   DISPLAY "SPLOET statistics delete "
                                       "failed, status "
                                       WS-STATS-STATUS
                                   MOVE 8 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REPLACED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REPLACED-COUNT > 0
               DISPLAY "MONTH " WS-STATS-MONTH " WAS ALREADY ON FILE "
                   "- " WS-REPLACED-COUNT " RECORDS REPLACED"
           END-IF.

       WRITE-MONTH-RECORDS.
           DISPLAY "TYPE      ACTIVE  EXPIRED ADDS    CHGS    DELS    "
               "RNWS    EXPS    APRV    REJS    CANC".
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > WS-TYPE-COUNT
               MOVE WS-TY-TYPE(WS-TYPE-IDX) TO ST-SPLOET-TYPE
               MOVE WS-STATS-MONTH TO ST-MONTH
               MOVE WS-TY-ACTIVE(WS-TYPE-IDX) TO ST-ACTIVE-COUNT
               MOVE WS-TY-EXPIRED(WS-TYPE-IDX) TO ST-EXPIRED-COUNT
               MOVE WS-TY-ADD(WS-TYPE-IDX) TO ST-ADD-COUNT
               MOVE WS-TY-CHANGE(WS-TYPE-IDX) TO ST-CHANGE-COUNT
               MOVE WS-TY-DELETE(WS-TYPE-IDX) TO ST-DELETE-COUNT
               MOVE WS-TY-RENEW(WS-TYPE-IDX) TO ST-RENEW-COUNT
               MOVE WS-TY-EXPIRE(WS-TYPE-IDX) TO ST-EXPIRE-COUNT
               MOVE WS-TY-APPROVE(WS-TYPE-IDX) TO ST-APPROVE-COUNT
               MOVE WS-TY-REJECT(WS-TYPE-IDX) TO ST-REJECT-COUNT
               MOVE WS-TY-CANCEL(WS-TYPE-IDX) TO ST-CANCEL-COUNT
               MOVE WS-RUN-TIMESTAMP TO ST-WRITTEN-TIMESTAMP
               WRITE SPLOET-STATS-REC
                   INVALID KEY
                       DISPLAY "SPLOET statistics write failed, "
                           "status " WS-STATS-STATUS " - "
                           ST-SPLOET-TYPE
                       MOVE 8 TO WS-RETURN-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-WRITTEN-COUNT
                       DISPLAY ST-SPLOET-TYPE "  " ST-ACTIVE-COUNT " "
                           ST-EXPIRED-COUNT " " ST-ADD-COUNT " "
                           ST-CHANGE-COUNT " " ST-DELETE-COUNT " "
                           ST-RENEW-COUNT " " ST-EXPIRE-COUNT " "
                           ST-APPROVE-COUNT " " ST-REJECT-COUNT " "
                           ST-CANCEL-COUNT
               END-WRITE
           END-PERFORM.

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
               MOVE "SPLOETMST" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-MASTER-READ-COUNT TO RC-COUNT-1
               MOVE WS-AUDIT-READ-COUNT TO RC-COUNT-2
               MOVE WS-MONTH-EVENT-COUNT TO RC-COUNT-3
               MOVE WS-WRITTEN-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
