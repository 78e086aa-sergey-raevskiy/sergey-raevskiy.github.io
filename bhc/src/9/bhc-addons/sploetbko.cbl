      *> SERVANT $ edit sploetbko.cbl
      *>
      *> PROGRAM-ID SPLOETBKO - backout of one batch run's changes to
      *> the SPLOET master, for a wrong intake that edited clean and
      *> loaded.  The run is named on the command line as
      *> 'program yyyymmddhhmmss' - the RC-PROGRAM-ID and run stamp
      *> of its SPLOETRC run-control record, as SPLOETEON lists them.
      *> The run's SPLOETJN journal entries are those written under
      *> that program id after the run-control record before it and
      *> no later than its own; they are taken in reverse order and
      *> each before image is restored - an added record is deleted,
      *> a rewritten one gets its old contents back, a deleted one
      *> is written again.
      *> A pair is refused whole and listed for manual handling when
      *>   CHANGED SINCE  - any other journal entry touched it after
      *>                    the run first did (a later run, an
      *>                    online update, or an earlier backout)
      *>   MASTER DIFFERS - the master no longer holds what the run
      *>                    left there
      *>   HELD           - the backout would delete it and the pair
      *>                    is under legal hold (audited "H")
      *> Every reversal is journaled under SPLOETBKO, kept in the
      *> SPLOETXR cross-reference and audited under the operator as
      *> the ordinary action it amounts to - "D" for a removed add,
      *> "C" for a restored rewrite, "A" for a restored delete - so
      *> SPLOETREC replays it and SPLOETDLT passes it downstream.
      *> Backing the same run out twice finds every pair CHANGED
      *> SINCE by the first backout, so it is harmless.
      *> A removed add or restored rewrite also writes a "B" marker
      *> to the SPLOETCG charge file naming the journal entry it
      *> undid, so PROGRAM-ID SPLOETBIL reverses any charge that
      *> change raised instead of billing it (see SPLCHG).
      *> A supervisor function: the operator (USER) must be on the
      *> SPLOETOP operator reference file, active, and flagged as a
      *> supervisor - see PROGRAM-ID SPLOETOPR.
      *> A backout is refused while the nightly chain holds the
      *> batch window on the SPLOETCT control file (see SPLCTL): it
      *> would put the night's reconciliation out of balance and
      *> move the run-control records the journal window is taken
      *> from.
      *> RETURN-CODE 0 everything reversed, 4 pairs refused or
      *> nothing to back out, 8 not authorised, run not found, run
      *> too large, or a file or reversal failed.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETBKO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-MASTER-FILE ASSIGN TO "SPLOETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SPLOET-JOURNAL-FILE ASSIGN TO "SPLOETJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SPLOET-XREF-FILE ASSIGN TO "SPLOETXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SPLOET-AUDIT-FILE ASSIGN TO "SPLOETAU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-AUDIT-IX-FILE ASSIGN TO "SPLOETAX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIT-IX-STATUS.

           SELECT SPLOET-HOLD-FILE ASSIGN TO "SPLOETHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

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

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT SPLOET-CHARGE-FILE ASSIGN TO "SPLOETCG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-MASTER-FILE.
           COPY SPLREC.

       FD  SPLOET-JOURNAL-FILE.
           COPY SPLJRN.

       FD  SPLOET-XREF-FILE.
           COPY SPLXRF.

       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-AUDIT-IX-FILE.
           COPY SPLAUX.

       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       FD  SPLOET-CHARGE-FILE.
           COPY SPLCHG.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-IX-STATUS      PIC X(2).
       01  WS-HOLD-STATUS          PIC X(2).
       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-CHARGE-STATUS        PIC X(2).

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-PARM                 PIC X(40).
       01  WS-TARGET-PROGRAM       PIC X(10)   VALUE SPACES.
       01  WS-TARGET-STAMP         PIC X(14)   VALUE SPACES.

      *> the run's journal window, compared on the first 16 bytes
      *> of the CURRENT-DATE stamps (to the hundredth of a second)
       01  WS-LOWER-BOUND          PIC X(16)   VALUE LOW-VALUES.
       01  WS-UPPER-BOUND          PIC X(16)   VALUE LOW-VALUES.
       01  WS-PREVIOUS-STAMP       PIC X(16)   VALUE LOW-VALUES.

       01  WS-RUN-EOF-SW           PIC X       VALUE "N".
           88  EndOfRunFile                    VALUE "Y".

       01  WS-RUN-FOUND-SW         PIC X       VALUE "N".
           88  TargetRunFound                  VALUE "Y".

       01  WS-JOURNAL-EOF-SW       PIC X       VALUE "N".
           88  EndOfJournal                    VALUE "Y".

       01  WS-FILES-OPEN-SW        PIC X       VALUE "N".
           88  BackoutFilesOpen                VALUE "Y".

       01  WS-PAIR-FOUND-SW        PIC X       VALUE "N".
           88  PairSlotFound                   VALUE "Y".

       01  WS-AUDIT-IX-DONE-SW     PIC X       VALUE "N".
           88  AuditHistoryWritten             VALUE "Y".

       01  WS-AUDIT-IX-SEQ         PIC 9(3)    VALUE 0.
       01  WS-AUDIT-IX-SEQ-X REDEFINES WS-AUDIT-IX-SEQ
                                   PIC X(3).

       01  WS-HOLD-FILE-SW         PIC X       VALUE "N".
           88  HoldFileAvailable               VALUE "Y".
           88  HoldFileUnreadable              VALUE "U".

       01  WS-HELD-SW              PIC X       VALUE "N".
           88  RegistrationHeld                VALUE "Y".

       01  WS-HOLD-ADDRESS         PIC X(8).
       01  WS-HOLD-TYPE            PIC X(8).
       01  WS-HOLD-CASE            PIC X(20).

       01  WS-SEARCH-ADDRESS       PIC X(8).
       01  WS-SEARCH-TYPE          PIC X(8).

       01  WS-ENT-COUNT            PIC 9(5)    VALUE 0.
       01  WS-ENT-IDX              PIC 9(5)    VALUE 0.
       01  WS-PAIR-COUNT           PIC 9(5)    VALUE 0.
       01  WS-PAIR-IDX             PIC 9(5)    VALUE 0.

       01  WS-TABLE-FULL-SW        PIC X       VALUE "N".
           88  RunTableFull                    VALUE "Y".

      *> the run's journal entries in the order written; reversal
      *> walks this table from the bottom up
       01  WS-ENTRY-TABLE.
           05  WS-ENT-SLOT OCCURS 5000 TIMES.
               10  WS-ENT-ACTION       PIC X(1).
               10  WS-ENT-TIMESTAMP    PIC X(26).
               10  WS-ENT-BEFORE-IMAGE PIC X(51).
               10  WS-ENT-AFTER-IMAGE  PIC X(51).
               10  WS-ENT-PAIR-IDX     PIC 9(5).

      *> one slot per pair the run touched.  WS-PAIR-STATE:
      *>   " " reversible   "L" changed since   "M" master differs
      *>   "H" held         "F" a reversal failed part way
       01  WS-PAIR-TABLE.
           05  WS-PAIR-SLOT OCCURS 5000 TIMES.
               10  WS-PAIR-ADDRESS     PIC X(8).
               10  WS-PAIR-TYPE        PIC X(8).
               10  WS-PAIR-STATE       PIC X(1).
               10  WS-PAIR-LAST-IDX    PIC 9(5).
               10  WS-PAIR-ADD-SW      PIC X(1).
               10  WS-PAIR-LATER-PGM   PIC X(10).
               10  WS-PAIR-LATER-STAMP PIC X(14).
               10  WS-PAIR-HOLD-CASE   PIC X(20).

       01  WS-JOURNAL-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-REVERSED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-ADDS-REMOVED         PIC 9(8)    VALUE 0.
       01  WS-REWRITES-RESTORED    PIC 9(8)    VALUE 0.
       01  WS-DELETES-RESTORED     PIC 9(8)    VALUE 0.
       01  WS-CHANGED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-DIFFERS-COUNT        PIC 9(8)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(8)    VALUE 0.
       01  WS-FAILED-COUNT         PIC 9(8)    VALUE 0.
       01  WS-REFUSED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           DISPLAY "SPLOETBKO - SPLOET RUN BACKOUT".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM PARSE-PARM.
           IF WS-RETURN-CODE < 8
               PERFORM DETERMINE-OPERATOR
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF OperatorAuthorized
                   PERFORM CHECK-BATCH-WINDOW
               END-IF
               IF NOT OperatorAuthorized OR NOT BatchWindowClosed
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM FIND-TARGET-RUN
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM LOAD-RUN-ENTRIES
           END-IF.
           IF WS-RETURN-CODE < 8 AND WS-ENT-COUNT = 0
               DISPLAY "No journal entries for this run - nothing "
                   "to back out"
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           IF WS-RETURN-CODE < 4
               PERFORM OPEN-BACKOUT-FILES
               IF BackoutFilesOpen
                   PERFORM CHECK-PAIR-STATES
                   PERFORM REVERSE-RUN-ENTRIES
                   PERFORM LIST-REFUSED-PAIRS
               END-IF
               PERFORM CLOSE-BACKOUT-FILES
           END-IF.
           PERFORM PRINT-BACKOUT-REPORT.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-TARGET-PROGRAM WS-TARGET-STAMP
           END-UNSTRING.
           IF WS-TARGET-PROGRAM = SPACES
               OR WS-TARGET-STAMP IS NOT NUMERIC
               DISPLAY "Name the run to back out as 'program "
                   "yyyymmddhhmmss' - run refused"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               DISPLAY "BACKING OUT " WS-TARGET-PROGRAM " RUN OF "
                   WS-TARGET-STAMP
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> undoing a night's load is a supervisor decision: the
      *> operator must be on the reference file, active, and flagged
      *> as a supervisor.  An unavailable operator file refuses
      *> everyone - fail closed
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

      *> the nightly chain holds the batch window from SPLOETREL to
      *> SPLOETEON (see SPLCTL); an update keyed while it is open
      *> would put the night's reconciliation out of balance, so
      *> updates wait until it closes.  No control file or no window
      *> record means no night has run yet; any other failure
      *> refuses - fail closed.  A window left open by an abended
      *> night is cleared by a supervisor with PROGRAM-ID SPLOETLCK
       CHECK-BATCH-WINDOW.
           MOVE "N" TO WS-BATCH-WINDOW-SW.
           OPEN INPUT SPLOET-CONTROL-FILE.
           EVALUATE WS-CONTROL-STATUS
               WHEN "00"
                   MOVE "BATCHWIN" TO CT-CONTROL-ID
                   READ SPLOET-CONTROL-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-BATCH-WINDOW-SW
                       NOT INVALID KEY
                           IF CT-WINDOW-STATUS = "O"
                               DISPLAY "Batch window open since "
                                   CT-OPENED-TIMESTAMP(1:14) " by "
                                   CT-OPENED-BY " " CT-OPENED-OPERATOR
                                   " - updates refused"
                           ELSE
                               MOVE "Y" TO WS-BATCH-WINDOW-SW
                           END-IF
                   END-READ
                   CLOSE SPLOET-CONTROL-FILE
               WHEN "35"
                   MOVE "Y" TO WS-BATCH-WINDOW-SW
               WHEN OTHER
                   DISPLAY "SPLOET control file unavailable, status "
                       WS-CONTROL-STATUS " - updates refused"
           END-EVALUATE.

      *> run-control records are appended as each run ends, so the
      *> record before the target marks where the run began - no
      *> entry of the run can be older than the step that preceded it
       FIND-TARGET-RUN.
           OPEN INPUT SPLOET-RUN-FILE.
           IF WS-RUN-STATUS NOT = "00"
               DISPLAY "SPLOET run-control open failed, status "
                   WS-RUN-STATUS " - the run cannot be identified"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-RUN-RECORD
               PERFORM UNTIL EndOfRunFile
                   IF RC-PROGRAM-ID = WS-TARGET-PROGRAM
                       AND RC-RUN-TIMESTAMP(1:14) = WS-TARGET-STAMP
                       SET TargetRunFound TO TRUE
                       SET EndOfRunFile TO TRUE
                       MOVE RC-RUN-TIMESTAMP(1:16) TO WS-UPPER-BOUND
                       MOVE WS-PREVIOUS-STAMP TO WS-LOWER-BOUND
                   ELSE
                       MOVE RC-RUN-TIMESTAMP(1:16)
                           TO WS-PREVIOUS-STAMP
                       PERFORM READ-RUN-RECORD
                   END-IF
               END-PERFORM
               CLOSE SPLOET-RUN-FILE
               IF NOT TargetRunFound
                   DISPLAY "No run-control record for "
                       WS-TARGET-PROGRAM " at " WS-TARGET-STAMP
                       " - run refused"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   IF WS-LOWER-BOUND = LOW-VALUES
                       DISPLAY "JOURNAL WINDOW FROM THE START TO "
                           WS-UPPER-BOUND
                   ELSE
                       DISPLAY "JOURNAL WINDOW AFTER " WS-LOWER-BOUND
                           " TO " WS-UPPER-BOUND
                   END-IF
               END-IF
           END-IF.

       READ-RUN-RECORD.
           READ SPLOET-RUN-FILE
               AT END
                   SET EndOfRunFile TO TRUE
           END-READ.

      *> one pass of the journal collects the run's entries and
      *> marks any pair another entry touched after the run first
      *> did; an entry for a pair the run has not reached yet is
      *> older than the run's change and does not matter
       LOAD-RUN-ENTRIES.
           OPEN INPUT SPLOET-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "SPLOET journal open failed, status "
                   WS-JOURNAL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-JOURNAL-RECORD
               PERFORM UNTIL EndOfJournal
                   ADD 1 TO WS-JOURNAL-READ-COUNT
                   IF JN-TIMESTAMP(1:16) > WS-LOWER-BOUND
                       PERFORM SORT-JOURNAL-ENTRY
                   END-IF
                   PERFORM READ-JOURNAL-RECORD
               END-PERFORM
               CLOSE SPLOET-JOURNAL-FILE
           END-IF.
           IF RunTableFull
               DISPLAY "Run has more than 5000 journal entries or "
                   "pairs - too large to back out, nothing changed"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       READ-JOURNAL-RECORD.
           READ SPLOET-JOURNAL-FILE
               AT END
                   SET EndOfJournal TO TRUE
           END-READ.

       SORT-JOURNAL-ENTRY.
           IF JN-ACTION = "D"
               MOVE JN-BEF-ADDRESS TO WS-SEARCH-ADDRESS
               MOVE JN-BEF-SPLOET-TYPE TO WS-SEARCH-TYPE
           ELSE
               MOVE JN-AFT-ADDRESS TO WS-SEARCH-ADDRESS
               MOVE JN-AFT-SPLOET-TYPE TO WS-SEARCH-TYPE
           END-IF.
           PERFORM FIND-PAIR-SLOT.
           IF JN-PROGRAM-ID = WS-TARGET-PROGRAM
               AND JN-TIMESTAMP(1:16) NOT > WS-UPPER-BOUND
               PERFORM ADD-RUN-ENTRY
           ELSE
               IF PairSlotFound
                   AND WS-PAIR-STATE(WS-PAIR-IDX) = SPACE
                   MOVE "L" TO WS-PAIR-STATE(WS-PAIR-IDX)
                   MOVE JN-PROGRAM-ID TO WS-PAIR-LATER-PGM(WS-PAIR-IDX)
                   MOVE JN-TIMESTAMP(1:14)
                       TO WS-PAIR-LATER-STAMP(WS-PAIR-IDX)
               END-IF
           END-IF.

       ADD-RUN-ENTRY.
           IF NOT PairSlotFound
               IF WS-PAIR-COUNT < 5000
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
                   MOVE WS-SEARCH-ADDRESS
                       TO WS-PAIR-ADDRESS(WS-PAIR-IDX)
                   MOVE WS-SEARCH-TYPE TO WS-PAIR-TYPE(WS-PAIR-IDX)
                   MOVE SPACE TO WS-PAIR-STATE(WS-PAIR-IDX)
                   MOVE "N" TO WS-PAIR-ADD-SW(WS-PAIR-IDX)
                   MOVE SPACES TO WS-PAIR-LATER-PGM(WS-PAIR-IDX)
                   MOVE SPACES TO WS-PAIR-LATER-STAMP(WS-PAIR-IDX)
                   MOVE SPACES TO WS-PAIR-HOLD-CASE(WS-PAIR-IDX)
                   SET PairSlotFound TO TRUE
               ELSE
                   SET RunTableFull TO TRUE
               END-IF
           END-IF.
           IF PairSlotFound
               IF WS-ENT-COUNT < 5000
                   ADD 1 TO WS-ENT-COUNT
                   MOVE JN-ACTION TO WS-ENT-ACTION(WS-ENT-COUNT)
                   MOVE JN-TIMESTAMP TO WS-ENT-TIMESTAMP(WS-ENT-COUNT)
                   MOVE JN-BEFORE-IMAGE
                       TO WS-ENT-BEFORE-IMAGE(WS-ENT-COUNT)
                   MOVE JN-AFTER-IMAGE
                       TO WS-ENT-AFTER-IMAGE(WS-ENT-COUNT)
                   MOVE WS-PAIR-IDX TO WS-ENT-PAIR-IDX(WS-ENT-COUNT)
                   MOVE WS-ENT-COUNT TO WS-PAIR-LAST-IDX(WS-PAIR-IDX)
                   IF JN-ACTION = "W"
                       MOVE "Y" TO WS-PAIR-ADD-SW(WS-PAIR-IDX)
                   END-IF
               ELSE
                   SET RunTableFull TO TRUE
               END-IF
           END-IF.

       FIND-PAIR-SLOT.
           MOVE "N" TO WS-PAIR-FOUND-SW.
           MOVE 1 TO WS-PAIR-IDX.
           PERFORM UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
                   OR PairSlotFound
               IF WS-SEARCH-ADDRESS = WS-PAIR-ADDRESS(WS-PAIR-IDX)
                   AND WS-SEARCH-TYPE = WS-PAIR-TYPE(WS-PAIR-IDX)
                   SET PairSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-PAIR-IDX
               END-IF
           END-PERFORM.

      *> the master is the last word: a pair whose record is not
      *> exactly what the run left behind was changed by something
      *> the journal did not see, and restoring over it would lose
      *> that change
       OPEN-BACKOUT-FILES.
           OPEN I-O SPLOET-MASTER-FILE.
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
               SET BackoutFilesOpen TO TRUE
               OPEN I-O SPLOET-XREF-FILE
               IF WS-XREF-STATUS = "35"
                   OPEN OUTPUT SPLOET-XREF-FILE
                   CLOSE SPLOET-XREF-FILE
                   OPEN I-O SPLOET-XREF-FILE
               END-IF
               OPEN EXTEND SPLOET-AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT SPLOET-AUDIT-FILE
                   CLOSE SPLOET-AUDIT-FILE
                   OPEN EXTEND SPLOET-AUDIT-FILE
               END-IF
               OPEN I-O SPLOET-AUDIT-IX-FILE
               IF WS-AUDIT-IX-STATUS = "35"
                   OPEN OUTPUT SPLOET-AUDIT-IX-FILE
                   CLOSE SPLOET-AUDIT-IX-FILE
                   OPEN I-O SPLOET-AUDIT-IX-FILE
               END-IF
               OPEN EXTEND SPLOET-JOURNAL-FILE
               OPEN EXTEND SPLOET-CHARGE-FILE
               IF WS-CHARGE-STATUS = "35"
                   OPEN OUTPUT SPLOET-CHARGE-FILE
                   CLOSE SPLOET-CHARGE-FILE
                   OPEN EXTEND SPLOET-CHARGE-FILE
               END-IF
               IF WS-AUDIT-STATUS NOT = "00"
                   OR WS-AUDIT-IX-STATUS NOT = "00"
                   OR WS-JOURNAL-STATUS NOT = "00"
                   OR WS-CHARGE-STATUS NOT = "00"
                   DISPLAY "SPLOET audit/journal/charge open failed, "
                       "status " WS-AUDIT-STATUS " "
                       WS-AUDIT-IX-STATUS " " WS-JOURNAL-STATUS " "
                       WS-CHARGE-STATUS " - nothing reversed"
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "N" TO WS-FILES-OPEN-SW
                   CLOSE SPLOET-MASTER-FILE
                   CLOSE SPLOET-XREF-FILE
                   CLOSE SPLOET-AUDIT-FILE
                   CLOSE SPLOET-AUDIT-IX-FILE
                   CLOSE SPLOET-JOURNAL-FILE
                   CLOSE SPLOET-CHARGE-FILE
               ELSE
                   PERFORM OPEN-HOLD-FILE
               END-IF
           END-IF.

      *> a missing legal-hold file just means nothing has ever been
      *> held; any other open failure cannot prove a pair is free,
      *> so every candidate is treated as held until it is fixed
       OPEN-HOLD-FILE.
           OPEN INPUT SPLOET-HOLD-FILE.
           EVALUATE WS-HOLD-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-HOLD-FILE-SW
               WHEN "35"
                   MOVE "N" TO WS-HOLD-FILE-SW
               WHEN OTHER
                   MOVE "U" TO WS-HOLD-FILE-SW
                   DISPLAY "SPLOET legal-hold file unavailable, status "
                       WS-HOLD-STATUS " - every removal treated as held"
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.

       CLOSE-HOLD-FILE.
           IF HoldFileAvailable
               CLOSE SPLOET-HOLD-FILE
           END-IF.

      *> callers load WS-HOLD-ADDRESS and WS-HOLD-TYPE with the pair;
      *> either a hold on the pair itself or a whole-Address hold
      *> (type spaces) freezes it
       CHECK-LEGAL-HOLD.
           MOVE "N" TO WS-HELD-SW.
           MOVE SPACES TO WS-HOLD-CASE.
           EVALUATE TRUE
               WHEN HoldFileUnreadable
                   SET RegistrationHeld TO TRUE
                   MOVE "HOLD FILE UNREADABLE" TO WS-HOLD-CASE
               WHEN HoldFileAvailable
                   MOVE WS-HOLD-ADDRESS TO HL-ADDRESS
                   MOVE WS-HOLD-TYPE TO HL-SPLOET-TYPE
                   PERFORM READ-HOLD-RECORD
                   IF NOT RegistrationHeld
                       MOVE WS-HOLD-ADDRESS TO HL-ADDRESS
                       MOVE SPACES TO HL-SPLOET-TYPE
                       PERFORM READ-HOLD-RECORD
                   END-IF
           END-EVALUATE.

       READ-HOLD-RECORD.
           READ SPLOET-HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HL-HOLD-STATUS = "H"
                       SET RegistrationHeld TO TRUE
                       MOVE HL-CASE-REFERENCE TO WS-HOLD-CASE
                   END-IF
           END-READ.

       CHECK-PAIR-STATES.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-STATE(WS-PAIR-IDX) = SPACE
                   PERFORM CHECK-MASTER-AGAINST-RUN
               END-IF
               IF WS-PAIR-STATE(WS-PAIR-IDX) = SPACE
                   AND WS-PAIR-ADD-SW(WS-PAIR-IDX) = "Y"
                   MOVE WS-PAIR-ADDRESS(WS-PAIR-IDX) TO WS-HOLD-ADDRESS
                   MOVE WS-PAIR-TYPE(WS-PAIR-IDX) TO WS-HOLD-TYPE
                   PERFORM CHECK-LEGAL-HOLD
                   IF RegistrationHeld
                       MOVE "H" TO WS-PAIR-STATE(WS-PAIR-IDX)
                       MOVE WS-HOLD-CASE
                           TO WS-PAIR-HOLD-CASE(WS-PAIR-IDX)
                       MOVE WS-PAIR-ADDRESS(WS-PAIR-IDX) TO AU-ADDRESS
                       MOVE WS-PAIR-TYPE(WS-PAIR-IDX)
                           TO AU-SPLOET-TYPE
                       MOVE "H" TO AU-ACTION-CODE
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-MASTER-AGAINST-RUN.
           MOVE WS-PAIR-LAST-IDX(WS-PAIR-IDX) TO WS-ENT-IDX.
           MOVE WS-PAIR-ADDRESS(WS-PAIR-IDX) TO SR-ADDRESS.
           MOVE WS-PAIR-TYPE(WS-PAIR-IDX) TO SR-SPLOET-TYPE.
           READ SPLOET-MASTER-FILE
               INVALID KEY
                   IF WS-ENT-ACTION(WS-ENT-IDX) NOT = "D"
                       MOVE "M" TO WS-PAIR-STATE(WS-PAIR-IDX)
                   END-IF
               NOT INVALID KEY
                   IF WS-ENT-ACTION(WS-ENT-IDX) = "D"
                       OR SPLOET-REC NOT =
                           WS-ENT-AFTER-IMAGE(WS-ENT-IDX)
                       MOVE "M" TO WS-PAIR-STATE(WS-PAIR-IDX)
                   END-IF
           END-READ.

       REVERSE-RUN-ENTRIES.
           PERFORM VARYING WS-ENT-IDX FROM WS-ENT-COUNT BY -1
                   UNTIL WS-ENT-IDX < 1
               MOVE WS-ENT-PAIR-IDX(WS-ENT-IDX) TO WS-PAIR-IDX
               IF WS-PAIR-STATE(WS-PAIR-IDX) = SPACE
                   PERFORM REVERSE-ONE-ENTRY
               END-IF
           END-PERFORM.

      *> each reversal is the mirror of the journal entry it undoes,
      *> journaled and audited like any other master change
       REVERSE-ONE-ENTRY.
           MOVE WS-PAIR-ADDRESS(WS-PAIR-IDX) TO AU-ADDRESS.
           MOVE WS-PAIR-TYPE(WS-PAIR-IDX) TO AU-SPLOET-TYPE.
           EVALUATE WS-ENT-ACTION(WS-ENT-IDX)
               WHEN "W"
                   MOVE WS-PAIR-ADDRESS(WS-PAIR-IDX) TO SR-ADDRESS
                   MOVE WS-PAIR-TYPE(WS-PAIR-IDX) TO SR-SPLOET-TYPE
                   DELETE SPLOET-MASTER-FILE
                       INVALID KEY
                           PERFORM NOTE-REVERSAL-FAILURE
                       NOT INVALID KEY
                           MOVE "D" TO JN-ACTION
                           MOVE WS-ENT-AFTER-IMAGE(WS-ENT-IDX)
                               TO JN-BEFORE-IMAGE
                           MOVE SPACES TO JN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           MOVE SR-SPLOET-TYPE TO XR-SPLOET-TYPE
                           MOVE SR-ADDRESS TO XR-ADDRESS
                           PERFORM DELETE-TYPE-XREF
                           MOVE "D" TO AU-ACTION-CODE
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-CHARGE-REVERSAL
                           ADD 1 TO WS-ADDS-REMOVED
                           DISPLAY "REMOVED   " AU-ADDRESS " "
                               AU-SPLOET-TYPE " added "
                               WS-ENT-TIMESTAMP(WS-ENT-IDX)(1:14)
                   END-DELETE
               WHEN "R"
                   MOVE WS-ENT-BEFORE-IMAGE(WS-ENT-IDX) TO SPLOET-REC
                   REWRITE SPLOET-REC
                       INVALID KEY
                           PERFORM NOTE-REVERSAL-FAILURE
                       NOT INVALID KEY
                           MOVE "R" TO JN-ACTION
                           MOVE WS-ENT-AFTER-IMAGE(WS-ENT-IDX)
                               TO JN-BEFORE-IMAGE
                           MOVE SPLOET-REC TO JN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM UPDATE-TYPE-XREF
                           MOVE "C" TO AU-ACTION-CODE
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-CHARGE-REVERSAL
                           ADD 1 TO WS-REWRITES-RESTORED
                           DISPLAY "RESTORED  " AU-ADDRESS " "
                               AU-SPLOET-TYPE " status " SR-STATUS
                               " expires " SR-EXPIRY-DATE
                   END-REWRITE
               WHEN "D"
                   MOVE WS-ENT-BEFORE-IMAGE(WS-ENT-IDX) TO SPLOET-REC
                   WRITE SPLOET-REC
                       INVALID KEY
                           PERFORM NOTE-REVERSAL-FAILURE
                       NOT INVALID KEY
                           MOVE "W" TO JN-ACTION
                           MOVE SPACES TO JN-BEFORE-IMAGE
                           MOVE SPLOET-REC TO JN-AFTER-IMAGE
                           PERFORM WRITE-JOURNAL-RECORD
                           PERFORM UPDATE-TYPE-XREF
                           MOVE "A" TO AU-ACTION-CODE
                           PERFORM WRITE-AUDIT-RECORD
                           ADD 1 TO WS-DELETES-RESTORED
                           DISPLAY "REINSTATED " AU-ADDRESS " "
                               AU-SPLOET-TYPE " status " SR-STATUS
                               " expires " SR-EXPIRY-DATE
                   END-WRITE
               WHEN OTHER
                   DISPLAY "UNKNOWN JOURNAL ACTION '"
                       WS-ENT-ACTION(WS-ENT-IDX) "' for "
                       AU-ADDRESS " " AU-SPLOET-TYPE
                   PERFORM NOTE-REVERSAL-FAILURE
           END-EVALUATE.
           IF WS-PAIR-STATE(WS-PAIR-IDX) = SPACE
               ADD 1 TO WS-REVERSED-COUNT
           END-IF.

      *> the marker names the undone journal entry by its stamp,
      *> which is the stamp of any charge the change raised; a
      *> rewrite that raised no charge (a change) leaves a marker
      *> the billing run finds nothing to reverse for
       WRITE-CHARGE-REVERSAL.
           MOVE SPACES TO CG-DEPARTMENT.
           MOVE SPACES TO CG-BATCH-REFERENCE.
           MOVE AU-ADDRESS TO CG-ADDRESS.
           MOVE AU-SPLOET-TYPE TO CG-SPLOET-TYPE.
           MOVE "B" TO CG-CHARGE-CODE.
           MOVE 0 TO CG-AMOUNT.
           MOVE SPACES TO CG-RATE-DATE.
           MOVE "SPLOETBKO" TO CG-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CG-TIMESTAMP.
           MOVE WS-ENT-TIMESTAMP(WS-ENT-IDX) TO CG-REVERSES-TIMESTAMP.
           WRITE SPLOET-CHARGE-REC.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge reversal write failed, status "
                   WS-CHARGE-STATUS " - " AU-ADDRESS " "
                   AU-SPLOET-TYPE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> the pair's remaining entries are left alone so it is not
      *> restored to a state that never existed
       NOTE-REVERSAL-FAILURE.
           DISPLAY "SPLOET master reversal failed, status "
               WS-MASTER-STATUS " - " AU-ADDRESS " " AU-SPLOET-TYPE.
           MOVE "F" TO WS-PAIR-STATE(WS-PAIR-IDX).
           MOVE 8 TO WS-RETURN-CODE.

       LIST-REFUSED-PAIRS.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
                   UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               EVALUATE WS-PAIR-STATE(WS-PAIR-IDX)
                   WHEN "L"
                       ADD 1 TO WS-CHANGED-COUNT
                       DISPLAY "REFUSED   " WS-PAIR-ADDRESS(WS-PAIR-IDX)
                           " " WS-PAIR-TYPE(WS-PAIR-IDX)
                           " CHANGED SINCE by "
                           WS-PAIR-LATER-PGM(WS-PAIR-IDX) " "
                           WS-PAIR-LATER-STAMP(WS-PAIR-IDX)
                   WHEN "M"
                       ADD 1 TO WS-DIFFERS-COUNT
                       DISPLAY "REFUSED   " WS-PAIR-ADDRESS(WS-PAIR-IDX)
                           " " WS-PAIR-TYPE(WS-PAIR-IDX)
                           " MASTER DIFFERS from what the run left"
                   WHEN "H"
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "REFUSED   " WS-PAIR-ADDRESS(WS-PAIR-IDX)
                           " " WS-PAIR-TYPE(WS-PAIR-IDX)
                           " HELD, case "
                           WS-PAIR-HOLD-CASE(WS-PAIR-IDX)
                           " - NOT ACTIONED"
                   WHEN "F"
                       ADD 1 TO WS-FAILED-COUNT
                       DISPLAY "FAILED    " WS-PAIR-ADDRESS(WS-PAIR-IDX)
                           " " WS-PAIR-TYPE(WS-PAIR-IDX)
                           " REVERSAL FAILED PART WAY - check by hand"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.
           COMPUTE WS-REFUSED-COUNT = WS-CHANGED-COUNT
               + WS-DIFFERS-COUNT.

       WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           WRITE SPLOET-AUDIT-REC.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SPLOET audit write failed, status "
                   WS-AUDIT-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE AU-ADDRESS TO AX-ADDRESS.
           MOVE AU-TIMESTAMP TO AX-TIMESTAMP.
           MOVE AU-SPLOET-TYPE TO AX-SPLOET-TYPE.
           MOVE AU-OPERATOR-ID TO AX-OPERATOR-ID.
           MOVE AU-ACTION-CODE TO AX-ACTION-CODE.
           PERFORM WRITE-AUDIT-IX-RECORD.

      *> the CURRENT-DATE stamp only resolves to hundredths of a
      *> second, so two events for the same Address in one cycle can
      *> collide on the AX key; a duplicate-key status 22 is retried
      *> with a sequence suffix in the unused tail of the timestamp
       WRITE-AUDIT-IX-RECORD.
           MOVE "N" TO WS-AUDIT-IX-DONE-SW.
           MOVE 0 TO WS-AUDIT-IX-SEQ.
           PERFORM WRITE-AUDIT-IX-ATTEMPT.
           PERFORM UNTIL AuditHistoryWritten
                   OR WS-AUDIT-IX-STATUS NOT = "22"
                   OR WS-AUDIT-IX-SEQ = 999
               ADD 1 TO WS-AUDIT-IX-SEQ
               MOVE WS-AUDIT-IX-SEQ-X TO AX-TIMESTAMP(24:3)
               PERFORM WRITE-AUDIT-IX-ATTEMPT
           END-PERFORM.
           IF NOT AuditHistoryWritten
               DISPLAY "SPLOET audit history write failed, "
                   "status " WS-AUDIT-IX-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       WRITE-AUDIT-IX-ATTEMPT.
           WRITE SPLOET-AUDIT-IX-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-AUDIT-IX-DONE-SW
           END-WRITE.

      *> callers set JN-ACTION and the images; this stamps and writes
       WRITE-JOURNAL-RECORD.
           MOVE "SPLOETBKO" TO JN-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO JN-TIMESTAMP.
           WRITE SPLOET-JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "SPLOET journal write failed, status "
                   WS-JOURNAL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> mirror of the master keyed type-first; xref trouble is
      *> reported but never fails the reversal - SPLOETXRF rebuilds
       UPDATE-TYPE-XREF.
           MOVE SR-SPLOET-TYPE TO XR-SPLOET-TYPE.
           MOVE SR-ADDRESS TO XR-ADDRESS.
           MOVE SR-STATUS TO XR-STATUS.
           MOVE SR-EXPIRY-DATE TO XR-EXPIRY-DATE.
           WRITE SPLOET-XREF-REC
               INVALID KEY
                   REWRITE SPLOET-XREF-REC
                       INVALID KEY
                           DISPLAY "SPLOET type xref write failed, "
                               "status " WS-XREF-STATUS
                   END-REWRITE
           END-WRITE.

       DELETE-TYPE-XREF.
           DELETE SPLOET-XREF-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       CLOSE-BACKOUT-FILES.
           IF BackoutFilesOpen
               CLOSE SPLOET-MASTER-FILE
               CLOSE SPLOET-XREF-FILE
               CLOSE SPLOET-AUDIT-FILE
               CLOSE SPLOET-AUDIT-IX-FILE
               CLOSE SPLOET-JOURNAL-FILE
               CLOSE SPLOET-CHARGE-FILE
               PERFORM CLOSE-HOLD-FILE
           END-IF.

       PRINT-BACKOUT-REPORT.
           IF WS-RETURN-CODE < 4
               AND (WS-REFUSED-COUNT > 0 OR WS-HELD-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "SPLOETBKO - END OF BACKOUT CONTROL REPORT".
           DISPLAY "RUN BACKED OUT:         " WS-TARGET-PROGRAM " "
               WS-TARGET-STAMP.
           DISPLAY "JOURNAL RECORDS READ:   " WS-JOURNAL-READ-COUNT.
           DISPLAY "RUN ENTRIES FOUND:      " WS-ENT-COUNT.
           DISPLAY "PAIRS IN RUN:           " WS-PAIR-COUNT.
           DISPLAY "ENTRIES REVERSED:       " WS-REVERSED-COUNT.
           DISPLAY "  ADDS REMOVED:         " WS-ADDS-REMOVED.
           DISPLAY "  REWRITES RESTORED:    " WS-REWRITES-RESTORED.
           DISPLAY "  DELETES REINSTATED:   " WS-DELETES-RESTORED.
           DISPLAY "REFUSED - CHANGED SINCE:" WS-CHANGED-COUNT.
           DISPLAY "REFUSED - MASTER DIFFERS:" WS-DIFFERS-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.
           DISPLAY "REVERSALS FAILED:       " WS-FAILED-COUNT.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.

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
               MOVE "SPLOETBKO" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-ENT-COUNT TO RC-COUNT-1
               MOVE WS-REVERSED-COUNT TO RC-COUNT-2
               MOVE WS-REFUSED-COUNT TO RC-COUNT-3
               MOVE WS-PAIR-COUNT TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
