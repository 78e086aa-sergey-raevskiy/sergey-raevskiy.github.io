      *> archived (and a restore report) goes to SYSOUT.  Every purge
      *> delete and every restore is also written to the SPLOETAU
      *> audit trail so SPLOETREC reconciliation stays in balance.
      *> A stale registration under legal hold (SPLOETHL, see
      *> PROGRAM-ID SPLOETHLD) is neither archived nor deleted: it is
      *> audited as "H" and listed HELD - NOT ACTIONED.
      *> Purge and restore are refused while the nightly chain holds
      *> the batch window on the SPLOETCT control file (see SPLCTL):
      *> a master change made mid-chain would put the night's
      *> reconciliation out of balance.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETPRG.
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
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SPLOET-HOLD-FILE ASSIGN TO "SPLOETHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-MASTER-FILE.
       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       FD  SPLOET-XREF-FILE.
           COPY SPLXRF.

       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-PARM                 PIC X(20).
       01  WS-RUN-MODE             PIC X(1)    VALUE "P".
           88  PurgeMode                       VALUE "P".
       01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE
                                   PIC X(8).

       01  WS-HOLD-STATUS          PIC X(2).

       01  WS-HOLD-FILE-SW         PIC X       VALUE "N".
           88  HoldFileAvailable               VALUE "Y".
           88  HoldFileUnreadable              VALUE "U".

       01  WS-HELD-SW              PIC X       VALUE "N".
           88  RegistrationHeld                VALUE "Y".

       01  WS-HOLD-ADDRESS         PIC X(8).
       01  WS-HOLD-TYPE            PIC X(8).
       01  WS-HOLD-CASE            PIC X(20).
       01  WS-HELD-COUNT           PIC 9(8)    VALUE 0.

       01  WS-READ-COUNT           PIC 9(8)    VALUE 0.
       01  WS-PURGE-COUNT          PIC 9(8)    VALUE 0.
       01  WS-KEEP-COUNT           PIC 9(8)    VALUE 0.
           PERFORM PARSE-PARM.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OperatorAuthorized
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(
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

       OPEN-MASTER-FILE.
           OPEN I-O SPLOET-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
           DISPLAY "CUTOFF: OLDER THAN " WS-CUTOFF-DAYS " DAYS".
           DISPLAY "ADDRESS  SPLOET TYPE  LAST UPDATED".
           PERFORM OPEN-ARCHIVE-EXTEND.
           PERFORM OPEN-HOLD-FILE.
           MOVE LOW-VALUES TO SR-KEY.
           START SPLOET-MASTER-FILE KEY NOT LESS THAN SR-KEY
               INVALID KEY
               PERFORM READ-NEXT-MASTER
           END-PERFORM.
           CLOSE SPLOET-ARCHIVE-FILE.
           PERFORM CLOSE-HOLD-FILE.
           DISPLAY "MASTER RECORDS READ:    " WS-READ-COUNT.
           DISPLAY "RECORDS ARCHIVED:       " WS-PURGE-COUNT.
           DISPLAY "RECORDS KEPT:           " WS-KEEP-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.

       READ-NEXT-MASTER.
           READ SPLOET-MASTER-FILE NEXT RECORD
               MOVE 0 TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS > WS-CUTOFF-DAYS
               MOVE SR-ADDRESS TO WS-HOLD-ADDRESS
               MOVE SR-SPLOET-TYPE TO WS-HOLD-TYPE
               PERFORM CHECK-LEGAL-HOLD
               IF RegistrationHeld
                   PERFORM SKIP-HELD-RECORD
               ELSE
                   PERFORM ARCHIVE-AND-DELETE
               END-IF
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF.

      *> held records are counted apart from the ones simply too
      *> young to purge, so master read = archived + kept + held
       SKIP-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY SR-ADDRESS " " SR-SPLOET-TYPE "     "
               SR-LAST-UPDATED(1:8) " HELD, case " WS-HOLD-CASE
               " - NOT ACTIONED".
           MOVE SR-ADDRESS TO AU-ADDRESS.
           MOVE SR-SPLOET-TYPE TO AU-SPLOET-TYPE.
           MOVE "H" TO AU-ACTION-CODE.
           PERFORM WRITE-AUDIT-RECORD.

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
                       WS-HOLD-STATUS " - every purge treated as held"
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

       ARCHIVE-AND-DELETE.
           MOVE SR-ADDRESS TO AR-ADDRESS.
           MOVE SR-SPLOET-TYPE TO AR-SPLOET-TYPE.
               MOVE WS-PURGE-COUNT TO RC-COUNT-2
               MOVE WS-KEEP-COUNT TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
