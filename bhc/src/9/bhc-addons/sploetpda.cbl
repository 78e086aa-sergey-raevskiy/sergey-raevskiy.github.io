      *> the registration vanished.  The command line carries the
      *> two day counts as 'nnnn mmmm' (review threshold, hard
      *> cutoff); defaults are 30 and 60 when omitted.
      *> A pending entry past the cutoff whose pair is under legal
      *> hold (SPLOETHL, see PROGRAM-ID SPLOETHLD) is not cancelled:
      *> it is audited as "H" and listed HELD - NOT ACTIONED.
      *> Cancelling an entry that came in through the batch intake
      *> also appends a follow-up to the SPLOETAK disposition file
      *> (cancelled, reason STAL) so the submitting department learns
      *> its pending registration will never take effect.
      *> Cancelling a queued add also appends a "J" reversal marker
      *> to the SPLOETCG charge file (see SPLCHG) against the add
      *> charge PROGRAM-ID SPLOET raised when it was queued, so the
      *> department is not billed for a registration that never took
      *> effect.
      *> RETURN-CODE 0 clean, 4 when anything was flagged, held or
      *> cancelled (so the schedulers can route the SYSOUT to the
      *> compliance queue), 8 when a file status came back bad.
       >>SOURCE FORMAT FREE
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIT-IX-STATUS.

           SELECT SPLOET-HOLD-FILE ASSIGN TO "SPLOETHL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-KEY
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT SPLOET-ACK-FILE ASSIGN TO "SPLOETAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT SPLOET-CHARGE-FILE ASSIGN TO "SPLOETCG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-PENDING-FILE.
       FD  SPLOET-AUDIT-IX-FILE.
           COPY SPLAUX.

       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       FD  SPLOET-ACK-FILE.
           COPY SPLACK.

       FD  SPLOET-CHARGE-FILE.
           COPY SPLCHG.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-PENDING-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-IX-STATUS      PIC X(2).
       01  WS-ACK-STATUS           PIC X(2).
       01  WS-CHARGE-STATUS        PIC X(2).

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-AUDIT-IX-SEQ-X REDEFINES WS-AUDIT-IX-SEQ
                                   PIC X(3).

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
       01  WS-FLAG-COUNT           PIC 9(8)    VALUE 0.
       01  WS-CANCEL-COUNT         PIC 9(8)    VALUE 0.
           DISPLAY "PENDING ENTRIES READ:   " WS-READ-COUNT.
           DISPLAY "FLAGGED FOR REVIEW:     " WS-FLAG-COUNT.
           DISPLAY "CANCELLED PAST CUTOFF:  " WS-CANCEL-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.
           IF WS-RETURN-CODE < 4
               AND (WS-FLAG-COUNT > 0 OR WS-CANCEL-COUNT > 0
                   OR WS-HELD-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           OPEN I-O SPLOET-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               IF WS-PENDING-STATUS = "39"
                   DISPLAY "SPLOET pending file mismatch, status 39 "
                       "- the file predates the Address+SploetType "
                       "key or the intake origin fields; run "
                       "SPLOETCNV to convert it"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   DISPLAY "No pending registrations on file, "
               CLOSE SPLOET-AUDIT-IX-FILE
               OPEN I-O SPLOET-AUDIT-IX-FILE
           END-IF.
           OPEN EXTEND SPLOET-ACK-FILE.
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT SPLOET-ACK-FILE
               CLOSE SPLOET-ACK-FILE
               OPEN EXTEND SPLOET-ACK-FILE
           END-IF.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "SPLOET disposition file open failed, status "
                   WS-ACK-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           OPEN EXTEND SPLOET-CHARGE-FILE.
           IF WS-CHARGE-STATUS = "35"
               OPEN OUTPUT SPLOET-CHARGE-FILE
               CLOSE SPLOET-CHARGE-FILE
               OPEN EXTEND SPLOET-CHARGE-FILE
           END-IF.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge file open failed, status "
                   WS-CHARGE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           PERFORM OPEN-HOLD-FILE.
           IF NOT EndOfPending
               MOVE LOW-VALUES TO PD-KEY
               START SPLOET-PENDING-FILE
           END-IF.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS > WS-CANCEL-DAYS
                   MOVE PD-ADDRESS TO WS-HOLD-ADDRESS
                   MOVE PD-SPLOET-TYPE TO WS-HOLD-TYPE
                   PERFORM CHECK-LEGAL-HOLD
                   IF RegistrationHeld
                       DISPLAY PD-ADDRESS " " PD-SPLOET-TYPE "     "
                           PD-SUBMIT-OPERATOR "   " WS-AGE-DAYS
                           " ** HELD, case " WS-HOLD-CASE
                           " - NOT ACTIONED"
                       PERFORM SKIP-HELD-ENTRY
                   ELSE
                       DISPLAY PD-ADDRESS " " PD-SPLOET-TYPE "     "
                           PD-SUBMIT-OPERATOR "   " WS-AGE-DAYS
                           " ** CANCELLED - PAST CUTOFF"
                       PERFORM CANCEL-PENDING-ENTRY
                   END-IF
               WHEN WS-AGE-DAYS > WS-REVIEW-DAYS
                   ADD 1 TO WS-FLAG-COUNT
                   DISPLAY PD-ADDRESS " " PD-SPLOET-TYPE "     "
               ADD 1 TO WS-CANCEL-COUNT
               MOVE "X" TO AU-ACTION-CODE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-ACK-RECORD
               IF PD-ACTION-CODE = "A"
                   PERFORM WRITE-CHARGE-MARKER
               END-IF
           END-IF.

      *> only an entry with a batch origin has a department waiting
      *> on it; DELETE leaves the record area intact, so the origin
      *> is still there to acknowledge against
       WRITE-ACK-RECORD.
           IF PD-SUBMITTER-ID NOT = SPACES
               OR PD-BATCH-REFERENCE NOT = SPACES
               MOVE PD-SUBMITTER-ID TO AK-SUBMITTER-ID
               MOVE PD-BATCH-REFERENCE TO AK-BATCH-REFERENCE
               MOVE PD-BATCH-SEQUENCE TO AK-BATCH-SEQUENCE
               MOVE PD-ADDRESS TO AK-ADDRESS
               MOVE PD-SPLOET-TYPE TO AK-SPLOET-TYPE
               MOVE PD-ACTION-CODE TO AK-ACTION-CODE
               MOVE SPACES TO AK-EFFECTIVE-DATE
               MOVE "X" TO AK-DISPOSITION
               MOVE "STAL" TO AK-REASON-CODE
               MOVE "Y" TO AK-FOLLOW-UP-FLAG
               MOVE "SPLOETPDA" TO AK-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP
               WRITE SPLOET-ACK-REC
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "SPLOET disposition write failed, status "
                       WS-ACK-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

      *> a cancelled add never took effect, so the add charge
      *> SPLOET raised when it was queued is reversed against the
      *> department that submitted it - the intake submitter, or the
      *> keying operator for an entry made at the terminal
       WRITE-CHARGE-MARKER.
           IF PD-SUBMITTER-ID NOT = SPACES
               MOVE PD-SUBMITTER-ID TO CG-DEPARTMENT
           ELSE
               MOVE PD-SUBMIT-OPERATOR TO CG-DEPARTMENT
           END-IF.
           MOVE PD-BATCH-REFERENCE TO CG-BATCH-REFERENCE.
           MOVE PD-ADDRESS TO CG-ADDRESS.
           MOVE PD-SPLOET-TYPE TO CG-SPLOET-TYPE.
           MOVE "J" TO CG-CHARGE-CODE.
           MOVE 0 TO CG-AMOUNT.
           MOVE SPACES TO CG-RATE-DATE.
           MOVE "SPLOETPDA" TO CG-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CG-TIMESTAMP.
           MOVE PD-SUBMIT-TIMESTAMP TO CG-REVERSES-TIMESTAMP.
           WRITE SPLOET-CHARGE-REC.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge write failed, status "
                   WS-CHARGE-STATUS " - " PD-ADDRESS " "
                   PD-SPLOET-TYPE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       SKIP-HELD-ENTRY.
           ADD 1 TO WS-HELD-COUNT.
           MOVE PD-ADDRESS TO AU-ADDRESS.
           MOVE PD-SPLOET-TYPE TO AU-SPLOET-TYPE.
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
                       WS-HOLD-STATUS
                       " - every cancellation treated as held"
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

       WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AU-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP.
           END-IF.
           CLOSE SPLOET-AUDIT-IX-FILE.
           CLOSE SPLOET-AUDIT-FILE.
           CLOSE SPLOET-ACK-FILE.
           CLOSE SPLOET-CHARGE-FILE.
           PERFORM CLOSE-HOLD-FILE.

      *> every batch program appends its control totals to the
      *> shared SPLOETRC run-control file; PROGRAM-ID SPLOETEON
               MOVE WS-FLAG-COUNT TO RC-COUNT-2
               MOVE WS-CANCEL-COUNT TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
