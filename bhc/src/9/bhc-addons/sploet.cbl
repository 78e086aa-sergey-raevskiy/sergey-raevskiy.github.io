      *>
      *> PROGRAM-ID SPLOET - registers a servant Address and its
      *> SploetType against the SPLOET master file.
      *> A delete aimed at a pair under legal hold (SPLOETHL, see
      *> PROGRAM-ID SPLOETHLD) is refused, audited as "H" and
      *> counted HELD - NOT ACTIONED rather than rejected.
      *> In batch mode every transaction's outcome - loaded, rejected
      *> with a reason code, pending approval or held - is appended
      *> to the SPLOETAK disposition file against the submitter,
      *> batch reference and sequence PROGRAM-ID SPLOETEDT carried on
      *> the transaction (see SPLACK), for PROGRAM-ID SPLOETACK to
      *> return to the department.
      *> Every add - loaded, or queued for approval because the type
      *> is high-risk - and every renewal raises a charge on the
      *> SPLOETCG charge file against the responsible department,
      *> priced from the SPLOETFE fee schedule (see SPLCHG, SPLFEE)
      *> for PROGRAM-ID SPLOETBIL to bill at month end.
      *> A resubmission that replaces a pair already pending approval
      *> settles the entry it replaces: a replaced add's charge is
      *> reversed with a "J" marker, and a replaced batch detail is
      *> acknowledged as a follow-up, cancelled with reason REPL.
      *> Interactive entry is refused while the nightly chain holds
      *> the batch window on the SPLOETCT control file (see SPLCTL);
      *> inquiry (Q, T) and the batch modes run regardless.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOET.
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

           SELECT SPLOET-ACK-FILE ASSIGN TO "SPLOETAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT SPLOET-FEE-FILE ASSIGN TO "SPLOETFE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-KEY
               FILE STATUS IS WS-FEE-STATUS.

           SELECT SPLOET-CHARGE-FILE ASSIGN TO "SPLOETCG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

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

       FD  SPLOET-ACK-FILE.
           COPY SPLACK.

       FD  SPLOET-FEE-FILE.
           COPY SPLFEE.

       FD  SPLOET-CHARGE-FILE.
           COPY SPLCHG.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-PENDING-SW           PIC X       VALUE "N".
           88  RoutedToPending                 VALUE "Y".

       01  WS-REPLACED-PENDING.
           05  WS-REPLACED-ACTION      PIC X(1).
           05  WS-REPLACED-OPERATOR    PIC X(8).
           05  WS-REPLACED-TIMESTAMP   PIC X(26).
           05  WS-REPLACED-SUBMITTER   PIC X(8).
           05  WS-REPLACED-BATCH-REF   PIC X(8).
           05  WS-REPLACED-BATCH-SEQ   PIC 9(8).

       01  WS-OPERATOR-ID           PIC X(8).

       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-OPERATOR-AUTH-SW     PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".
       01  WS-ENTRY-EDIT-SW        PIC X       VALUE "N".
           88  EntryIsValid                    VALUE "Y".

       01  WS-REJECT-REASON        PIC X(4)    VALUE SPACES.
       01  WS-ACK-STATUS           PIC X(2).
       01  WS-FEE-STATUS           PIC X(2).
       01  WS-CHARGE-STATUS        PIC X(2).

       01  WS-FEE-FILE-SW          PIC X       VALUE "N".
           88  FeeFileAvailable                VALUE "Y".

       01  WS-FEE-EOF-SW           PIC X       VALUE "N".
           88  EndOfFeeRates                   VALUE "Y".

       01  WS-RESTART-CHG-EOF-SW   PIC X       VALUE "N".
           88  EndOfRestartCharges             VALUE "Y".

       01  WS-CHARGE-RAISED-SW     PIC X       VALUE "N".
           88  ChargeAlreadyRaised             VALUE "Y".

      *> the add and renewal charges the failed run raised after its
      *> last checkpoint; a restart reapplies those transactions and
      *> uses each slot once instead of charging the pair again
       01  WS-RESTART-CHG-COUNT    PIC 9(4)    VALUE 0.
       01  WS-RESTART-CHG-IDX      PIC 9(4)    VALUE 0.
       01  WS-RESTART-CHG-TABLE.
           05  WS-RESTART-CHG-SLOT OCCURS 1000 TIMES.
               10  WS-RESTART-CHG-ADDRESS  PIC X(8).
               10  WS-RESTART-CHG-TYPE     PIC X(8).
               10  WS-RESTART-CHG-CODE     PIC X(1).
               10  WS-RESTART-CHG-USED     PIC X(1).

       01  WS-DUPLICATE-SW         PIC X       VALUE "N".
           88  DuplicateFound                  VALUE "Y".

       01  WS-AUDIT-IX-SEQ-X REDEFINES WS-AUDIT-IX-SEQ
                                    PIC X(3).

       01  WS-HOLD-STATUS           PIC X(2).

       01  WS-HOLD-FILE-SW          PIC X      VALUE "N".
           88  HoldFileAvailable               VALUE "Y".
           88  HoldFileUnreadable              VALUE "U".

       01  WS-HELD-SW               PIC X      VALUE "N".
           88  RegistrationHeld                VALUE "Y".

       01  WS-HOLD-ADDRESS          PIC X(8).
       01  WS-HOLD-TYPE             PIC X(8).
       01  WS-HOLD-CASE             PIC X(20).
       01  WS-HELD-COUNT            PIC 9(8)   VALUE 0.

       01  WS-REGISTRATION-DAYS     PIC 9(4)   VALUE 90.
       01  WS-EXPIRY-DATE           PIC 9(8)   VALUE 0.
       01  WS-EXPIRY-DATE-X REDEFINES WS-EXPIRY-DATE
           PERFORM DETERMINE-RUN-MODE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OperatorAuthorized AND NOT InquiryMode
               AND NOT TypeInquiryMode AND NOT BatchMode
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-MASTER-FILE
                       WHEN BatchMode
                           PERFORM OPEN-AUDIT-FILE
                           PERFORM OPEN-PENDING-FILE
                           PERFORM OPEN-HOLD-FILE
                           PERFORM OPEN-ACK-FILE
                           IF RestartMode
                               PERFORM LOAD-RESTART-CHARGES
                           END-IF
                           PERFORM OPEN-CHARGE-FILES
                           PERFORM BATCH-BEGIN
                           PERFORM CLOSE-CHARGE-FILES
                           PERFORM CLOSE-ACK-FILE
                           PERFORM CLOSE-HOLD-FILE
                           PERFORM CLOSE-PENDING-FILE
                           PERFORM CLOSE-AUDIT-FILE
                       WHEN OTHER
                           PERFORM OPEN-AUDIT-FILE
                           PERFORM OPEN-PENDING-FILE
                           PERFORM OPEN-HOLD-FILE
                           PERFORM OPEN-CHARGE-FILES
                           PERFORM BEGIN
                           PERFORM CLOSE-CHARGE-FILES
                           PERFORM CLOSE-HOLD-FILE
                           PERFORM CLOSE-PENDING-FILE
                           PERFORM CLOSE-AUDIT-FILE
                   END-EVALUATE
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

       INQUIRY-BEGIN.
           DISPLAY "Sploet Inquiry. ENTER ADDRESS TO LOOK UP" LINE 1.
           DISPLAY "Address>" LINE 2.
               ADD 1 TO WS-TXN-COUNT
               PERFORM BEGIN
               PERFORM TALLY-TRANSACTION-RESULT
               PERFORM WRITE-ACK-RECORD
               IF FUNCTION MOD(WS-TXN-COUNT, WS-CKP-INTERVAL) = 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
                   WHEN DuplicateFound
                       ADD 1 TO WS-OVERWRITE-COUNT
               END-EVALUATE
      *> a delete refused for legal hold is not an input error - it
      *> is counted apart so the load still foots for SPLOETEON
           ELSE
               IF RegistrationHeld
                   ADD 1 TO WS-HELD-COUNT
               ELSE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       PRINT-CONTROL-REPORT.
           DISPLAY "TRANSACTIONS READ:      " WS-TXN-COUNT.
           DISPLAY "ACCEPTED:               " WS-ACCEPT-COUNT.
           DISPLAY "REJECTED:               " WS-REJECT-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.
           DISPLAY "DUPLICATES OVERWRITTEN: " WS-OVERWRITE-COUNT.
           DISPLAY "PENDING APPROVAL:       " WS-PENDING-COUNT.
           DISPLAY "DELETES APPLIED:        " WS-DELETE-COUNT.
               DISPLAY "Sploet. ENTER ADDRESS AND Sploet TYPE" LINE 1
           END-IF.
           MOVE "N" TO WS-ENTRY-EDIT-SW.
           MOVE "N" TO WS-HELD-SW.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM GET-ENTRY.
           PERFORM EDIT-ENTRY.
           PERFORM UNTIL EntryIsValid OR BatchMode
                       PERFORM WRITE-AUDIT-RECORD
               END-EVALUATE
           ELSE
               IF RegistrationHeld
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "SPLOET entry held - not actioned, Address "
                       ServantAddress
               ELSE
                   DISPLAY "SPLOET entry skipped, Address "
                       ServantAddress
               END-IF
           END-IF.

       GET-ENTRY.
               WHEN ServantAddress = SPACES
                   DISPLAY "Address may not be blank"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "ADDR" TO WS-REJECT-REASON
               WHEN WS-COMMA-COUNT > 0
                   DISPLAY "Address may not contain a comma '"
                       ServantAddress "'"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "COMA" TO WS-REJECT-REASON
               WHEN NOT ValidEntryAction
                   DISPLAY "Unknown action code '" EntryAction "'"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "ACTN" TO WS-REJECT-REASON
      *> deletes and renewals act on one existing registration, and
      *> an Address may hold several - the keyed SploetType says
      *> which one.  It is not edited against the type file, since
                           "which of the Address's registrations "
                           "to act on"
                       MOVE "N" TO WS-ENTRY-EDIT-SW
                       MOVE "NOTY" TO WS-REJECT-REASON
                   ELSE
                       MOVE "Y" TO WS-ENTRY-EDIT-SW
                   END-IF
               WHEN NOT TypeOnFile
                   DISPLAY "Unknown Sploet Type '" SploetType "'"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "TYPE" TO WS-REJECT-REASON
               WHEN NOT TypeIsActive
                   DISPLAY "Sploet Type '" SploetType
                       "' is inactive - not accepted for new"
                       " registrations"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "INAC" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-ENTRY-EDIT-SW
           END-EVALUATE.
                       " is not registered as " SploetType
                       " - renew rejected"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "NOTF" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SPLOET-REC TO WS-BEFORE-IMAGE
                   IF NOT BatchMode
                       " is not registered as " SploetType
                       " - delete rejected"
                   MOVE "N" TO WS-ENTRY-EDIT-SW
                   MOVE "NOTF" TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE SPLOET-REC TO WS-BEFORE-IMAGE
                   MOVE ServantAddress TO WS-HOLD-ADDRESS
                   MOVE SploetType TO WS-HOLD-TYPE
                   PERFORM CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN RegistrationHeld
                           DISPLAY "Address " ServantAddress " type "
                               SploetType " is under legal hold, case "
                               WS-HOLD-CASE " - delete refused"
                           MOVE "N" TO WS-ENTRY-EDIT-SW
                       WHEN NOT BatchMode
                           DISPLAY "Address " ServantAddress
                               " is registered as " SR-SPLOET-TYPE
                           DISPLAY "Delete? (Y/N)"
                           ACCEPT WS-CONFIRM-SW
                           IF WS-CONFIRM-SW NOT = "Y"
                               AND WS-CONFIRM-SW NOT = "y"
                               MOVE "N" TO WS-ENTRY-EDIT-SW
                           END-IF
                   END-EVALUATE
           END-READ.

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
                       WS-HOLD-STATUS " - every delete treated as held"
                   MOVE "Y" TO WS-BAD-STATUS-SW
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

           OPEN INPUT SPLOET-CKP-FILE.
           IF WS-CKP-STATUS = "35"
               MOVE 0 TO CK-TXN-COUNT
               MOVE SPACES TO CK-TIMESTAMP
           ELSE
               READ SPLOET-CKP-FILE
                   AT END
                       MOVE 0 TO CK-TXN-COUNT
                       MOVE SPACES TO CK-TIMESTAMP
               END-READ
               CLOSE SPLOET-CKP-FILE
           END-IF.

       WRITE-CHECKPOINT.
           MOVE WS-TXN-COUNT TO CK-TXN-COUNT.
           MOVE FUNCTION CURRENT-DATE TO CK-TIMESTAMP.
           OPEN OUTPUT SPLOET-CKP-FILE.
           IF WS-CKP-STATUS NOT = "00"
               DISPLAY "SPLOET checkpoint open failed, status "
               MOVE SPLOET-REC TO JN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM UPDATE-TYPE-XREF
               IF AddAction
                   MOVE "A" TO CG-CHARGE-CODE
                   MOVE JN-TIMESTAMP TO CG-TIMESTAMP
                   PERFORM CHECK-RESTART-CHARGE
                   IF NOT ChargeAlreadyRaised
                       PERFORM WRITE-CHARGE-RECORD
                   END-IF
               END-IF
           END-IF.

      *> the renew target read has already loaded SPLOET-REC; only
               MOVE SPLOET-REC TO JN-AFTER-IMAGE
               PERFORM WRITE-JOURNAL-RECORD
               PERFORM UPDATE-TYPE-XREF
               MOVE "N" TO CG-CHARGE-CODE
               MOVE JN-TIMESTAMP TO CG-TIMESTAMP
               PERFORM CHECK-RESTART-CHARGE
               IF NOT ChargeAlreadyRaised
                   PERFORM WRITE-CHARGE-RECORD
               END-IF
           END-IF.

       DELETE-MASTER-RECORD.
                   DISPLAY "Address " ServantAddress
                       " already pending approval as "
                       PD-SPLOET-TYPE " - replaced"
                   PERFORM SAVE-REPLACED-PENDING
                   PERFORM BUILD-PENDING-FIELDS
                   REWRITE SPLOET-PENDING-REC
                       INVALID KEY
                           DISPLAY "SPLOET pending rewrite failed, "
                               "status " WS-PENDING-STATUS
                           MOVE "Y" TO WS-BAD-STATUS-SW
                       NOT INVALID KEY
                           PERFORM SETTLE-REPLACED-PENDING
                   END-REWRITE
           END-READ.
      *> the department is charged for a high-risk add when it
      *> submits it; SPLOETAPP reverses the charge if the add is
      *> rejected, naming it by the pending entry's submit stamp.  A
      *> replacement is charged afresh - the replaced entry's charge
      *> has been reversed above
           IF WS-PENDING-STATUS = "00" AND AddAction
               MOVE "A" TO CG-CHARGE-CODE
               MOVE PD-SUBMIT-TIMESTAMP TO CG-TIMESTAMP
               PERFORM WRITE-CHARGE-RECORD
           END-IF.

       SAVE-REPLACED-PENDING.
           MOVE PD-ACTION-CODE TO WS-REPLACED-ACTION.
           MOVE PD-SUBMIT-OPERATOR TO WS-REPLACED-OPERATOR.
           MOVE PD-SUBMIT-TIMESTAMP TO WS-REPLACED-TIMESTAMP.
           MOVE PD-SUBMITTER-ID TO WS-REPLACED-SUBMITTER.
           MOVE PD-BATCH-REFERENCE TO WS-REPLACED-BATCH-REF.
           MOVE PD-BATCH-SEQUENCE TO WS-REPLACED-BATCH-SEQ.

      *> once the entry is replaced neither SPLOETAPP nor SPLOETPDA
      *> can ever find it, so it is settled here: its add charge is
      *> reversed, and a department waiting on its "P" is told it
      *> was cancelled
       SETTLE-REPLACED-PENDING.
           IF WS-REPLACED-ACTION = "A"
               PERFORM WRITE-REPLACED-CHARGE-MARKER
           END-IF.
           IF WS-REPLACED-SUBMITTER NOT = SPACES
               OR WS-REPLACED-BATCH-REF NOT = SPACES
               PERFORM WRITE-REPLACED-ACK
           END-IF.

      *> the marker lands on the department the replaced add was
      *> charged to and names that charge by the replaced entry's
      *> submit stamp, the way SPLOETAPP names it on a rejection
       WRITE-REPLACED-CHARGE-MARKER.
           IF WS-REPLACED-SUBMITTER NOT = SPACES
               MOVE WS-REPLACED-SUBMITTER TO CG-DEPARTMENT
           ELSE
               MOVE WS-REPLACED-OPERATOR TO CG-DEPARTMENT
           END-IF.
           MOVE WS-REPLACED-BATCH-REF TO CG-BATCH-REFERENCE.
           MOVE ServantAddress TO CG-ADDRESS.
           MOVE SploetType TO CG-SPLOET-TYPE.
           MOVE "J" TO CG-CHARGE-CODE.
           MOVE 0 TO CG-AMOUNT.
           MOVE SPACES TO CG-RATE-DATE.
           MOVE "SPLOET" TO CG-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO CG-TIMESTAMP.
           MOVE WS-REPLACED-TIMESTAMP TO CG-REVERSES-TIMESTAMP.
           WRITE SPLOET-CHARGE-REC.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge write failed, status "
                   WS-CHARGE-STATUS " - " ServantAddress " "
                   SploetType
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

      *> the disposition file is only open for a batch run; a keyed
      *> entry replacing a batch detail opens it for the one record
       WRITE-REPLACED-ACK.
           IF NOT BatchMode
               PERFORM OPEN-ACK-FILE
           END-IF.
           MOVE WS-REPLACED-SUBMITTER TO AK-SUBMITTER-ID.
           MOVE WS-REPLACED-BATCH-REF TO AK-BATCH-REFERENCE.
           MOVE WS-REPLACED-BATCH-SEQ TO AK-BATCH-SEQUENCE.
           MOVE ServantAddress TO AK-ADDRESS.
           MOVE SploetType TO AK-SPLOET-TYPE.
           MOVE WS-REPLACED-ACTION TO AK-ACTION-CODE.
           MOVE SPACES TO AK-EFFECTIVE-DATE.
           MOVE "X" TO AK-DISPOSITION.
           MOVE "REPL" TO AK-REASON-CODE.
           MOVE "Y" TO AK-FOLLOW-UP-FLAG.
           MOVE "SPLOET" TO AK-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP.
           IF WS-ACK-STATUS = "00"
               WRITE SPLOET-ACK-REC
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "SPLOET disposition write failed, status "
                       WS-ACK-STATUS
                   MOVE "Y" TO WS-BAD-STATUS-SW
               END-IF
           END-IF.
           IF NOT BatchMode AND WS-ACK-STATUS = "00"
               PERFORM CLOSE-ACK-FILE
           END-IF.

       BUILD-PENDING-FIELDS.
           MOVE SploetType TO PD-SPLOET-TYPE.
           MOVE EntryAction TO PD-ACTION-CODE.
           MOVE WS-OPERATOR-ID TO PD-SUBMIT-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO PD-SUBMIT-TIMESTAMP.
           IF BatchMode
               MOVE TX-SUBMITTER-ID TO PD-SUBMITTER-ID
               MOVE TX-BATCH-REFERENCE TO PD-BATCH-REFERENCE
               MOVE TX-BATCH-SEQUENCE TO PD-BATCH-SEQUENCE
           ELSE
               MOVE SPACES TO PD-SUBMITTER-ID
               MOVE SPACES TO PD-BATCH-REFERENCE
               MOVE 0 TO PD-BATCH-SEQUENCE
           END-IF.

       OPEN-PENDING-FILE.
           OPEN I-O SPLOET-PENDING-FILE.
               OPEN I-O SPLOET-PENDING-FILE
           END-IF.
           IF WS-PENDING-STATUS = "39"
               DISPLAY "SPLOET pending file mismatch, status 39 - "
                   "the file predates the Address+SploetType key "
                   "or the intake origin fields; run SPLOETCNV to "
                   "convert it"
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

           MOVE ServantAddress TO AU-ADDRESS.
           MOVE SploetType TO AU-SPLOET-TYPE.
           EVALUATE TRUE
               WHEN RegistrationHeld
                   MOVE "H" TO AU-ACTION-CODE
      *> "R" in the audit trail already means rejected, so a renewal
      *> is audited as "N" to keep the history unambiguous
               WHEN RoutedToPending
           CLOSE SPLOET-AUDIT-IX-FILE.
           CLOSE SPLOET-JOURNAL-FILE.

      *> the disposition file accumulates between deliveries, so it
      *> is extended; losing a disposition leaves a department
      *> unable to close its loop, so a failure fails the run
       OPEN-ACK-FILE.
           OPEN EXTEND SPLOET-ACK-FILE.
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT SPLOET-ACK-FILE
               CLOSE SPLOET-ACK-FILE
               OPEN EXTEND SPLOET-ACK-FILE
           END-IF.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "SPLOET disposition file open failed, status "
                   WS-ACK-STATUS
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

       CLOSE-ACK-FILE.
           CLOSE SPLOET-ACK-FILE.

      *> one disposition per batch transaction, decided in the same
      *> order TALLY-TRANSACTION-RESULT counts it so the disposition
      *> file agrees with the control report
       WRITE-ACK-RECORD.
           MOVE TX-SUBMITTER-ID TO AK-SUBMITTER-ID.
           MOVE TX-BATCH-REFERENCE TO AK-BATCH-REFERENCE.
           MOVE TX-BATCH-SEQUENCE TO AK-BATCH-SEQUENCE.
           MOVE TX-ADDRESS TO AK-ADDRESS.
           MOVE TX-SPLOET-TYPE TO AK-SPLOET-TYPE.
           MOVE TX-ACTION-CODE TO AK-ACTION-CODE.
           MOVE TX-EFFECTIVE-DATE TO AK-EFFECTIVE-DATE.
           MOVE TX-FOLLOW-UP-FLAG TO AK-FOLLOW-UP-FLAG.
           MOVE SPACES TO AK-REASON-CODE.
           EVALUATE TRUE
               WHEN RegistrationHeld
                   MOVE "H" TO AK-DISPOSITION
               WHEN NOT EntryIsValid
                   MOVE "J" TO AK-DISPOSITION
                   MOVE WS-REJECT-REASON TO AK-REASON-CODE
               WHEN RoutedToPending
                   MOVE "P" TO AK-DISPOSITION
               WHEN DeleteAction OR RenewAction
                   MOVE "L" TO AK-DISPOSITION
               WHEN DuplicateFound
                   MOVE "L" TO AK-DISPOSITION
                   MOVE "OVWR" TO AK-REASON-CODE
               WHEN OTHER
                   MOVE "L" TO AK-DISPOSITION
           END-EVALUATE.
           MOVE "SPLOET" TO AK-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP.
           WRITE SPLOET-ACK-REC.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "SPLOET disposition write failed, status "
                   WS-ACK-STATUS
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

      *> the fee schedule is reference data: without it charges are
      *> still raised, unpriced, and the billing run lists them.
      *> The charge file is money owed, so losing a charge fails the
      *> run the way losing a disposition does
       OPEN-CHARGE-FILES.
           MOVE "N" TO WS-FEE-FILE-SW.
           OPEN INPUT SPLOET-FEE-FILE.
           IF WS-FEE-STATUS = "00"
               SET FeeFileAvailable TO TRUE
           ELSE
               DISPLAY "SPLOET fee schedule unavailable, status "
                   WS-FEE-STATUS " - charges raised unpriced"
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
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

       CLOSE-CHARGE-FILES.
           IF FeeFileAvailable
               CLOSE SPLOET-FEE-FILE
           END-IF.
           CLOSE SPLOET-CHARGE-FILE.

      *> a restart reapplies every transaction after the checkpoint,
      *> and the failed run has already charged the ones it got to:
      *> its add and renewal charges stamped after the checkpoint
      *> was taken are loaded before the charge file is opened for
      *> writing.  A checkpoint with no timestamp has nothing after
      *> it to find.  If the charges cannot be read the restart goes
      *> on but ends with RETURN-CODE 8, so billing checks the
      *> reprocessed pairs by hand
       LOAD-RESTART-CHARGES.
           MOVE 0 TO WS-RESTART-CHG-COUNT.
           MOVE "N" TO WS-RESTART-CHG-EOF-SW.
           PERFORM READ-CHECKPOINT.
           IF CK-TIMESTAMP NOT = SPACES
               OPEN INPUT SPLOET-CHARGE-FILE
               EVALUATE WS-CHARGE-STATUS
                   WHEN "00"
                       PERFORM READ-RESTART-CHARGE
                       PERFORM UNTIL EndOfRestartCharges
                           PERFORM KEEP-RESTART-CHARGE
                           PERFORM READ-RESTART-CHARGE
                       END-PERFORM
                       CLOSE SPLOET-CHARGE-FILE
                   WHEN "35"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "SPLOET charge file unreadable for "
                           "restart, status " WS-CHARGE-STATUS
                           " - reprocessed pairs may be charged twice"
                       MOVE "Y" TO WS-BAD-STATUS-SW
               END-EVALUATE
               DISPLAY "CHARGES RAISED SINCE CHECKPOINT: "
                   WS-RESTART-CHG-COUNT
           END-IF.

       READ-RESTART-CHARGE.
           READ SPLOET-CHARGE-FILE
               AT END
                   SET EndOfRestartCharges TO TRUE
           END-READ.

       KEEP-RESTART-CHARGE.
           IF CG-PROGRAM-ID = "SPLOET"
               AND CG-TIMESTAMP > CK-TIMESTAMP
               AND (CG-CHARGE-CODE = "A" OR CG-CHARGE-CODE = "N")
               IF WS-RESTART-CHG-COUNT < 1000
                   ADD 1 TO WS-RESTART-CHG-COUNT
                   MOVE CG-ADDRESS
                       TO WS-RESTART-CHG-ADDRESS(WS-RESTART-CHG-COUNT)
                   MOVE CG-SPLOET-TYPE
                       TO WS-RESTART-CHG-TYPE(WS-RESTART-CHG-COUNT)
                   MOVE CG-CHARGE-CODE
                       TO WS-RESTART-CHG-CODE(WS-RESTART-CHG-COUNT)
                   MOVE "N"
                       TO WS-RESTART-CHG-USED(WS-RESTART-CHG-COUNT)
               ELSE
                   DISPLAY "SPLOET restart charge table full - "
                       CG-ADDRESS " " CG-SPLOET-TYPE
                       " may be charged twice"
                   MOVE "Y" TO WS-BAD-STATUS-SW
               END-IF
           END-IF.

      *> the charge code is set by the caller; a slot matching the
      *> pair and code is the failed run's charge for this same
      *> transaction
       CHECK-RESTART-CHARGE.
           MOVE "N" TO WS-CHARGE-RAISED-SW.
           PERFORM VARYING WS-RESTART-CHG-IDX FROM 1 BY 1
                   UNTIL WS-RESTART-CHG-IDX > WS-RESTART-CHG-COUNT
                   OR ChargeAlreadyRaised
               IF WS-RESTART-CHG-USED(WS-RESTART-CHG-IDX) = "N"
                   AND WS-RESTART-CHG-ADDRESS(WS-RESTART-CHG-IDX)
                       = ServantAddress
                   AND WS-RESTART-CHG-TYPE(WS-RESTART-CHG-IDX)
                       = SploetType
                   AND WS-RESTART-CHG-CODE(WS-RESTART-CHG-IDX)
                       = CG-CHARGE-CODE
                   MOVE "Y" TO WS-RESTART-CHG-USED(WS-RESTART-CHG-IDX)
                   SET ChargeAlreadyRaised TO TRUE
                   DISPLAY "Charge " CG-CHARGE-CODE " for "
                       ServantAddress " " SploetType
                       " already raised before the restart"
               END-IF
           END-PERFORM.

      *> callers set the charge code and the stamp that names the
      *> charge (see SPLCHG); the department is the intake
      *> submitter, or the operator for a keyed entry
       WRITE-CHARGE-RECORD.
           IF BatchMode AND TX-SUBMITTER-ID NOT = SPACES
               MOVE TX-SUBMITTER-ID TO CG-DEPARTMENT
               MOVE TX-BATCH-REFERENCE TO CG-BATCH-REFERENCE
           ELSE
               MOVE WS-OPERATOR-ID TO CG-DEPARTMENT
               MOVE SPACES TO CG-BATCH-REFERENCE
           END-IF.
           MOVE ServantAddress TO CG-ADDRESS.
           MOVE SploetType TO CG-SPLOET-TYPE.
           MOVE "SPLOET" TO CG-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID.
           MOVE SPACES TO CG-REVERSES-TIMESTAMP.
           PERFORM PRICE-CHARGE.
           WRITE SPLOET-CHARGE-REC.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge write failed, status "
                   WS-CHARGE-STATUS " - " ServantAddress " "
                   SploetType
               MOVE "Y" TO WS-BAD-STATUS-SW
           END-IF.

      *> the rate in force is the type's latest schedule entry
      *> effective on or before the charge date
       PRICE-CHARGE.
           MOVE 0 TO CG-AMOUNT.
           MOVE SPACES TO CG-RATE-DATE.
           MOVE "N" TO WS-FEE-EOF-SW.
           IF FeeFileAvailable
               MOVE CG-SPLOET-TYPE TO FE-SPLOET-TYPE
               MOVE LOW-VALUES TO FE-EFFECTIVE-DATE
               START SPLOET-FEE-FILE KEY NOT LESS THAN FE-KEY
                   INVALID KEY
                       SET EndOfFeeRates TO TRUE
               END-START
               PERFORM UNTIL EndOfFeeRates
                   READ SPLOET-FEE-FILE NEXT RECORD
                       AT END
                           SET EndOfFeeRates TO TRUE
                       NOT AT END
                           IF FE-SPLOET-TYPE NOT = CG-SPLOET-TYPE
                               OR FE-EFFECTIVE-DATE
                                   > CG-TIMESTAMP(1:8)
                               SET EndOfFeeRates TO TRUE
                           ELSE
                               MOVE FE-EFFECTIVE-DATE TO CG-RATE-DATE
                               EVALUATE CG-CHARGE-CODE
                                   WHEN "N"
                                       MOVE FE-RENEWAL-FEE
                                           TO CG-AMOUNT
                                   WHEN OTHER
                                       MOVE FE-ADD-FEE TO CG-AMOUNT
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *> every batch program appends its control totals to the
      *> shared SPLOETRC run-control file; PROGRAM-ID SPLOETEON
      *> verifies and cross-foots the chain at end of night
               MOVE WS-ACCEPT-COUNT TO RC-COUNT-2
               MOVE WS-REJECT-COUNT TO RC-COUNT-3
               MOVE WS-PENDING-COUNT TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
