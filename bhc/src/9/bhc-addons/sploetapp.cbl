      *> The approving operator must differ from the submitter:
      *> entries an operator submitted themselves are shown but
      *> cannot be approved or rejected by them.
      *> An entry that came in through the batch intake carries its
      *> submitter and batch reference (see SPLPND); each decision on
      *> one is appended to the SPLOETAK disposition file as a
      *> follow-up - loaded on approval, rejected DECL on rejection -
      *> settling the "P" acknowledgment SPLOET gave it (see SPLACK).
      *> Each release raises a "V" charge on the SPLOETCG charge file
      *> against the submitting department, priced from the SPLOETFE
      *> fee schedule; rejecting a queued add writes a "J" marker
      *> that reverses the add charge SPLOET raised when it was
      *> submitted (see SPLCHG).
      *> Nothing is reviewed while the nightly chain holds the batch
      *> window on the SPLOETCT control file (see SPLCTL).
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETAPP.
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT SPLOET-CONTROL-FILE ASSIGN TO "SPLOETCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SPLOET-JOURNAL-FILE ASSIGN TO "SPLOETJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

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

       FD  SPLOET-JOURNAL-FILE.
           COPY SPLJRN.

       FD  SPLOET-XREF-FILE.
           COPY SPLXRF.

       FD  SPLOET-ACK-FILE.
           COPY SPLACK.

       FD  SPLOET-FEE-FILE.
           COPY SPLFEE.

       FD  SPLOET-CHARGE-FILE.
           COPY SPLCHG.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-ACK-STATUS           PIC X(2).
       01  WS-FEE-STATUS           PIC X(2).
       01  WS-CHARGE-STATUS        PIC X(2).

       01  WS-FEE-FILE-SW          PIC X       VALUE "N".
           88  FeeFileAvailable                VALUE "Y".

       01  WS-FEE-EOF-SW           PIC X       VALUE "N".
           88  EndOfFeeRates                   VALUE "Y".

       01  WS-BEFORE-IMAGE         PIC X(51).
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".
       START-SPLOETAPP.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OperatorAuthorized
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Sploet Approval. PENDING HIGH-RISK "
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

       OPEN-APPROVAL-FILES.
           OPEN I-O SPLOET-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
           OPEN I-O SPLOET-PENDING-FILE.
           IF WS-PENDING-STATUS NOT = "00"
               IF WS-PENDING-STATUS = "39"
                   DISPLAY "SPLOET pending file mismatch, status 39 "
                       "- the file predates the Address+SploetType "
                       "key or the intake origin fields; run "
                       "SPLOETCNV to convert it"
               ELSE
                   DISPLAY "No pending registrations on file, "
                       "status " WS-PENDING-STATUS
               CLOSE SPLOET-JOURNAL-FILE
               OPEN EXTEND SPLOET-JOURNAL-FILE
           END-IF.
           OPEN EXTEND SPLOET-ACK-FILE.
           IF WS-ACK-STATUS = "35"
               OPEN OUTPUT SPLOET-ACK-FILE
               CLOSE SPLOET-ACK-FILE
               OPEN EXTEND SPLOET-ACK-FILE
           END-IF.
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
           IF NOT EndOfPending
               MOVE LOW-VALUES TO PD-KEY
               START SPLOET-PENDING-FILE
           MOVE PD-ADDRESS TO WS-DECIDED-ADDRESS.
           MOVE PD-SPLOET-TYPE TO WS-DECIDED-TYPE.
           PERFORM RELEASE-TO-MASTER.
           IF WS-MASTER-STATUS = "00"
               MOVE "V" TO CG-CHARGE-CODE
               MOVE JN-TIMESTAMP TO CG-TIMESTAMP
               MOVE SPACES TO CG-REVERSES-TIMESTAMP
               PERFORM WRITE-CHARGE-RECORD
           END-IF.
           MOVE "L" TO AK-DISPOSITION.
           IF DuplicateFound
               MOVE "OVWR" TO AK-REASON-CODE
           ELSE
               MOVE SPACES TO AK-REASON-CODE
           END-IF.
           PERFORM WRITE-ACK-RECORD.
           PERFORM DELETE-PENDING-ENTRY.
           MOVE "V" TO AU-ACTION-CODE.
           PERFORM WRITE-AUDIT-RECORD.
       REJECT-PENDING-ENTRY.
           MOVE PD-ADDRESS TO WS-DECIDED-ADDRESS.
           MOVE PD-SPLOET-TYPE TO WS-DECIDED-TYPE.
           MOVE "J" TO AK-DISPOSITION.
           MOVE "DECL" TO AK-REASON-CODE.
           PERFORM WRITE-ACK-RECORD.
           IF PD-ACTION-CODE = "A"
               MOVE "J" TO CG-CHARGE-CODE
               MOVE FUNCTION CURRENT-DATE TO CG-TIMESTAMP
               MOVE PD-SUBMIT-TIMESTAMP TO CG-REVERSES-TIMESTAMP
               PERFORM WRITE-CHARGE-RECORD
           END-IF.
           PERFORM DELETE-PENDING-ENTRY.
           MOVE "R" TO AU-ACTION-CODE.
           PERFORM WRITE-AUDIT-RECORD.
                       "status " WS-AUDIT-IX-STATUS
           END-WRITE.

      *> a keyed entry has no department waiting on it, so only an
      *> entry with a batch origin is acknowledged.  Callers set the
      *> disposition and reason; the origin comes off the pending
      *> entry, so this runs before it is deleted
       WRITE-ACK-RECORD.
           IF PD-SUBMITTER-ID NOT = SPACES
               OR PD-BATCH-REFERENCE NOT = SPACES
               MOVE PD-SUBMITTER-ID TO AK-SUBMITTER-ID
               MOVE PD-BATCH-REFERENCE TO AK-BATCH-REFERENCE
               MOVE PD-BATCH-SEQUENCE TO AK-BATCH-SEQUENCE
               MOVE WS-DECIDED-ADDRESS TO AK-ADDRESS
               MOVE WS-DECIDED-TYPE TO AK-SPLOET-TYPE
               MOVE PD-ACTION-CODE TO AK-ACTION-CODE
               MOVE SPACES TO AK-EFFECTIVE-DATE
               MOVE "Y" TO AK-FOLLOW-UP-FLAG
               MOVE "SPLOETAPP" TO AK-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP
               WRITE SPLOET-ACK-REC
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "SPLOET disposition write failed, status "
                       WS-ACK-STATUS
               END-IF
           END-IF.

      *> the department is the one that submitted the entry - the
      *> intake submitter, or the keying operator for an entry made
      *> at the terminal - so a release and a rejection land on the
      *> same department as the add charge SPLOET raised.  Callers
      *> set the charge code and stamps; this runs before the
      *> pending entry is deleted
       WRITE-CHARGE-RECORD.
           IF PD-SUBMITTER-ID NOT = SPACES
               MOVE PD-SUBMITTER-ID TO CG-DEPARTMENT
           ELSE
               MOVE PD-SUBMIT-OPERATOR TO CG-DEPARTMENT
           END-IF.
           MOVE PD-BATCH-REFERENCE TO CG-BATCH-REFERENCE.
           MOVE WS-DECIDED-ADDRESS TO CG-ADDRESS.
           MOVE WS-DECIDED-TYPE TO CG-SPLOET-TYPE.
           MOVE "SPLOETAPP" TO CG-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO CG-OPERATOR-ID.
           MOVE 0 TO CG-AMOUNT.
           MOVE SPACES TO CG-RATE-DATE.
           IF CG-CHARGE-CODE = "V"
               PERFORM PRICE-CHARGE
           END-IF.
           WRITE SPLOET-CHARGE-REC.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge write failed, status "
                   WS-CHARGE-STATUS " - " WS-DECIDED-ADDRESS " "
                   WS-DECIDED-TYPE
           END-IF.

      *> the rate in force is the type's latest schedule entry
      *> effective on or before the charge date
       PRICE-CHARGE.
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
                               MOVE FE-RELEASE-FEE TO CG-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CLOSE-APPROVAL-FILES.
           IF WS-PENDING-STATUS NOT = "35"
               CLOSE SPLOET-PENDING-FILE
           END-IF.
           CLOSE SPLOET-ACK-FILE.
           IF FeeFileAvailable
               CLOSE SPLOET-FEE-FILE
           END-IF.
           CLOSE SPLOET-CHARGE-FILE.
           CLOSE SPLOET-JOURNAL-FILE.
           CLOSE SPLOET-AUDIT-IX-FILE.
           CLOSE SPLOET-AUDIT-FILE.
