      *> SPLREC layout and reported.  Every flip to EXPIRED is also
      *> written to the SPLOETAU/SPLOETAX audit trail (action "E")
      *> so downstream extracts and inquiry see expiries like any
      *> other change.  A past-expiry registration under legal hold
      *> (SPLOETHL, see PROGRAM-ID SPLOETHLD) is left ACTIVE, audited
      *> as "H" and listed HELD - NOT ACTIONED.  Ends with control
      *> totals.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETEXP.
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
       FD  SPLOET-XREF-FILE.
           COPY SPLXRF.

       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       WORKING-STORAGE SECTION.
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-WINDOW-DATE-X REDEFINES WS-WINDOW-DATE
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
       01  WS-EXPIRED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-WARNING-COUNT        PIC 9(8)    VALUE 0.
           CLOSE SPLOET-XREF-FILE.
           CLOSE SPLOET-MASTER-FILE.
           CLOSE SPLOET-WARNING-FILE.
           PERFORM CLOSE-HOLD-FILE.
           DISPLAY "MASTER RECORDS READ:    " WS-READ-COUNT.
           DISPLAY "FLIPPED TO EXPIRED:     " WS-EXPIRED-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.
           DISPLAY "EXPIRING-SOON WARNINGS: " WS-WARNING-COUNT.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           PERFORM WRITE-RUN-RECORD.
               CLOSE SPLOET-XREF-FILE
               OPEN I-O SPLOET-XREF-FILE
           END-IF.
           PERFORM OPEN-HOLD-FILE.
           OPEN OUTPUT SPLOET-WARNING-FILE.
           IF WS-WARNING-STATUS NOT = "00"
               DISPLAY "SPLOET warning extract open failed, status "
           IF SR-STATUS NOT = "E"
               EVALUATE TRUE
                   WHEN SR-EXPIRY-DATE < WS-TODAY-DATE-X
                       MOVE SR-ADDRESS TO WS-HOLD-ADDRESS
                       MOVE SR-SPLOET-TYPE TO WS-HOLD-TYPE
                       PERFORM CHECK-LEGAL-HOLD
                       IF RegistrationHeld
                           PERFORM SKIP-HELD-RECORD
                       ELSE
                           PERFORM EXPIRE-MASTER-RECORD
                       END-IF
                   WHEN SR-EXPIRY-DATE NOT GREATER THAN
                           WS-WINDOW-DATE-X
                       PERFORM WRITE-EXPIRY-WARNING
               END-EVALUATE
           END-IF.

      *> a held registration stays ACTIVE past its expiry until the
      *> hold is released; it comes up (and is audited) every night
      *> until then, so compliance can see the freeze is still biting
       SKIP-HELD-RECORD.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "HELD     " SR-ADDRESS " " SR-SPLOET-TYPE
               " (expiry was " SR-EXPIRY-DATE ") case " WS-HOLD-CASE
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
                       WS-HOLD-STATUS " - every expiry treated as held"
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

       EXPIRE-MASTER-RECORD.
           MOVE SPLOET-REC TO WS-BEFORE-IMAGE.
           MOVE "E" TO SR-STATUS.
               MOVE WS-EXPIRED-COUNT TO RC-COUNT-2
               MOVE WS-WARNING-COUNT TO RC-COUNT-3
               MOVE 0 TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
