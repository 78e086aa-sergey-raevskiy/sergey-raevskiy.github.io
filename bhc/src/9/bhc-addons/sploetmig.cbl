      *> SERVANT $ edit sploetmig.cbl
      *>
      *> PROGRAM-ID SPLOETMIG - SploetType retirement and migration.
      *> Deactivating a type in SPLOETTYP only stops new
      *> registrations; this job moves the ones already on the
      *> master.  The command line is 'mode oldtype successor':
      *>   mode      T - trial: print what would happen, change nothing
      *>             A - apply
      *>   oldtype   the SploetType being retired
      *>   successor the active SploetType to re-register under, or
      *>             DEREGISTER to take the registrations off the
      *>             master altogether
      *> Every registration under the old type is found from the
      *> SPLOETXR cross-reference and confirmed against the master.
      *> A migration writes the Address under the successor type
      *> carrying the old status and expiry date over unchanged (it
      *> is not a reconfirmation), then deletes the old pair; it is
      *> audited "A" for the new pair and "D" for the old so
      *> SPLOETREC stays in balance.  A deregistration deletes the
      *> old pair, audited "D".  Both are journaled and kept in the
      *> cross-reference.  Each Address is reported as
      *>   MIGRATED / DEREGISTERED (trial: WOULD MIGRATE / WOULD
      *>                DEREGISTER)
      *>   COLLISION    the Address already holds the successor type
      *>                - left alone for manual handling
      *>   HELD         the pair is under legal hold (audited "H")
      *>   XREF STALE   the cross-reference named a pair the master
      *>                does not hold - the entry is dropped
      *> A supervisor function: the operator (USER) must be on the
      *> SPLOETOP operator reference file, active, and flagged as a
      *> supervisor - see PROGRAM-ID SPLOETOPR.
      *> An apply is refused while the nightly chain holds the batch
      *> window on the SPLOETCT control file (see SPLCTL), as it
      *> would put the night's reconciliation out of balance; a
      *> trial changes nothing and runs regardless.
      *> RETURN-CODE 0 clean, 4 collisions, held or stale entries
      *> (or the old type is still active), 8 not authorised, bad
      *> command line or a file failure.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETMIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-MASTER-FILE ASSIGN TO "SPLOETM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-KEY
               FILE STATUS IS WS-MASTER-STATUS.

           SELECT SPLOET-XREF-FILE ASSIGN TO "SPLOETXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XR-KEY
               FILE STATUS IS WS-XREF-STATUS.

           SELECT SPLOET-TYPE-FILE ASSIGN TO "SPLOETTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TY-TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT SPLOET-AUDIT-FILE ASSIGN TO "SPLOETAU"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SPLOET-AUDIT-IX-FILE ASSIGN TO "SPLOETAX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIT-IX-STATUS.

           SELECT SPLOET-JOURNAL-FILE ASSIGN TO "SPLOETJN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-MASTER-FILE.
           COPY SPLREC.

       FD  SPLOET-XREF-FILE.
           COPY SPLXRF.

       FD  SPLOET-TYPE-FILE.
           COPY SPLTYP.

       FD  SPLOET-AUDIT-FILE.
           COPY SPLAUD.

       FD  SPLOET-AUDIT-IX-FILE.
           COPY SPLAUX.

       FD  SPLOET-JOURNAL-FILE.
           COPY SPLJRN.

       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-XREF-STATUS          PIC X(2).
       01  WS-TYPE-STATUS          PIC X(2).
       01  WS-AUDIT-STATUS         PIC X(2).
       01  WS-AUDIT-IX-STATUS      PIC X(2).
       01  WS-JOURNAL-STATUS       PIC X(2).
       01  WS-HOLD-STATUS          PIC X(2).
       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-PARM                 PIC X(40).
       01  WS-RUN-MODE             PIC X(1)    VALUE SPACE.
           88  TrialMode                       VALUE "T".
           88  ApplyMode                       VALUE "A".
       01  WS-OLD-TYPE             PIC X(8)    VALUE SPACES.
       01  WS-SUCCESSOR            PIC X(10)   VALUE SPACES.
       01  WS-NEW-TYPE             PIC X(8)    VALUE SPACES.

       01  WS-DEREGISTER-SW        PIC X       VALUE "N".
           88  DeregisterRun                   VALUE "Y".

       01  WS-FILES-OPEN-SW        PIC X       VALUE "N".
           88  MigrationFilesOpen              VALUE "Y".

       01  WS-XREF-EOF-SW          PIC X       VALUE "N".
           88  EndOfOldType                    VALUE "Y".

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

       01  WS-CURRENT-ADDRESS      PIC X(8).
       01  WS-OLD-IMAGE            PIC X(51).
       01  WS-OLD-STATUS           PIC X(1).
       01  WS-OLD-EXPIRY           PIC X(8).

       01  WS-FOUND-COUNT          PIC 9(8)    VALUE 0.
       01  WS-MOVED-COUNT          PIC 9(8)    VALUE 0.
       01  WS-COLLISION-COUNT      PIC 9(8)    VALUE 0.
       01  WS-STALE-COUNT          PIC 9(8)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           DISPLAY "SPLOETMIG - SPLOET TYPE RETIREMENT".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM PARSE-PARM.
           IF WS-RETURN-CODE < 8
               PERFORM DETERMINE-OPERATOR
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF OperatorAuthorized AND ApplyMode
                   PERFORM CHECK-BATCH-WINDOW
               END-IF
               IF NOT OperatorAuthorized OR NOT BatchWindowClosed
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM CHECK-TYPES
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM OPEN-MIGRATION-FILES
           END-IF.
           IF MigrationFilesOpen
               PERFORM MIGRATE-OLD-TYPE
               PERFORM CLOSE-MIGRATION-FILES
           END-IF.
           PERFORM PRINT-MIGRATION-TOTALS.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-OLD-TYPE WS-SUCCESSOR
           END-UNSTRING.
           IF WS-SUCCESSOR = "DEREGISTER"
               SET DeregisterRun TO TRUE
           ELSE
               MOVE WS-SUCCESSOR TO WS-NEW-TYPE
           END-IF.
           EVALUATE TRUE
               WHEN NOT TrialMode AND NOT ApplyMode
                   DISPLAY "Run mode must be T (trial) or A (apply) "
                       "- run refused"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-OLD-TYPE = SPACES OR WS-SUCCESSOR = SPACES
                   DISPLAY "Name the run as 'mode oldtype successor' "
                       "or 'mode oldtype DEREGISTER' - run refused"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN WS-NEW-TYPE = WS-OLD-TYPE
                   DISPLAY "Successor type is the type being retired "
                       "- run refused"
                   MOVE 8 TO WS-RETURN-CODE
               WHEN DeregisterRun
                   DISPLAY "DEREGISTERING EVERY " WS-OLD-TYPE
                       " REGISTRATION"
               WHEN OTHER
                   DISPLAY "MIGRATING EVERY " WS-OLD-TYPE
                       " REGISTRATION TO " WS-NEW-TYPE
           END-EVALUATE.
           IF TrialMode AND WS-RETURN-CODE < 8
               DISPLAY "TRIAL RUN - NOTHING WILL BE CHANGED"
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> moving or removing a whole type's registrations is a
      *> supervisor decision: the operator must be on the reference
      *> file, active, and flagged as a supervisor.  An unavailable
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

      *> the successor must be a type SPLOET would accept today.
      *> The old type is normally already deactivated; if it is not,
      *> new registrations will keep arriving under it, so say so
       CHECK-TYPES.
           OPEN INPUT SPLOET-TYPE-FILE.
           IF WS-TYPE-STATUS NOT = "00"
               DISPLAY "SPLOET type reference file unavailable, "
                   "status " WS-TYPE-STATUS " - run refused"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               MOVE WS-OLD-TYPE TO TY-TYPE-CODE
               READ SPLOET-TYPE-FILE
                   INVALID KEY
                       DISPLAY "Old type " WS-OLD-TYPE
                           " is not on the type file"
                   NOT INVALID KEY
                       IF TY-ACTIVE-FLAG = "Y"
                           DISPLAY "WARNING - old type " WS-OLD-TYPE
                               " is still active; deactivate it with "
                               "SPLOETTYP D to stop new registrations"
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
               END-READ
               IF NOT DeregisterRun
                   MOVE WS-NEW-TYPE TO TY-TYPE-CODE
                   READ SPLOET-TYPE-FILE
                       INVALID KEY
                           DISPLAY "Successor type " WS-NEW-TYPE
                               " is not on the type file - run "
                               "refused"
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           IF TY-ACTIVE-FLAG NOT = "Y"
                               DISPLAY "Successor type " WS-NEW-TYPE
                                   " is not active - run refused"
                               MOVE 8 TO WS-RETURN-CODE
                           END-IF
                   END-READ
               END-IF
               CLOSE SPLOET-TYPE-FILE
           END-IF.

      *> a trial run opens the master and cross-reference for input
      *> only and writes no audit or journal, so it can be run at any
      *> time without disturbing anything
       OPEN-MIGRATION-FILES.
           IF TrialMode
               OPEN INPUT SPLOET-MASTER-FILE
           ELSE
               OPEN I-O SPLOET-MASTER-FILE
           END-IF.
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
               IF TrialMode
                   OPEN INPUT SPLOET-XREF-FILE
               ELSE
                   OPEN I-O SPLOET-XREF-FILE
               END-IF
               IF WS-XREF-STATUS NOT = "00"
                   DISPLAY "SPLOET type xref open failed, status "
                       WS-XREF-STATUS " - rebuild it with SPLOETXRF"
                   MOVE 8 TO WS-RETURN-CODE
                   CLOSE SPLOET-MASTER-FILE
               ELSE
                   SET MigrationFilesOpen TO TRUE
                   PERFORM OPEN-HOLD-FILE
                   IF ApplyMode
                       PERFORM OPEN-AUDIT-FILES
                   END-IF
               END-IF
           END-IF.

       OPEN-AUDIT-FILES.
           OPEN EXTEND SPLOET-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT SPLOET-AUDIT-FILE
               CLOSE SPLOET-AUDIT-FILE
               OPEN EXTEND SPLOET-AUDIT-FILE
           END-IF.
           OPEN I-O SPLOET-AUDIT-IX-FILE.
           IF WS-AUDIT-IX-STATUS = "35"
               OPEN OUTPUT SPLOET-AUDIT-IX-FILE
               CLOSE SPLOET-AUDIT-IX-FILE
               OPEN I-O SPLOET-AUDIT-IX-FILE
           END-IF.
           OPEN EXTEND SPLOET-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT SPLOET-JOURNAL-FILE
               CLOSE SPLOET-JOURNAL-FILE
               OPEN EXTEND SPLOET-JOURNAL-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT = "00"
               OR WS-AUDIT-IX-STATUS NOT = "00"
               OR WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "SPLOET audit/journal open failed, status "
                   WS-AUDIT-STATUS " " WS-AUDIT-IX-STATUS " "
                   WS-JOURNAL-STATUS " - nothing changed"
               MOVE 8 TO WS-RETURN-CODE
               CLOSE SPLOET-AUDIT-FILE
               CLOSE SPLOET-AUDIT-IX-FILE
               CLOSE SPLOET-JOURNAL-FILE
               CLOSE SPLOET-MASTER-FILE
               CLOSE SPLOET-XREF-FILE
               PERFORM CLOSE-HOLD-FILE
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF.

       CLOSE-MIGRATION-FILES.
           IF ApplyMode
               CLOSE SPLOET-AUDIT-FILE
               CLOSE SPLOET-AUDIT-IX-FILE
               CLOSE SPLOET-JOURNAL-FILE
           END-IF.
           CLOSE SPLOET-MASTER-FILE.
           CLOSE SPLOET-XREF-FILE.
           PERFORM CLOSE-HOLD-FILE.

      *> the cross-reference is read type-first from the old type's
      *> first Address.  Applying writes and deletes cross-reference
      *> entries as it goes, so after each Address the read is
      *> repositioned just past it rather than trusting READ NEXT
       MIGRATE-OLD-TYPE.
           DISPLAY "ADDRESS  OLD TYPE NEW TYPE ST EXPIRY   OUTCOME".
           MOVE WS-OLD-TYPE TO XR-SPLOET-TYPE.
           MOVE LOW-VALUES TO XR-ADDRESS.
           PERFORM POSITION-XREF.
           PERFORM UNTIL EndOfOldType
               ADD 1 TO WS-FOUND-COUNT
               MOVE XR-ADDRESS TO WS-CURRENT-ADDRESS
               PERFORM MIGRATE-ONE-ADDRESS
               MOVE WS-OLD-TYPE TO XR-SPLOET-TYPE
               MOVE WS-CURRENT-ADDRESS TO XR-ADDRESS
               PERFORM POSITION-XREF
           END-PERFORM.

       POSITION-XREF.
           START SPLOET-XREF-FILE KEY > XR-KEY
               INVALID KEY
                   SET EndOfOldType TO TRUE
           END-START.
           IF NOT EndOfOldType
               READ SPLOET-XREF-FILE NEXT RECORD
                   AT END
                       SET EndOfOldType TO TRUE
               END-READ
           END-IF.
           IF NOT EndOfOldType
               AND XR-SPLOET-TYPE NOT = WS-OLD-TYPE
               SET EndOfOldType TO TRUE
           END-IF.

      *> the master decides: the cross-reference only says where to
      *> look
       MIGRATE-ONE-ADDRESS.
           MOVE WS-CURRENT-ADDRESS TO SR-ADDRESS.
           MOVE WS-OLD-TYPE TO SR-SPLOET-TYPE.
           READ SPLOET-MASTER-FILE
               INVALID KEY
                   PERFORM DROP-STALE-XREF
               NOT INVALID KEY
                   MOVE SPLOET-REC TO WS-OLD-IMAGE
                   MOVE SR-STATUS TO WS-OLD-STATUS
                   MOVE SR-EXPIRY-DATE TO WS-OLD-EXPIRY
                   MOVE WS-CURRENT-ADDRESS TO WS-HOLD-ADDRESS
                   MOVE WS-OLD-TYPE TO WS-HOLD-TYPE
                   PERFORM CHECK-LEGAL-HOLD
                   EVALUATE TRUE
                       WHEN RegistrationHeld
                           PERFORM SKIP-HELD-ADDRESS
                       WHEN DeregisterRun
                           PERFORM DEREGISTER-OLD-PAIR
                       WHEN OTHER
                           PERFORM CHECK-COLLISION
                   END-EVALUATE
           END-READ.

       DROP-STALE-XREF.
           ADD 1 TO WS-STALE-COUNT.
           DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE "          "
               "           XREF STALE - not on the master".
           IF ApplyMode
               MOVE WS-OLD-TYPE TO XR-SPLOET-TYPE
               MOVE WS-CURRENT-ADDRESS TO XR-ADDRESS
               PERFORM DELETE-TYPE-XREF
           END-IF.

      *> a trial run reports the hold but audits nothing
       SKIP-HELD-ADDRESS.
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE " " WS-NEW-TYPE
               " " WS-OLD-STATUS "  " WS-OLD-EXPIRY " HELD, case "
               WS-HOLD-CASE " - NOT ACTIONED".
           IF ApplyMode
               MOVE WS-CURRENT-ADDRESS TO AU-ADDRESS
               MOVE WS-OLD-TYPE TO AU-SPLOET-TYPE
               MOVE "H" TO AU-ACTION-CODE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *> the Address already registered under the successor would be
      *> overwritten and lose its own expiry, so it is reported
      *> instead and both registrations are left as they are
       CHECK-COLLISION.
           MOVE WS-CURRENT-ADDRESS TO SR-ADDRESS.
           MOVE WS-NEW-TYPE TO SR-SPLOET-TYPE.
           READ SPLOET-MASTER-FILE
               INVALID KEY
                   PERFORM MIGRATE-OLD-PAIR
               NOT INVALID KEY
                   ADD 1 TO WS-COLLISION-COUNT
                   DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE " "
                       WS-NEW-TYPE " " WS-OLD-STATUS "  "
                       WS-OLD-EXPIRY " COLLISION - already "
                       WS-NEW-TYPE " " SR-STATUS " " SR-EXPIRY-DATE
           END-READ.

       MIGRATE-OLD-PAIR.
           IF TrialMode
               ADD 1 TO WS-MOVED-COUNT
               DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE " "
                   WS-NEW-TYPE " " WS-OLD-STATUS "  " WS-OLD-EXPIRY
                   " WOULD MIGRATE"
           ELSE
               MOVE WS-CURRENT-ADDRESS TO SR-ADDRESS
               MOVE WS-NEW-TYPE TO SR-SPLOET-TYPE
               MOVE FUNCTION CURRENT-DATE TO SR-LAST-UPDATED
               MOVE WS-OLD-STATUS TO SR-STATUS
               MOVE WS-OLD-EXPIRY TO SR-EXPIRY-DATE
               WRITE SPLOET-REC
                   INVALID KEY
                       DISPLAY "SPLOET master write failed, status "
                           WS-MASTER-STATUS " - " WS-CURRENT-ADDRESS
                           " left under " WS-OLD-TYPE
                       MOVE 8 TO WS-RETURN-CODE
                   NOT INVALID KEY
                       MOVE "W" TO JN-ACTION
                       MOVE SPACES TO JN-BEFORE-IMAGE
                       MOVE SPLOET-REC TO JN-AFTER-IMAGE
                       PERFORM WRITE-JOURNAL-RECORD
                       PERFORM UPDATE-TYPE-XREF
                       MOVE WS-CURRENT-ADDRESS TO AU-ADDRESS
                       MOVE WS-NEW-TYPE TO AU-SPLOET-TYPE
                       MOVE "A" TO AU-ACTION-CODE
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM DELETE-OLD-PAIR
                       IF WS-MASTER-STATUS = "00"
                           ADD 1 TO WS-MOVED-COUNT
                           DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE
                               " " WS-NEW-TYPE " " WS-OLD-STATUS "  "
                               WS-OLD-EXPIRY " MIGRATED"
                       END-IF
               END-WRITE
           END-IF.

       DEREGISTER-OLD-PAIR.
           IF TrialMode
               ADD 1 TO WS-MOVED-COUNT
               DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE "          "
                   WS-OLD-STATUS "  " WS-OLD-EXPIRY
                   " WOULD DEREGISTER"
           ELSE
               PERFORM DELETE-OLD-PAIR
               IF WS-MASTER-STATUS = "00"
                   ADD 1 TO WS-MOVED-COUNT
                   DISPLAY WS-CURRENT-ADDRESS " " WS-OLD-TYPE
                       "          " WS-OLD-STATUS "  " WS-OLD-EXPIRY
                       " DEREGISTERED"
               END-IF
           END-IF.

       DELETE-OLD-PAIR.
           MOVE WS-CURRENT-ADDRESS TO SR-ADDRESS.
           MOVE WS-OLD-TYPE TO SR-SPLOET-TYPE.
           DELETE SPLOET-MASTER-FILE
               INVALID KEY
                   DISPLAY "SPLOET master delete failed, status "
                       WS-MASTER-STATUS " - " WS-CURRENT-ADDRESS
                       " " WS-OLD-TYPE
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   MOVE "D" TO JN-ACTION
                   MOVE WS-OLD-IMAGE TO JN-BEFORE-IMAGE
                   MOVE SPACES TO JN-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL-RECORD
                   MOVE WS-OLD-TYPE TO XR-SPLOET-TYPE
                   MOVE WS-CURRENT-ADDRESS TO XR-ADDRESS
                   PERFORM DELETE-TYPE-XREF
                   MOVE WS-CURRENT-ADDRESS TO AU-ADDRESS
                   MOVE WS-OLD-TYPE TO AU-SPLOET-TYPE
                   MOVE "D" TO AU-ACTION-CODE
                   PERFORM WRITE-AUDIT-RECORD
           END-DELETE.

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
                       WS-HOLD-STATUS " - every Address treated as held"
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
      *> second, and a migration audits two events for the same
      *> Address back to back, so the AX key can collide; a
      *> duplicate-key status 22 is retried with a sequence suffix
      *> in the unused tail of the timestamp
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
           MOVE "SPLOETMIG" TO JN-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO JN-TIMESTAMP.
           WRITE SPLOET-JOURNAL-REC.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "SPLOET journal write failed, status "
                   WS-JOURNAL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> mirror of the master keyed type-first; xref trouble is
      *> reported but never fails the master update - SPLOETXRF
      *> rebuilds
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

       PRINT-MIGRATION-TOTALS.
           IF WS-RETURN-CODE < 4
               AND (WS-COLLISION-COUNT > 0 OR WS-HELD-COUNT > 0
                   OR WS-STALE-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "REGISTRATIONS FOUND:    " WS-FOUND-COUNT.
           IF DeregisterRun
               DISPLAY "DEREGISTERED:           " WS-MOVED-COUNT
           ELSE
               DISPLAY "MIGRATED:               " WS-MOVED-COUNT
           END-IF.
           DISPLAY "COLLISIONS:             " WS-COLLISION-COUNT.
           DISPLAY "XREF STALE:             " WS-STALE-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-COUNT.
           IF TrialMode
               DISPLAY "TRIAL RUN - NOTHING WAS CHANGED"
           END-IF.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.

      *> every batch program appends its control totals to the
      *> shared SPLOETRC run-control file; a trial run records its
      *> counts too, so the trial and the apply can be compared
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
               MOVE "SPLOETMIG" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-FOUND-COUNT TO RC-COUNT-1
               MOVE WS-MOVED-COUNT TO RC-COUNT-2
               MOVE WS-COLLISION-COUNT TO RC-COUNT-3
               MOVE WS-STALE-COUNT TO RC-COUNT-4
               MOVE WS-HELD-COUNT TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
