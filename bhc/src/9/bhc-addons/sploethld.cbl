      *> SERVANT $ edit sploethld.cbl
      *>
      *> PROGRAM-ID SPLOETHLD - legal-hold maintenance.  Compliance
      *> freezes an Address (every registration it holds) or a
      *> single Address/SploetType pair while an investigation is
      *> open; a held pair may not be deleted by PROGRAM-ID SPLOET,
      *> expired by SPLOETEXP, purged by SPLOETPRG or have its
      *> pending entry cancelled by SPLOETPDA (see SPLHLD).
      *> Run-mode switch on the command line selects the action,
      *> like PROGRAM-ID SPLOETTYP:
      *>   P - place a hold (prompts for Address, SploetType - blank
      *>       holds the whole Address - and the case reference)
      *>   R - release a hold (prompts for Address and SploetType;
      *>       the record stays on file marked released)
      *>   L - list the hold file, held and released (default)
      *> Every mode is a supervisor function: the operator (USER)
      *> must be on the SPLOETOP operator reference file, active,
      *> and flagged as a supervisor - see PROGRAM-ID SPLOETOPR.
      *> Placing and releasing are refused while the nightly chain
      *> holds the batch window on the SPLOETCT control file (see
      *> SPLCTL), since the chain's deletes honour the hold file.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETHLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-HOLD-FILE.
           COPY SPLHLD.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS          PIC X(2).

       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-RUN-MODE              PIC X      VALUE "L".
           88  PlaceMode                       VALUE "P".
           88  ReleaseMode                     VALUE "R".
           88  ListMode                        VALUE "L".

       01  HoldAddress              PIC X(8).
       01  HoldType                 PIC X(8).
       01  HoldCaseReference        PIC X(20).

       01  WS-EOF-SW               PIC X       VALUE "N".
           88  EndOfHolds                      VALUE "Y".

       01  WS-RECORD-COUNT         PIC 9(4)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(4)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(4)    VALUE 0.
       01  WS-SCOPE-WORD           PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       START-SPLOETHLD.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF OperatorAuthorized AND (PlaceMode OR ReleaseMode)
               PERFORM CHECK-BATCH-WINDOW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-HOLD-FILE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "SPLOET legal-hold file open failed, status "
                       WS-HOLD-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   EVALUATE TRUE
                       WHEN PlaceMode
                           PERFORM PLACE-HOLD
                       WHEN ReleaseMode
                           PERFORM RELEASE-HOLD
                       WHEN OTHER
                           PERFORM LIST-HOLDS
                   END-EVALUATE
                   CLOSE SPLOET-HOLD-FILE
               END-IF
           END-IF.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       DETERMINE-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE = SPACES
               MOVE "L" TO WS-RUN-MODE
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> a hold overrides every deletion path in the system, so only
      *> a supervisor may place, release or even list them: the
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

       OPEN-HOLD-FILE.
           OPEN I-O SPLOET-HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT SPLOET-HOLD-FILE
               CLOSE SPLOET-HOLD-FILE
               OPEN I-O SPLOET-HOLD-FILE
           END-IF.

       PLACE-HOLD.
           DISPLAY "Legal hold maintenance. PLACE A HOLD" LINE 1.
           DISPLAY "Address>" LINE 2.
           ACCEPT HoldAddress.
           DISPLAY "Sploet Type (blank = every type)>" LINE 3.
           ACCEPT HoldType.
           DISPLAY "Case reference>" LINE 4.
           ACCEPT HoldCaseReference.
           EVALUATE TRUE
               WHEN HoldAddress = SPACES
                   DISPLAY "Address may not be blank"
               WHEN HoldCaseReference = SPACES
                   DISPLAY "A hold must quote its case reference"
               WHEN OTHER
                   MOVE HoldAddress TO HL-ADDRESS
                   MOVE HoldType TO HL-SPLOET-TYPE
                   READ SPLOET-HOLD-FILE
                       INVALID KEY
                           PERFORM BUILD-HOLD-FIELDS
                           WRITE SPLOET-HOLD-REC
                               INVALID KEY
                                   DISPLAY "Legal hold write failed, "
                                       "status " WS-HOLD-STATUS
                               NOT INVALID KEY
                                   PERFORM SHOW-HOLD-PLACED
                           END-WRITE
                       NOT INVALID KEY
                           IF HL-HOLD-STATUS = "H"
                               DISPLAY "Already held under case "
                                   HL-CASE-REFERENCE " (placed by "
                                   HL-PLACED-BY " "
                                   HL-PLACED-TIMESTAMP(1:8) ")"
                           ELSE
                               PERFORM BUILD-HOLD-FIELDS
                               REWRITE SPLOET-HOLD-REC
                                   INVALID KEY
                                       DISPLAY "Legal hold rewrite "
                                           "failed, status "
                                           WS-HOLD-STATUS
                                   NOT INVALID KEY
                                       PERFORM SHOW-HOLD-PLACED
                               END-REWRITE
                           END-IF
                   END-READ
           END-EVALUATE.

       BUILD-HOLD-FIELDS.
           MOVE HoldAddress TO HL-ADDRESS.
           MOVE HoldType TO HL-SPLOET-TYPE.
           MOVE "H" TO HL-HOLD-STATUS.
           MOVE HoldCaseReference TO HL-CASE-REFERENCE.
           MOVE WS-OPERATOR-ID TO HL-PLACED-BY.
           MOVE FUNCTION CURRENT-DATE TO HL-PLACED-TIMESTAMP.
           MOVE SPACES TO HL-RELEASED-BY.
           MOVE SPACES TO HL-RELEASED-TIMESTAMP.

       SHOW-HOLD-PLACED.
           IF HL-SPLOET-TYPE = SPACES
               DISPLAY "Address " HL-ADDRESS
                   " held (every type) under case " HL-CASE-REFERENCE
           ELSE
               DISPLAY "Address " HL-ADDRESS " type " HL-SPLOET-TYPE
                   " held under case " HL-CASE-REFERENCE
           END-IF.

      *> a released hold is kept, not deleted - the file is the
      *> record of who froze what, for which case, and for how long
       RELEASE-HOLD.
           DISPLAY "Legal hold maintenance. RELEASE A HOLD" LINE 1.
           DISPLAY "Address>" LINE 2.
           ACCEPT HoldAddress.
           DISPLAY "Sploet Type (blank = the whole-Address hold)>"
               LINE 3.
           ACCEPT HoldType.
           MOVE HoldAddress TO HL-ADDRESS.
           MOVE HoldType TO HL-SPLOET-TYPE.
           READ SPLOET-HOLD-FILE
               INVALID KEY
                   DISPLAY "No hold on file for Address " HoldAddress
                       " type '" HoldType "'"
               NOT INVALID KEY
                   IF HL-HOLD-STATUS NOT = "H"
                       DISPLAY "Hold for Address " HoldAddress
                           " was already released by " HL-RELEASED-BY
                           " " HL-RELEASED-TIMESTAMP(1:8)
                   ELSE
                       MOVE "R" TO HL-HOLD-STATUS
                       MOVE WS-OPERATOR-ID TO HL-RELEASED-BY
                       MOVE FUNCTION CURRENT-DATE
                           TO HL-RELEASED-TIMESTAMP
                       REWRITE SPLOET-HOLD-REC
                           INVALID KEY
                               DISPLAY "Legal hold rewrite failed, "
                                   "status " WS-HOLD-STATUS
                           NOT INVALID KEY
                               DISPLAY "Hold on Address " HoldAddress
                                   " released (case "
                                   HL-CASE-REFERENCE ")"
                       END-REWRITE
                   END-IF
           END-READ.

       LIST-HOLDS.
           DISPLAY "SPLOETHLD - SPLOET LEGAL HOLD LISTING".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           DISPLAY "ADDRESS  TYPE     STATUS   CASE REFERENCE       "
               "PLACED BY        RELEASED BY".
           MOVE LOW-VALUES TO HL-KEY.
           START SPLOET-HOLD-FILE KEY NOT LESS THAN HL-KEY
               INVALID KEY
                   SET EndOfHolds TO TRUE
           END-START.
           IF NOT EndOfHolds
               PERFORM READ-NEXT-HOLD
           END-IF.
           PERFORM UNTIL EndOfHolds
               ADD 1 TO WS-RECORD-COUNT
               PERFORM SHOW-HOLD-LINE
               PERFORM READ-NEXT-HOLD
           END-PERFORM.
           DISPLAY "HOLDS IN FORCE:     " WS-HELD-COUNT.
           DISPLAY "HOLDS RELEASED:     " WS-RELEASED-COUNT.
           DISPLAY "TOTAL HOLD RECORDS: " WS-RECORD-COUNT.

       SHOW-HOLD-LINE.
           IF HL-SPLOET-TYPE = SPACES
               MOVE "*ALL*" TO WS-SCOPE-WORD
           ELSE
               MOVE HL-SPLOET-TYPE TO WS-SCOPE-WORD
           END-IF.
           IF HL-HOLD-STATUS = "H"
               ADD 1 TO WS-HELD-COUNT
               DISPLAY HL-ADDRESS " " WS-SCOPE-WORD " HELD     "
                   HL-CASE-REFERENCE " " HL-PLACED-BY " "
                   HL-PLACED-TIMESTAMP(1:8)
           ELSE
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY HL-ADDRESS " " WS-SCOPE-WORD " RELEASED "
                   HL-CASE-REFERENCE " " HL-PLACED-BY " "
                   HL-PLACED-TIMESTAMP(1:8) " " HL-RELEASED-BY " "
                   HL-RELEASED-TIMESTAMP(1:8)
           END-IF.

       READ-NEXT-HOLD.
           READ SPLOET-HOLD-FILE NEXT RECORD
               AT END
                   SET EndOfHolds TO TRUE
           END-READ.
