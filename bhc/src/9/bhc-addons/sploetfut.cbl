      *> SERVANT $ edit sploetfut.cbl
      *>
      *> PROGRAM-ID SPLOETFUT - future-dated transaction warehouse
      *> listing and cancellation.  Intake details carrying an
      *> effective date after the run date are held back by
      *> PROGRAM-ID SPLOETEDT in the SPLOETFW warehouse (see SPLFUT)
      *> and fed into the intake by SPLOETREL on the night they come
      *> due.  Run-mode switch on the command line selects the
      *> action, like PROGRAM-ID SPLOETHLD:
      *>   L - list the warehouse in effective-date order, waiting,
      *>       released and cancelled, with totals (default)
      *>   C - cancel a waiting item (prompts for the effective date,
      *>       Address and SploetType); the item stays on file marked
      *>       cancelled with who cancelled it and when
      *> Only an item still waiting may be cancelled - once released
      *> it is in the intake and must be reversed with an ordinary
      *> transaction.  A cancellation is appended to the SPLOETAK
      *> disposition file (cancelled, reason CANC) against the item's
      *> original batch, settling the "W" acknowledgment it was given
      *> at the edit.  Cancelling is registration entry work: the
      *> operator (USER) must be on the SPLOETOP operator reference
      *> file, active, and entitled to entry - see PROGRAM-ID
      *> SPLOETOPR.  Listing needs no entitlement.
      *> Cancelling is refused while the nightly chain holds the
      *> batch window on the SPLOETCT control file (see SPLCTL) -
      *> SPLOETREL may be releasing the very item.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETFUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-FUTURE-FILE ASSIGN TO "SPLOETFW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FUTURE-STATUS.

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

           SELECT SPLOET-ACK-FILE ASSIGN TO "SPLOETAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-FUTURE-FILE.
           COPY SPLFUT.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-ACK-FILE.
           COPY SPLACK.

       WORKING-STORAGE SECTION.
       01  WS-FUTURE-STATUS        PIC X(2).

       01  WS-OPERATOR-STATUS      PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).

       01  WS-BATCH-WINDOW-SW      PIC X       VALUE "Y".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-ACK-STATUS           PIC X(2).

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-RUN-MODE              PIC X      VALUE "L".
           88  CancelMode                      VALUE "C".
           88  ListMode                        VALUE "L".

       01  FutureEffectiveDate      PIC X(8).
       01  FutureAddress            PIC X(8).
       01  FutureType               PIC X(8).

       01  WS-EOF-SW               PIC X       VALUE "N".
           88  EndOfFutures                    VALUE "Y".

       01  WS-RECORD-COUNT         PIC 9(6)    VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(6)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(6)    VALUE 0.
       01  WS-CANCELLED-COUNT      PIC 9(6)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       START-SPLOETFUT.
           PERFORM DETERMINE-RUN-MODE.
           IF CancelMode
               PERFORM DETERMINE-OPERATOR
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF OperatorAuthorized
                   PERFORM CHECK-BATCH-WINDOW
               END-IF
           ELSE
               MOVE "Y" TO WS-OPERATOR-AUTH-SW
           END-IF.
           IF NOT OperatorAuthorized OR NOT BatchWindowClosed
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CancelMode
                   OPEN I-O SPLOET-FUTURE-FILE
               ELSE
                   OPEN INPUT SPLOET-FUTURE-FILE
               END-IF
               IF WS-FUTURE-STATUS NOT = "00"
                   DISPLAY "SPLOET future-dated warehouse open "
                       "failed, status " WS-FUTURE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF CancelMode
                       PERFORM CANCEL-FUTURE-ITEM
                   ELSE
                       PERFORM LIST-FUTURE-ITEMS
                   END-IF
                   CLOSE SPLOET-FUTURE-FILE
               END-IF
           END-IF.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       DETERMINE-RUN-MODE.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF WS-RUN-MODE NOT = "C"
               MOVE "L" TO WS-RUN-MODE
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> cancelling withdraws a submitted transaction, so it takes
      *> the same entitlement as keying one: on file, active and
      *> entitled to entry.  An unavailable operator file refuses
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
                           WHEN OP-ENTRY-FLAG NOT = "Y"
                               DISPLAY "Operator " WS-OPERATOR-ID
                                   " is not entitled to registration "
                                   "entry - access refused"
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

       CANCEL-FUTURE-ITEM.
           DISPLAY "Future-dated warehouse. CANCEL AN ITEM" LINE 1.
           DISPLAY "Effective date (yyyymmdd)>" LINE 2.
           ACCEPT FutureEffectiveDate.
           DISPLAY "Address>" LINE 3.
           ACCEPT FutureAddress.
           DISPLAY "Sploet Type>" LINE 4.
           ACCEPT FutureType.
           MOVE FutureEffectiveDate TO FW-EFFECTIVE-DATE.
           MOVE FutureAddress TO FW-ADDRESS.
           MOVE FutureType TO FW-SPLOET-TYPE.
           READ SPLOET-FUTURE-FILE
               INVALID KEY
                   DISPLAY "Nothing warehoused for Address "
                       FutureAddress " type '" FutureType
                       "' effective " FutureEffectiveDate
               NOT INVALID KEY
                   EVALUATE FW-STATUS
                       WHEN "R"
                           DISPLAY "Already released into the intake "
                               "on " FW-RELEASED-DATE
                               " - too late to cancel"
                       WHEN "C"
                           DISPLAY "Already cancelled by "
                               FW-CANCELLED-BY " "
                               FW-CANCELLED-TIMESTAMP(1:8)
                       WHEN OTHER
                           MOVE "C" TO FW-STATUS
                           MOVE WS-OPERATOR-ID TO FW-CANCELLED-BY
                           MOVE FUNCTION CURRENT-DATE
                               TO FW-CANCELLED-TIMESTAMP
                           REWRITE SPLOET-FUTURE-REC
                               INVALID KEY
                                   DISPLAY "Warehouse rewrite failed, "
                                       "status " WS-FUTURE-STATUS
                               NOT INVALID KEY
                                   DISPLAY "Cancelled: " FW-ACTION-CODE
                                       " for Address " FW-ADDRESS
                                       " type " FW-SPLOET-TYPE
                                       " effective "
                                       FW-EFFECTIVE-DATE
                                   PERFORM WRITE-ACK-RECORD
                           END-REWRITE
                   END-EVALUATE
           END-READ.

      *> the department was told "W" at the edit; the cancellation
      *> closes that out against the item's original batch.  An item
      *> with no origin on file has no one to tell
       WRITE-ACK-RECORD.
           IF FW-SUBMITTER-ID NOT = SPACES
               OR FW-BATCH-REFERENCE NOT = SPACES
               OPEN EXTEND SPLOET-ACK-FILE
               IF WS-ACK-STATUS = "35"
                   OPEN OUTPUT SPLOET-ACK-FILE
                   CLOSE SPLOET-ACK-FILE
                   OPEN EXTEND SPLOET-ACK-FILE
               END-IF
               IF WS-ACK-STATUS NOT = "00"
                   DISPLAY "SPLOET disposition file open failed, "
                       "status " WS-ACK-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE FW-SUBMITTER-ID TO AK-SUBMITTER-ID
                   MOVE FW-BATCH-REFERENCE TO AK-BATCH-REFERENCE
                   MOVE FW-BATCH-SEQUENCE TO AK-BATCH-SEQUENCE
                   MOVE FW-ADDRESS TO AK-ADDRESS
                   MOVE FW-SPLOET-TYPE TO AK-SPLOET-TYPE
                   MOVE FW-ACTION-CODE TO AK-ACTION-CODE
                   MOVE FW-EFFECTIVE-DATE TO AK-EFFECTIVE-DATE
                   MOVE "X" TO AK-DISPOSITION
                   MOVE "CANC" TO AK-REASON-CODE
                   MOVE "Y" TO AK-FOLLOW-UP-FLAG
                   MOVE "SPLOETFUT" TO AK-PROGRAM-ID
                   MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP
                   WRITE SPLOET-ACK-REC
                   IF WS-ACK-STATUS NOT = "00"
                       DISPLAY "SPLOET disposition write failed, "
                           "status " WS-ACK-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   CLOSE SPLOET-ACK-FILE
               END-IF
           END-IF.

       LIST-FUTURE-ITEMS.
           DISPLAY "SPLOETFUT - SPLOET FUTURE-DATED WAREHOUSE LISTING".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           DISPLAY "EFFECTIV ADDRESS  TYPE     A STATUS    "
               "WAREHOUSED RELEASED CANCELLED BY".
           MOVE LOW-VALUES TO FW-KEY.
           START SPLOET-FUTURE-FILE KEY NOT LESS THAN FW-KEY
               INVALID KEY
                   SET EndOfFutures TO TRUE
           END-START.
           IF NOT EndOfFutures
               PERFORM READ-NEXT-FUTURE
           END-IF.
           PERFORM UNTIL EndOfFutures
               ADD 1 TO WS-RECORD-COUNT
               PERFORM SHOW-FUTURE-LINE
               PERFORM READ-NEXT-FUTURE
           END-PERFORM.
           DISPLAY "WAITING:            " WS-WAITING-COUNT.
           DISPLAY "RELEASED:           " WS-RELEASED-COUNT.
           DISPLAY "CANCELLED:          " WS-CANCELLED-COUNT.
           DISPLAY "TOTAL ITEMS:        " WS-RECORD-COUNT.

       SHOW-FUTURE-LINE.
           EVALUATE FW-STATUS
               WHEN "R"
                   ADD 1 TO WS-RELEASED-COUNT
                   DISPLAY FW-EFFECTIVE-DATE " " FW-ADDRESS " "
                       FW-SPLOET-TYPE " " FW-ACTION-CODE
                       " RELEASED  " FW-WAREHOUSED-TIMESTAMP(1:8)
                       "   " FW-RELEASED-DATE
               WHEN "C"
                   ADD 1 TO WS-CANCELLED-COUNT
                   DISPLAY FW-EFFECTIVE-DATE " " FW-ADDRESS " "
                       FW-SPLOET-TYPE " " FW-ACTION-CODE
                       " CANCELLED " FW-WAREHOUSED-TIMESTAMP(1:8)
                       "            " FW-CANCELLED-BY " "
                       FW-CANCELLED-TIMESTAMP(1:8)
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
                   DISPLAY FW-EFFECTIVE-DATE " " FW-ADDRESS " "
                       FW-SPLOET-TYPE " " FW-ACTION-CODE
                       " WAITING   " FW-WAREHOUSED-TIMESTAMP(1:8)
           END-EVALUATE.

       READ-NEXT-FUTURE.
           READ SPLOET-FUTURE-FILE NEXT RECORD
               AT END
                   SET EndOfFutures TO TRUE
           END-READ.
