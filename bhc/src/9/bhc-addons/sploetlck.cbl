      *> SERVANT $ edit sploetlck.cbl
      *>
      *> PROGRAM-ID SPLOETLCK - batch window lock inquiry and
      *> supervisor override.  The nightly chain holds the batch
      *> window on the SPLOETCT control file (see SPLCTL) from
      *> PROGRAM-ID SPLOETREL until SPLOETEON closes it, and the
      *> online update programs refuse while it is open.  A night
      *> that abends before SPLOETEON leaves the window open, the
      *> terminals locked out and the next night's SPLOETREL
      *> refusing to start.  Run-mode switch on the command line
      *> selects the action, like PROGRAM-ID SPLOETHLD:
      *>   L - show the window and list the SPLOETWA window log
      *>       (see SPLWLG), oldest first (default)
      *>   C - clear an open window (shows who opened it and when,
      *>       prompts for the reason and a confirmation)
      *> The override is written to the window log, event "V" with
      *> the supervisor and the reason, before the window is closed;
      *> if it cannot be logged the window is left as it is.
      *> Clearing a window the chain is still running under lets the
      *> terminals in on top of it - check the night's jobs first.
      *> Every mode is a supervisor function: the operator (USER)
      *> must be on the SPLOETOP operator reference file, active,
      *> and flagged as a supervisor - see PROGRAM-ID SPLOETOPR.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETLCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-CONTROL-FILE ASSIGN TO "SPLOETCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SPLOET-WINDOW-LOG-FILE ASSIGN TO "SPLOETWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDOW-LOG-STATUS.

           SELECT SPLOET-OPERATOR-FILE ASSIGN TO "SPLOETOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-WINDOW-LOG-FILE.
           COPY SPLWLG.

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-WINDOW-LOG-STATUS    PIC X(2).

       01  WS-OPERATOR-STATUS      PIC X(2).

       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-OPERATOR-AUTH-SW    PIC X       VALUE "N".
           88  OperatorAuthorized              VALUE "Y".

       01  WS-RUN-MODE              PIC X      VALUE "L".
           88  ClearMode                       VALUE "C".
           88  ListMode                        VALUE "L".

       01  OverrideReason           PIC X(40).
       01  ConfirmAnswer            PIC X(1).

       01  WS-LOGGED-SW            PIC X       VALUE "N".
           88  OverrideLogged                  VALUE "Y".

       01  WS-EOF-SW               PIC X       VALUE "N".
           88  EndOfWindowLog                  VALUE "Y".

       01  WS-LOG-COUNT            PIC 9(8)    VALUE 0.
       01  WS-OVERRIDE-COUNT       PIC 9(8)    VALUE 0.
       01  WS-EVENT-WORD           PIC X(8).

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       START-SPLOETLCK.
           PERFORM DETERMINE-RUN-MODE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM CHECK-OPERATOR-AUTHORITY.
           IF NOT OperatorAuthorized
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ClearMode
                   OPEN I-O SPLOET-CONTROL-FILE
               ELSE
                   OPEN INPUT SPLOET-CONTROL-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-CONTROL-STATUS = "00"
                       IF ClearMode
                           PERFORM CLEAR-BATCH-WINDOW
                       ELSE
                           PERFORM SHOW-BATCH-WINDOW
                           PERFORM LIST-WINDOW-LOG
                       END-IF
                       CLOSE SPLOET-CONTROL-FILE
                   WHEN WS-CONTROL-STATUS = "35" AND ListMode
                       DISPLAY "SPLOETLCK - SPLOET BATCH WINDOW"
                       DISPLAY "No batch window on file - the chain "
                           "has never run"
                       PERFORM LIST-WINDOW-LOG
                   WHEN WS-CONTROL-STATUS = "35"
                       DISPLAY "No batch window on file - nothing "
                           "to clear"
                   WHEN OTHER
                       DISPLAY "SPLOET control file open failed, "
                           "status " WS-CONTROL-STATUS
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
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

      *> clearing the window lets the terminals in and the next
      *> night start, so only a supervisor may do it or look at it:
      *> the operator must be on the reference file, active, and
      *> flagged as a supervisor.  An unavailable operator file
      *> refuses everyone - fail closed
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

       SHOW-BATCH-WINDOW.
           DISPLAY "SPLOETLCK - SPLOET BATCH WINDOW".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           MOVE "BATCHWIN" TO CT-CONTROL-ID.
           READ SPLOET-CONTROL-FILE
               INVALID KEY
                   DISPLAY "No batch window on file - the chain has "
                       "never run"
               NOT INVALID KEY
                   IF CT-WINDOW-STATUS = "O"
                       DISPLAY "WINDOW OPEN   - run date "
                           CT-OPENED-RUN-DATE " opened by "
                           CT-OPENED-BY " " CT-OPENED-OPERATOR " at "
                           CT-OPENED-TIMESTAMP(1:14)
                   ELSE
                       DISPLAY "WINDOW CLOSED - by " CT-CLOSED-BY " "
                           CT-CLOSED-OPERATOR " at "
                           CT-CLOSED-TIMESTAMP(1:14)
                           " (last opened for run date "
                           CT-OPENED-RUN-DATE ")"
                   END-IF
           END-READ.

      *> the override is logged before the window is touched: a
      *> clear that cannot be logged is not done at all
       CLEAR-BATCH-WINDOW.
           DISPLAY "Batch window maintenance. CLEAR THE WINDOW" LINE 1.
           MOVE "BATCHWIN" TO CT-CONTROL-ID.
           READ SPLOET-CONTROL-FILE
               INVALID KEY
                   DISPLAY "No batch window on file - nothing to "
                       "clear"
               NOT INVALID KEY
                   IF CT-WINDOW-STATUS NOT = "O"
                       DISPLAY "Batch window is not open - closed by "
                           CT-CLOSED-BY " " CT-CLOSED-OPERATOR " at "
                           CT-CLOSED-TIMESTAMP(1:14)
                   ELSE
                       PERFORM CONFIRM-OVERRIDE
                   END-IF
           END-READ.

       CONFIRM-OVERRIDE.
           DISPLAY "Window open for run date " CT-OPENED-RUN-DATE
               " by " CT-OPENED-BY " " CT-OPENED-OPERATOR " at "
               CT-OPENED-TIMESTAMP(1:14).
           DISPLAY "Reason for the override>" LINE 3.
           ACCEPT OverrideReason.
           DISPLAY "Clear the batch window? (Y/N)" LINE 4.
           ACCEPT ConfirmAnswer.
           EVALUATE TRUE
               WHEN OverrideReason = SPACES
                   DISPLAY "An override must quote its reason - "
                       "window left open"
                   MOVE 4 TO RETURN-CODE
               WHEN ConfirmAnswer NOT = "Y" AND ConfirmAnswer NOT = "y"
                   DISPLAY "Not confirmed - window left open"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-OVERRIDE-LOG
                   IF NOT OverrideLogged
                       DISPLAY "Override could not be logged - "
                           "window left open"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM REWRITE-CLOSED-WINDOW
                   END-IF
           END-EVALUATE.

       REWRITE-CLOSED-WINDOW.
           MOVE "C" TO CT-WINDOW-STATUS.
           MOVE "SPLOETLCK" TO CT-CLOSED-BY.
           MOVE WS-OPERATOR-ID TO CT-CLOSED-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO CT-CLOSED-TIMESTAMP.
           REWRITE SPLOET-CONTROL-REC
               INVALID KEY
                   DISPLAY "SPLOET control rewrite failed, status "
                       WS-CONTROL-STATUS " - window left open"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY "Batch window for run date "
                       CT-OPENED-RUN-DATE " cleared by "
                       WS-OPERATOR-ID
           END-REWRITE.

       WRITE-OVERRIDE-LOG.
           MOVE "N" TO WS-LOGGED-SW.
           OPEN EXTEND SPLOET-WINDOW-LOG-FILE.
           IF WS-WINDOW-LOG-STATUS = "35"
               OPEN OUTPUT SPLOET-WINDOW-LOG-FILE
               CLOSE SPLOET-WINDOW-LOG-FILE
               OPEN EXTEND SPLOET-WINDOW-LOG-FILE
           END-IF.
           IF WS-WINDOW-LOG-STATUS NOT = "00"
               DISPLAY "SPLOET batch window log open failed, status "
                   WS-WINDOW-LOG-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WL-TIMESTAMP
               MOVE "V" TO WL-EVENT-CODE
               MOVE "SPLOETLCK" TO WL-PROGRAM-ID
               MOVE WS-OPERATOR-ID TO WL-OPERATOR-ID
               MOVE CT-OPENED-RUN-DATE TO WL-RUN-DATE
               MOVE CT-WINDOW-STATUS TO WL-PRIOR-STATUS
               MOVE CT-OPENED-RUN-DATE TO WL-PRIOR-RUN-DATE
               MOVE CT-OPENED-BY TO WL-PRIOR-OPENED-BY
               MOVE CT-OPENED-TIMESTAMP TO WL-PRIOR-OPENED-TS
               MOVE OverrideReason TO WL-REASON
               WRITE SPLOET-WINDOW-LOG-REC
               IF WS-WINDOW-LOG-STATUS NOT = "00"
                   DISPLAY "SPLOET batch window log write failed, "
                       "status " WS-WINDOW-LOG-STATUS
               ELSE
                   MOVE "Y" TO WS-LOGGED-SW
               END-IF
               CLOSE SPLOET-WINDOW-LOG-FILE
           END-IF.

       LIST-WINDOW-LOG.
           DISPLAY "TIMESTAMP      EVENT    PROGRAM    OPERATOR "
               "RUN DATE HELD BY   SINCE          REASON".
           OPEN INPUT SPLOET-WINDOW-LOG-FILE.
           IF WS-WINDOW-LOG-STATUS NOT = "00"
               DISPLAY "No batch window log on file, status "
                   WS-WINDOW-LOG-STATUS
           ELSE
               PERFORM READ-WINDOW-LOG
               PERFORM UNTIL EndOfWindowLog
                   ADD 1 TO WS-LOG-COUNT
                   PERFORM SHOW-WINDOW-LOG-LINE
                   PERFORM READ-WINDOW-LOG
               END-PERFORM
               CLOSE SPLOET-WINDOW-LOG-FILE
           END-IF.
           DISPLAY "WINDOW LOG ENTRIES:  " WS-LOG-COUNT.
           DISPLAY "SUPERVISOR OVERRIDES:" WS-OVERRIDE-COUNT.

       SHOW-WINDOW-LOG-LINE.
           EVALUATE WL-EVENT-CODE
               WHEN "O"
                   MOVE "OPENED" TO WS-EVENT-WORD
               WHEN "C"
                   MOVE "CLOSED" TO WS-EVENT-WORD
               WHEN "R"
                   MOVE "REFUSED" TO WS-EVENT-WORD
               WHEN "V"
                   MOVE "OVERRIDE" TO WS-EVENT-WORD
                   ADD 1 TO WS-OVERRIDE-COUNT
               WHEN OTHER
                   MOVE WL-EVENT-CODE TO WS-EVENT-WORD
           END-EVALUATE.
           DISPLAY WL-TIMESTAMP(1:14) " " WS-EVENT-WORD " "
               WL-PROGRAM-ID " " WL-OPERATOR-ID " " WL-RUN-DATE " "
               WL-PRIOR-OPENED-BY " " WL-PRIOR-OPENED-TS(1:14) " "
               WL-REASON.

       READ-WINDOW-LOG.
           READ SPLOET-WINDOW-LOG-FILE
               AT END
                   SET EndOfWindowLog TO TRUE
           END-READ.
