      *> SERVANT $ edit sploetchn.cbl
      *>
      *> PROGRAM-ID SPLOETCHN - weekly churn and flapping report.
      *> SPLOETACT counts by operator and SPLOETREC checks only the
      *> final state; this reads the indexed SPLOETAX audit history
      *> Address by Address (it is keyed Address then timestamp, so
      *> each Address's events arrive together and in order) and
      *> flags the patterns that game the registry inside a window
      *> of recent days:
      *>   RE-REGISTER  a pair deregistered ("D") and then registered
      *>                again ("A", or "V" approval release) - resets
      *>                the 90-day expiry without a renewal
      *>   TYPE-HOP     registered under one SploetType after another
      *>                was deregistered, rejected at approval ("R")
      *>                or cancelled unreviewed ("X") - the way round
      *>                the high-risk approval route
      *>   P-X CYCLE    high-risk submission ("P") later cancelled
      *>                unreviewed by SPLOETPDA ("X"), repeated
      *> Each flagged Address is listed with its event sequence in
      *> the window (date and time, type, action, operator) and the
      *> operators involved, and written to the SPLOETWL watch-list
      *> extract (layout SPLWCH) for the compliance team.
      *> The command line is 'nnn c': nnn the window in days ending
      *> today (default 30) and c the number of P-X cycles that
      *> flags an Address (default 2 - a single stale submission is
      *> normal).  One re-registration or type hop is enough to flag.
      *> RETURN-CODE 0 clean, 4 Addresses flagged or a history too
      *> long to hold, 8 a file failure.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETCHN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-AUDIT-IX-FILE ASSIGN TO "SPLOETAX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AX-KEY
               FILE STATUS IS WS-AUDIT-IX-STATUS.

           SELECT SPLOET-WATCH-FILE ASSIGN TO "SPLOETWL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-AUDIT-IX-FILE.
           COPY SPLAUX.

       FD  SPLOET-WATCH-FILE.
           COPY SPLWCH.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-IX-STATUS      PIC X(2).
       01  WS-WATCH-STATUS         PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-PARM-DAYS            PIC X(5)    VALUE SPACES.
       01  WS-PARM-CYCLES          PIC X(5)    VALUE SPACES.
       01  WS-WINDOW-DAYS          PIC 9(3)    VALUE 30.
       01  WS-MIN-PX-CYCLES        PIC 9(4)    VALUE 2.

       01  WS-TODAY                PIC X(8).
       01  WS-CUTOFF-DATE          PIC 9(8)    VALUE 0.
       01  WS-CUTOFF-DATE-X REDEFINES WS-CUTOFF-DATE
                                   PIC X(8).

       01  WS-HISTORY-EOF-SW       PIC X       VALUE "N".
           88  EndOfHistory                    VALUE "Y".

       01  WS-MATCH-SW             PIC X       VALUE "N".
           88  EarlierEventMatched             VALUE "Y".

       01  WS-OPER-FOUND-SW        PIC X       VALUE "N".
           88  OperatorListed                  VALUE "Y".

       01  WS-CURRENT-ADDRESS      PIC X(8)    VALUE LOW-VALUES.

      *> one Address's events inside the window, oldest first
       01  WS-EVENT-COUNT          PIC 9(4)    VALUE 0.
       01  WS-EVENT-IDX            PIC 9(4)    VALUE 0.
       01  WS-EARLIER-IDX          PIC 9(4)    VALUE 0.
       01  WS-EVENT-LOST-COUNT     PIC 9(4)    VALUE 0.
       01  WS-EVENT-TABLE.
           05  WS-EVENT-SLOT OCCURS 500 TIMES.
               10  WS-EVENT-TIMESTAMP  PIC X(26).
               10  WS-EVENT-TYPE       PIC X(8).
               10  WS-EVENT-ACTION     PIC X(1).
               10  WS-EVENT-OPERATOR   PIC X(8).

       01  WS-OPER-COUNT           PIC 9(4)    VALUE 0.
       01  WS-OPER-IDX             PIC 9(4)    VALUE 0.
       01  WS-OPERATOR-TABLE.
           05  WS-OPER-ID OCCURS 50 TIMES PIC X(8).
       01  WS-OPERATOR-LINE        PIC X(60).
       01  WS-LINE-POINTER         PIC 9(3)    VALUE 1.

       01  WS-REREGISTER-COUNT     PIC 9(4)    VALUE 0.
       01  WS-TYPE-HOP-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PX-CYCLE-COUNT       PIC 9(4)    VALUE 0.
       01  WS-PATTERN-FLAGS        PIC X(3)    VALUE SPACES.

       01  WS-HISTORY-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-WINDOW-COUNT         PIC 9(8)    VALUE 0.
       01  WS-ADDRESS-COUNT        PIC 9(8)    VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-WATCH-COUNT          PIC 9(8)    VALUE 0.
       01  WS-TRUNCATED-COUNT      PIC 9(8)    VALUE 0.
       01  WS-TOT-REREGISTER       PIC 9(8)    VALUE 0.
       01  WS-TOT-TYPE-HOP         PIC 9(8)    VALUE 0.
       01  WS-TOT-PX-CYCLE         PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM PARSE-PARM.
           DISPLAY "SPLOETCHN - CHURN AND FLAPPING REPORT".
           DISPLAY "RUN DATE " WS-TODAY.
           DISPLAY "WINDOW " WS-WINDOW-DAYS " DAYS - EVENTS AFTER "
               WS-CUTOFF-DATE-X ", P-X CYCLES TO FLAG "
               WS-MIN-PX-CYCLES.
           OPEN INPUT SPLOET-AUDIT-IX-FILE.
           IF WS-AUDIT-IX-STATUS NOT = "00"
               DISPLAY "SPLOET audit history open failed, status "
                   WS-AUDIT-IX-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               OPEN OUTPUT SPLOET-WATCH-FILE
               IF WS-WATCH-STATUS NOT = "00"
                   DISPLAY "SPLOET watch-list open failed, status "
                       WS-WATCH-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM SCAN-AUDIT-HISTORY
                   CLOSE SPLOET-WATCH-FILE
               END-IF
               CLOSE SPLOET-AUDIT-IX-FILE
           END-IF.
           IF WS-RETURN-CODE < 4
               AND (WS-FLAGGED-COUNT > 0 OR WS-TRUNCATED-COUNT > 0)
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "HISTORY RECORDS READ:   " WS-HISTORY-READ-COUNT.
           DISPLAY "EVENTS IN WINDOW:       " WS-WINDOW-COUNT.
           DISPLAY "ADDRESSES ACTIVE:       " WS-ADDRESS-COUNT.
           DISPLAY "RE-REGISTRATIONS:       " WS-TOT-REREGISTER.
           DISPLAY "TYPE HOPS:              " WS-TOT-TYPE-HOP.
           DISPLAY "P-X CYCLES:             " WS-TOT-PX-CYCLE.
           DISPLAY "ADDRESSES FLAGGED:      " WS-FLAGGED-COUNT.
           DISPLAY "WATCH-LIST RECORDS:     " WS-WATCH-COUNT.
           IF WS-TRUNCATED-COUNT > 0
               DISPLAY "ADDRESSES WITH MORE THAN 500 EVENTS IN THE "
                   "WINDOW: " WS-TRUNCATED-COUNT
               DISPLAY "THEIR LATEST EVENTS WERE NOT EXAMINED - "
                   "NARROW THE WINDOW"
           END-IF.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-DAYS WS-PARM-CYCLES
           END-UNSTRING.
           IF WS-PARM-DAYS NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARM-DAYS) > 0
               MOVE FUNCTION NUMVAL(WS-PARM-DAYS) TO WS-WINDOW-DAYS
           END-IF.
           IF WS-PARM-CYCLES NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARM-CYCLES) > 0
               MOVE FUNCTION NUMVAL(WS-PARM-CYCLES)
                   TO WS-MIN-PX-CYCLES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-WINDOW-DAYS).

      *> the history file reads in Address order, so an Address is
      *> complete once the key moves on to the next one
       SCAN-AUDIT-HISTORY.
           PERFORM READ-HISTORY-RECORD.
           PERFORM UNTIL EndOfHistory
               ADD 1 TO WS-HISTORY-READ-COUNT
               IF AX-ADDRESS NOT = WS-CURRENT-ADDRESS
                   PERFORM EXAMINE-ADDRESS
                   MOVE AX-ADDRESS TO WS-CURRENT-ADDRESS
                   MOVE 0 TO WS-EVENT-COUNT
                   MOVE 0 TO WS-EVENT-LOST-COUNT
               END-IF
               IF AX-TIMESTAMP(1:8) > WS-CUTOFF-DATE-X
                   ADD 1 TO WS-WINDOW-COUNT
                   PERFORM KEEP-EVENT
               END-IF
               PERFORM READ-HISTORY-RECORD
           END-PERFORM.
           PERFORM EXAMINE-ADDRESS.

       READ-HISTORY-RECORD.
           READ SPLOET-AUDIT-IX-FILE NEXT RECORD
               AT END
                   SET EndOfHistory TO TRUE
           END-READ.

       KEEP-EVENT.
           IF WS-EVENT-COUNT < 500
               ADD 1 TO WS-EVENT-COUNT
               MOVE AX-TIMESTAMP TO WS-EVENT-TIMESTAMP(WS-EVENT-COUNT)
               MOVE AX-SPLOET-TYPE TO WS-EVENT-TYPE(WS-EVENT-COUNT)
               MOVE AX-ACTION-CODE TO WS-EVENT-ACTION(WS-EVENT-COUNT)
               MOVE AX-OPERATOR-ID
                   TO WS-EVENT-OPERATOR(WS-EVENT-COUNT)
           ELSE
               ADD 1 TO WS-EVENT-LOST-COUNT
           END-IF.

       EXAMINE-ADDRESS.
           IF WS-EVENT-COUNT > 0
               ADD 1 TO WS-ADDRESS-COUNT
               IF WS-EVENT-LOST-COUNT > 0
                   ADD 1 TO WS-TRUNCATED-COUNT
               END-IF
               MOVE 0 TO WS-REREGISTER-COUNT
               MOVE 0 TO WS-TYPE-HOP-COUNT
               MOVE 0 TO WS-PX-CYCLE-COUNT
               PERFORM VARYING WS-EVENT-IDX FROM 2 BY 1
                       UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
                   EVALUATE WS-EVENT-ACTION(WS-EVENT-IDX)
                       WHEN "A"
                       WHEN "V"
                           PERFORM CHECK-REREGISTER
                           PERFORM CHECK-TYPE-HOP
                       WHEN "X"
                           PERFORM CHECK-PX-CYCLE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               MOVE SPACES TO WS-PATTERN-FLAGS
               IF WS-REREGISTER-COUNT > 0
                   MOVE "R" TO WS-PATTERN-FLAGS(1:1)
               END-IF
               IF WS-TYPE-HOP-COUNT > 0
                   MOVE "T" TO WS-PATTERN-FLAGS(2:1)
               END-IF
               IF WS-PX-CYCLE-COUNT NOT < WS-MIN-PX-CYCLES
                   MOVE "P" TO WS-PATTERN-FLAGS(3:1)
               END-IF
               IF WS-PATTERN-FLAGS NOT = SPACES
                   PERFORM REPORT-FLAGGED-ADDRESS
               END-IF
           END-IF.

      *> each registration is counted once however many earlier
      *> deregistrations of the pair there were
       CHECK-REREGISTER.
           MOVE "N" TO WS-MATCH-SW.
           PERFORM VARYING WS-EARLIER-IDX FROM 1 BY 1
                   UNTIL WS-EARLIER-IDX NOT < WS-EVENT-IDX
                   OR EarlierEventMatched
               IF WS-EVENT-ACTION(WS-EARLIER-IDX) = "D"
                   AND WS-EVENT-TYPE(WS-EARLIER-IDX)
                       = WS-EVENT-TYPE(WS-EVENT-IDX)
                   SET EarlierEventMatched TO TRUE
               END-IF
           END-PERFORM.
           IF EarlierEventMatched
               ADD 1 TO WS-REREGISTER-COUNT
               ADD 1 TO WS-TOT-REREGISTER
           END-IF.

       CHECK-TYPE-HOP.
           MOVE "N" TO WS-MATCH-SW.
           PERFORM VARYING WS-EARLIER-IDX FROM 1 BY 1
                   UNTIL WS-EARLIER-IDX NOT < WS-EVENT-IDX
                   OR EarlierEventMatched
               IF (WS-EVENT-ACTION(WS-EARLIER-IDX) = "D"
                   OR WS-EVENT-ACTION(WS-EARLIER-IDX) = "R"
                   OR WS-EVENT-ACTION(WS-EARLIER-IDX) = "X")
                   AND WS-EVENT-TYPE(WS-EARLIER-IDX)
                       NOT = WS-EVENT-TYPE(WS-EVENT-IDX)
                   SET EarlierEventMatched TO TRUE
               END-IF
           END-PERFORM.
           IF EarlierEventMatched
               ADD 1 TO WS-TYPE-HOP-COUNT
               ADD 1 TO WS-TOT-TYPE-HOP
           END-IF.

       CHECK-PX-CYCLE.
           MOVE "N" TO WS-MATCH-SW.
           PERFORM VARYING WS-EARLIER-IDX FROM 1 BY 1
                   UNTIL WS-EARLIER-IDX NOT < WS-EVENT-IDX
                   OR EarlierEventMatched
               IF WS-EVENT-ACTION(WS-EARLIER-IDX) = "P"
                   AND WS-EVENT-TYPE(WS-EARLIER-IDX)
                       = WS-EVENT-TYPE(WS-EVENT-IDX)
                   SET EarlierEventMatched TO TRUE
               END-IF
           END-PERFORM.
           IF EarlierEventMatched
               ADD 1 TO WS-PX-CYCLE-COUNT
               ADD 1 TO WS-TOT-PX-CYCLE
           END-IF.

       REPORT-FLAGGED-ADDRESS.
           ADD 1 TO WS-FLAGGED-COUNT.
           DISPLAY " ".
           DISPLAY "** FLAGGED " WS-CURRENT-ADDRESS
               "  RE-REGISTER " WS-REREGISTER-COUNT
               "  TYPE-HOP " WS-TYPE-HOP-COUNT
               "  P-X CYCLE " WS-PX-CYCLE-COUNT.
           DISPLAY "   DATE     TIME   SPLOET TYPE  ACTION OPERATOR".
           MOVE 0 TO WS-OPER-COUNT.
           PERFORM VARYING WS-EVENT-IDX FROM 1 BY 1
                   UNTIL WS-EVENT-IDX > WS-EVENT-COUNT
               DISPLAY "   " WS-EVENT-TIMESTAMP(WS-EVENT-IDX)(1:8) " "
                   WS-EVENT-TIMESTAMP(WS-EVENT-IDX)(9:6) " "
                   WS-EVENT-TYPE(WS-EVENT-IDX) "     "
                   WS-EVENT-ACTION(WS-EVENT-IDX) "      "
                   WS-EVENT-OPERATOR(WS-EVENT-IDX)
               PERFORM LIST-EVENT-OPERATOR
           END-PERFORM.
           PERFORM PRINT-OPERATORS-INVOLVED.
           PERFORM WRITE-WATCH-RECORD.

       LIST-EVENT-OPERATOR.
           MOVE "N" TO WS-OPER-FOUND-SW.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR OperatorListed
               IF WS-OPER-ID(WS-OPER-IDX)
                   = WS-EVENT-OPERATOR(WS-EVENT-IDX)
                   SET OperatorListed TO TRUE
               END-IF
           END-PERFORM.
           IF NOT OperatorListed AND WS-OPER-COUNT < 50
               ADD 1 TO WS-OPER-COUNT
               MOVE WS-EVENT-OPERATOR(WS-EVENT-IDX)
                   TO WS-OPER-ID(WS-OPER-COUNT)
           END-IF.

      *> six operators to a line keeps the listing inside the page
       PRINT-OPERATORS-INVOLVED.
           MOVE SPACES TO WS-OPERATOR-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               STRING WS-OPER-ID(WS-OPER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO WS-OPERATOR-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
               IF WS-LINE-POINTER > 54
                   DISPLAY "   OPERATORS: " WS-OPERATOR-LINE
                   MOVE SPACES TO WS-OPERATOR-LINE
                   MOVE 1 TO WS-LINE-POINTER
               END-IF
           END-PERFORM.
           IF WS-OPERATOR-LINE NOT = SPACES
               DISPLAY "   OPERATORS: " WS-OPERATOR-LINE
           END-IF.

       WRITE-WATCH-RECORD.
           MOVE WS-CURRENT-ADDRESS TO WC-ADDRESS.
           MOVE WS-TODAY TO WC-RUN-DATE.
           MOVE WS-WINDOW-DAYS TO WC-WINDOW-DAYS.
           MOVE WS-PATTERN-FLAGS TO WC-PATTERN-FLAGS.
           MOVE WS-REREGISTER-COUNT TO WC-REREGISTER-COUNT.
           MOVE WS-TYPE-HOP-COUNT TO WC-TYPE-HOP-COUNT.
           MOVE WS-PX-CYCLE-COUNT TO WC-PX-CYCLE-COUNT.
           MOVE WS-EVENT-COUNT TO WC-EVENT-COUNT.
           MOVE WS-OPER-COUNT TO WC-OPERATOR-COUNT.
           MOVE WS-EVENT-TIMESTAMP(1)(1:8) TO WC-FIRST-EVENT-DATE.
           MOVE WS-EVENT-TIMESTAMP(WS-EVENT-COUNT)(1:8)
               TO WC-LAST-EVENT-DATE.
           WRITE SPLOET-WATCH-REC.
           IF WS-WATCH-STATUS NOT = "00"
               DISPLAY "SPLOET watch-list write failed, status "
                   WS-WATCH-STATUS " - " WS-CURRENT-ADDRESS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-WATCH-COUNT
           END-IF.

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
               MOVE "SPLOETCHN" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-HISTORY-READ-COUNT TO RC-COUNT-1
               MOVE WS-WINDOW-COUNT TO RC-COUNT-2
               MOVE WS-FLAGGED-COUNT TO RC-COUNT-3
               MOVE WS-WATCH-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
