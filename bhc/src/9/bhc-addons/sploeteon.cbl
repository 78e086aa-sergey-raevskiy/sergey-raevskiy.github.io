      *> (one record per batch program run, written by the programs
      *> themselves) for the requested run date and verifies that
      *> the nightly chain
      *>   SPLOETREL, SPLOETEDT, SPLOET, SPLOETEXP, SPLOETSUM,
      *>   SPLOETREC, SPLOETCSV
      *> ran exactly once, in that order, and cross-foots the
      *> counts:
      *>   SPLOETREL details passed on = SPLOETEDT details read
      *>   SPLOETEDT details read = clean + rejected + warehoused
      *>   SPLOETEDT clean transactions = SPLOET transactions read
      *>   SPLOET accepted + rejected + held = transactions read
      *>   SPLOETREC reported no discrepancies
      *>   no step ended with return code 8 or higher
      *> Ends with a single GO / NO-GO verdict and RETURN-CODE
      *> (0 go, 8 no-go) the schedulers can act on.  Optional steps
      *> (SPLOETRNW, SPLOETPDA, SPLOETDLT and the rest) are listed
      *> for the record but do not gate the verdict.
      *> Records any step left alone because of a legal hold (see
      *> PROGRAM-ID SPLOETHLD) are listed per step and totalled as
      *> HELD - NOT ACTIONED; they are expected, so they do not gate
      *> the verdict either.
      *> The command line carries the run date as yyyymmdd;
      *> blank means today.
      *> Last of all it closes the batch window that SPLOETREL opened
      *> for the run date on the SPLOETCT control file (see SPLCTL),
      *> whatever the verdict, and logs the close on SPLOETWA (see
      *> SPLWLG); the online update programs may run again from then.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETEON.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

           SELECT SPLOET-CONTROL-FILE ASSIGN TO "SPLOETCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SPLOET-WINDOW-LOG-FILE ASSIGN TO "SPLOETWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WINDOW-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-WINDOW-LOG-FILE.
           COPY SPLWLG.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-WINDOW-LOG-STATUS    PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-WINDOW-SW            PIC X       VALUE "N".
           88  BatchWindowClosed               VALUE "Y".

       01  WS-WINDOW-EVENT         PIC X(1).
       01  WS-WINDOW-REASON        PIC X(40).
       01  WS-PRIOR-WINDOW.
           05  WS-PRIOR-STATUS     PIC X(1).
           05  WS-PRIOR-RUN-DATE   PIC X(8).
           05  WS-PRIOR-OPENED-BY  PIC X(10).
           05  WS-PRIOR-OPENED-TS  PIC X(26).

       01  WS-RUN-EOF-SW           PIC X       VALUE "N".
           88  EndOfRunFile                    VALUE "Y".
       01  WS-RUN-READ-COUNT       PIC 9(8)    VALUE 0.
       01  WS-DATE-COUNT           PIC 9(8)    VALUE 0.
       01  WS-CHAIN-IDX            PIC 9(2)    VALUE 0.
       01  WS-HELD-TOTAL           PIC 9(8)    VALUE 0.

       01  WS-CHAIN-NAME-VALUES.
           05  FILLER              PIC X(10)   VALUE "SPLOETREL".
           05  FILLER              PIC X(10)   VALUE "SPLOETEDT".
           05  FILLER              PIC X(10)   VALUE "SPLOET".
           05  FILLER              PIC X(10)   VALUE "SPLOETEXP".
           05  FILLER              PIC X(10)   VALUE "SPLOETREC".
           05  FILLER              PIC X(10)   VALUE "SPLOETCSV".
       01  WS-CHAIN-NAMES REDEFINES WS-CHAIN-NAME-VALUES.
           05  WS-CHAIN-NAME       OCCURS 7 TIMES
                                   PIC X(10).

       01  WS-CHAIN-TABLE.
           05  WS-CHAIN-SLOT OCCURS 7 TIMES.
               10  WS-CHAIN-SEEN       PIC 9(2).
               10  WS-CHAIN-TS         PIC X(26).
               10  WS-CHAIN-COUNT-1    PIC 9(8).
               10  WS-CHAIN-COUNT-3    PIC 9(8).
               10  WS-CHAIN-COUNT-4    PIC 9(8).
               10  WS-CHAIN-RC         PIC 9(4).
               10  WS-CHAIN-HELD       PIC 9(8).

       PROCEDURE DIVISION.

           PERFORM CHECK-CHAIN-ORDER.
           PERFORM CROSS-FOOT-COUNTS.
           PERFORM PRINT-VERDICT.
           PERFORM DETERMINE-OPERATOR.
           PERFORM RELEASE-BATCH-WINDOW.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       CLEAR-CHAIN-TABLE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 7
               MOVE 0 TO WS-CHAIN-SEEN(WS-CHAIN-IDX)
               MOVE SPACES TO WS-CHAIN-TS(WS-CHAIN-IDX)
               MOVE 0 TO WS-CHAIN-COUNT-1(WS-CHAIN-IDX)
               MOVE 0 TO WS-CHAIN-COUNT-3(WS-CHAIN-IDX)
               MOVE 0 TO WS-CHAIN-COUNT-4(WS-CHAIN-IDX)
               MOVE 0 TO WS-CHAIN-RC(WS-CHAIN-IDX)
               MOVE 0 TO WS-CHAIN-HELD(WS-CHAIN-IDX)
           END-PERFORM.

       COLLECT-RUN-RECORDS.
           DISPLAY RC-PROGRAM-ID " " RC-RUN-TIMESTAMP(1:14)
               " COUNTS " RC-COUNT-1 " " RC-COUNT-2 " "
               RC-COUNT-3 " " RC-COUNT-4 " RC " RC-RETURN-CODE.
           IF RC-HELD-COUNT > 0
               DISPLAY "    HELD - NOT ACTIONED: " RC-HELD-COUNT
               ADD RC-HELD-COUNT TO WS-HELD-TOTAL
           END-IF.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 7
               IF RC-PROGRAM-ID = WS-CHAIN-NAME(WS-CHAIN-IDX)
                   ADD 1 TO WS-CHAIN-SEEN(WS-CHAIN-IDX)
                   MOVE RC-RUN-TIMESTAMP
                       TO WS-CHAIN-COUNT-4(WS-CHAIN-IDX)
                   MOVE RC-RETURN-CODE
                       TO WS-CHAIN-RC(WS-CHAIN-IDX)
                   MOVE RC-HELD-COUNT
                       TO WS-CHAIN-HELD(WS-CHAIN-IDX)
               END-IF
           END-PERFORM.

       CHECK-CHAIN-PRESENCE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > 7
               EVALUATE WS-CHAIN-SEEN(WS-CHAIN-IDX)
                   WHEN 0
                       DISPLAY "CHAIN STEP MISSING:  "

       CHECK-CHAIN-ORDER.
           PERFORM VARYING WS-CHAIN-IDX FROM 2 BY 1
                   UNTIL WS-CHAIN-IDX > 7
               IF WS-CHAIN-SEEN(WS-CHAIN-IDX) > 0
                   AND WS-CHAIN-SEEN(WS-CHAIN-IDX - 1) > 0
                   AND WS-CHAIN-TS(WS-CHAIN-IDX)
               END-IF
           END-PERFORM.

      *> slot 1 SPLOETREL (copied/released/passed on/waiting), slot
      *> 2 SPLOETEDT (details/clean/rejected/warehoused), slot 3
      *> SPLOET (read/accepted/rejected/pending, plus held), slot 6
      *> SPLOETREC (audit/master/discrepancies) - see SPLRUN
       CROSS-FOOT-COUNTS.
           IF WS-CHAIN-SEEN(1) > 0 AND WS-CHAIN-SEEN(2) > 0
               AND WS-CHAIN-COUNT-3(1) NOT = WS-CHAIN-COUNT-1(2)
               DISPLAY "RELEASE/EDIT MISMATCH: PASSED ON "
                   WS-CHAIN-COUNT-3(1) " BUT EDIT READ "
                   WS-CHAIN-COUNT-1(2)
               SET ChainIsNoGo TO TRUE
           END-IF.
           IF WS-CHAIN-SEEN(2) > 0
               AND WS-CHAIN-COUNT-1(2) NOT = WS-CHAIN-COUNT-2(2)
                   + WS-CHAIN-COUNT-3(2) + WS-CHAIN-COUNT-4(2)
               DISPLAY "EDIT DOES NOT FOOT:  DETAILS "
                   WS-CHAIN-COUNT-1(2) " CLEAN " WS-CHAIN-COUNT-2(2)
                   " REJECTED " WS-CHAIN-COUNT-3(2)
                   " WAREHOUSED " WS-CHAIN-COUNT-4(2)
               SET ChainIsNoGo TO TRUE
           END-IF.
           IF WS-CHAIN-SEEN(2) > 0 AND WS-CHAIN-SEEN(3) > 0
               AND WS-CHAIN-COUNT-2(2) NOT = WS-CHAIN-COUNT-1(3)
               DISPLAY "EDIT/LOAD MISMATCH:  CLEAN "
                   WS-CHAIN-COUNT-2(2) " BUT LOAD READ "
                   WS-CHAIN-COUNT-1(3)
               SET ChainIsNoGo TO TRUE
           END-IF.
           IF WS-CHAIN-SEEN(3) > 0
               AND WS-CHAIN-COUNT-1(3) NOT = WS-CHAIN-COUNT-2(3)
                   + WS-CHAIN-COUNT-3(3) + WS-CHAIN-HELD(3)
               DISPLAY "LOAD DOES NOT FOOT:  READ "
                   WS-CHAIN-COUNT-1(3) " ACCEPTED "
                   WS-CHAIN-COUNT-2(3) " REJECTED "
                   WS-CHAIN-COUNT-3(3) " HELD " WS-CHAIN-HELD(3)
               SET ChainIsNoGo TO TRUE
           END-IF.
           IF WS-CHAIN-SEEN(6) > 0 AND WS-CHAIN-COUNT-3(6) > 0
               DISPLAY "RECONCILIATION FOUND " WS-CHAIN-COUNT-3(6)
                   " DISCREPANCIES"
               SET ChainIsNoGo TO TRUE
           END-IF.
       PRINT-VERDICT.
           DISPLAY "RUN RECORDS READ:       " WS-RUN-READ-COUNT.
           DISPLAY "RECORDS FOR RUN DATE:   " WS-DATE-COUNT.
           DISPLAY "HELD - NOT ACTIONED:    " WS-HELD-TOTAL.
           IF ChainIsGo
               DISPLAY "NIGHT-END VERDICT:      GO"
               MOVE 0 TO RETURN-CODE
               DISPLAY "NIGHT-END VERDICT:      NO-GO"
               MOVE 8 TO RETURN-CODE
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> the night is over whatever the verdict - a NO-GO is for the
      *> schedulers to act on, and keeping the terminals out would
      *> not mend it.  Only the window the chain opened for this run
      *> date is closed, so balancing an old night again cannot open
      *> the door in the middle of tonight's chain or another job
       RELEASE-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-SW.
           MOVE SPACES TO WS-PRIOR-WINDOW.
           MOVE SPACES TO WS-WINDOW-REASON.
           OPEN I-O SPLOET-CONTROL-FILE.
           EVALUATE WS-CONTROL-STATUS
               WHEN "00"
                   MOVE "BATCHWIN" TO CT-CONTROL-ID
                   READ SPLOET-CONTROL-FILE
                       INVALID KEY
                           DISPLAY "No batch window on file - "
                               "nothing to close"
                       NOT INVALID KEY
                           PERFORM CLOSE-WINDOW-RECORD
                   END-READ
                   CLOSE SPLOET-CONTROL-FILE
               WHEN "35"
                   DISPLAY "No batch window on file - nothing to close"
               WHEN OTHER
                   DISPLAY "SPLOET control file open failed, status "
                       WS-CONTROL-STATUS " - batch window NOT closed"
           END-EVALUATE.
           IF BatchWindowClosed
               DISPLAY "BATCH WINDOW CLOSED FOR RUN DATE " WS-RUN-DATE
               IF ChainIsNoGo
                   MOVE "CLOSED ON A NO-GO VERDICT" TO WS-WINDOW-REASON
               END-IF
               MOVE "C" TO WS-WINDOW-EVENT
               PERFORM WRITE-WINDOW-LOG
           END-IF.

       CLOSE-WINDOW-RECORD.
           MOVE CT-WINDOW-STATUS TO WS-PRIOR-STATUS.
           MOVE CT-OPENED-RUN-DATE TO WS-PRIOR-RUN-DATE.
           MOVE CT-OPENED-BY TO WS-PRIOR-OPENED-BY.
           MOVE CT-OPENED-TIMESTAMP TO WS-PRIOR-OPENED-TS.
           EVALUATE TRUE
               WHEN CT-WINDOW-STATUS NOT = "O"
                   DISPLAY "Batch window already closed by "
                       CT-CLOSED-BY " " CT-CLOSED-OPERATOR " at "
                       CT-CLOSED-TIMESTAMP(1:14)
               WHEN CT-OPENED-RUN-DATE NOT = WS-RUN-DATE
                   OR CT-OPENED-BY NOT = "SPLOETREL"
                   DISPLAY "Batch window is open for run date "
                       CT-OPENED-RUN-DATE " by " CT-OPENED-BY
                       " - not closed by this run"
               WHEN OTHER
                   MOVE "C" TO CT-WINDOW-STATUS
                   MOVE "SPLOETEON" TO CT-CLOSED-BY
                   MOVE WS-OPERATOR-ID TO CT-CLOSED-OPERATOR
                   MOVE FUNCTION CURRENT-DATE TO CT-CLOSED-TIMESTAMP
                   REWRITE SPLOET-CONTROL-REC
                       INVALID KEY
                           DISPLAY "SPLOET control rewrite failed, "
                               "status " WS-CONTROL-STATUS
                               " - batch window NOT closed"
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WINDOW-SW
                   END-REWRITE
           END-EVALUATE.

      *> the window log is the record of who held the window and
      *> when; a log failure is reported but the window stays closed
       WRITE-WINDOW-LOG.
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
               MOVE WS-WINDOW-EVENT TO WL-EVENT-CODE
               MOVE "SPLOETEON" TO WL-PROGRAM-ID
               MOVE WS-OPERATOR-ID TO WL-OPERATOR-ID
               MOVE WS-RUN-DATE TO WL-RUN-DATE
               MOVE WS-PRIOR-STATUS TO WL-PRIOR-STATUS
               MOVE WS-PRIOR-RUN-DATE TO WL-PRIOR-RUN-DATE
               MOVE WS-PRIOR-OPENED-BY TO WL-PRIOR-OPENED-BY
               MOVE WS-PRIOR-OPENED-TS TO WL-PRIOR-OPENED-TS
               MOVE WS-WINDOW-REASON TO WL-REASON
               WRITE SPLOET-WINDOW-LOG-REC
               IF WS-WINDOW-LOG-STATUS NOT = "00"
                   DISPLAY "SPLOET batch window log write failed, "
                       "status " WS-WINDOW-LOG-STATUS
               END-IF
               CLOSE SPLOET-WINDOW-LOG-FILE
           END-IF.
