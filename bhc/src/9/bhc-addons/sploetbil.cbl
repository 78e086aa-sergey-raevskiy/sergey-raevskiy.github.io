      *> SERVANT $ edit sploetbil.cbl
      *>
      *> PROGRAM-ID SPLOETBIL - monthly registration billing run.
      *> Reads the SPLOETCG charge file (see SPLCHG) for one calendar
      *> month, named on the command line as 'yyyymm' (default the
      *> current month - run it on the last night of the month, after
      *> the nightly stream).  Charges backed out by PROGRAM-ID
      *> SPLOETBKO or whose queued add was rejected in PROGRAM-ID
      *> SPLOETAPP in the same month are reversed - listed but not
      *> billed.  A reversal marker whose charge fell in an earlier
      *> month finds nothing to reverse here: that charge has already
      *> been billed and is listed for finance to credit by hand.
      *> Prints an invoice register per department - each charge,
      *> then the department's adds, renewals, releases, reversals
      *> and net amount billed - and writes the SPLOETGL general-
      *> ledger interface file (see SPLGLI): one detail per
      *> department per charge code billed and a trailer carrying
      *> the control totals.  The GL file is written fresh each run,
      *> so a rerun of the month replaces it.
      *> Charges raised while a type had no rate on file carry no
      *> amount; they are listed UNPRICED for the schedule to be
      *> put right (PROGRAM-ID SPLOETFEE) and the charge billed by
      *> hand.
      *> RETURN-CODE 0 clean, 4 unpriced charges, 8 bad month, table
      *> full, control totals out of balance or a file failure - no
      *> GL trailer is written on 8, so the ledger load refuses it.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETBIL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-CHARGE-FILE ASSIGN TO "SPLOETCG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHARGE-STATUS.

           SELECT SPLOET-GL-FILE ASSIGN TO "SPLOETGL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-CHARGE-FILE.
           COPY SPLCHG.

       FD  SPLOET-GL-FILE.
           COPY SPLGLI.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-CHARGE-STATUS        PIC X(2).
       01  WS-GL-STATUS            PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-BILLING-MONTH        PIC X(6).
       01  WS-BILLING-MONTH-N REDEFINES WS-BILLING-MONTH.
           05  WS-BILLING-YEAR     PIC 9(4).
           05  WS-BILLING-MM       PIC 9(2).

       01  WS-CHARGE-EOF-SW        PIC X       VALUE "N".
           88  EndOfCharges                    VALUE "Y".

       01  WS-GL-OPEN-SW           PIC X       VALUE "N".
           88  GlFileOpen                      VALUE "Y".

       01  WS-DEPT-FOUND-SW        PIC X       VALUE "N".
           88  DeptSlotFound                   VALUE "Y".

       01  WS-MATCH-SW             PIC X       VALUE "N".
           88  ChargeMatched                   VALUE "Y".

       01  WS-CHG-COUNT            PIC 9(5)    VALUE 0.
       01  WS-CHG-IDX              PIC 9(5)    VALUE 0.
       01  WS-MARK-IDX             PIC 9(5)    VALUE 0.
       01  WS-DEPT-COUNT           PIC 9(4)    VALUE 0.
       01  WS-DEPT-IDX             PIC 9(4)    VALUE 0.
       01  WS-SHIFT-IDX            PIC S9(4)   VALUE 0.
       01  WS-SEARCH-DEPT          PIC X(8).

      *> the month's charge records in file order, so a reversal
      *> marker is only ever matched to a charge written before it.
      *> WS-CH-STATE: " " billed   "X" reversed   "M" marker that
      *> reversed a charge   "U" marker with nothing to reverse
       01  WS-CHARGE-TABLE.
           05  WS-CHG-SLOT OCCURS 20000 TIMES.
               10  WS-CH-DEPARTMENT    PIC X(8).
               10  WS-CH-ADDRESS       PIC X(8).
               10  WS-CH-TYPE          PIC X(8).
               10  WS-CH-CODE          PIC X(1).
               10  WS-CH-AMOUNT        PIC 9(5)V99.
               10  WS-CH-RATE-DATE     PIC X(8).
               10  WS-CH-TIMESTAMP     PIC X(26).
               10  WS-CH-REVERSES      PIC X(26).
               10  WS-CH-STATE         PIC X(1).
               10  WS-CH-REVERSED-BY   PIC X(1).

      *> kept in department order so the register and the GL file
      *> read in the same sequence
       01  WS-DEPT-TABLE.
           05  WS-DEPT-SLOT OCCURS 1000 TIMES.
               10  WS-DP-DEPARTMENT    PIC X(8).
               10  WS-DP-ADD-COUNT     PIC 9(7).
               10  WS-DP-ADD-AMOUNT    PIC 9(9)V99.
               10  WS-DP-RENEW-COUNT   PIC 9(7).
               10  WS-DP-RENEW-AMOUNT  PIC 9(9)V99.
               10  WS-DP-RELEASE-COUNT PIC 9(7).
               10  WS-DP-RELEASE-AMOUNT
                                       PIC 9(9)V99.
               10  WS-DP-REVERSED-COUNT
                                       PIC 9(7).
               10  WS-DP-REVERSED-AMOUNT
                                       PIC 9(9)V99.
               10  WS-DP-UNPRICED-COUNT
                                       PIC 9(7).

       01  WS-CHARGE-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-MONTH-COUNT          PIC 9(8)    VALUE 0.
       01  WS-BILLED-COUNT         PIC 9(8)    VALUE 0.
       01  WS-BILLED-AMOUNT        PIC 9(9)V99 VALUE 0.
       01  WS-REVERSED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-REVERSED-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-MARKER-COUNT         PIC 9(8)    VALUE 0.
       01  WS-UNMATCHED-COUNT      PIC 9(8)    VALUE 0.
       01  WS-UNPRICED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-OVERFLOW-COUNT       PIC 9(8)    VALUE 0.
       01  WS-GL-DETAIL-COUNT      PIC 9(7)    VALUE 0.
       01  WS-GL-CHARGE-COUNT      PIC 9(7)    VALUE 0.
       01  WS-GL-AMOUNT            PIC 9(9)V99 VALUE 0.
       01  WS-FOOT-COUNT           PIC 9(8)    VALUE 0.
       01  WS-DEPT-NET-AMOUNT      PIC 9(9)V99 VALUE 0.
       01  WS-RUN-TIMESTAMP        PIC X(26).
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       01  WS-CHARGE-DESC          PIC X(8).
       01  WS-CHARGE-NOTE          PIC X(24).
       01  WS-AMOUNT-EDIT          PIC ZZ,ZZ9.99.
       01  WS-COUNT-EDIT           PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-EDIT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM PARSE-PARM.
           DISPLAY "SPLOETBIL - MONTHLY REGISTRATION BILLING".
           DISPLAY "RUN DATE " WS-RUN-TIMESTAMP(1:8).
           IF WS-RETURN-CODE < 8
               DISPLAY "BILLING MONTH " WS-BILLING-MONTH
               PERFORM LOAD-MONTH-CHARGES
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM APPLY-REVERSALS
               PERFORM BUILD-DEPARTMENT-TABLE
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM OPEN-GL-FILE
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM PRINT-INVOICE-REGISTER
               PERFORM LIST-UNMATCHED-REVERSALS
               PERFORM CHECK-CONTROL-TOTALS
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM WRITE-GL-TRAILER
           END-IF.
           IF GlFileOpen
               CLOSE SPLOET-GL-FILE
           END-IF.
           IF WS-RETURN-CODE < 8 AND WS-UNPRICED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           PERFORM PRINT-CONTROL-REPORT.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM = SPACES
               MOVE WS-RUN-TIMESTAMP(1:6) TO WS-BILLING-MONTH
           ELSE
               MOVE WS-PARM(1:6) TO WS-BILLING-MONTH
           END-IF.
           IF WS-BILLING-MONTH IS NOT NUMERIC
               OR WS-BILLING-MM < 1 OR WS-BILLING-MM > 12
               DISPLAY "Billing month must be yyyymm - run refused"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> a charge left out of the table would go unbilled, so a
      *> month too large for it is refused whole
       LOAD-MONTH-CHARGES.
           OPEN INPUT SPLOET-CHARGE-FILE.
           IF WS-CHARGE-STATUS NOT = "00"
               DISPLAY "SPLOET charge file open failed, status "
                   WS-CHARGE-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               PERFORM READ-CHARGE-RECORD
               PERFORM UNTIL EndOfCharges
                   IF CG-TIMESTAMP(1:6) = WS-BILLING-MONTH
                       ADD 1 TO WS-MONTH-COUNT
                       IF WS-CHG-COUNT < 20000
                           PERFORM ADD-CHARGE-ENTRY
                       ELSE
                           ADD 1 TO WS-OVERFLOW-COUNT
                       END-IF
                   END-IF
                   PERFORM READ-CHARGE-RECORD
               END-PERFORM
               CLOSE SPLOET-CHARGE-FILE
               IF WS-OVERFLOW-COUNT > 0
                   DISPLAY "CHARGE TABLE FULL - " WS-OVERFLOW-COUNT
                       " CHARGES NOT LOADED - run refused"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       READ-CHARGE-RECORD.
           READ SPLOET-CHARGE-FILE
               AT END
                   SET EndOfCharges TO TRUE
               NOT AT END
                   ADD 1 TO WS-CHARGE-READ-COUNT
           END-READ.

       ADD-CHARGE-ENTRY.
           ADD 1 TO WS-CHG-COUNT.
           MOVE CG-DEPARTMENT TO WS-CH-DEPARTMENT(WS-CHG-COUNT).
           MOVE CG-ADDRESS TO WS-CH-ADDRESS(WS-CHG-COUNT).
           MOVE CG-SPLOET-TYPE TO WS-CH-TYPE(WS-CHG-COUNT).
           MOVE CG-CHARGE-CODE TO WS-CH-CODE(WS-CHG-COUNT).
           MOVE CG-AMOUNT TO WS-CH-AMOUNT(WS-CHG-COUNT).
           MOVE CG-RATE-DATE TO WS-CH-RATE-DATE(WS-CHG-COUNT).
           MOVE CG-TIMESTAMP TO WS-CH-TIMESTAMP(WS-CHG-COUNT).
           MOVE CG-REVERSES-TIMESTAMP TO WS-CH-REVERSES(WS-CHG-COUNT).
           MOVE SPACE TO WS-CH-STATE(WS-CHG-COUNT).
           MOVE SPACE TO WS-CH-REVERSED-BY(WS-CHG-COUNT).

      *> a marker names its charge by pair and stamp (see SPLCHG);
      *> each charge can be reversed once
       APPLY-REVERSALS.
           PERFORM VARYING WS-MARK-IDX FROM 1 BY 1
                   UNTIL WS-MARK-IDX > WS-CHG-COUNT
               IF WS-CH-CODE(WS-MARK-IDX) = "B"
                   OR WS-CH-CODE(WS-MARK-IDX) = "J"
                   ADD 1 TO WS-MARKER-COUNT
                   PERFORM FIND-REVERSED-CHARGE
                   IF ChargeMatched
                       MOVE "X" TO WS-CH-STATE(WS-CHG-IDX)
                       MOVE WS-CH-CODE(WS-MARK-IDX)
                           TO WS-CH-REVERSED-BY(WS-CHG-IDX)
                       MOVE "M" TO WS-CH-STATE(WS-MARK-IDX)
                   ELSE
                       MOVE "U" TO WS-CH-STATE(WS-MARK-IDX)
                       ADD 1 TO WS-UNMATCHED-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       FIND-REVERSED-CHARGE.
           MOVE "N" TO WS-MATCH-SW.
           MOVE 1 TO WS-CHG-IDX.
           PERFORM UNTIL ChargeMatched OR WS-CHG-IDX >= WS-MARK-IDX
               IF WS-CH-STATE(WS-CHG-IDX) = SPACE
                   AND (WS-CH-CODE(WS-CHG-IDX) = "A"
                       OR WS-CH-CODE(WS-CHG-IDX) = "N"
                       OR WS-CH-CODE(WS-CHG-IDX) = "V")
                   AND WS-CH-TIMESTAMP(WS-CHG-IDX)
                       = WS-CH-REVERSES(WS-MARK-IDX)
                   AND WS-CH-ADDRESS(WS-CHG-IDX)
                       = WS-CH-ADDRESS(WS-MARK-IDX)
                   AND WS-CH-TYPE(WS-CHG-IDX)
                       = WS-CH-TYPE(WS-MARK-IDX)
                   SET ChargeMatched TO TRUE
               ELSE
                   ADD 1 TO WS-CHG-IDX
               END-IF
           END-PERFORM.

       BUILD-DEPARTMENT-TABLE.
           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   OR WS-RETURN-CODE >= 8
               IF WS-CH-CODE(WS-CHG-IDX) = "A"
                   OR WS-CH-CODE(WS-CHG-IDX) = "N"
                   OR WS-CH-CODE(WS-CHG-IDX) = "V"
                   MOVE WS-CH-DEPARTMENT(WS-CHG-IDX) TO WS-SEARCH-DEPT
                   PERFORM FIND-DEPT-SLOT
                   IF DeptSlotFound
                       PERFORM TALLY-DEPT-CHARGE
                   END-IF
               END-IF
           END-PERFORM.

       TALLY-DEPT-CHARGE.
           IF WS-CH-STATE(WS-CHG-IDX) = "X"
               ADD 1 TO WS-DP-REVERSED-COUNT(WS-DEPT-IDX)
               ADD WS-CH-AMOUNT(WS-CHG-IDX)
                   TO WS-DP-REVERSED-AMOUNT(WS-DEPT-IDX)
               ADD 1 TO WS-REVERSED-COUNT
               ADD WS-CH-AMOUNT(WS-CHG-IDX) TO WS-REVERSED-AMOUNT
           ELSE
               EVALUATE WS-CH-CODE(WS-CHG-IDX)
                   WHEN "A"
                       ADD 1 TO WS-DP-ADD-COUNT(WS-DEPT-IDX)
                       ADD WS-CH-AMOUNT(WS-CHG-IDX)
                           TO WS-DP-ADD-AMOUNT(WS-DEPT-IDX)
                   WHEN "N"
                       ADD 1 TO WS-DP-RENEW-COUNT(WS-DEPT-IDX)
                       ADD WS-CH-AMOUNT(WS-CHG-IDX)
                           TO WS-DP-RENEW-AMOUNT(WS-DEPT-IDX)
                   WHEN "V"
                       ADD 1 TO WS-DP-RELEASE-COUNT(WS-DEPT-IDX)
                       ADD WS-CH-AMOUNT(WS-CHG-IDX)
                           TO WS-DP-RELEASE-AMOUNT(WS-DEPT-IDX)
               END-EVALUATE
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-CH-AMOUNT(WS-CHG-IDX) TO WS-BILLED-AMOUNT
               IF WS-CH-RATE-DATE(WS-CHG-IDX) = SPACES
                   ADD 1 TO WS-DP-UNPRICED-COUNT(WS-DEPT-IDX)
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
           END-IF.

      *> a department left out would go unbilled, so a full table
      *> refuses the run rather than dropping one
       FIND-DEPT-SLOT.
           MOVE "N" TO WS-DEPT-FOUND-SW.
           MOVE 1 TO WS-DEPT-IDX.
           PERFORM UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   OR DeptSlotFound
                   OR WS-SEARCH-DEPT < WS-DP-DEPARTMENT(WS-DEPT-IDX)
               IF WS-SEARCH-DEPT = WS-DP-DEPARTMENT(WS-DEPT-IDX)
                   SET DeptSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF NOT DeptSlotFound
               IF WS-DEPT-COUNT < 1000
                   PERFORM INSERT-DEPT-SLOT
               ELSE
                   DISPLAY "DEPARTMENT TABLE FULL at "
                       WS-SEARCH-DEPT " - run refused"
                   MOVE 8 TO WS-RETURN-CODE
               END-IF
           END-IF.

       INSERT-DEPT-SLOT.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-DEPT-COUNT BY -1
                   UNTIL WS-SHIFT-IDX < WS-DEPT-IDX
               MOVE WS-DEPT-SLOT(WS-SHIFT-IDX)
                   TO WS-DEPT-SLOT(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-SEARCH-DEPT TO WS-DP-DEPARTMENT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-ADD-COUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-ADD-AMOUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-RENEW-COUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-RENEW-AMOUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-RELEASE-COUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-RELEASE-AMOUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-REVERSED-COUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-REVERSED-AMOUNT(WS-DEPT-IDX).
           MOVE 0 TO WS-DP-UNPRICED-COUNT(WS-DEPT-IDX).
           SET DeptSlotFound TO TRUE.

       OPEN-GL-FILE.
           OPEN OUTPUT SPLOET-GL-FILE.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "SPLOET GL interface open failed, status "
                   WS-GL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               SET GlFileOpen TO TRUE
           END-IF.

       PRINT-INVOICE-REGISTER.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               DISPLAY " "
               DISPLAY "INVOICE REGISTER - DEPARTMENT "
                   WS-DP-DEPARTMENT(WS-DEPT-IDX)
                   "  MONTH " WS-BILLING-MONTH
               DISPLAY "DATE     ADDRESS  TYPE     CHARGE   RATE OF  "
                   "    AMOUNT"
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   IF WS-CH-DEPARTMENT(WS-CHG-IDX)
                           = WS-DP-DEPARTMENT(WS-DEPT-IDX)
                       AND (WS-CH-CODE(WS-CHG-IDX) = "A"
                           OR WS-CH-CODE(WS-CHG-IDX) = "N"
                           OR WS-CH-CODE(WS-CHG-IDX) = "V")
                       PERFORM PRINT-CHARGE-LINE
                   END-IF
               END-PERFORM
               PERFORM PRINT-DEPARTMENT-TOTALS
               PERFORM WRITE-GL-DETAILS
           END-PERFORM.

       PRINT-CHARGE-LINE.
           EVALUATE WS-CH-CODE(WS-CHG-IDX)
               WHEN "A"
                   MOVE "ADD" TO WS-CHARGE-DESC
               WHEN "N"
                   MOVE "RENEWAL" TO WS-CHARGE-DESC
               WHEN "V"
                   MOVE "RELEASE" TO WS-CHARGE-DESC
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-CH-STATE(WS-CHG-IDX) = "X"
                   AND WS-CH-REVERSED-BY(WS-CHG-IDX) = "B"
                   MOVE "REVERSED - BACKED OUT" TO WS-CHARGE-NOTE
               WHEN WS-CH-STATE(WS-CHG-IDX) = "X"
                   MOVE "REVERSED - REJECTED" TO WS-CHARGE-NOTE
               WHEN WS-CH-RATE-DATE(WS-CHG-IDX) = SPACES
                   MOVE "UNPRICED - NO RATE" TO WS-CHARGE-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-CHARGE-NOTE
           END-EVALUATE.
           MOVE WS-CH-AMOUNT(WS-CHG-IDX) TO WS-AMOUNT-EDIT.
           DISPLAY WS-CH-TIMESTAMP(WS-CHG-IDX)(1:8) " "
               WS-CH-ADDRESS(WS-CHG-IDX) " "
               WS-CH-TYPE(WS-CHG-IDX) " " WS-CHARGE-DESC " "
               WS-CH-RATE-DATE(WS-CHG-IDX) " " WS-AMOUNT-EDIT " "
               WS-CHARGE-NOTE.

       PRINT-DEPARTMENT-TOTALS.
           MOVE WS-DP-ADD-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DP-ADD-AMOUNT(WS-DEPT-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  ADDS       " WS-COUNT-EDIT " " WS-TOTAL-EDIT.
           MOVE WS-DP-RENEW-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DP-RENEW-AMOUNT(WS-DEPT-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  RENEWALS   " WS-COUNT-EDIT " " WS-TOTAL-EDIT.
           MOVE WS-DP-RELEASE-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DP-RELEASE-AMOUNT(WS-DEPT-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  RELEASES   " WS-COUNT-EDIT " " WS-TOTAL-EDIT.
           MOVE WS-DP-REVERSED-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT.
           MOVE WS-DP-REVERSED-AMOUNT(WS-DEPT-IDX) TO WS-TOTAL-EDIT.
           DISPLAY "  REVERSED   " WS-COUNT-EDIT " " WS-TOTAL-EDIT
               " (not billed)".
           COMPUTE WS-DEPT-NET-AMOUNT = WS-DP-ADD-AMOUNT(WS-DEPT-IDX)
               + WS-DP-RENEW-AMOUNT(WS-DEPT-IDX)
               + WS-DP-RELEASE-AMOUNT(WS-DEPT-IDX).
           MOVE WS-DEPT-NET-AMOUNT TO WS-TOTAL-EDIT.
           DISPLAY "  NET BILLED           " WS-TOTAL-EDIT.
           IF WS-DP-UNPRICED-COUNT(WS-DEPT-IDX) > 0
               MOVE WS-DP-UNPRICED-COUNT(WS-DEPT-IDX) TO WS-COUNT-EDIT
               DISPLAY "  ** UNPRICED " WS-COUNT-EDIT
                   " - to be billed by hand"
           END-IF.

      *> one detail per charge code the department was billed for
       WRITE-GL-DETAILS.
           IF WS-DP-ADD-COUNT(WS-DEPT-IDX) > 0
               MOVE "A" TO GL-CHARGE-CODE
               MOVE WS-DP-ADD-COUNT(WS-DEPT-IDX) TO GL-CHARGE-COUNT
               MOVE WS-DP-ADD-AMOUNT(WS-DEPT-IDX) TO GL-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF.
           IF WS-DP-RENEW-COUNT(WS-DEPT-IDX) > 0
               MOVE "N" TO GL-CHARGE-CODE
               MOVE WS-DP-RENEW-COUNT(WS-DEPT-IDX) TO GL-CHARGE-COUNT
               MOVE WS-DP-RENEW-AMOUNT(WS-DEPT-IDX) TO GL-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF.
           IF WS-DP-RELEASE-COUNT(WS-DEPT-IDX) > 0
               MOVE "V" TO GL-CHARGE-CODE
               MOVE WS-DP-RELEASE-COUNT(WS-DEPT-IDX)
                   TO GL-CHARGE-COUNT
               MOVE WS-DP-RELEASE-AMOUNT(WS-DEPT-IDX) TO GL-AMOUNT
               PERFORM WRITE-GL-DETAIL
           END-IF.

       WRITE-GL-DETAIL.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE WS-BILLING-MONTH TO GL-BILLING-MONTH.
           MOVE WS-DP-DEPARTMENT(WS-DEPT-IDX) TO GL-DEPARTMENT.
           MOVE 0 TO GL-RECORD-COUNT.
           MOVE 0 TO GL-REVERSED-COUNT.
           MOVE 0 TO GL-REVERSED-AMOUNT.
           MOVE WS-RUN-TIMESTAMP TO GL-CREATED-TIMESTAMP.
           WRITE SPLOET-GL-REC.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "SPLOET GL interface write failed, status "
                   WS-GL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-GL-DETAIL-COUNT
               ADD GL-CHARGE-COUNT TO WS-GL-CHARGE-COUNT
               ADD GL-AMOUNT TO WS-GL-AMOUNT
           END-IF.

      *> markers whose charge is not in this month - a change that
      *> raised no charge, or a charge billed in an earlier month
       LIST-UNMATCHED-REVERSALS.
           IF WS-UNMATCHED-COUNT > 0
               DISPLAY " "
               DISPLAY "REVERSALS WITH NO CHARGE IN THE MONTH "
                   "(nothing billed here to reverse)"
               DISPLAY "DATE     ADDRESS  TYPE     MARKER CHARGE STAMP"
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                   IF WS-CH-STATE(WS-CHG-IDX) = "U"
                       DISPLAY WS-CH-TIMESTAMP(WS-CHG-IDX)(1:8) " "
                           WS-CH-ADDRESS(WS-CHG-IDX) " "
                           WS-CH-TYPE(WS-CHG-IDX) " "
                           WS-CH-CODE(WS-CHG-IDX) "      "
                           WS-CH-REVERSES(WS-CHG-IDX)(1:14)
                   END-IF
               END-PERFORM
           END-IF.

      *> every charge in the month is billed, reversed or a marker,
      *> and the GL details must carry exactly what was billed
       CHECK-CONTROL-TOTALS.
           COMPUTE WS-FOOT-COUNT = WS-BILLED-COUNT + WS-REVERSED-COUNT
               + WS-MARKER-COUNT.
           IF WS-FOOT-COUNT NOT = WS-MONTH-COUNT
               OR WS-GL-CHARGE-COUNT NOT = WS-BILLED-COUNT
               OR WS-GL-AMOUNT NOT = WS-BILLED-AMOUNT
               DISPLAY "** CONTROL TOTALS OUT OF BALANCE - GL "
                   "interface not released"
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       WRITE-GL-TRAILER.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-BILLING-MONTH TO GL-BILLING-MONTH.
           MOVE SPACES TO GL-DEPARTMENT.
           MOVE SPACE TO GL-CHARGE-CODE.
           MOVE WS-GL-CHARGE-COUNT TO GL-CHARGE-COUNT.
           MOVE WS-GL-AMOUNT TO GL-AMOUNT.
           MOVE WS-GL-DETAIL-COUNT TO GL-RECORD-COUNT.
           MOVE WS-REVERSED-COUNT TO GL-REVERSED-COUNT.
           MOVE WS-REVERSED-AMOUNT TO GL-REVERSED-AMOUNT.
           MOVE WS-RUN-TIMESTAMP TO GL-CREATED-TIMESTAMP.
           WRITE SPLOET-GL-REC.
           IF WS-GL-STATUS NOT = "00"
               DISPLAY "SPLOET GL interface write failed, status "
                   WS-GL-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       PRINT-CONTROL-REPORT.
           DISPLAY " ".
           DISPLAY "SPLOETBIL - CONTROL TOTALS FOR " WS-BILLING-MONTH.
           DISPLAY "CHARGE RECORDS READ:    " WS-CHARGE-READ-COUNT.
           DISPLAY "CHARGE RECORDS IN MONTH:" WS-MONTH-COUNT.
           DISPLAY "CHARGES BILLED:         " WS-BILLED-COUNT.
           MOVE WS-BILLED-AMOUNT TO WS-TOTAL-EDIT.
           DISPLAY "AMOUNT BILLED:          " WS-TOTAL-EDIT.
           DISPLAY "CHARGES REVERSED:       " WS-REVERSED-COUNT.
           MOVE WS-REVERSED-AMOUNT TO WS-TOTAL-EDIT.
           DISPLAY "AMOUNT REVERSED:        " WS-TOTAL-EDIT.
           DISPLAY "REVERSAL MARKERS:       " WS-MARKER-COUNT.
           DISPLAY "  NOTHING TO REVERSE:   " WS-UNMATCHED-COUNT.
           DISPLAY "UNPRICED CHARGES:       " WS-UNPRICED-COUNT.
           DISPLAY "DEPARTMENTS:            " WS-DEPT-COUNT.
           DISPLAY "GL DETAIL RECORDS:      " WS-GL-DETAIL-COUNT.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.

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
               MOVE "SPLOETBIL" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-MONTH-COUNT TO RC-COUNT-1
               MOVE WS-BILLED-COUNT TO RC-COUNT-2
               MOVE WS-REVERSED-COUNT TO RC-COUNT-3
               MOVE WS-DEPT-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
