      *> SERVANT $ edit sploettrd.cbl
      *>
      *> PROGRAM-ID SPLOETTRD - month-over-month trend report by
      *> SploetType from the SPLOETSH statistics history written by
      *> PROGRAM-ID SPLOETMST.  For each type it prints the 13 months
      *> ending with the report month: active and expired counts,
      *> volume (active + expired), net growth on the previous month
      *> on file, registrations gained (adds + approvals), deletes,
      *> renewals, expiries and the renewal rate
      *> (renewals / (renewals + expiries), as a percentage).  A
      *> month whose volume moved by more than the threshold
      *> percentage on the previous month is flagged ** SHARP MOVE,
      *> and the type is counted as flagged.
      *> The command line is 'yyyymm pp': the report month (default
      *> the current month) and the threshold (default 20 percent).
      *> RETURN-CODE 0 clean, 4 types flagged, 8 bad month or the
      *> history file unavailable.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETTRD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-STATS-FILE ASSIGN TO "SPLOETSH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-STATS-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-STATS-FILE.
           COPY SPLSTH.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-STATS-STATUS         PIC X(2).
       01  WS-RUN-STATUS           PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-PARM-MONTH           PIC X(6)    VALUE SPACES.
       01  WS-PARM-PERCENT         PIC X(5)    VALUE SPACES.
       01  WS-THRESHOLD-PCT        PIC 9(3)    VALUE 20.

       01  WS-END-MONTH            PIC X(6).
       01  WS-END-MONTH-N REDEFINES WS-END-MONTH.
           05  WS-END-YEAR         PIC 9(4).
           05  WS-END-MM           PIC 9(2).
       01  WS-START-MONTH          PIC X(6).
       01  WS-START-MONTH-N REDEFINES WS-START-MONTH.
           05  WS-START-YEAR       PIC 9(4).
           05  WS-START-MM         PIC 9(2).
       01  WS-REC-MONTH            PIC X(6).
       01  WS-REC-MONTH-N REDEFINES WS-REC-MONTH.
           05  WS-REC-YEAR         PIC 9(4).
           05  WS-REC-MM           PIC 9(2).

      *> months counted from year 0, so month arithmetic is just
      *> subtraction
       01  WS-END-SERIAL           PIC 9(6)    VALUE 0.
       01  WS-START-SERIAL         PIC 9(6)    VALUE 0.
       01  WS-REC-SERIAL           PIC 9(6)    VALUE 0.

       01  WS-STATS-EOF-SW         PIC X       VALUE "N".
           88  EndOfStats                      VALUE "Y".

       01  WS-TYPE-FLAGGED-SW      PIC X       VALUE "N".
           88  TypeFlagged                     VALUE "Y".

       01  WS-PREVIOUS-SW          PIC X       VALUE "N".
           88  PreviousMonthFound              VALUE "Y".

       01  WS-CURRENT-TYPE         PIC X(8)    VALUE LOW-VALUES.

      *> one type's 13 months, slot 1 the oldest
       01  WS-MONTH-IDX            PIC 9(2)    VALUE 0.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-SLOT OCCURS 13 TIMES.
               10  WS-MO-PRESENT       PIC X(1).
               10  WS-MO-MONTH         PIC X(6).
               10  WS-MO-ACTIVE        PIC 9(7).
               10  WS-MO-EXPIRED       PIC 9(7).
               10  WS-MO-GAINED        PIC 9(7).
               10  WS-MO-DELETE        PIC 9(7).
               10  WS-MO-RENEW         PIC 9(7).
               10  WS-MO-EXPIRE        PIC 9(7).

       01  WS-VOLUME               PIC 9(8)    VALUE 0.
       01  WS-PREVIOUS-VOLUME      PIC 9(8)    VALUE 0.
       01  WS-NET-GROWTH           PIC S9(8)   VALUE 0.
       01  WS-MOVE-PCT             PIC 9(5)    VALUE 0.
       01  WS-RATE-DENOMINATOR     PIC 9(8)    VALUE 0.
       01  WS-RENEWAL-RATE         PIC 9(3)    VALUE 0.
       01  WS-FLAG-TEXT            PIC X(14)   VALUE SPACES.

       01  WS-GROWTH-ED            PIC -(7)9.
       01  WS-GROWTH-TEXT          PIC X(8).
       01  WS-RATE-ED              PIC X(4).
       01  WS-RATE-NUM-ED          PIC ZZ9.

       01  WS-HISTORY-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-IN-RANGE-COUNT       PIC 9(8)    VALUE 0.
       01  WS-TYPE-COUNT           PIC 9(8)    VALUE 0.
       01  WS-FLAGGED-COUNT        PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM PARSE-PARM.
           DISPLAY "SPLOETTRD - SPLOET TREND REPORT BY TYPE".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           IF WS-RETURN-CODE < 8
               DISPLAY "MONTHS " WS-START-MONTH " THROUGH "
                   WS-END-MONTH ", SHARP MOVE OVER "
                   WS-THRESHOLD-PCT " PERCENT"
               OPEN INPUT SPLOET-STATS-FILE
               IF WS-STATS-STATUS NOT = "00"
                   DISPLAY "SPLOET statistics history open failed, "
                       "status " WS-STATS-STATUS
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM SCAN-STATS-HISTORY
                   CLOSE SPLOET-STATS-FILE
               END-IF
           END-IF.
           IF WS-RETURN-CODE < 4 AND WS-FLAGGED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY " ".
           DISPLAY "HISTORY RECORDS READ:   " WS-HISTORY-READ-COUNT.
           DISPLAY "RECORDS IN RANGE:       " WS-IN-RANGE-COUNT.
           DISPLAY "TYPES REPORTED:         " WS-TYPE-COUNT.
           DISPLAY "TYPES FLAGGED:          " WS-FLAGGED-COUNT.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACE
               INTO WS-PARM-MONTH WS-PARM-PERCENT
           END-UNSTRING.
           IF WS-PARM-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-END-MONTH
           ELSE
               MOVE WS-PARM-MONTH TO WS-END-MONTH
           END-IF.
           IF WS-PARM-PERCENT NOT = SPACES
               AND FUNCTION NUMVAL(WS-PARM-PERCENT) > 0
               MOVE FUNCTION NUMVAL(WS-PARM-PERCENT)
                   TO WS-THRESHOLD-PCT
           END-IF.
           IF WS-END-MONTH IS NOT NUMERIC
               OR WS-END-MM < 1 OR WS-END-MM > 12
               DISPLAY "Report month must be yyyymm - run refused"
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               COMPUTE WS-END-SERIAL = WS-END-YEAR * 12
                   + WS-END-MM - 1
               COMPUTE WS-START-SERIAL = WS-END-SERIAL - 12
               DIVIDE WS-START-SERIAL BY 12 GIVING WS-START-YEAR
                   REMAINDER WS-START-MM
               ADD 1 TO WS-START-MM
           END-IF.

      *> the history reads type by type, each type's months in
      *> order, so a type is complete when the key moves on
       SCAN-STATS-HISTORY.
           PERFORM CLEAR-MONTH-TABLE.
           PERFORM READ-STATS-RECORD.
           PERFORM UNTIL EndOfStats
               ADD 1 TO WS-HISTORY-READ-COUNT
               IF ST-SPLOET-TYPE NOT = WS-CURRENT-TYPE
                   PERFORM PRINT-TYPE-TREND
                   PERFORM CLEAR-MONTH-TABLE
                   MOVE ST-SPLOET-TYPE TO WS-CURRENT-TYPE
               END-IF
               PERFORM KEEP-MONTH
               PERFORM READ-STATS-RECORD
           END-PERFORM.
           PERFORM PRINT-TYPE-TREND.

       READ-STATS-RECORD.
           READ SPLOET-STATS-FILE NEXT RECORD
               AT END
                   SET EndOfStats TO TRUE
           END-READ.

       CLEAR-MONTH-TABLE.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 13
               MOVE "N" TO WS-MO-PRESENT(WS-MONTH-IDX)
           END-PERFORM.

       KEEP-MONTH.
           MOVE ST-MONTH TO WS-REC-MONTH.
           IF WS-REC-MONTH IS NUMERIC
               COMPUTE WS-REC-SERIAL = WS-REC-YEAR * 12
                   + WS-REC-MM - 1
               IF WS-REC-SERIAL NOT < WS-START-SERIAL
                   AND WS-REC-SERIAL NOT > WS-END-SERIAL
                   ADD 1 TO WS-IN-RANGE-COUNT
                   COMPUTE WS-MONTH-IDX = WS-REC-SERIAL
                       - WS-START-SERIAL + 1
                   MOVE "Y" TO WS-MO-PRESENT(WS-MONTH-IDX)
                   MOVE ST-MONTH TO WS-MO-MONTH(WS-MONTH-IDX)
                   MOVE ST-ACTIVE-COUNT TO WS-MO-ACTIVE(WS-MONTH-IDX)
                   MOVE ST-EXPIRED-COUNT
                       TO WS-MO-EXPIRED(WS-MONTH-IDX)
                   COMPUTE WS-MO-GAINED(WS-MONTH-IDX) =
                       ST-ADD-COUNT + ST-APPROVE-COUNT
                   MOVE ST-DELETE-COUNT TO WS-MO-DELETE(WS-MONTH-IDX)
                   MOVE ST-RENEW-COUNT TO WS-MO-RENEW(WS-MONTH-IDX)
                   MOVE ST-EXPIRE-COUNT TO WS-MO-EXPIRE(WS-MONTH-IDX)
               END-IF
           END-IF.

      *> growth is measured against the previous month actually on
      *> file, so a month the capture missed does not read as a
      *> collapse; the first month shown has nothing to compare
       PRINT-TYPE-TREND.
           MOVE "N" TO WS-PREVIOUS-SW.
           MOVE "N" TO WS-TYPE-FLAGGED-SW.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > 13
               IF WS-MO-PRESENT(WS-MONTH-IDX) = "Y"
                   IF NOT PreviousMonthFound
                       ADD 1 TO WS-TYPE-COUNT
                       DISPLAY " "
                       DISPLAY "SPLOET TYPE " WS-CURRENT-TYPE
                       DISPLAY "MONTH    ACTIVE  EXPIRED VOLUME    "
                           "GROWTH  GAINED  DELS    RNWS    EXPS   "
                           " RATE"
                   END-IF
                   PERFORM PRINT-MONTH-LINE
               END-IF
           END-PERFORM.
           IF TypeFlagged
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       PRINT-MONTH-LINE.
           COMPUTE WS-VOLUME = WS-MO-ACTIVE(WS-MONTH-IDX)
               + WS-MO-EXPIRED(WS-MONTH-IDX).
           MOVE SPACES TO WS-FLAG-TEXT.
           IF PreviousMonthFound
               COMPUTE WS-NET-GROWTH = WS-VOLUME - WS-PREVIOUS-VOLUME
               MOVE WS-NET-GROWTH TO WS-GROWTH-ED
               MOVE WS-GROWTH-ED TO WS-GROWTH-TEXT
               IF WS-PREVIOUS-VOLUME > 0
                   IF WS-NET-GROWTH < 0
                       COMPUTE WS-MOVE-PCT = (0 - WS-NET-GROWTH) * 100
                           / WS-PREVIOUS-VOLUME
                   ELSE
                       COMPUTE WS-MOVE-PCT = WS-NET-GROWTH * 100
                           / WS-PREVIOUS-VOLUME
                   END-IF
                   IF WS-MOVE-PCT > WS-THRESHOLD-PCT
                       MOVE "** SHARP MOVE" TO WS-FLAG-TEXT
                       SET TypeFlagged TO TRUE
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO WS-GROWTH-TEXT
           END-IF.
           COMPUTE WS-RATE-DENOMINATOR = WS-MO-RENEW(WS-MONTH-IDX)
               + WS-MO-EXPIRE(WS-MONTH-IDX).
           IF WS-RATE-DENOMINATOR = 0
               MOVE "   -" TO WS-RATE-ED
           ELSE
               COMPUTE WS-RENEWAL-RATE = WS-MO-RENEW(WS-MONTH-IDX)
                   * 100 / WS-RATE-DENOMINATOR
               MOVE WS-RENEWAL-RATE TO WS-RATE-NUM-ED
               MOVE WS-RATE-NUM-ED TO WS-RATE-ED
               MOVE "%" TO WS-RATE-ED(4:1)
           END-IF.
           DISPLAY WS-MO-MONTH(WS-MONTH-IDX) "   "
               WS-MO-ACTIVE(WS-MONTH-IDX) " "
               WS-MO-EXPIRED(WS-MONTH-IDX) " " WS-VOLUME " "
               WS-GROWTH-TEXT " " WS-MO-GAINED(WS-MONTH-IDX) " "
               WS-MO-DELETE(WS-MONTH-IDX) " "
               WS-MO-RENEW(WS-MONTH-IDX) " "
               WS-MO-EXPIRE(WS-MONTH-IDX) " " WS-RATE-ED " "
               WS-FLAG-TEXT.
           MOVE WS-VOLUME TO WS-PREVIOUS-VOLUME.
           SET PreviousMonthFound TO TRUE.

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
               MOVE "SPLOETTRD" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-HISTORY-READ-COUNT TO RC-COUNT-1
               MOVE WS-IN-RANGE-COUNT TO RC-COUNT-2
               MOVE WS-TYPE-COUNT TO RC-COUNT-3
               MOVE WS-FLAGGED-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
