      *> SERVANT $ edit sploetack.cbl
      *>
      *> PROGRAM-ID SPLOETACK - nightly delivery of intake
      *> dispositions to the submitting departments.  Reads the edit
      *> outcomes PROGRAM-ID SPLOETEDT wrote to SPLOETAE this run,
      *> then the load outcomes and follow-ups (SPLOET, SPLOETAPP,
      *> SPLOETPDA, SPLOETFUT) accumulated on SPLOETAK since the last
      *> delivery, and writes them all, in that order and unchanged
      *> in the fixed SPLACK layout, to the SPLOETAO return file the
      *> file transfer routes to each department by AK-SUBMITTER-ID.
      *> The report gives the count of each disposition and the
      *> records per submitter; a record with no submitter cannot be
      *> routed and is listed as UNROUTED.
      *> After a clean delivery SPLOETAK is emptied so nothing goes
      *> twice; SPLOETAE is rewritten by the edit every night and is
      *> left alone.  RETURN-CODE 0 clean, 4 when anything was
      *> unrouted, 8 when a file failed (SPLOETAK is then kept for
      *> the next delivery).
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-EDIT-ACK-FILE ASSIGN TO "SPLOETAE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDIT-ACK-STATUS.

           SELECT SPLOET-LOAD-ACK-FILE ASSIGN TO "SPLOETAK"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOAD-ACK-STATUS.

           SELECT SPLOET-RETURN-FILE ASSIGN TO "SPLOETAO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-EDIT-ACK-FILE.
       01  SPLOET-EDIT-ACK-IN      PIC X(91).

       FD  SPLOET-LOAD-ACK-FILE.
       01  SPLOET-LOAD-ACK-IN      PIC X(91).

       FD  SPLOET-RETURN-FILE.
           COPY SPLACK.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-EDIT-ACK-STATUS      PIC X(2).
       01  WS-LOAD-ACK-STATUS      PIC X(2).
       01  WS-RETURN-STATUS        PIC X(2).

       01  WS-EDIT-EOF-SW          PIC X       VALUE "N".
           88  EndOfEditAcks                   VALUE "Y".

       01  WS-LOAD-EOF-SW          PIC X       VALUE "N".
           88  EndOfLoadAcks                   VALUE "Y".

       01  WS-LOAD-OPEN-SW         PIC X       VALUE "N".
           88  LoadAcksOpened                  VALUE "Y".

       01  WS-SUBM-FOUND-SW        PIC X       VALUE "N".
           88  SubmSlotFound                   VALUE "Y".

       01  WS-EDIT-READ-COUNT      PIC 9(8)    VALUE 0.
       01  WS-LOAD-READ-COUNT      PIC 9(8)    VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(8)    VALUE 0.
       01  WS-UNROUTED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-FOLLOW-UP-COUNT      PIC 9(8)    VALUE 0.

       01  WS-LOADED-COUNT         PIC 9(8)    VALUE 0.
       01  WS-REJECTED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-PENDING-COUNT        PIC 9(8)    VALUE 0.
       01  WS-WAREHOUSED-COUNT     PIC 9(8)    VALUE 0.
       01  WS-HELD-COUNT           PIC 9(8)    VALUE 0.
       01  WS-CANCELLED-COUNT      PIC 9(8)    VALUE 0.
       01  WS-OTHER-COUNT          PIC 9(8)    VALUE 0.

       01  WS-SUBM-COUNT           PIC 9(3)    VALUE 0.
       01  WS-SUBM-IDX             PIC 9(3)    VALUE 0.
       01  WS-SUBM-FULL-COUNT      PIC 9(8)    VALUE 0.

      *> records per submitter, so the delivery can be checked
      *> against what each department receives
       01  WS-SUBMITTER-TABLE.
           05  WS-SUBM-SLOT OCCURS 200 TIMES.
               10  WS-SUBM-ID          PIC X(8).
               10  WS-SUBM-RECORDS     PIC 9(8).
               10  WS-SUBM-FOLLOW-UPS  PIC 9(8).

       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           DISPLAY "SPLOETACK - SPLOET DISPOSITION DELIVERY".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM OPEN-DELIVERY-FILES.
           IF WS-RETURN-CODE < 8
               PERFORM READ-EDIT-ACK
               PERFORM UNTIL EndOfEditAcks
                   ADD 1 TO WS-EDIT-READ-COUNT
                   MOVE SPLOET-EDIT-ACK-IN TO SPLOET-ACK-REC
                   PERFORM DELIVER-ACK-RECORD
                   PERFORM READ-EDIT-ACK
               END-PERFORM
               PERFORM READ-LOAD-ACK
               PERFORM UNTIL EndOfLoadAcks
                   ADD 1 TO WS-LOAD-READ-COUNT
                   MOVE SPLOET-LOAD-ACK-IN TO SPLOET-ACK-REC
                   PERFORM DELIVER-ACK-RECORD
                   PERFORM READ-LOAD-ACK
               END-PERFORM
           END-IF.
           PERFORM CLOSE-DELIVERY-FILES.
           IF WS-RETURN-CODE < 8
               PERFORM EMPTY-LOAD-ACKS
           END-IF.
           PERFORM PRINT-DELIVERY-REPORT.
           IF WS-RETURN-CODE < 4 AND WS-UNROUTED-COUNT > 0
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
           DISPLAY "RUN RETURN CODE:        " WS-RETURN-CODE.
           PERFORM WRITE-RUN-RECORD.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

      *> either input may legitimately be missing - no edit tonight,
      *> or nothing loaded or settled since the last delivery - and
      *> then simply contributes nothing.  The return file is the
      *> only thing the departments get, so failing to write it
      *> fails the run
       OPEN-DELIVERY-FILES.
           OPEN INPUT SPLOET-EDIT-ACK-FILE.
           EVALUATE WS-EDIT-ACK-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "No edit dispositions this run"
                   SET EndOfEditAcks TO TRUE
               WHEN OTHER
                   DISPLAY "SPLOET edit disposition open failed, "
                       "status " WS-EDIT-ACK-STATUS
                   SET EndOfEditAcks TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           OPEN INPUT SPLOET-LOAD-ACK-FILE.
           EVALUATE WS-LOAD-ACK-STATUS
               WHEN "00"
                   SET LoadAcksOpened TO TRUE
               WHEN "35"
                   DISPLAY "No load or follow-up dispositions "
                       "since the last delivery"
                   SET EndOfLoadAcks TO TRUE
               WHEN OTHER
                   DISPLAY "SPLOET disposition file open failed, "
                       "status " WS-LOAD-ACK-STATUS
                   SET EndOfLoadAcks TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           OPEN OUTPUT SPLOET-RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "SPLOET disposition return file open failed, "
                   "status " WS-RETURN-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       READ-EDIT-ACK.
           IF NOT EndOfEditAcks
               READ SPLOET-EDIT-ACK-FILE
                   AT END
                       SET EndOfEditAcks TO TRUE
               END-READ
           END-IF.

       READ-LOAD-ACK.
           IF NOT EndOfLoadAcks
               READ SPLOET-LOAD-ACK-FILE
                   AT END
                       SET EndOfLoadAcks TO TRUE
               END-READ
           END-IF.

       DELIVER-ACK-RECORD.
           EVALUATE AK-DISPOSITION
               WHEN "L"
                   ADD 1 TO WS-LOADED-COUNT
               WHEN "J"
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN "P"
                   ADD 1 TO WS-PENDING-COUNT
               WHEN "W"
                   ADD 1 TO WS-WAREHOUSED-COUNT
               WHEN "H"
                   ADD 1 TO WS-HELD-COUNT
               WHEN "X"
                   ADD 1 TO WS-CANCELLED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OTHER-COUNT
           END-EVALUATE.
           IF AK-FOLLOW-UP-FLAG = "Y"
               ADD 1 TO WS-FOLLOW-UP-COUNT
           END-IF.
      *> an unrouted record still goes in the return file - the
      *> transfer's dead-letter queue is where operations look for
      *> it - but it is listed here so someone chases the submitter
           IF AK-SUBMITTER-ID = SPACES
               ADD 1 TO WS-UNROUTED-COUNT
               DISPLAY "UNROUTED: batch " AK-BATCH-REFERENCE
                   " seq " AK-BATCH-SEQUENCE " Address " AK-ADDRESS
                   " type " AK-SPLOET-TYPE " disposition "
                   AK-DISPOSITION " " AK-REASON-CODE
           ELSE
               PERFORM FIND-SUBM-SLOT
               IF SubmSlotFound
                   ADD 1 TO WS-SUBM-RECORDS(WS-SUBM-IDX)
                   IF AK-FOLLOW-UP-FLAG = "Y"
                       ADD 1 TO WS-SUBM-FOLLOW-UPS(WS-SUBM-IDX)
                   END-IF
               END-IF
           END-IF.
           WRITE SPLOET-ACK-REC.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "SPLOET disposition return write failed, "
                   "status " WS-RETURN-STATUS
               MOVE 8 TO WS-RETURN-CODE
           ELSE
               ADD 1 TO WS-WRITTEN-COUNT
           END-IF.

       FIND-SUBM-SLOT.
           MOVE "N" TO WS-SUBM-FOUND-SW.
           MOVE 1 TO WS-SUBM-IDX.
           PERFORM UNTIL WS-SUBM-IDX > WS-SUBM-COUNT
                   OR SubmSlotFound
               IF AK-SUBMITTER-ID = WS-SUBM-ID(WS-SUBM-IDX)
                   SET SubmSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-SUBM-IDX
               END-IF
           END-PERFORM.
      *> the table only feeds the report - the record is delivered
      *> either way - but an overflow is counted and warned about
           IF NOT SubmSlotFound
               IF WS-SUBM-COUNT < 200
                   ADD 1 TO WS-SUBM-COUNT
                   MOVE WS-SUBM-COUNT TO WS-SUBM-IDX
                   MOVE AK-SUBMITTER-ID TO WS-SUBM-ID(WS-SUBM-IDX)
                   MOVE 0 TO WS-SUBM-RECORDS(WS-SUBM-IDX)
                   MOVE 0 TO WS-SUBM-FOLLOW-UPS(WS-SUBM-IDX)
                   SET SubmSlotFound TO TRUE
               ELSE
                   ADD 1 TO WS-SUBM-FULL-COUNT
               END-IF
           END-IF.

       CLOSE-DELIVERY-FILES.
           IF WS-EDIT-ACK-STATUS NOT = "35"
               CLOSE SPLOET-EDIT-ACK-FILE
           END-IF.
           IF LoadAcksOpened
               CLOSE SPLOET-LOAD-ACK-FILE
           END-IF.
           CLOSE SPLOET-RETURN-FILE.

      *> everything on SPLOETAK is now in the return file; empty it
      *> so the next delivery starts from what happens after this
       EMPTY-LOAD-ACKS.
           IF LoadAcksOpened
               OPEN OUTPUT SPLOET-LOAD-ACK-FILE
               IF WS-LOAD-ACK-STATUS NOT = "00"
                   DISPLAY "SPLOET disposition file could not be "
                       "emptied, status " WS-LOAD-ACK-STATUS
                       " - remove delivered records before the next "
                       "delivery"
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   CLOSE SPLOET-LOAD-ACK-FILE
               END-IF
           END-IF.

       PRINT-DELIVERY-REPORT.
           DISPLAY "SUBMITTER  RECORDS  FOLLOW-UPS".
           MOVE 1 TO WS-SUBM-IDX.
           PERFORM UNTIL WS-SUBM-IDX > WS-SUBM-COUNT
               DISPLAY WS-SUBM-ID(WS-SUBM-IDX) "   "
                   WS-SUBM-RECORDS(WS-SUBM-IDX) " "
                   WS-SUBM-FOLLOW-UPS(WS-SUBM-IDX)
               ADD 1 TO WS-SUBM-IDX
           END-PERFORM.
           IF WS-SUBM-FULL-COUNT > 0
               DISPLAY "WARNING: submitter table full - "
                   WS-SUBM-FULL-COUNT " records not itemised above"
           END-IF.
           DISPLAY "EDIT DISPOSITIONS READ: " WS-EDIT-READ-COUNT.
           DISPLAY "LOAD/FOLLOW-UPS READ:   " WS-LOAD-READ-COUNT.
           DISPLAY "RECORDS DELIVERED:      " WS-WRITTEN-COUNT.
           DISPLAY "  LOADED:               " WS-LOADED-COUNT.
           DISPLAY "  REJECTED:             " WS-REJECTED-COUNT.
           DISPLAY "  PENDING APPROVAL:     " WS-PENDING-COUNT.
           DISPLAY "  WAREHOUSED (FUTURE):  " WS-WAREHOUSED-COUNT.
           DISPLAY "  HELD - NOT ACTIONED:  " WS-HELD-COUNT.
           DISPLAY "  CANCELLED:            " WS-CANCELLED-COUNT.
           IF WS-OTHER-COUNT > 0
               DISPLAY "  UNKNOWN DISPOSITION:  " WS-OTHER-COUNT
           END-IF.
           DISPLAY "FOLLOW-UPS:             " WS-FOLLOW-UP-COUNT.
           DISPLAY "SUBMITTERS:             " WS-SUBM-COUNT.
           DISPLAY "UNROUTED:               " WS-UNROUTED-COUNT.

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
               MOVE "SPLOETACK" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-EDIT-READ-COUNT TO RC-COUNT-1
               MOVE WS-LOAD-READ-COUNT TO RC-COUNT-2
               MOVE WS-WRITTEN-COUNT TO RC-COUNT-3
               MOVE WS-SUBM-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
