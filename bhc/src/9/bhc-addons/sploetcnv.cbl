      *> job reads the old-key files and loads new-key copies:
      *>   SPLOETMO (old master, key OM-ADDRESS)  -> SPLOETM
      *>   SPLOETPO (old pending, key PO-ADDRESS) -> SPLOETPD
      *> It also converts the two files whose records have since
      *> grown, which open with status 39 (record length) in the
      *> same way:
      *>   SPLOETPS (wide-key pending without the intake origin,
      *>            see SPLPND) -> SPLOETPD, the submitter and batch
      *>            reference blank and the sequence zero, as for a
      *>            keyed entry
      *>   SPLOETOO (operators without OP-SUPER-FLAG, see SPLOPR)
      *>            -> SPLOETOP, the flag set to "N" so no-one is a
      *>            supervisor until SPLOETOPR grants it
      *> The pending file is loaded from SPLOETPO or SPLOETPS, never
      *> both: once SPLOETPO has been converted SPLOETPS is ignored.
      *> The new files are created anew each run, so a rerun simply
      *> reloads them.  An old file that is not on file (status 35)
      *> is skipped with a message, so the files can be converted in
      *> separate runs if need be.  After converting the master, run
      *> PROGRAM-ID SPLOETXRF to build the type cross-reference.
      *> RETURN-CODE 0 converted clean, 8 a file was unavailable
      *> (other than a skippable old file) or a write failed.
       >>SOURCE FORMAT FREE
               RECORD KEY IS PO-ADDRESS
               FILE STATUS IS WS-OLD-PENDING-STATUS.

           SELECT SPLOET-SHORT-PENDING-FILE ASSIGN TO "SPLOETPS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-SHORT-PENDING-STATUS.

           SELECT SPLOET-PENDING-FILE ASSIGN TO "SPLOETPD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT SPLOET-OLD-OPERATOR-FILE ASSIGN TO "SPLOETOO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OO-OPERATOR-ID
               FILE STATUS IS WS-OLD-OPERATOR-STATUS.

           SELECT SPLOET-OPERATOR-FILE ASSIGN TO "SPLOETOP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-OPERATOR-ID
               FILE STATUS IS WS-OPERATOR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SPLOET-OLD-MASTER-FILE.
           05  PO-SUBMIT-OPERATOR      PIC X(8).
           05  PO-SUBMIT-TIMESTAMP     PIC X(26).

       FD  SPLOET-SHORT-PENDING-FILE.
       01  SPLOET-SHORT-PENDING-REC.
           05  PS-KEY.
               10  PS-ADDRESS          PIC X(8).
               10  PS-SPLOET-TYPE      PIC X(8).
           05  PS-ACTION-CODE          PIC X(1).
           05  PS-SUBMIT-OPERATOR      PIC X(8).
           05  PS-SUBMIT-TIMESTAMP     PIC X(26).

       FD  SPLOET-PENDING-FILE.
           COPY SPLPND.

       FD  SPLOET-OLD-OPERATOR-FILE.
       01  SPLOET-OLD-OPERATOR-REC.
           05  OO-OPERATOR-ID          PIC X(8).
           05  OO-NAME                 PIC X(30).
           05  OO-ACTIVE-FLAG          PIC X(1).
           05  OO-ENTRY-FLAG           PIC X(1).
           05  OO-APPROVE-FLAG         PIC X(1).
           05  OO-PURGE-FLAG           PIC X(1).
           05  OO-TYPMNT-FLAG          PIC X(1).

       FD  SPLOET-OPERATOR-FILE.
           COPY SPLOPR.

       WORKING-STORAGE SECTION.
       01  WS-OLD-MASTER-STATUS    PIC X(2).
       01  WS-MASTER-STATUS        PIC X(2).
       01  WS-OLD-PENDING-STATUS   PIC X(2).
       01  WS-PENDING-STATUS       PIC X(2).
       01  WS-SHORT-PENDING-STATUS PIC X(2).
       01  WS-OLD-OPERATOR-STATUS  PIC X(2).
       01  WS-OPERATOR-STATUS      PIC X(2).

       01  WS-OLD-MASTER-EOF-SW    PIC X       VALUE "N".
           88  EndOfOldMaster                  VALUE "Y".
       01  WS-OLD-PENDING-EOF-SW   PIC X       VALUE "N".
           88  EndOfOldPending                 VALUE "Y".

       01  WS-SHORT-PENDING-EOF-SW PIC X       VALUE "N".
           88  EndOfShortPending               VALUE "Y".

       01  WS-PENDING-DONE-SW      PIC X       VALUE "N".
           88  PendingConverted                VALUE "Y".

       01  WS-OLD-OPERATOR-EOF-SW  PIC X       VALUE "N".
           88  EndOfOldOperators               VALUE "Y".

       01  WS-MASTER-READ-COUNT    PIC 9(8)    VALUE 0.
       01  WS-MASTER-LOAD-COUNT    PIC 9(8)    VALUE 0.
       01  WS-PENDING-READ-COUNT   PIC 9(8)    VALUE 0.
       01  WS-PENDING-LOAD-COUNT   PIC 9(8)    VALUE 0.
       01  WS-OPERATOR-READ-COUNT  PIC 9(8)    VALUE 0.
       01  WS-OPERATOR-LOAD-COUNT  PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           DISPLAY "SPLOETCNV - MASTER/PENDING/OPERATOR CONVERSION".
           DISPLAY "RUN DATE " FUNCTION CURRENT-DATE(1:8).
           PERFORM CONVERT-MASTER-FILE.
           PERFORM CONVERT-PENDING-FILE.
           PERFORM CONVERT-SHORT-PENDING-FILE.
           PERFORM CONVERT-OPERATOR-FILE.
           DISPLAY "OLD MASTER RECORDS READ:   " WS-MASTER-READ-COUNT.
           DISPLAY "MASTER RECORDS LOADED:     " WS-MASTER-LOAD-COUNT.
           DISPLAY "OLD PENDING RECORDS READ:  "
               WS-PENDING-READ-COUNT.
           DISPLAY "PENDING RECORDS LOADED:    "
               WS-PENDING-LOAD-COUNT.
           DISPLAY "OLD OPERATOR RECORDS READ: "
               WS-OPERATOR-READ-COUNT.
           DISPLAY "OPERATOR RECORDS LOADED:   "
               WS-OPERATOR-LOAD-COUNT.
           DISPLAY "RUN RETURN CODE:           " WS-RETURN-CODE.
           DISPLAY "Now run SPLOETXRF to build the type "
               "cross-reference from the converted master".
                   SET EndOfOldPending TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   SET PendingConverted TO TRUE
                   PERFORM READ-OLD-PENDING-RECORD
               END-IF
           END-IF.
           MOVE PO-ACTION-CODE TO PD-ACTION-CODE.
           MOVE PO-SUBMIT-OPERATOR TO PD-SUBMIT-OPERATOR.
           MOVE PO-SUBMIT-TIMESTAMP TO PD-SUBMIT-TIMESTAMP.
           MOVE SPACES TO PD-SUBMITTER-ID.
           MOVE SPACES TO PD-BATCH-REFERENCE.
           MOVE 0 TO PD-BATCH-SEQUENCE.
           WRITE SPLOET-PENDING-REC
               INVALID KEY
                   DISPLAY "SPLOET pending write failed, status "
               NOT INVALID KEY
                   ADD 1 TO WS-PENDING-LOAD-COUNT
           END-WRITE.

      *> a wide-key pending file from before the intake origin was
      *> carried: the key and contents carry straight over and the
      *> origin is left as for a keyed entry
       CONVERT-SHORT-PENDING-FILE.
           IF PendingConverted
               DISPLAY "Pending converted from SPLOETPO - SPLOETPS "
                   "ignored"
               SET EndOfShortPending TO TRUE
           ELSE
               OPEN INPUT SPLOET-SHORT-PENDING-FILE
               EVALUATE WS-SHORT-PENDING-STATUS
                   WHEN "00"
                       CONTINUE
                   WHEN "35"
                       DISPLAY "Old pending SPLOETPS not on file - "
                           "pending layout conversion skipped"
                       SET EndOfShortPending TO TRUE
                   WHEN OTHER
                       DISPLAY "Old pending SPLOETPS open failed, "
                           "status " WS-SHORT-PENDING-STATUS
                       SET EndOfShortPending TO TRUE
                       MOVE 8 TO WS-RETURN-CODE
               END-EVALUATE
           END-IF.
           IF NOT EndOfShortPending
               OPEN OUTPUT SPLOET-PENDING-FILE
               IF WS-PENDING-STATUS NOT = "00"
                   DISPLAY "SPLOET pending create failed, status "
                       WS-PENDING-STATUS
                   SET EndOfShortPending TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM READ-SHORT-PENDING-RECORD
               END-IF
           END-IF.
           PERFORM UNTIL EndOfShortPending
               ADD 1 TO WS-PENDING-READ-COUNT
               PERFORM LOAD-SHORT-PENDING-RECORD
               PERFORM READ-SHORT-PENDING-RECORD
           END-PERFORM.
           IF WS-SHORT-PENDING-STATUS = "00"
               OR WS-SHORT-PENDING-STATUS = "10"
               CLOSE SPLOET-SHORT-PENDING-FILE
           END-IF.
           IF NOT PendingConverted AND WS-PENDING-STATUS = "00"
               CLOSE SPLOET-PENDING-FILE
           END-IF.

       READ-SHORT-PENDING-RECORD.
           READ SPLOET-SHORT-PENDING-FILE NEXT RECORD
               AT END
                   SET EndOfShortPending TO TRUE
           END-READ.

       LOAD-SHORT-PENDING-RECORD.
           MOVE PS-ADDRESS TO PD-ADDRESS.
           MOVE PS-SPLOET-TYPE TO PD-SPLOET-TYPE.
           MOVE PS-ACTION-CODE TO PD-ACTION-CODE.
           MOVE PS-SUBMIT-OPERATOR TO PD-SUBMIT-OPERATOR.
           MOVE PS-SUBMIT-TIMESTAMP TO PD-SUBMIT-TIMESTAMP.
           MOVE SPACES TO PD-SUBMITTER-ID.
           MOVE SPACES TO PD-BATCH-REFERENCE.
           MOVE 0 TO PD-BATCH-SEQUENCE.
           WRITE SPLOET-PENDING-REC
               INVALID KEY
                   DISPLAY "SPLOET pending write failed, status "
                       WS-PENDING-STATUS " - " PD-ADDRESS " "
                       PD-SPLOET-TYPE
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-PENDING-LOAD-COUNT
           END-WRITE.

      *> the supervisor flag is new, so no converted operator holds
      *> it - SPLOETOPR grants it to whoever should
       CONVERT-OPERATOR-FILE.
           OPEN INPUT SPLOET-OLD-OPERATOR-FILE.
           EVALUATE WS-OLD-OPERATOR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   DISPLAY "Old operators SPLOETOO not on file - "
                       "operator conversion skipped"
                   SET EndOfOldOperators TO TRUE
               WHEN OTHER
                   DISPLAY "Old operators open failed, status "
                       WS-OLD-OPERATOR-STATUS
                   SET EndOfOldOperators TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           IF NOT EndOfOldOperators
               OPEN OUTPUT SPLOET-OPERATOR-FILE
               IF WS-OPERATOR-STATUS NOT = "00"
                   DISPLAY "SPLOET operator file create failed, "
                       "status " WS-OPERATOR-STATUS
                   SET EndOfOldOperators TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM READ-OLD-OPERATOR-RECORD
               END-IF
           END-IF.
           PERFORM UNTIL EndOfOldOperators
               ADD 1 TO WS-OPERATOR-READ-COUNT
               PERFORM LOAD-OPERATOR-RECORD
               PERFORM READ-OLD-OPERATOR-RECORD
           END-PERFORM.
           IF WS-OLD-OPERATOR-STATUS = "00"
               OR WS-OLD-OPERATOR-STATUS = "10"
               CLOSE SPLOET-OLD-OPERATOR-FILE
           END-IF.
           IF WS-OPERATOR-STATUS = "00"
               CLOSE SPLOET-OPERATOR-FILE
           END-IF.

       READ-OLD-OPERATOR-RECORD.
           READ SPLOET-OLD-OPERATOR-FILE NEXT RECORD
               AT END
                   SET EndOfOldOperators TO TRUE
           END-READ.

       LOAD-OPERATOR-RECORD.
           MOVE OO-OPERATOR-ID TO OP-OPERATOR-ID.
           MOVE OO-NAME TO OP-NAME.
           MOVE OO-ACTIVE-FLAG TO OP-ACTIVE-FLAG.
           MOVE OO-ENTRY-FLAG TO OP-ENTRY-FLAG.
           MOVE OO-APPROVE-FLAG TO OP-APPROVE-FLAG.
           MOVE OO-PURGE-FLAG TO OP-PURGE-FLAG.
           MOVE OO-TYPMNT-FLAG TO OP-TYPMNT-FLAG.
           MOVE "N" TO OP-SUPER-FLAG.
           WRITE SPLOET-OPERATOR-REC
               INVALID KEY
                   DISPLAY "SPLOET operator write failed, status "
                       WS-OPERATOR-STATUS " - " OP-OPERATOR-ID
                   MOVE 8 TO WS-RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-OPERATOR-LOAD-COUNT
           END-WRITE.
