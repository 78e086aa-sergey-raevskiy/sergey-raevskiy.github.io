      *> bytes carry the sender's claimed detail count), applies the
      *> same edits as SPLOET's EDIT-ENTRY, and splits the intake:
      *>   SPLOETTX - clean transactions for the main batch run
      *>   SPLOETFW - clean transactions carrying an effective date
      *>              after the run date, warehoused (see SPLFUT)
      *>              until PROGRAM-ID SPLOETREL feeds them back
      *>              into the intake on the night they come due
      *>   SPLOETRJ - rejected transactions, rewrapped with their own
      *>              header/trailer so the file is resubmittable
      *>              as-is as next cycle's raw intake once corrected
      *>   SPLOETAE - a disposition record (see SPLACK) for every
      *>              detail the edit settles: rejected, with its
      *>              reason code, or warehoused.  Clean details are
      *>              acknowledged by SPLOET once they load.
      *> The header record names the submitter (first eight bytes)
      *> and the batch reference (next eight); each detail is
      *> numbered within its batch, and both ride on SPLOETTX so the
      *> load can acknowledge it.  An intake may carry several
      *> headers: each starts a new batch.  A header whose last
      *> eight bytes are numeric is written by PROGRAM-ID SPLOETREL
      *> ahead of a detail coming back from the warehouse and gives
      *> that detail's original sequence.
      *> An edit report for the submitting department goes to SYSOUT,
      *> one FUTURE line per warehoused detail and one line per
      *> reject with a reason code:
      *>   ADDR blank Address        COMA comma in Address
      *>   ACTN bad action code      TYPE unknown Sploet Type
      *>   INAC inactive Sploet Type
      *>   EDAT effective date present but not a valid yyyymmdd
      *>   DUPW a different action for the same pair is already
      *>        warehoused for that effective date (cancel it with
      *>        PROGRAM-ID SPLOETFUT first)
      *>   NOTY blank Sploet Type on a delete or renewal (the type
      *>        says which of the Address's registrations to act on)
      *> RETURN-CODE 4 when anything was rejected, 8 when the header
      *> details actually read, or a file (including the type
      *> reference file) is unavailable - in which case the raw
      *> intake is left unedited for a rerun.
      *> The effective date on a detail is optional: blank, the run
      *> date or a date already past loads tonight as before.
      *> The command line carries the run date as yyyymmdd; blank
      *> means today.  Give it the same date as PROGRAM-ID SPLOETREL
      *> when rerunning a failed night after midnight, so a detail
      *> dated the next day is still warehoused.
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETEDT.
               RECORD KEY IS TY-TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.

           SELECT SPLOET-FUTURE-FILE ASSIGN TO "SPLOETFW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FUTURE-STATUS.

           SELECT SPLOET-ACK-FILE ASSIGN TO "SPLOETAE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           05  RW-ADDRESS              PIC X(8).
           05  RW-SPLOET-TYPE          PIC X(8).
           05  RW-ACTION-CODE          PIC X(1).
           05  RW-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-RAW-TRAILER REDEFINES SPLOET-RAW-REC.
           05  RW-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).
       01  SPLOET-RAW-HEADER REDEFINES SPLOET-RAW-REC.
           05  RW-SUBMITTER-ID         PIC X(8).
           05  RW-BATCH-REFERENCE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  RW-RELEASED-SEQUENCE    PIC X(8).

       FD  SPLOET-TXN-FILE.
           COPY SPLTXN.
           05  RJ-ADDRESS              PIC X(8).
           05  RJ-SPLOET-TYPE          PIC X(8).
           05  RJ-ACTION-CODE          PIC X(1).
           05  RJ-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-REJECT-TRAILER REDEFINES SPLOET-REJECT-REC.
           05  RJ-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).
       01  SPLOET-REJECT-HEADER REDEFINES SPLOET-REJECT-REC.
           05  RJ-SUBMITTER-ID         PIC X(8).
           05  RJ-BATCH-REFERENCE      PIC X(8).
           05  FILLER                  PIC X(9).

       FD  SPLOET-TYPE-FILE.
           COPY SPLTYP.

       FD  SPLOET-FUTURE-FILE.
           COPY SPLFUT.

       FD  SPLOET-ACK-FILE.
           COPY SPLACK.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       01  WS-TXN-STATUS           PIC X(2).
       01  WS-REJECT-STATUS        PIC X(2).
       01  WS-TYPE-STATUS          PIC X(2).
       01  WS-FUTURE-STATUS        PIC X(2).
       01  WS-ACK-STATUS           PIC X(2).

       01  WS-SUBMITTER-ID         PIC X(8)    VALUE SPACES.
       01  WS-BATCH-REFERENCE      PIC X(8)    VALUE SPACES.
       01  WS-BATCH-SEQUENCE       PIC 9(8)    VALUE 0.
       01  WS-REJECT-SUBMITTER     PIC X(8)    VALUE SPACES.
       01  WS-REJECT-BATCH         PIC X(8)    VALUE SPACES.

       01  WS-PARM                 PIC X(20).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-EFFECTIVE-DATE       PIC X(8).
       01  WS-EFFECTIVE-DATE-N REDEFINES WS-EFFECTIVE-DATE
                                   PIC 9(8).

       01  WS-RAW-EOF-SW           PIC X       VALUE "N".
           88  EndOfRawFile                    VALUE "Y".
       01  WS-TYPE-ACTIVE-SW       PIC X       VALUE "N".
           88  TypeIsActive                    VALUE "Y".

       01  WS-FUTURE-FILE-SW       PIC X       VALUE "N".
           88  FutureFileAvailable             VALUE "Y".

       01  WS-DATE-VALID-SW        PIC X       VALUE "Y".
           88  EffectiveDateValid              VALUE "Y".

       01  WS-FUTURE-SW            PIC X       VALUE "N".
           88  FutureDated                     VALUE "Y".

       01  WS-FOLLOW-UP-SW         PIC X       VALUE "N".
           88  ReleasedFromWarehouse           VALUE "Y".

       01  WS-REJECT-HEADER-SW     PIC X       VALUE "N".
           88  RejectHeaderWritten             VALUE "Y".

       01  WS-HEADER-SEEN-SW       PIC X       VALUE "N".
           88  HeaderSeen                      VALUE "Y".

       01  WS-DETAIL-COUNT         PIC 9(8)    VALUE 0.
       01  WS-CLEAN-COUNT          PIC 9(8)    VALUE 0.
       01  WS-REJECT-COUNT         PIC 9(8)    VALUE 0.
       01  WS-FUTURE-COUNT         PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       BEGIN.
           DISPLAY "SPLOETEDT - SPLOET INTAKE EDIT REPORT".
           PERFORM PARSE-PARM.
           DISPLAY "RUN DATE " WS-RUN-DATE.
           PERFORM OPEN-EDIT-FILES.
           PERFORM UNTIL EndOfRawFile
               PERFORM PROCESS-RAW-RECORD
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       OPEN-EDIT-FILES.
           OPEN INPUT SPLOET-RAW-FILE.
           IF WS-RAW-STATUS NOT = "00"
               SET EndOfRawFile TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           OPEN OUTPUT SPLOET-ACK-FILE.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "SPLOET edit dispositions open failed, status "
                   WS-ACK-STATUS
               SET EndOfRawFile TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
      *> the warehouse is created on first use; any other failure
      *> would lose the night's future-dated work, so it stops the
      *> edit the same way a type-file outage does
           OPEN I-O SPLOET-FUTURE-FILE.
           IF WS-FUTURE-STATUS = "35"
               OPEN OUTPUT SPLOET-FUTURE-FILE
               CLOSE SPLOET-FUTURE-FILE
               OPEN I-O SPLOET-FUTURE-FILE
           END-IF.
           IF WS-FUTURE-STATUS = "00"
               MOVE "Y" TO WS-FUTURE-FILE-SW
           ELSE
               DISPLAY "SPLOET future-dated warehouse unavailable, "
                   "status " WS-FUTURE-STATUS
                   " - intake not edited, rerun when available"
               SET EndOfRawFile TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF WS-RETURN-CODE < 8
               PERFORM READ-RAW-RECORD
           END-IF.

           EVALUATE RW-ACTION-CODE
               WHEN "H"
                   SET HeaderSeen TO TRUE
                   PERFORM START-INTAKE-BATCH
               WHEN "T"
                   SET TrailerSeen TO TRUE
                   IF SPLOET-RAW-TRAILER(1:8) IS NUMERIC
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DETAIL-COUNT
                   ADD 1 TO WS-BATCH-SEQUENCE
                   PERFORM EDIT-RAW-DETAIL
                   EVALUATE TRUE
                       WHEN NOT EntryAccepted
                           PERFORM WRITE-REJECT-RECORD
                       WHEN FutureDated
                           PERFORM WRITE-FUTURE-RECORD
                       WHEN OTHER
                           PERFORM WRITE-CLEAN-TRANSACTION
                   END-EVALUATE
           END-EVALUATE.

      *> a release header speaks for the one warehoused detail that
      *> follows it: that detail keeps its original sequence and is
      *> acknowledged as a follow-up to the "W" already sent
       START-INTAKE-BATCH.
           MOVE RW-SUBMITTER-ID TO WS-SUBMITTER-ID.
           MOVE RW-BATCH-REFERENCE TO WS-BATCH-REFERENCE.
           IF RW-RELEASED-SEQUENCE IS NUMERIC
               MOVE RW-RELEASED-SEQUENCE TO WS-BATCH-SEQUENCE
               SUBTRACT 1 FROM WS-BATCH-SEQUENCE
               SET ReleasedFromWarehouse TO TRUE
           ELSE
               MOVE 0 TO WS-BATCH-SEQUENCE
               MOVE "N" TO WS-FOLLOW-UP-SW
               DISPLAY "BATCH " WS-SUBMITTER-ID " "
                   WS-BATCH-REFERENCE
               IF WS-SUBMITTER-ID = SPACES
                   DISPLAY "INTAKE HEADER CARRIES NO SUBMITTER ID - "
                       "DISPOSITIONS CANNOT BE ROUTED"
               END-IF
           END-IF.

       EDIT-RAW-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-COMMA-COUNT.
           INSPECT RW-ADDRESS TALLYING WS-COMMA-COUNT FOR ALL ",".
           PERFORM LOOKUP-SPLOET-TYPE.
           PERFORM CHECK-EFFECTIVE-DATE.
           EVALUATE TRUE
               WHEN RW-ADDRESS = SPACES
                   MOVE "ADDR" TO WS-REJECT-REASON
               WHEN RW-ACTION-CODE NOT = "A" AND "C" AND "D" AND "R"
                   AND SPACE
                   MOVE "ACTN" TO WS-REJECT-REASON
               WHEN NOT EffectiveDateValid
                   MOVE "EDAT" TO WS-REJECT-REASON
      *> deletes and renewals act on one existing registration, so
      *> the SploetType must say which one; it is not edited against
      *> the type file, since registrations under historical types
                   MOVE "INAC" TO WS-REJECT-REASON
           END-EVALUATE.

      *> only a date strictly after the run date is held back; a
      *> detail dated today or earlier is due and loads tonight
       CHECK-EFFECTIVE-DATE.
           MOVE "Y" TO WS-DATE-VALID-SW.
           MOVE "N" TO WS-FUTURE-SW.
           MOVE RW-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE NOT = SPACES
               IF WS-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "N" TO WS-DATE-VALID-SW
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFFECTIVE-DATE-N)
                       NOT = 0
                       MOVE "N" TO WS-DATE-VALID-SW
                   ELSE
                       IF WS-EFFECTIVE-DATE > WS-RUN-DATE
                           SET FutureDated TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOKUP-SPLOET-TYPE.
           MOVE "N" TO WS-TYPE-FOUND-SW.
           MOVE "N" TO WS-TYPE-ACTIVE-SW.
           MOVE RW-ADDRESS TO TX-ADDRESS.
           MOVE RW-SPLOET-TYPE TO TX-SPLOET-TYPE.
           MOVE RW-ACTION-CODE TO TX-ACTION-CODE.
           MOVE WS-SUBMITTER-ID TO TX-SUBMITTER-ID.
           MOVE WS-BATCH-REFERENCE TO TX-BATCH-REFERENCE.
           MOVE WS-BATCH-SEQUENCE TO TX-BATCH-SEQUENCE.
           MOVE RW-EFFECTIVE-DATE TO TX-EFFECTIVE-DATE.
           MOVE WS-FOLLOW-UP-SW TO TX-FOLLOW-UP-FLAG.
           WRITE SPLOET-TXN-REC.
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "SPLOET transaction write failed, status "
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> an identical item already waiting (a rerun of an edit that
      *> failed after warehousing it) counts as warehoused again; a
      *> different action for the same pair and date is rejected
      *> rather than silently replacing the first.  A cancelled item
      *> may be resubmitted over its old record
       WRITE-FUTURE-RECORD.
           MOVE RW-EFFECTIVE-DATE TO FW-EFFECTIVE-DATE.
           MOVE RW-ADDRESS TO FW-ADDRESS.
           MOVE RW-SPLOET-TYPE TO FW-SPLOET-TYPE.
           READ SPLOET-FUTURE-FILE
               INVALID KEY
                   PERFORM BUILD-FUTURE-FIELDS
                   WRITE SPLOET-FUTURE-REC
                       INVALID KEY
                           DISPLAY "SPLOET warehouse write failed, "
                               "status " WS-FUTURE-STATUS
                           MOVE 8 TO WS-RETURN-CODE
                       NOT INVALID KEY
                           PERFORM SHOW-FUTURE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FW-STATUS = "C"
                           PERFORM BUILD-FUTURE-FIELDS
                           REWRITE SPLOET-FUTURE-REC
                               INVALID KEY
                                   DISPLAY "SPLOET warehouse rewrite "
                                       "failed, status "
                                       WS-FUTURE-STATUS
                                   MOVE 8 TO WS-RETURN-CODE
                               NOT INVALID KEY
                                   PERFORM SHOW-FUTURE-RECORD
                           END-REWRITE
                       WHEN FW-STATUS = "W"
                           AND FW-ACTION-CODE = RW-ACTION-CODE
                           PERFORM SHOW-FUTURE-RECORD
                       WHEN OTHER
                           MOVE "DUPW" TO WS-REJECT-REASON
                           PERFORM WRITE-REJECT-RECORD
                   END-EVALUATE
           END-READ.

       BUILD-FUTURE-FIELDS.
           MOVE RW-EFFECTIVE-DATE TO FW-EFFECTIVE-DATE.
           MOVE RW-ADDRESS TO FW-ADDRESS.
           MOVE RW-SPLOET-TYPE TO FW-SPLOET-TYPE.
           MOVE RW-ACTION-CODE TO FW-ACTION-CODE.
           MOVE "W" TO FW-STATUS.
           MOVE FUNCTION CURRENT-DATE TO FW-WAREHOUSED-TIMESTAMP.
           MOVE SPACES TO FW-RELEASED-DATE.
           MOVE SPACES TO FW-CANCELLED-BY.
           MOVE SPACES TO FW-CANCELLED-TIMESTAMP.
           MOVE WS-SUBMITTER-ID TO FW-SUBMITTER-ID.
           MOVE WS-BATCH-REFERENCE TO FW-BATCH-REFERENCE.
           MOVE WS-BATCH-SEQUENCE TO FW-BATCH-SEQUENCE.

       SHOW-FUTURE-RECORD.
           ADD 1 TO WS-FUTURE-COUNT.
           DISPLAY "FUTURE " RW-EFFECTIVE-DATE " " RW-ADDRESS " "
               RW-SPLOET-TYPE " " RW-ACTION-CODE.
           MOVE "W" TO AK-DISPOSITION.
           MOVE SPACES TO AK-REASON-CODE.
           PERFORM WRITE-ACK-RECORD.

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           DISPLAY "REJECT " WS-REJECT-REASON " " RW-ADDRESS " "
               RW-SPLOET-TYPE " " RW-ACTION-CODE.
           IF NOT RejectHeaderWritten
               OR WS-SUBMITTER-ID NOT = WS-REJECT-SUBMITTER
               OR WS-BATCH-REFERENCE NOT = WS-REJECT-BATCH
               PERFORM WRITE-REJECT-HEADER
           END-IF.
           MOVE SPLOET-RAW-REC TO SPLOET-REJECT-REC.
           WRITE SPLOET-REJECT-REC.
           IF WS-REJECT-STATUS NOT = "00"
                   WS-REJECT-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           MOVE "J" TO AK-DISPOSITION.
           MOVE WS-REJECT-REASON TO AK-REASON-CODE.
           PERFORM WRITE-ACK-RECORD.

      *> the rejects are rewrapped under their own batch's header, so
      *> a corrected resubmission is acknowledged against the same
      *> submitter and batch reference
       WRITE-REJECT-HEADER.
           MOVE SPACES TO SPLOET-REJECT-REC.
           MOVE WS-SUBMITTER-ID TO RJ-SUBMITTER-ID.
           MOVE WS-BATCH-REFERENCE TO RJ-BATCH-REFERENCE.
           MOVE "H" TO RJ-ACTION-CODE.
           WRITE SPLOET-REJECT-REC.
           SET RejectHeaderWritten TO TRUE.
           MOVE WS-SUBMITTER-ID TO WS-REJECT-SUBMITTER.
           MOVE WS-BATCH-REFERENCE TO WS-REJECT-BATCH.

       WRITE-REJECT-TRAILER.
           IF NOT RejectHeaderWritten
               PERFORM WRITE-REJECT-HEADER
           END-IF.
           MOVE SPACES TO SPLOET-REJECT-REC.
           MOVE WS-REJECT-COUNT TO RJ-CLAIMED-COUNT.
           MOVE "T" TO RJ-ACTION-CODE.
           WRITE SPLOET-REJECT-REC.

      *> callers set AK-DISPOSITION and AK-REASON-CODE; the detail
      *> and its origin come from the record in hand
       WRITE-ACK-RECORD.
           MOVE WS-SUBMITTER-ID TO AK-SUBMITTER-ID.
           MOVE WS-BATCH-REFERENCE TO AK-BATCH-REFERENCE.
           MOVE WS-BATCH-SEQUENCE TO AK-BATCH-SEQUENCE.
           MOVE RW-ADDRESS TO AK-ADDRESS.
           MOVE RW-SPLOET-TYPE TO AK-SPLOET-TYPE.
           MOVE RW-ACTION-CODE TO AK-ACTION-CODE.
           MOVE RW-EFFECTIVE-DATE TO AK-EFFECTIVE-DATE.
           MOVE WS-FOLLOW-UP-SW TO AK-FOLLOW-UP-FLAG.
           MOVE "SPLOETEDT" TO AK-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO AK-TIMESTAMP.
           WRITE SPLOET-ACK-REC.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "SPLOET edit disposition write failed, status "
                   WS-ACK-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

       CHECK-INTAKE-TOTALS.
           IF NOT HeaderSeen
               DISPLAY "INTAKE HEADER RECORD MISSING"
           DISPLAY "DETAIL RECORDS READ:    " WS-DETAIL-COUNT.
           DISPLAY "CLEAN TRANSACTIONS:     " WS-CLEAN-COUNT.
           DISPLAY "REJECTED TRANSACTIONS:  " WS-REJECT-COUNT.
           DISPLAY "WAREHOUSED (FUTURE):    " WS-FUTURE-COUNT.
           DISPLAY "EDIT RETURN CODE:       " WS-RETURN-CODE.

       CLOSE-EDIT-FILES.
           END-IF.
           CLOSE SPLOET-TXN-FILE.
           CLOSE SPLOET-REJECT-FILE.
           CLOSE SPLOET-ACK-FILE.
           IF TypeFileAvailable
               CLOSE SPLOET-TYPE-FILE
           END-IF.
           IF FutureFileAvailable
               CLOSE SPLOET-FUTURE-FILE
           END-IF.

      *> every batch program appends its control totals to the
      *> shared SPLOETRC run-control file; PROGRAM-ID SPLOETEON
               MOVE WS-DETAIL-COUNT TO RC-COUNT-1
               MOVE WS-CLEAN-COUNT TO RC-COUNT-2
               MOVE WS-REJECT-COUNT TO RC-COUNT-3
               MOVE WS-FUTURE-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
