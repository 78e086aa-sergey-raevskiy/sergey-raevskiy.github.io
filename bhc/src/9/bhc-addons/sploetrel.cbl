      *> SERVANT $ edit sploetrel.cbl
      *>
      *> PROGRAM-ID SPLOETREL - nightly release of future-dated
      *> transactions.  Runs ahead of PROGRAM-ID SPLOETEDT: copies the
      *> night's raw intake SPLOETRW to SPLOETRM record for record and,
      *> just ahead of its trailer, adds every warehoused transaction
      *> (SPLOETFW, see SPLFUT) whose effective date has come due -
      *> on or before the run date, so a night that was missed is
      *> caught up - raising the trailer's claimed count by the
      *> number released.  SPLOETRM then goes to the edit as the
      *> night's raw intake, so released work is edited again against
      *> the type file as it stands on the day it takes effect.
      *> Each released item goes in behind a header record of its
      *> own carrying its original submitter, batch reference and
      *> sequence (last eight bytes), so its outcome is acknowledged
      *> against the batch it came in on; the edit takes such a
      *> header to cover that one detail.
      *> Each released item is marked "R" with the run date.  A rerun
      *> for the same run date releases those items again, because
      *> SPLOETRM is rebuilt from the untouched SPLOETRW; cancelled
      *> ("C") items are never released.
      *> Nothing is released into an intake without a trailer - the
      *> edit refuses such an intake anyway, and the items wait for
      *> the next good night.
      *> The command line carries the run date as yyyymmdd; blank
      *> means today.  Give the original night's date when rerunning
      *> a failed night after midnight.
      *> RETURN-CODE 0 clean, 8 when a file is unavailable or a
      *> write came back bad - the edit must not run on SPLOETRM then.
      *> Before anything is copied the run takes the batch window
      *> lock on the SPLOETCT control file (see SPLCTL), which keeps
      *> the online update programs out until SPLOETEON closes it at
      *> end of night.  A window still open from an earlier run date
      *> means that night never finished: nothing is copied, no run
      *> record is written and RETURN-CODE is 8 until a supervisor
      *> clears it with PROGRAM-ID SPLOETLCK.  A rerun of the same
      *> run date keeps the window it already holds.  Every open and
      *> refusal is logged on SPLOETWA (see SPLWLG).
       >>SOURCE FORMAT FREE
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLOETREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SPLOET-RAW-FILE ASSIGN TO "SPLOETRW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RAW-STATUS.

           SELECT SPLOET-MERGED-FILE ASSIGN TO "SPLOETRM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MERGED-STATUS.

           SELECT SPLOET-FUTURE-FILE ASSIGN TO "SPLOETFW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FW-KEY
               FILE STATUS IS WS-FUTURE-STATUS.

           SELECT SPLOET-RUN-FILE ASSIGN TO "SPLOETRC"
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
       FD  SPLOET-RAW-FILE.
       01  SPLOET-RAW-REC.
           05  RW-ADDRESS              PIC X(8).
           05  RW-SPLOET-TYPE          PIC X(8).
           05  RW-ACTION-CODE          PIC X(1).
           05  RW-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-RAW-TRAILER REDEFINES SPLOET-RAW-REC.
           05  RW-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).

       FD  SPLOET-MERGED-FILE.
       01  SPLOET-MERGED-REC.
           05  RM-ADDRESS              PIC X(8).
           05  RM-SPLOET-TYPE          PIC X(8).
           05  RM-ACTION-CODE          PIC X(1).
           05  RM-EFFECTIVE-DATE       PIC X(8).
       01  SPLOET-MERGED-TRAILER REDEFINES SPLOET-MERGED-REC.
           05  RM-CLAIMED-COUNT        PIC 9(8).
           05  FILLER                  PIC X(17).
       01  SPLOET-MERGED-HEADER REDEFINES SPLOET-MERGED-REC.
           05  RM-SUBMITTER-ID         PIC X(8).
           05  RM-BATCH-REFERENCE      PIC X(8).
           05  FILLER                  PIC X(1).
           05  RM-RELEASED-SEQUENCE    PIC 9(8).

       FD  SPLOET-FUTURE-FILE.
           COPY SPLFUT.

       FD  SPLOET-RUN-FILE.
           COPY SPLRUN.

       FD  SPLOET-CONTROL-FILE.
           COPY SPLCTL.

       FD  SPLOET-WINDOW-LOG-FILE.
           COPY SPLWLG.

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS           PIC X(2).
       01  WS-RAW-STATUS           PIC X(2).
       01  WS-MERGED-STATUS        PIC X(2).
       01  WS-FUTURE-STATUS        PIC X(2).
       01  WS-CONTROL-STATUS       PIC X(2).
       01  WS-WINDOW-LOG-STATUS    PIC X(2).

       01  WS-PARM                 PIC X(20).
       01  WS-RUN-DATE             PIC X(8).
       01  WS-OPERATOR-ID          PIC X(8).

       01  WS-WINDOW-SW            PIC X       VALUE "N".
           88  BatchWindowTaken                VALUE "Y".

       01  WS-WINDOW-EVENT         PIC X(1).
       01  WS-WINDOW-REASON        PIC X(40).
       01  WS-PRIOR-WINDOW.
           05  WS-PRIOR-STATUS     PIC X(1).
           05  WS-PRIOR-RUN-DATE   PIC X(8).
           05  WS-PRIOR-OPENED-BY  PIC X(10).
           05  WS-PRIOR-OPENED-TS  PIC X(26).

       01  WS-RAW-EOF-SW           PIC X       VALUE "N".
           88  EndOfRawFile                    VALUE "Y".

       01  WS-FUTURE-EOF-SW        PIC X       VALUE "N".
           88  EndOfFutureFile                 VALUE "Y".

       01  WS-FUTURE-FILE-SW       PIC X       VALUE "N".
           88  FutureFileAvailable             VALUE "Y".

       01  WS-TRAILER-SEEN-SW      PIC X       VALUE "N".
           88  TrailerSeen                     VALUE "Y".

       01  WS-COPIED-COUNT         PIC 9(8)    VALUE 0.
       01  WS-RELEASED-COUNT       PIC 9(8)    VALUE 0.
       01  WS-WRITTEN-COUNT        PIC 9(8)    VALUE 0.
       01  WS-WAITING-COUNT        PIC 9(8)    VALUE 0.
       01  WS-RETURN-CODE          PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.

       MAIN-LOGIC SECTION.
       BEGIN.
           PERFORM PARSE-PARM.
           DISPLAY "SPLOETREL - SPLOET FUTURE-DATED RELEASE".
           DISPLAY "RUN DATE " WS-RUN-DATE.
           PERFORM DETERMINE-OPERATOR.
           PERFORM TAKE-BATCH-WINDOW.
           IF NOT BatchWindowTaken
               DISPLAY "BATCH WINDOW NOT TAKEN - NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM OPEN-RELEASE-FILES
               PERFORM UNTIL EndOfRawFile
                   PERFORM COPY-RAW-RECORD
                   PERFORM READ-RAW-RECORD
               END-PERFORM
               IF WS-RETURN-CODE < 8 AND NOT TrailerSeen
                   DISPLAY "INTAKE TRAILER RECORD MISSING - NOTHING "
                       "RELEASED TONIGHT"
               END-IF
               PERFORM PRINT-RELEASE-TOTALS
               PERFORM CLOSE-RELEASE-FILES
               PERFORM WRITE-RUN-RECORD
               MOVE WS-RETURN-CODE TO RETURN-CODE
           END-IF.
           STOP RUN.
       MAIN-LOGIC-EXIT.
           EXIT.

       PARSE-PARM.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) IS NUMERIC
               MOVE WS-PARM(1:8) TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.

       DETERMINE-OPERATOR.
           DISPLAY "USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN " TO WS-OPERATOR-ID
           END-IF.

      *> a window still open for another run date means an earlier
      *> night never reached SPLOETEON - whatever it left behind has
      *> to be looked at before another night runs over it, so the
      *> chain stops here until a supervisor clears the window with
      *> PROGRAM-ID SPLOETLCK.  So does a window another job holds
      *> (the month-end audit close-out takes it too).  Opened here
      *> for this run date is a rerun of the same night, which keeps
      *> the window it holds.  A control file that cannot be opened
      *> refuses as well - fail closed
       TAKE-BATCH-WINDOW.
           MOVE "N" TO WS-WINDOW-SW.
           MOVE SPACES TO WS-PRIOR-WINDOW.
           MOVE SPACES TO WS-WINDOW-REASON.
           OPEN I-O SPLOET-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "35"
               OPEN OUTPUT SPLOET-CONTROL-FILE
               CLOSE SPLOET-CONTROL-FILE
               OPEN I-O SPLOET-CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "SPLOET control file open failed, status "
                   WS-CONTROL-STATUS
               MOVE "CONTROL FILE UNAVAILABLE" TO WS-WINDOW-REASON
           ELSE
               MOVE "BATCHWIN" TO CT-CONTROL-ID
               READ SPLOET-CONTROL-FILE
                   INVALID KEY
                       PERFORM BUILD-OPEN-WINDOW
                       WRITE SPLOET-CONTROL-REC
                           INVALID KEY
                               DISPLAY "SPLOET control write failed, "
                                   "status " WS-CONTROL-STATUS
                               MOVE "CONTROL FILE WRITE FAILED"
                                   TO WS-WINDOW-REASON
                           NOT INVALID KEY
                               MOVE "Y" TO WS-WINDOW-SW
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM SAVE-PRIOR-WINDOW
                       EVALUATE TRUE
                           WHEN CT-WINDOW-STATUS = "O"
                               AND (CT-OPENED-RUN-DATE NOT = WS-RUN-DATE
                                   OR CT-OPENED-BY NOT = "SPLOETREL")
                               DISPLAY "Batch window still open for "
                                   "run date " CT-OPENED-RUN-DATE
                                   " - opened by " CT-OPENED-BY " "
                                   CT-OPENED-OPERATOR " at "
                                   CT-OPENED-TIMESTAMP(1:14)
                               DISPLAY "It must be closed before the "
                                   "chain runs - if its job has "
                                   "ended, a supervisor clears it "
                                   "with SPLOETLCK"
                               MOVE "STILL OPEN FROM AN EARLIER NIGHT"
                                   TO WS-WINDOW-REASON
                           WHEN CT-WINDOW-STATUS = "O"
                               DISPLAY "Batch window already open for "
                                   "this run date - rerun continues"
                               MOVE "RERUN OF THE SAME RUN DATE"
                                   TO WS-WINDOW-REASON
                               PERFORM REWRITE-OPEN-WINDOW
                           WHEN OTHER
                               PERFORM REWRITE-OPEN-WINDOW
                       END-EVALUATE
               END-READ
               CLOSE SPLOET-CONTROL-FILE
           END-IF.
           IF BatchWindowTaken
               DISPLAY "BATCH WINDOW OPEN FOR RUN DATE " WS-RUN-DATE
               MOVE "O" TO WS-WINDOW-EVENT
           ELSE
               MOVE "R" TO WS-WINDOW-EVENT
           END-IF.
           PERFORM WRITE-WINDOW-LOG.

       SAVE-PRIOR-WINDOW.
           MOVE CT-WINDOW-STATUS TO WS-PRIOR-STATUS.
           MOVE CT-OPENED-RUN-DATE TO WS-PRIOR-RUN-DATE.
           MOVE CT-OPENED-BY TO WS-PRIOR-OPENED-BY.
           MOVE CT-OPENED-TIMESTAMP TO WS-PRIOR-OPENED-TS.

       BUILD-OPEN-WINDOW.
           MOVE SPACES TO SPLOET-CONTROL-REC.
           MOVE "BATCHWIN" TO CT-CONTROL-ID.
           MOVE "O" TO CT-WINDOW-STATUS.
           MOVE WS-RUN-DATE TO CT-OPENED-RUN-DATE.
           MOVE "SPLOETREL" TO CT-OPENED-BY.
           MOVE WS-OPERATOR-ID TO CT-OPENED-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO CT-OPENED-TIMESTAMP.

       REWRITE-OPEN-WINDOW.
           PERFORM BUILD-OPEN-WINDOW.
           REWRITE SPLOET-CONTROL-REC
               INVALID KEY
                   DISPLAY "SPLOET control rewrite failed, status "
                       WS-CONTROL-STATUS
                   MOVE "CONTROL FILE REWRITE FAILED"
                       TO WS-WINDOW-REASON
               NOT INVALID KEY
                   MOVE "Y" TO WS-WINDOW-SW
           END-REWRITE.

      *> the window log is the record of who held the window and
      *> when; losing one entry must not stop the night, so a log
      *> failure is reported and the run carries on
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
               MOVE "SPLOETREL" TO WL-PROGRAM-ID
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

      *> no warehouse yet just means nothing was ever future-dated;
      *> any other failure would hold back work that is due, so the
      *> night stops here rather than load without it
       OPEN-RELEASE-FILES.
           OPEN INPUT SPLOET-RAW-FILE.
           IF WS-RAW-STATUS NOT = "00"
               DISPLAY "SPLOET raw intake open failed, status "
                   WS-RAW-STATUS
               SET EndOfRawFile TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           OPEN OUTPUT SPLOET-MERGED-FILE.
           IF WS-MERGED-STATUS NOT = "00"
               DISPLAY "SPLOET merged intake open failed, status "
                   WS-MERGED-STATUS
               SET EndOfRawFile TO TRUE
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           OPEN I-O SPLOET-FUTURE-FILE.
           EVALUATE WS-FUTURE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-FUTURE-FILE-SW
               WHEN "35"
                   DISPLAY "No future-dated warehouse on file - "
                       "nothing to release"
               WHEN OTHER
                   DISPLAY "SPLOET future-dated warehouse "
                       "unavailable, status " WS-FUTURE-STATUS
                   SET EndOfRawFile TO TRUE
                   MOVE 8 TO WS-RETURN-CODE
           END-EVALUATE.
           IF WS-RETURN-CODE < 8
               PERFORM READ-RAW-RECORD
           END-IF.

       READ-RAW-RECORD.
           READ SPLOET-RAW-FILE
               AT END
                   SET EndOfRawFile TO TRUE
           END-READ.

      *> the sender's claimed count is carried forward plus what was
      *> released, so a sender's own miscount still fails the edit;
      *> a trailer that is not numeric is passed on untouched for
      *> the edit to report
       COPY-RAW-RECORD.
           EVALUATE RW-ACTION-CODE
               WHEN "H"
                   MOVE SPLOET-RAW-REC TO SPLOET-MERGED-REC
                   PERFORM WRITE-MERGED-RECORD
               WHEN "T"
                   IF NOT TrailerSeen
                       SET TrailerSeen TO TRUE
                       PERFORM RELEASE-DUE-ITEMS
                   END-IF
                   MOVE SPLOET-RAW-REC TO SPLOET-MERGED-REC
                   IF SPLOET-RAW-TRAILER(1:8) IS NUMERIC
                       COMPUTE RM-CLAIMED-COUNT = RW-CLAIMED-COUNT
                           + WS-RELEASED-COUNT
                   END-IF
                   PERFORM WRITE-MERGED-RECORD
               WHEN OTHER
                   ADD 1 TO WS-COPIED-COUNT
                   MOVE SPLOET-RAW-REC TO SPLOET-MERGED-REC
                   PERFORM WRITE-MERGED-RECORD
           END-EVALUATE.

       WRITE-MERGED-RECORD.
           WRITE SPLOET-MERGED-REC.
           IF WS-MERGED-STATUS NOT = "00"
               DISPLAY "SPLOET merged intake write failed, status "
                   WS-MERGED-STATUS
               MOVE 8 TO WS-RETURN-CODE
           END-IF.

      *> the warehouse reads in effective-date order; everything is
      *> read so the items still waiting can be counted as well
       RELEASE-DUE-ITEMS.
           IF FutureFileAvailable
               MOVE LOW-VALUES TO FW-KEY
               START SPLOET-FUTURE-FILE KEY NOT LESS THAN FW-KEY
                   INVALID KEY
                       SET EndOfFutureFile TO TRUE
               END-START
               IF NOT EndOfFutureFile
                   PERFORM READ-NEXT-FUTURE
               END-IF
               PERFORM UNTIL EndOfFutureFile
                   EVALUATE TRUE
                       WHEN FW-EFFECTIVE-DATE > WS-RUN-DATE
                           IF FW-STATUS = "W"
                               ADD 1 TO WS-WAITING-COUNT
                           END-IF
                       WHEN FW-STATUS = "W"
                           PERFORM RELEASE-FUTURE-ITEM
                       WHEN FW-STATUS = "R"
                           AND FW-RELEASED-DATE = WS-RUN-DATE
                           PERFORM RELEASE-FUTURE-ITEM
                   END-EVALUATE
                   PERFORM READ-NEXT-FUTURE
               END-PERFORM
           END-IF.

       READ-NEXT-FUTURE.
           READ SPLOET-FUTURE-FILE NEXT RECORD
               AT END
                   SET EndOfFutureFile TO TRUE
           END-READ.

       RELEASE-FUTURE-ITEM.
           MOVE SPACES TO SPLOET-MERGED-REC.
           MOVE FW-SUBMITTER-ID TO RM-SUBMITTER-ID.
           MOVE FW-BATCH-REFERENCE TO RM-BATCH-REFERENCE.
           MOVE "H" TO RM-ACTION-CODE.
           MOVE FW-BATCH-SEQUENCE TO RM-RELEASED-SEQUENCE.
           PERFORM WRITE-MERGED-RECORD.
           MOVE SPACES TO SPLOET-MERGED-REC.
           MOVE FW-ADDRESS TO RM-ADDRESS.
           MOVE FW-SPLOET-TYPE TO RM-SPLOET-TYPE.
           MOVE FW-ACTION-CODE TO RM-ACTION-CODE.
           MOVE FW-EFFECTIVE-DATE TO RM-EFFECTIVE-DATE.
           PERFORM WRITE-MERGED-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.
           DISPLAY "RELEASED " FW-EFFECTIVE-DATE " " FW-ADDRESS " "
               FW-SPLOET-TYPE " " FW-ACTION-CODE.
           IF FW-STATUS = "W"
               MOVE "R" TO FW-STATUS
               MOVE WS-RUN-DATE TO FW-RELEASED-DATE
               REWRITE SPLOET-FUTURE-REC
                   INVALID KEY
                       DISPLAY "SPLOET warehouse rewrite failed, "
                           "status " WS-FUTURE-STATUS
                       MOVE 8 TO WS-RETURN-CODE
               END-REWRITE
           END-IF.

       PRINT-RELEASE-TOTALS.
           COMPUTE WS-WRITTEN-COUNT = WS-COPIED-COUNT
               + WS-RELEASED-COUNT.
           DISPLAY "INTAKE DETAILS COPIED:  " WS-COPIED-COUNT.
           DISPLAY "RELEASED FROM WAREHOUSE:" WS-RELEASED-COUNT.
           DISPLAY "DETAILS TO THE EDIT:    " WS-WRITTEN-COUNT.
           DISPLAY "STILL WAITING:          " WS-WAITING-COUNT.
           DISPLAY "RELEASE RETURN CODE:    " WS-RETURN-CODE.

       CLOSE-RELEASE-FILES.
           IF WS-RAW-STATUS = "00" OR WS-RAW-STATUS = "10"
               CLOSE SPLOET-RAW-FILE
           END-IF.
           CLOSE SPLOET-MERGED-FILE.
           IF FutureFileAvailable
               CLOSE SPLOET-FUTURE-FILE
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
               MOVE "SPLOETREL" TO RC-PROGRAM-ID
               MOVE FUNCTION CURRENT-DATE TO RC-RUN-TIMESTAMP
               MOVE WS-COPIED-COUNT TO RC-COUNT-1
               MOVE WS-RELEASED-COUNT TO RC-COUNT-2
               MOVE WS-WRITTEN-COUNT TO RC-COUNT-3
               MOVE WS-WAITING-COUNT TO RC-COUNT-4
               MOVE 0 TO RC-HELD-COUNT
               MOVE WS-RETURN-CODE TO RC-RETURN-CODE
               WRITE SPLOET-RUN-REC
               IF WS-RUN-STATUS NOT = "00"
                   DISPLAY "SPLOET run-control write failed, status "
                       WS-RUN-STATUS
               END-IF
               CLOSE SPLOET-RUN-FILE
           END-IF.
